                           STATUS REFERENCE-STATUS.
           SELECT RPT-FILE ASSIGN TO 'RELRPT'
                           STATUS RPT-STATUS.
           SELECT APL-FILE ASSIGN TO 'APRLIM'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS APL-FILE-DVZ
                           STATUS APPROVAL-LIMIT-STATUS.
           SELECT APQ-FILE ASSIGN TO 'APRQUE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS APQ-FILE-KEY
                           STATUS APPROVAL-QUEUE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  REF-FILE.
         01 REF-FILE-RECORD.
           05 REF-FILE-REF            PIC X(12).
           05 REF-FILE-REV-FLAG       PIC X(1).
             88 REF-FILE-REVERSED     VALUE 'Y'.
           05 REF-FILE-REV-DATE       PIC 9(8).
           05 REF-FILE-REV-SOURCE     PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(60).
       FD  APL-FILE.
         01 APL-FILE-RECORD.
           05 APL-FILE-DVZ            PIC 9(3).
           05 APL-FILE-LIMIT          PIC 9(13)V99.
       FD  APQ-FILE.
         01 APQ-FILE-RECORD.
           05 APQ-FILE-KEY.
             10 APQ-FILE-KEY-TS       PIC X(14).
             10 APQ-FILE-KEY-SEQ      PIC 9(4).
           05 APQ-FILE-STATUS         PIC X(1).
           05 APQ-FILE-ORIGIN         PIC X(8).
           05 APQ-FILE-MAKER          PIC X(8).
           05 APQ-FILE-ITEM           PIC X(93).
           05 APQ-FILE-ITEM-PARTS REDEFINES APQ-FILE-ITEM.
             10 FILLER                PIC X(81).
             10 APQ-FILE-ITEM-REF     PIC X(12).
           05 APQ-FILE-CHECKER        PIC X(8).
           05 APQ-FILE-DECIDE-TS      PIC X(14).
           05 APQ-FILE-REASON         PIC X(30).
           05 APQ-FILE-RESULT         PIC X(60).
           05 APQ-FILE-CARRY-DAYS     PIC 9(3).
           05 APQ-FILE-LAST-REPORT    PIC 9(8).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 REFERENCE-FILE-MISSING VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 APPROVAL-LIMIT-STATUS  PIC 9(2).
           88 APPROVAL-LIMIT-SUCCESS VALUE 00 97.
           88 APPROVAL-LIMIT-MISSING VALUE 35.
         05 APPROVAL-QUEUE-STATUS  PIC 9(2).
           88 APPROVAL-QUEUE-SUCCESS VALUE 00 97.
           88 APPROVAL-QUEUE-MISSING VALUE 35.
           88 APPROVAL-QUEUE-DUPKEY  VALUE 22.
       01 WW-SEND-AREA.
          05 WW-SELECT-MODE        PIC X(1).
          05 WW-INP-IDX-FILE-ID    PIC S9(5) COMP-3.
          05 WS-HELD-COUNT          PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
          05 WS-DUPLICATE-COUNT     PIC 9(7) VALUE 0.
          05 WS-APPROVAL-COUNT      PIC 9(7) VALUE 0.
      *----------------------------------------------------------------
      * A RELEASED 'P' OR 'X' ABOVE ITS CURRENCY'S APRLIM THRESHOLD IS
      * PARKED ON APRQUE FOR APPROVAL, AS RECAP50 DOES FOR ITEMS DUE
      * ON THE DAY THEY ARRIVE.
      *----------------------------------------------------------------
       01 WS-APPROVAL-CONTROL.
          05 WS-APPROVAL-ACTIVE-FLAG  PIC X(1) VALUE 'N'.
             88 WS-APPROVAL-ACTIVE    VALUE 'Y'.
          05 WS-APPROVAL-FLAG         PIC X(1) VALUE 'N'.
             88 WS-APPROVAL-NEEDED    VALUE 'Y'.
             88 WS-APPROVAL-NOT-NEEDED VALUE 'N'.
          05 WS-APPROVAL-ABS-AMOUNT   PIC S9(13)V99 VALUE 0.
          05 WS-APPROVAL-SEQ          PIC 9(4) VALUE 0.
          05 WS-APPROVAL-WRITTEN      PIC X(1) VALUE 'N'.
             88 WS-APPROVAL-QUEUED    VALUE 'Y'.
          05 WS-QUEUE-SCAN-DONE       PIC X(1) VALUE 'N'.
             88 WS-QUEUE-SCAN-FINISHED VALUE 'Y'.
       01 OUT-LINE                  PIC X(60).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP56'.
           OPEN OUTPUT NEW-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM H140-OPEN-REFERENCES.
           PERFORM H145-OPEN-APPROVAL-FILES.
           IF NOT PENDING-FILE-EOF
              READ PND-FILE AT END SET PENDING-FILE-EOF TO TRUE
              END-READ
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
       H145-OPEN-APPROVAL-FILES.
           OPEN INPUT APL-FILE.
           IF APPROVAL-LIMIT-SUCCESS
              SET WS-APPROVAL-ACTIVE TO TRUE
              OPEN I-O APQ-FILE
              IF APPROVAL-QUEUE-MISSING
                 OPEN OUTPUT APQ-FILE
                 CLOSE APQ-FILE
                 OPEN I-O APQ-FILE
              END-IF
              IF (APPROVAL-QUEUE-STATUS NOT = 97)
                 AND (APPROVAL-QUEUE-STATUS NOT = 0)
                 DISPLAY 'APRQUE NOT OPENED. ERROR CODE:'
                         APPROVAL-QUEUE-STATUS
                 PERFORM H999-EXIT
              END-IF
           ELSE
              IF APPROVAL-LIMIT-MISSING
                 MOVE 'N' TO WS-APPROVAL-ACTIVE-FLAG
              ELSE
                 DISPLAY 'APRLIM NOT OPENED. ERROR CODE:'
                         APPROVAL-LIMIT-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H145-END. EXIT.
      *--------------------------------
       H200-SET-RELEASE-DATE.
           OPEN INPUT CRD-FILE
      *--------------------------------
       H310-RELEASE-RECORD.
           PERFORM H255-CHECK-REFERENCE
           IF WS-REF-NEW
              PERFORM H257-CHECK-APPROVAL
              IF WS-APPROVAL-NEEDED
                 PERFORM H276-CHECK-QUEUED-REFERENCE
              END-IF
           END-IF
           IF WS-REF-DUPLICATE
              ADD 1 TO WS-DUPLICATE-COUNT
              MOVE SPACES TO OUT-LINE
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           ELSE
              IF WS-APPROVAL-NEEDED
                 PERFORM H277-QUEUE-FOR-APPROVAL
              ELSE
                 PERFORM H315-CALL-SUBPROGRAM
              END-IF
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H257-CHECK-APPROVAL.
           SET WS-APPROVAL-NOT-NEEDED TO TRUE
           IF WS-APPROVAL-ACTIVE
              AND (PND-FILE-MODE = 'P' OR 'X')
              AND PND-FILE-AMOUNT NUMERIC
              MOVE PND-FILE-DVZ TO APL-FILE-DVZ
              READ APL-FILE
                 INVALID KEY SET WS-APPROVAL-NOT-NEEDED TO TRUE
                 NOT INVALID KEY
                    MOVE PND-FILE-AMOUNT TO WS-APPROVAL-ABS-AMOUNT
                    IF WS-APPROVAL-ABS-AMOUNT < 0
                       COMPUTE WS-APPROVAL-ABS-AMOUNT =
                               0 - WS-APPROVAL-ABS-AMOUNT
                    END-IF
                    IF WS-APPROVAL-ABS-AMOUNT > APL-FILE-LIMIT
                       SET WS-APPROVAL-NEEDED TO TRUE
                    END-IF
              END-READ
           END-IF.
       H257-CHECK-APPROVAL-END. EXIT.
      *--------------------------------
      * THE ITEM LEAVES PENDFILE FOR THE QUEUE; THE WAREHOUSE IS THE
      * ORIGINATOR, SO ANY OPERATOR MAY APPROVE IT.
      *--------------------------------
       H277-QUEUE-FOR-APPROVAL.
           ADD 1 TO WS-APPROVAL-COUNT
           MOVE SPACES TO APQ-FILE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-FILE-KEY-TS
           MOVE 'P' TO APQ-FILE-STATUS
           MOVE 'PENDFILE' TO APQ-FILE-ORIGIN
           MOVE 'RECAP56' TO APQ-FILE-MAKER
           MOVE PND-FILE-MEMBERS TO APQ-FILE-ITEM
           MOVE 0 TO APQ-FILE-CARRY-DAYS
           MOVE 0 TO APQ-FILE-LAST-REPORT
           MOVE 'N' TO WS-APPROVAL-WRITTEN
           PERFORM H278-WRITE-QUEUE-RECORD UNTIL WS-APPROVAL-QUEUED
           MOVE SPACES TO OUT-LINE
           MOVE 'ONAY BEKLIYOR-ID:' TO OUT-LINE(1:17)
           MOVE PND-FILE-ID         TO OUT-LINE(18:5)
           MOVE '-REF:'             TO OUT-LINE(23:5)
           MOVE PND-FILE-REF        TO OUT-LINE(28:12)
           MOVE '-SIRA:'            TO OUT-LINE(40:6)
           MOVE APQ-FILE-KEY-TS(7:8) TO OUT-LINE(46:8)
           MOVE APQ-FILE-KEY-SEQ    TO OUT-LINE(54:4)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H277-QUEUE-FOR-APPROVAL-END. EXIT.
      *--------------------------------
       H278-WRITE-QUEUE-RECORD.
           ADD 1 TO WS-APPROVAL-SEQ
           MOVE WS-APPROVAL-SEQ TO APQ-FILE-KEY-SEQ
           WRITE APQ-FILE-RECORD
              INVALID KEY
                 IF NOT APPROVAL-QUEUE-DUPKEY
                    DISPLAY 'APRQUE WRITE ERROR:'
                            APPROVAL-QUEUE-STATUS
                    PERFORM H999-EXIT
                 END-IF
              NOT INVALID KEY
                 SET WS-APPROVAL-QUEUED TO TRUE
           END-WRITE.
       H278-WRITE-QUEUE-RECORD-END. EXIT.
      *--------------------------------
      * THE REFERENCE OF AN ITEM ABOUT TO BE PARKED IS NOT ON REFFILE
      * UNTIL RC83 POSTS IT, SO THE QUEUE ITSELF IS SEARCHED: AN ITEM
      * STILL WAITING ('P') UNDER THE SAME REFERENCE MAKES THIS ONE A
      * DUPLICATE, REFUSED LIKE ANY OTHER.
      *--------------------------------
       H276-CHECK-QUEUED-REFERENCE.
           IF PND-FILE-REF NOT = SPACES
              MOVE LOW-VALUES TO APQ-FILE-KEY
              MOVE 'N' TO WS-QUEUE-SCAN-DONE
              START APQ-FILE KEY IS >= APQ-FILE-KEY
                 INVALID KEY SET WS-QUEUE-SCAN-FINISHED TO TRUE
              END-START
              PERFORM H279-SCAN-ONE-QUEUED
                 UNTIL WS-QUEUE-SCAN-FINISHED OR WS-REF-DUPLICATE
           END-IF.
       H276-CHECK-QUEUED-REFERENCE-END. EXIT.
      *--------------------------------
       H279-SCAN-ONE-QUEUED.
           READ APQ-FILE NEXT RECORD
              AT END SET WS-QUEUE-SCAN-FINISHED TO TRUE
           END-READ.
           IF NOT WS-QUEUE-SCAN-FINISHED
              AND APQ-FILE-STATUS = 'P'
              AND APQ-FILE-ITEM-REF = PND-FILE-REF
              SET WS-REF-DUPLICATE TO TRUE
           END-IF.
       H279-SCAN-ONE-QUEUED-END. EXIT.
      *--------------------------------
       H315-CALL-SUBPROGRAM.
           MOVE PND-FILE-MODE TO WW-SELECT-MODE
           MOVE PND-FILE-BALANCE TO WW-INP-BALANCE
           MOVE PND-FILE-AMOUNT  TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           IF WW-SELECT-MODE = 'B' OR 'X' OR 'E'
              MOVE PND-FILE-RANGE-END TO WS-INP-RANGE-END-ID
              COMPUTE WW-INP-RANGE-END-ID =
                      FUNCTION NUMVAL(WS-INP-RANGE-END-ID)
       H268-RECORD-REFERENCE.
           IF PND-FILE-REF NOT = SPACES
              MOVE PND-FILE-REF TO REF-FILE-REF
              MOVE 'N' TO REF-FILE-REV-FLAG
              MOVE 0 TO REF-FILE-REV-DATE
              MOVE SPACES TO REF-FILE-REV-SOURCE
              WRITE REF-FILE-RECORD INVALID KEY
                 CONTINUE
              END-WRITE
           MOVE WS-DUPLICATE-COUNT   TO OUT-LINE(56:5)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'ONAY BEKLEYEN:'     TO OUT-LINE(1:14)
           MOVE WS-APPROVAL-COUNT    TO OUT-LINE(15:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
           CLOSE NEW-FILE.
           CLOSE REF-FILE.
           CLOSE RPT-FILE.
           IF WS-APPROVAL-ACTIVE
              CLOSE APL-FILE
              CLOSE APQ-FILE
           END-IF.
           IF WS-FAILED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
