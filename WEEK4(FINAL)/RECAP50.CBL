                           STATUS REFERENCE-STATUS.
           SELECT PND-FILE ASSIGN TO 'PENDFILE'
                           STATUS PENDING-STATUS.
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
       FD  PND-FILE RECORDING MODE F.
         01 PND-FILE-RECORD          PIC X(93).
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
         05 INPUT-STATUS           PIC 9(2).
         05 PENDING-STATUS         PIC 9(2).
           88 PENDING-FILE-SUCCESS  VALUE 00 97.
           88 PENDING-FILE-MISSING  VALUE 35.
         05 APPROVAL-LIMIT-STATUS  PIC 9(2).
           88 APPROVAL-LIMIT-SUCCESS VALUE 00 97.
           88 APPROVAL-LIMIT-MISSING VALUE 35.
         05 APPROVAL-QUEUE-STATUS  PIC 9(2).
           88 APPROVAL-QUEUE-SUCCESS VALUE 00 97.
           88 APPROVAL-QUEUE-MISSING VALUE 35.
           88 APPROVAL-QUEUE-DUPKEY  VALUE 22.
       01 WW-SEND-AREA.
          05 WW-SELECT-MODE        PIC X(1).
             88 WW-VALID-MODE-CHAR VALUE 'R' 'W' 'U' 'D' 'P' 'L' 'B'
                                         'X' 'I' 'E'.
          05 WW-INP-IDX-FILE-ID    PIC S9(5) COMP-3.
          05 WW-INP-DVZ            PIC S9(3)  COMP.
          05 WW-INP-NAME           PIC X(15).
          05 WW-OVERDRAFT-FLAG     PIC X(1) VALUE 'N'.
             88 WW-OVERDRAFT-HIT   VALUE 'Y'.
             88 WW-OVERDRAFT-NONE  VALUE 'N'.
             88 WW-BLOCK-HIT       VALUE 'B'.
          05 WW-INP-REF            PIC X(12) VALUE SPACES.
       01 WK-SUB-PROG              PIC X(08) VALUE 'RECAP51'.
       01 WS-INP-FILE-ID           PIC X(5).
          05 WS-DUPLICATE-COUNT    PIC 9(7) VALUE 0.
          05 WS-PENDING-COUNT      PIC 9(7) VALUE 0.
          05 WS-OVERDRAFT-COUNT    PIC 9(7) VALUE 0.
          05 WS-BLOCKED-COUNT      PIC 9(7) VALUE 0.
          05 WS-TRANSFER-COUNT     PIC 9(7) VALUE 0.
          05 WS-QUARANTINE-COUNT   PIC 9(7) VALUE 0.
          05 WS-APPROVAL-COUNT     PIC 9(7) VALUE 0.
       01 WS-MODE-STATS.
          05 WS-MODE-STAT OCCURS 10 TIMES.
             10 WS-MODE-STAT-CHAR      PIC X(1).
             10 WS-MODE-STAT-ATTEMPTED PIC 9(7) VALUE 0.
             10 WS-MODE-STAT-SUCCESS   PIC 9(7) VALUE 0.
       01 WS-MODE-SUB               PIC 9(2).
       01 OUT-TRAILER-LINE         PIC X(60).
       01 OUT-TRAILER-LINE-2       PIC X(60).
       01 OUT-TRAILER-LINE-3       PIC X(60).
             88 WS-REF-DUPLICATE      VALUE 'Y'.
             88 WS-REF-NEW            VALUE 'N'.
      *----------------------------------------------------------------
      * MAKER-CHECKER CONTROL. APRLIM HOLDS THE APPROVAL THRESHOLD PER
      * CURRENCY; A 'P' OR 'X' ABOVE IT IS PARKED ON THE APRQUE QUEUE
      * FOR A SECOND OPERATOR (RC83) INSTEAD OF BEING POSTED. WITH NO
      * APRLIM CLUSTER NOTHING IS HELD.
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
      *----------------------------------------------------------------
      * THE NIGHT INPUT IS A CONCATENATION OF SEVERAL HEADER/TRAILER
      * GROUPS (BRANCH FILE PLUS THE MILBONUS BATCH FROM RECAP60 AND
      * THE STANDORD STANDING ORDER BATCH FROM RECAP76).
      * EACH GROUP IS BUFFERED BETWEEN ITS OWN H AND T, VALIDATED
      * AGAINST ITS TRAILER AND ONLY THEN POSTED; A BAD GROUP IS
      * QUARANTINED TO REJFILE WITHOUT FAILING THE OTHER GROUPS.
           PERFORM H105-INIT-MODE-STATS.
           PERFORM H110-FILE-CONTROL.
           PERFORM H140-OPEN-REFERENCES.
           PERFORM H145-OPEN-APPROVAL-FILES.
           OPEN EXTEND PND-FILE.
           IF PENDING-FILE-MISSING
              OPEN OUTPUT PND-FILE
           MOVE 'L' TO WS-MODE-STAT-CHAR(6).
           MOVE 'B' TO WS-MODE-STAT-CHAR(7).
           MOVE 'X' TO WS-MODE-STAT-CHAR(8).
           MOVE 'I' TO WS-MODE-STAT-CHAR(9).
           MOVE 'E' TO WS-MODE-STAT-CHAR(10).
       H105-END. EXIT.
      *--------------------------------
       H110-FILE-CONTROL.
                   WS-RESTART-COUNT + WS-ATTEMPTED-COUNT
                   + WS-REJECT-COUNT + WS-CONTROL-COUNT
                   + WS-DUPLICATE-COUNT + WS-PENDING-COUNT
                   + WS-QUARANTINE-COUNT + WS-APPROVAL-COUNT
           OPEN OUTPUT CHK-FILE
           MOVE WS-CHECKPOINT-POSITION TO CHK-RECORD-COUNT
           WRITE CHK-FILE-RECORD
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
      * THE THRESHOLD CLUSTER IS OPTIONAL: WHEN IT IS NOT DEFINED EVERY
      * ITEM POSTS AS BEFORE. ONE THAT EXISTS BUT CANNOT BE OPENED
      * STOPS THE RUN, SO HIGH-VALUE ITEMS NEVER BYPASS THE CHECK.
      * THE QUEUE IS CREATED EMPTY ON FIRST USE.
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
                 DISPLAY 'APRLIM YOK-ONAY KONTROLU YAPILMADI'
              ELSE
                 DISPLAY 'APRLIM NOT OPENED. ERROR CODE:'
                         APPROVAL-LIMIT-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H145-END. EXIT.
      *--------------------------------
       H150-SET-PROCESS-DATE.
           COMPUTE WS-PROCESS-JUL =
                   FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)).
       H150-END. EXIT.
      *--------------------------------
      * A REVERSAL ('I') CARRIES THE REFERENCE OF THE ORIGINAL IT
      * REVERSES. IT IS A DUPLICATE ONLY WHEN THAT REFERENCE IS ALREADY
      * MARKED AS REVERSED; RECAP51 ALSO REFUSES IT FROM THE JOURNAL.
      *--------------------------------
       H255-CHECK-REFERENCE.
           SET WS-REF-NEW TO TRUE
           IF (WW-SELECT-MODE = 'P' OR 'B' OR 'X' OR 'E')
              AND WS-DET-REF NOT = SPACES
              MOVE WS-DET-REF TO REF-FILE-REF
              READ REF-FILE
                 NOT INVALID KEY SET WS-REF-DUPLICATE TO TRUE
              END-READ
           END-IF.
           IF WW-SELECT-MODE = 'I'
              MOVE WS-DET-REF TO REF-FILE-REF
              READ REF-FILE
                 INVALID KEY SET WS-REF-NEW TO TRUE
                 NOT INVALID KEY
                    IF REF-FILE-REVERSED
                       SET WS-REF-DUPLICATE TO TRUE
                    END-IF
              END-READ
           END-IF.
       H255-CHECK-REFERENCE-END. EXIT.
      *--------------------------------
       H265-WRITE-DUPLICATE.
           MOVE '-BEKLETILDI'    TO OUT-FILE-LOG(29:11)
           WRITE OUT-FILE-MEMBERS.
       H275-WAREHOUSE-RECORD-END. EXIT.
      *--------------------------------
      * A PAYMENT OR TRANSFER WHOSE AMOUNT, EITHER SIGN, IS ABOVE THE
      * THRESHOLD OF ITS CURRENCY NEEDS A SECOND OPERATOR'S APPROVAL.
      *--------------------------------
       H257-CHECK-APPROVAL.
           SET WS-APPROVAL-NOT-NEEDED TO TRUE
           IF WS-APPROVAL-ACTIVE
              AND (WW-SELECT-MODE = 'P' OR 'X')
              AND WS-DET-AMOUNT NUMERIC
              MOVE WS-DET-DVZ TO APL-FILE-DVZ
              READ APL-FILE
                 INVALID KEY SET WS-APPROVAL-NOT-NEEDED TO TRUE
                 NOT INVALID KEY
                    MOVE WS-DET-AMOUNT TO WS-APPROVAL-ABS-AMOUNT
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
      * THE QUEUE KEY IS THE ENTRY TIMESTAMP PLUS A SEQUENCE; A KEY
      * ALREADY TAKEN IN THE SAME SECOND MOVES TO THE NEXT SEQUENCE.
      * THE BATCH ID IS THE ORIGINATOR, SO NO OPERATOR CAN APPROVE
      * AS ITS OWN MAKER.
      *--------------------------------
       H277-QUEUE-FOR-APPROVAL.
           ADD 1 TO WS-APPROVAL-COUNT
           MOVE SPACES TO APQ-FILE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-FILE-KEY-TS
           MOVE 'P' TO APQ-FILE-STATUS
           IF WS-BATCH-ID = SPACES
              MOVE 'RECAP50' TO APQ-FILE-ORIGIN
           ELSE
              MOVE WS-BATCH-ID TO APQ-FILE-ORIGIN
           END-IF
           MOVE APQ-FILE-ORIGIN TO APQ-FILE-MAKER
           MOVE WS-DET-RECORD TO APQ-FILE-ITEM
           MOVE 0 TO APQ-FILE-CARRY-DAYS
           MOVE 0 TO APQ-FILE-LAST-REPORT
           MOVE 'N' TO WS-APPROVAL-WRITTEN
           PERFORM H278-WRITE-QUEUE-RECORD UNTIL WS-APPROVAL-QUEUED
           MOVE SPACES TO OUT-FILE-LOG
           MOVE 'ONAY BEKLIYOR-ID:' TO OUT-FILE-LOG(1:17)
           MOVE WS-DET-ID           TO OUT-FILE-LOG(18:5)
           MOVE '-REF:'             TO OUT-FILE-LOG(23:5)
           MOVE WS-DET-REF          TO OUT-FILE-LOG(28:12)
           MOVE '-SIRA:'            TO OUT-FILE-LOG(40:6)
           MOVE APQ-FILE-KEY-TS(7:8) TO OUT-FILE-LOG(46:8)
           MOVE APQ-FILE-KEY-SEQ    TO OUT-FILE-LOG(54:4)
           WRITE OUT-FILE-MEMBERS.
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
           IF WS-DET-REF NOT = SPACES
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
              AND APQ-FILE-ITEM-REF = WS-DET-REF
              SET WS-REF-DUPLICATE TO TRUE
           END-IF.
       H279-SCAN-ONE-QUEUED-END. EXIT.
      *--------------------------------
      * A SUCCESSFUL REVERSAL MARKS THE ORIGINAL'S REFERENCE WITH THE
      * DATE AND THE BATCH THAT REVERSED IT. AN ORIGINAL POSTED WITHOUT
      * A REFFILE ENTRY GETS ONE, ALREADY MARKED.
      *--------------------------------
       H268-RECORD-REFERENCE.
           IF (WW-SELECT-MODE = 'P' OR 'B' OR 'X' OR 'E')
              AND WS-DET-REF NOT = SPACES
              MOVE WS-DET-REF TO REF-FILE-REF
              MOVE 'N' TO REF-FILE-REV-FLAG
              MOVE 0 TO REF-FILE-REV-DATE
              MOVE SPACES TO REF-FILE-REV-SOURCE
              WRITE REF-FILE-RECORD INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.
           IF WW-SELECT-MODE = 'I'
              MOVE WS-DET-REF TO REF-FILE-REF
              READ REF-FILE
                 INVALID KEY
                    PERFORM H269-SET-REVERSAL-MARK
                    WRITE REF-FILE-RECORD INVALID KEY
                       CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    PERFORM H269-SET-REVERSAL-MARK
                    REWRITE REF-FILE-RECORD INVALID KEY
                       CONTINUE
                    END-REWRITE
              END-READ
           END-IF.
       H268-RECORD-REFERENCE-END. EXIT.
      *--------------------------------
       H269-SET-REVERSAL-MARK.
           MOVE WS-DET-REF TO REF-FILE-REF
           SET REF-FILE-REVERSED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO REF-FILE-REV-DATE
           MOVE WS-BATCH-ID TO REF-FILE-REV-SOURCE.
       H269-SET-REVERSAL-MARK-END. EXIT.
      *--------------------------------
       H250-EDIT-RECORD.
           SET WS-RECORD-VALID TO TRUE
              SET WS-RECORD-INVALID TO TRUE
              MOVE 'GECERSIZ SECIM MODU' TO WS-REJECT-REASON
           END-IF.
           IF WS-RECORD-VALID AND (WW-SELECT-MODE = 'B' OR 'X' OR 'E')
                             AND WS-DET-RANGE-END NOT NUMERIC
              SET WS-RECORD-INVALID TO TRUE
              MOVE 'ARALIK SONU NUMERIC DEGIL'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-RECORD-VALID AND WW-SELECT-MODE = 'I'
                             AND WS-DET-REF = SPACES
              SET WS-RECORD-INVALID TO TRUE
              MOVE 'TERS KAYIT REFERANSI EKSIK'
                   TO WS-REJECT-REASON
           END-IF.
       H250-EDIT-RECORD-END. EXIT.
      *--------------------------------
       H260-WRITE-REJECT.
           MOVE WS-DET-ID   TO WS-INP-FILE-ID
           PERFORM H250-EDIT-RECORD
           IF WS-RECORD-VALID
              IF (WW-SELECT-MODE = 'P' OR 'B' OR 'X' OR 'E')
                 AND WS-DET-DATE NUMERIC
                 AND WS-DET-DATE > WS-PROCESS-JUL
                 PERFORM H275-WAREHOUSE-RECORD
              ELSE
                 PERFORM H255-CHECK-REFERENCE
                 IF WS-REF-NEW
                    PERFORM H257-CHECK-APPROVAL
                    IF WS-APPROVAL-NEEDED
                       PERFORM H276-CHECK-QUEUED-REFERENCE
                    END-IF
                 END-IF
                 IF WS-REF-DUPLICATE
                    PERFORM H265-WRITE-DUPLICATE
                 ELSE
                    IF WS-APPROVAL-NEEDED
                       PERFORM H277-QUEUE-FOR-APPROVAL
                    ELSE
                       PERFORM H315-CALL-SUBPROGRAM
                    END-IF
                 END-IF
              END-IF
           ELSE
      *--------------------------------
       H318-CHECKPOINT-INTERVAL.
           IF FUNCTION MOD(WS-ATTEMPTED-COUNT + WS-REJECT-COUNT
                           + WS-DUPLICATE-COUNT + WS-PENDING-COUNT
                           + WS-APPROVAL-COUNT,
                           WS-CHECKPOINT-INTERVAL) = 0
              PERFORM H130-WRITE-CHECKPOINT
           END-IF.
           MOVE WS-DET-BALANCE   TO WW-INP-BALANCE
           MOVE WS-DET-AMOUNT    TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           IF WW-SELECT-MODE = 'B' OR 'X' OR 'E'
              MOVE WS-DET-RANGE-END TO WS-INP-RANGE-END-ID
              COMPUTE WW-INP-RANGE-END-ID =
                      FUNCTION NUMVAL(WS-INP-RANGE-END-ID)
           IF WW-OVERDRAFT-HIT
              ADD 1 TO WS-OVERDRAFT-COUNT
           END-IF
           IF WW-BLOCK-HIT
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF
           IF WW-FUNCTION-SUCCESS
              ADD 1 TO WS-SUCCESS-COUNT
              IF WW-SELECT-MODE = 'X'
       H280-UPDATE-MODE-STATS.
           MOVE 1 TO WS-MODE-SUB
           PERFORM H285-FIND-MODE-SLOT
              UNTIL (WS-MODE-SUB > 10)
                 OR (WS-MODE-STAT-CHAR(WS-MODE-SUB) = WW-SELECT-MODE).
           IF WS-MODE-SUB <= 10
              ADD 1 TO WS-MODE-STAT-ATTEMPTED(WS-MODE-SUB)
              IF WW-FUNCTION-SUCCESS
                 ADD 1 TO WS-MODE-STAT-SUCCESS(WS-MODE-SUB)
           MOVE WS-QUARANTINE-COUNT TO OUT-TRAILER-LINE-2(48:7)
           MOVE OUT-TRAILER-LINE-2 TO OUT-FILE-LOG
           WRITE OUT-FILE-MEMBERS.
           MOVE SPACES TO OUT-TRAILER-LINE-2
           MOVE 'BLOKELI RED:'      TO OUT-TRAILER-LINE-2(1:12)
           MOVE WS-BLOCKED-COUNT    TO OUT-TRAILER-LINE-2(13:7)
           MOVE '-ONAY BEKLEYEN:'   TO OUT-TRAILER-LINE-2(20:15)
           MOVE WS-APPROVAL-COUNT   TO OUT-TRAILER-LINE-2(35:7)
           MOVE OUT-TRAILER-LINE-2 TO OUT-FILE-LOG
           WRITE OUT-FILE-MEMBERS.
           PERFORM H925-WRITE-BATCH-RESULTS.
           MOVE 1 TO WS-MODE-SUB
           PERFORM H910-WRITE-MODE-LINE UNTIL WS-MODE-SUB > 10.
       H900-END. EXIT.
      *--------------------------------
       H925-WRITE-BATCH-RESULTS.
           CLOSE REJ-FILE.
           CLOSE REF-FILE.
           CLOSE PND-FILE.
           IF WS-APPROVAL-ACTIVE
              CLOSE APL-FILE
              CLOSE APQ-FILE
           END-IF.
           IF (WS-FAILED-COUNT > 0) OR (WS-REJECT-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
