       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP84.
      ******************************************************************
      * DAY-END RUN OF THE APRQUE APPROVAL QUEUE. EVERY ITEM STILL
      * WAITING FOR APPROVAL AT THE END OF THE BUSINESS DATE IS LISTED
      * ON THE UNAPPROVED-ITEMS REPORT AND STAYS ON THE QUEUE, SO IT
      * CARRIES TO THE NEXT DAY WITH ITS CARRY-DAY COUNT UP BY ONE
      * (ONCE PER BUSINESS DATE - A RERUN DOES NOT COUNT IT AGAIN).
      * THE DAY'S DECISIONS ARE COUNTED; ITEMS DECIDED ON AN EARLIER
      * DATE ARE MOVED TO THE APRHIST ARCHIVE AND REMOVED FROM THE
      * QUEUE, SO APRHIST KEEPS EVERY MAKER, CHECKER AND DECISION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'APRCARD'
                           STATUS CARD-STATUS.
           SELECT APQ-FILE ASSIGN TO 'APRQUE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS APQ-FILE-KEY
                           STATUS APQ-STATUS.
           SELECT AHS-FILE ASSIGN TO 'APRHIST'
                           STATUS AHS-STATUS.
           SELECT RPT-FILE ASSIGN TO 'APRRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
       FD  APQ-FILE.
         01 APQ-FILE-RECORD.
           05 APQ-FILE-KEY.
             10 APQ-FILE-KEY-TS       PIC X(14).
             10 APQ-FILE-KEY-SEQ      PIC 9(4).
           05 APQ-FILE-STATUS         PIC X(1).
             88 APQ-FILE-PENDING      VALUE 'P'.
             88 APQ-FILE-APPROVED     VALUE 'A'.
             88 APQ-FILE-POST-FAILED  VALUE 'F'.
             88 APQ-FILE-REJECTED     VALUE 'R'.
           05 APQ-FILE-ORIGIN         PIC X(8).
           05 APQ-FILE-MAKER          PIC X(8).
           05 APQ-FILE-ITEM.
             10 APQ-FILE-MODE         PIC X(1).
             10 APQ-FILE-ID           PIC X(5).
             10 APQ-FILE-DVZ          PIC 9(3).
             10 APQ-FILE-NAME         PIC X(15).
             10 APQ-FILE-SURNAME      PIC X(15).
             10 APQ-FILE-DATE         PIC 9(7).
             10 APQ-FILE-BALANCE      PIC S9(13)V99.
             10 APQ-FILE-AMOUNT       PIC S9(13)V99.
             10 APQ-FILE-RANGE-END    PIC X(5).
             10 APQ-FILE-REF          PIC X(12).
           05 APQ-FILE-CHECKER        PIC X(8).
           05 APQ-FILE-DECIDE-TS      PIC X(14).
           05 APQ-FILE-REASON         PIC X(30).
           05 APQ-FILE-RESULT         PIC X(60).
           05 APQ-FILE-CARRY-DAYS     PIC 9(3).
           05 APQ-FILE-LAST-REPORT    PIC 9(8).
       FD  AHS-FILE RECORDING MODE F.
         01 AHS-FILE-RECORD           PIC X(251).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 APQ-STATUS             PIC 9(2).
           88 APQ-FILE-SUCCESS     VALUE 00 97.
           88 APQ-FILE-EOF         VALUE 10.
           88 APQ-FILE-MISSING     VALUE 35.
         05 AHS-STATUS             PIC 9(2).
           88 AHS-FILE-SUCCESS     VALUE 00 97.
           88 AHS-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-REPORT-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-ENTRY-DATE          PIC 9(8).
          05 WS-DECIDE-DATE         PIC 9(8).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-PENDING-COUNT       PIC 9(7) VALUE 0.
          05 WS-CARRIED-COUNT       PIC 9(7) VALUE 0.
          05 WS-APPROVED-COUNT      PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
          05 WS-ARCHIVED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP84'.
          05 WL-LOG-START-TS        PIC X(14) VALUE SPACES.
          05 WL-LOG-READ-COUNT      PIC 9(7) VALUE 0.
          05 WL-LOG-SUCCESS-COUNT   PIC 9(7) VALUE 0.
          05 WL-LOG-FAILED-COUNT    PIC 9(7) VALUE 0.
          05 WL-LOG-REJECT-COUNT    PIC 9(7) VALUE 0.
          05 WL-LOG-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WK-LOG-PROG              PIC X(08) VALUE 'RECAP90'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-PROCESS-QUEUE UNTIL APQ-FILE-EOF.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-SET-BUS-DATE.
           OPEN EXTEND AHS-FILE.
           IF AHS-FILE-MISSING
              OPEN OUTPUT AHS-FILE
           END-IF.
           OPEN I-O APQ-FILE.
           IF APQ-FILE-MISSING
              SET APQ-FILE-EOF TO TRUE
           ELSE
              IF (APQ-STATUS NOT = 97) AND (APQ-STATUS NOT = 0)
                 DISPLAY 'APRQUE NOT OPENED. ERROR CODE:' APQ-STATUS
                 PERFORM H999-EXIT
              END-IF
              MOVE LOW-VALUES TO APQ-FILE-KEY
              START APQ-FILE KEY IS >= APQ-FILE-KEY
                 INVALID KEY SET APQ-FILE-EOF TO TRUE
              END-START
           END-IF.
           PERFORM H120-WRITE-HEADER.
           IF NOT APQ-FILE-EOF
              PERFORM H310-READ-NEXT
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE BEING CLOSED; WITHOUT A CARD
      * THE RUN CLOSES TODAY.
      *--------------------------------
       H110-SET-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-BUS-DATE
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRD-FILE-BUS-DATE NUMERIC
                       AND CRD-FILE-BUS-DATE > 0
                       MOVE CRD-FILE-BUS-DATE TO WS-BUS-DATE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
       H120-WRITE-HEADER.
           MOVE SPACES TO OUT-LINE
           MOVE 'ONAYLANMAMIS ISLEMLER-IS TARIHI:' TO OUT-LINE(1:32)
           MOVE WS-BUS-DATE TO OUT-LINE(33:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H120-END. EXIT.
      *--------------------------------
      * ITEMS ENTERED AFTER THE BUSINESS DATE (A LATE RERUN OF AN
      * EARLIER DATE) AND DECISIONS TAKEN AFTER IT ARE LEFT ALONE.
      *--------------------------------
       H300-PROCESS-QUEUE.
           ADD 1 TO WS-READ-COUNT
           MOVE APQ-FILE-KEY-TS(1:8) TO WS-ENTRY-DATE
           MOVE 0 TO WS-DECIDE-DATE
           IF APQ-FILE-DECIDE-TS(1:8) NUMERIC
              MOVE APQ-FILE-DECIDE-TS(1:8) TO WS-DECIDE-DATE
           END-IF
           EVALUATE TRUE
              WHEN APQ-FILE-PENDING
                 IF WS-ENTRY-DATE <= WS-BUS-DATE
                    PERFORM H320-CARRY-PENDING
                 END-IF
              WHEN WS-DECIDE-DATE = WS-BUS-DATE
                 EVALUATE TRUE
                    WHEN APQ-FILE-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                    WHEN APQ-FILE-POST-FAILED
                       ADD 1 TO WS-FAILED-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                 END-EVALUATE
              WHEN WS-DECIDE-DATE < WS-BUS-DATE
                 PERFORM H330-ARCHIVE-DECIDED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM H310-READ-NEXT.
       H300-END. EXIT.
      *--------------------------------
       H310-READ-NEXT.
           READ APQ-FILE NEXT RECORD
              AT END SET APQ-FILE-EOF TO TRUE
           END-READ.
       H310-END. EXIT.
      *--------------------------------
       H320-CARRY-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           IF APQ-FILE-LAST-REPORT < WS-BUS-DATE
              ADD 1 TO APQ-FILE-CARRY-DAYS
              MOVE WS-BUS-DATE TO APQ-FILE-LAST-REPORT
              REWRITE APQ-FILE-RECORD
                 INVALID KEY
                    DISPLAY 'APRQUE REWRITE ERROR:' APQ-STATUS
              END-REWRITE
           END-IF
           IF APQ-FILE-CARRY-DAYS > 1
              ADD 1 TO WS-CARRIED-COUNT
           END-IF
           MOVE SPACES TO OUT-LINE
           MOVE 'SIRA:'              TO OUT-LINE(1:5)
           MOVE APQ-FILE-KEY         TO OUT-LINE(6:18)
           MOVE '-'                  TO OUT-LINE(24:1)
           MOVE APQ-FILE-ID          TO OUT-LINE(25:5)
           MOVE '/'                  TO OUT-LINE(30:1)
           MOVE APQ-FILE-DVZ         TO OUT-LINE(31:3)
           MOVE '-MOD:'              TO OUT-LINE(34:5)
           MOVE APQ-FILE-MODE        TO OUT-LINE(39:1)
           MOVE '-'                  TO OUT-LINE(40:1)
           MOVE APQ-FILE-AMOUNT      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(41:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     GIREN:'        TO OUT-LINE(1:11)
           MOVE APQ-FILE-MAKER       TO OUT-LINE(12:8)
           MOVE '-KAYNAK:'           TO OUT-LINE(20:8)
           MOVE APQ-FILE-ORIGIN      TO OUT-LINE(28:8)
           MOVE '-REF:'              TO OUT-LINE(36:5)
           MOVE APQ-FILE-REF         TO OUT-LINE(41:12)
           MOVE '-DEVIR GUN:'        TO OUT-LINE(53:11)
           MOVE APQ-FILE-CARRY-DAYS  TO OUT-LINE(64:3)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H320-END. EXIT.
      *--------------------------------
       H330-ARCHIVE-DECIDED.
           MOVE APQ-FILE-RECORD TO AHS-FILE-RECORD
           WRITE AHS-FILE-RECORD
           DELETE APQ-FILE RECORD
              INVALID KEY
                 DISPLAY 'APRQUE DELETE ERROR:' APQ-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-ARCHIVED-COUNT
           END-DELETE.
       H330-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'ONAY BEKLEYEN:'     TO OUT-LINE(1:14)
           MOVE WS-PENDING-COUNT     TO OUT-LINE(15:7)
           MOVE '-ONCEKI GUNDEN:'    TO OUT-LINE(22:15)
           MOVE WS-CARRIED-COUNT     TO OUT-LINE(37:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'GUNUN KARARLARI-ONAY:' TO OUT-LINE(1:21)
           MOVE WS-APPROVED-COUNT    TO OUT-LINE(22:7)
           MOVE '-ISLENEMEYEN:'      TO OUT-LINE(29:13)
           MOVE WS-FAILED-COUNT      TO OUT-LINE(42:7)
           MOVE '-RED:'              TO OUT-LINE(49:5)
           MOVE WS-REJECTED-COUNT    TO OUT-LINE(54:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-OKUNAN:'           TO OUT-LINE(19:8)
           MOVE WS-READ-COUNT        TO OUT-LINE(27:7)
           MOVE '-ARSIVLENEN:'       TO OUT-LINE(34:12)
           MOVE WS-ARCHIVED-COUNT    TO OUT-LINE(46:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-APPROVED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-FAILED-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-PENDING-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE APQ-FILE.
           CLOSE AHS-FILE.
           CLOSE RPT-FILE.
           IF WS-PENDING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
