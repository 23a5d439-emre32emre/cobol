       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP74.
      ******************************************************************
      * DAILY BLOCKED-ATTEMPT REPORT FOR THE LEGAL DESK. LISTS EVERY
      * CHANGE RECAP51 REFUSED ON THE BUSINESS DATE BECAUSE OF A
      * POSITION BLOCK OR LEGAL HOLD (BLKLOG), WITH THE BLOCK THAT
      * STOPPED IT, AND COUNTS THE ATTEMPTS PER BLOCK TYPE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'BLKCARD'
                           STATUS CARD-STATUS.
           SELECT BLG-FILE ASSIGN TO 'BLKLOG'
                           STATUS BLG-STATUS.
           SELECT RPT-FILE ASSIGN TO 'BLKARPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
       FD  BLG-FILE RECORDING MODE F.
         01 BLG-FILE-MEMBERS.
           05 BLG-FILE-ID            PIC 9(5).
           05 BLG-FILE-DVZ           PIC 9(3).
           05 BLG-FILE-MODE          PIC X(1).
           05 BLG-FILE-AMOUNT        PIC S9(13)V99.
           05 BLG-FILE-BLOCK-DVZ     PIC 9(3).
           05 BLG-FILE-TYPE          PIC X(1).
             88 BLG-FILE-FULL        VALUE 'F'.
             88 BLG-FILE-DEBIT       VALUE 'D'.
             88 BLG-FILE-HOLD        VALUE 'H'.
           05 BLG-FILE-REASON        PIC X(30).
           05 BLG-FILE-TIMESTAMP     PIC X(14).
           05 BLG-FILE-REF           PIC X(12).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 BLG-STATUS             PIC 9(2).
           88 BLG-FILE-SUCCESS     VALUE 00 97.
           88 BLG-FILE-EOF         VALUE 10.
           88 BLG-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-REPORT-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-SELECTED-COUNT      PIC 9(7) VALUE 0.
          05 WS-FULL-COUNT          PIC 9(7) VALUE 0.
          05 WS-DEBIT-COUNT         PIC 9(7) VALUE 0.
          05 WS-HOLD-COUNT          PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP74'.
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
           PERFORM H300-LIST-ATTEMPTS UNTIL BLG-FILE-EOF.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT BLG-FILE.
           IF BLG-FILE-MISSING
              SET BLG-FILE-EOF TO TRUE
           ELSE
              IF (BLG-STATUS NOT = 97) AND (BLG-STATUS NOT = 0)
                 DISPLAY 'BLKLOG NOT OPENED. ERROR CODE:' BLG-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-SET-BUS-DATE.
           IF NOT BLG-FILE-EOF
              READ BLG-FILE AT END SET BLG-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE TO REPORT; WITHOUT A CARD THE
      * REPORT COVERS TODAY'S ATTEMPTS.
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
       H300-LIST-ATTEMPTS.
           ADD 1 TO WS-READ-COUNT
           IF BLG-FILE-TIMESTAMP(1:8) = WS-BUS-DATE
              ADD 1 TO WS-SELECTED-COUNT
              EVALUATE TRUE
                 WHEN BLG-FILE-FULL  ADD 1 TO WS-FULL-COUNT
                 WHEN BLG-FILE-DEBIT ADD 1 TO WS-DEBIT-COUNT
                 WHEN OTHER          ADD 1 TO WS-HOLD-COUNT
              END-EVALUATE
              PERFORM H310-WRITE-ATTEMPT
           END-IF.
           READ BLG-FILE AT END SET BLG-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
       H310-WRITE-ATTEMPT.
           MOVE SPACES TO OUT-LINE
           MOVE BLG-FILE-ID          TO OUT-LINE(1:5)
           MOVE '/'                  TO OUT-LINE(6:1)
           MOVE BLG-FILE-DVZ         TO OUT-LINE(7:3)
           MOVE '-MOD:'              TO OUT-LINE(10:5)
           MOVE BLG-FILE-MODE        TO OUT-LINE(15:1)
           MOVE '-TUTAR:'            TO OUT-LINE(16:7)
           MOVE BLG-FILE-AMOUNT      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(23:21)
           MOVE '-SAAT:'             TO OUT-LINE(44:6)
           MOVE BLG-FILE-TIMESTAMP(9:6) TO OUT-LINE(50:6)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     BLOKE:'        TO OUT-LINE(1:11)
           MOVE BLG-FILE-TYPE        TO OUT-LINE(12:1)
           MOVE '/'                  TO OUT-LINE(13:1)
           MOVE BLG-FILE-BLOCK-DVZ   TO OUT-LINE(14:3)
           MOVE '-NEDEN:'            TO OUT-LINE(17:7)
           MOVE BLG-FILE-REASON      TO OUT-LINE(24:30)
           MOVE '-REF:'              TO OUT-LINE(54:5)
           MOVE BLG-FILE-REF         TO OUT-LINE(59:12)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H310-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'TAM:'               TO OUT-LINE(1:4)
           MOVE WS-FULL-COUNT        TO OUT-LINE(5:7)
           MOVE '-BORC:'             TO OUT-LINE(12:6)
           MOVE WS-DEBIT-COUNT       TO OUT-LINE(18:7)
           MOVE '-TUTAR:'            TO OUT-LINE(25:7)
           MOVE WS-HOLD-COUNT        TO OUT-LINE(32:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-OKUNAN:'           TO OUT-LINE(19:8)
           MOVE WS-READ-COUNT        TO OUT-LINE(27:7)
           MOVE '-BLOKELI DENEME:'   TO OUT-LINE(34:16)
           MOVE WS-SELECTED-COUNT    TO OUT-LINE(50:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-SELECTED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE 0 TO WL-LOG-FAILED-COUNT
           MOVE 0 TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE BLG-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
