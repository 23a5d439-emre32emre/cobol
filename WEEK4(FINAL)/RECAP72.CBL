       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP72.
      ******************************************************************
      * DAILY CURRENCY EXCHANGE REPORT. SUMMARISES THE OWN-ACCOUNT
      * EXCHANGES ('E') THAT RECAP51 LOGGED TO FXDLOG FOR THE BUSINESS
      * DATE PER CURRENCY PAIR: DEAL COUNT, AMOUNT SOLD AND BOUGHT,
      * THE MID RATES AND SPREADS APPLIED, THE AVERAGE DEAL RATE AND
      * THE SPREAD INCOME IN TRY: PER DEAL THE AMOUNT SOLD AT ITS MID
      * RATE LESS THE AMOUNT BOUGHT AT ITS MID RATE.
      * A DEAL WHOSE REFERENCE HAS SINCE BEEN REVERSED ('I' ON IDXHIST
      * NOT BACKED OUT BY A 'G') IS LEFT OUT OF THE PAIR TOTALS AND
      * COUNTED ON ITS OWN, AS RECAP51 LOGS NO OFFSETTING DEAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'FXDCARD'
                           STATUS CARD-STATUS.
           SELECT FXD-FILE ASSIGN TO 'FXDLOG'
                           STATUS FXD-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT RPT-FILE ASSIGN TO 'FXDRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-FX-DATE       PIC 9(08).
       FD  FXD-FILE RECORDING MODE F.
         01 FXD-FILE-MEMBERS.
           05 FXD-FILE-ID            PIC S9(5).
           05 FXD-FILE-SRC-DVZ       PIC 9(03).
           05 FXD-FILE-TGT-DVZ       PIC 9(03).
           05 FXD-FILE-SRC-AMOUNT    PIC S9(13)V99.
           05 FXD-FILE-TGT-AMOUNT    PIC S9(13)V99.
           05 FXD-FILE-SRC-MID       PIC 9(7)V9(7).
           05 FXD-FILE-TGT-MID       PIC 9(7)V9(7).
           05 FXD-FILE-BUY-SPREAD    PIC 9V9(5).
           05 FXD-FILE-SELL-SPREAD   PIC 9V9(5).
           05 FXD-FILE-RATE          PIC 9(7)V9(7).
           05 FXD-FILE-DATE          PIC 9(8).
           05 FXD-FILE-REF           PIC X(12).
       FD  HST-FILE RECORDING MODE F.
         01 HST-FILE-MEMBERS.
           05 HST-FILE-ID            PIC S9(5).
           05 HST-FILE-DVZ           PIC S9(3).
           05 HST-FILE-NAME          PIC X(15).
           05 HST-FILE-SURNAME       PIC X(15).
           05 HST-FILE-DATE          PIC S9(7).
           05 HST-FILE-BALANCE       PIC S9(13)V99.
           05 HST-FILE-MODE          PIC X(1).
           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 FXD-STATUS             PIC 9(2).
           88 FXD-FILE-SUCCESS     VALUE 00 97.
           88 FXD-FILE-EOF         VALUE 10.
           88 FXD-FILE-MISSING     VALUE 35.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
           88 HST-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
      *----------------------------------------------------------------
      * ONE SLOT PER SOLD/BOUGHT CURRENCY PAIR. THE MID RATES AND
      * SPREADS SHOWN ARE THOSE OF THE LAST DEAL OF THE PAIR.
      *----------------------------------------------------------------
       01 WS-PAIR-CONTROL.
          05 WS-PAIR-COUNT          PIC 9(2) VALUE 0.
          05 WS-PAIR-IDX            PIC 9(2).
          05 WS-PAIR-SLOT           PIC 9(2).
       01 WS-PAIR-TABLE.
          05 WS-PAIR-ENTRY OCCURS 20 TIMES.
             10 WS-PR-SRC-DVZ       PIC 9(03).
             10 WS-PR-TGT-DVZ       PIC 9(03).
             10 WS-PR-COUNT         PIC 9(5).
             10 WS-PR-SRC-TOTAL     PIC S9(13)V99 COMP-3.
             10 WS-PR-TGT-TOTAL     PIC S9(13)V99 COMP-3.
             10 WS-PR-INCOME        PIC S9(13)V99 COMP-3.
             10 WS-PR-SRC-MID       PIC 9(7)V9(7).
             10 WS-PR-TGT-MID       PIC 9(7)V9(7).
             10 WS-PR-BUY-SPREAD    PIC 9V9(5).
             10 WS-PR-SELL-SPREAD   PIC 9V9(5).
      *----------------------------------------------------------------
      * REFERENCES REVERSED ON OR AFTER THE REPORT DATE.
      *----------------------------------------------------------------
       01 WS-REV-TABLE.
          05 WS-REV-COUNT           PIC 9(4) VALUE 0.
          05 WS-REV-IDX             PIC 9(4).
          05 WS-REV-KEY             PIC X(12).
          05 WS-REV-FLAG            PIC X(1).
             88 WS-REV-REF-FOUND    VALUE 'Y'.
          05 WS-REV-REF             PIC X(12) OCCURS 1000 TIMES.
       01 WS-REPORT-WORK.
          05 WS-FX-DATE             PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-AVG-RATE            PIC 9(7)V9(7).
          05 WS-DEAL-INCOME         PIC S9(13)V99.
          05 WS-INCOME-TOTAL        PIC S9(13)V99 VALUE 0.
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-SELECTED-COUNT      PIC 9(7) VALUE 0.
          05 WS-OVERFLOW-COUNT      PIC 9(7) VALUE 0.
          05 WS-REVERSED-COUNT      PIC 9(7) VALUE 0.
          05 WS-REV-OVERFLOW-COUNT  PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE              PIC ZZZZZZ9.9999999.
       01 WS-EDIT-SPREAD            PIC 9.99999.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP72'.
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
           PERFORM H300-COLLECT-DEALS UNTIL FXD-FILE-EOF.
           PERFORM H400-WRITE-PAIRS.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT FXD-FILE.
           IF FXD-FILE-MISSING
              SET FXD-FILE-EOF TO TRUE
           ELSE
              IF (FXD-STATUS NOT = 97) AND (FXD-STATUS NOT = 0)
                 DISPLAY 'FXDLOG NOT OPENED. ERROR CODE:' FXD-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-SET-FX-DATE.
           PERFORM H200-LOAD-REVERSALS.
           IF NOT FXD-FILE-EOF
              READ FXD-FILE AT END SET FXD-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE TO REPORT; WITHOUT A CARD THE
      * REPORT COVERS TODAY'S DEALS.
      *--------------------------------
       H110-SET-FX-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-FX-DATE
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRD-FILE-FX-DATE NUMERIC
                       AND CRD-FILE-FX-DATE > 0
                       MOVE CRD-FILE-FX-DATE TO WS-FX-DATE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      * A REVERSAL CANNOT PRECEDE ITS DEAL, SO ONLY JOURNAL ENTRIES ON
      * OR AFTER THE REPORT DATE ARE TAKEN. A 'G' UNDER THE SAME
      * REFERENCE IS THE BACK-OUT OF A REVERSAL THAT DID NOT COMPLETE.
      *--------------------------------
       H200-LOAD-REVERSALS.
           OPEN INPUT HST-FILE.
           IF NOT HST-FILE-MISSING
              IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
                 DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
              END-READ
              PERFORM H210-TAKE-HISTORY UNTIL HST-FILE-EOF
              CLOSE HST-FILE
           END-IF.
       H200-END. EXIT.
      *--------------------------------
       H210-TAKE-HISTORY.
           IF HST-FILE-REF NOT = SPACES
              AND HST-FILE-TIMESTAMP(1:8) >= WS-FX-DATE
              MOVE HST-FILE-REF TO WS-REV-KEY
              EVALUATE HST-FILE-MODE
                 WHEN 'I'
                    PERFORM H220-ADD-REVERSAL
                 WHEN 'G'
                    PERFORM H230-DROP-REVERSAL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *--------------------------------
       H220-ADD-REVERSAL.
           PERFORM H240-FIND-REVERSAL.
           IF NOT WS-REV-REF-FOUND
              IF WS-REV-COUNT < 1000
                 ADD 1 TO WS-REV-COUNT
                 MOVE WS-REV-KEY TO WS-REV-REF(WS-REV-COUNT)
              ELSE
                 ADD 1 TO WS-REV-OVERFLOW-COUNT
              END-IF
           END-IF.
       H220-END. EXIT.
      *--------------------------------
       H230-DROP-REVERSAL.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-REF(WS-REV-IDX) = WS-REV-KEY
                 MOVE SPACES TO WS-REV-REF(WS-REV-IDX)
              END-IF
           END-PERFORM.
       H230-END. EXIT.
      *--------------------------------
       H240-FIND-REVERSAL.
           MOVE 'N' TO WS-REV-FLAG
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REV-REF-FOUND
              IF WS-REV-REF(WS-REV-IDX) = WS-REV-KEY
                 SET WS-REV-REF-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H240-END. EXIT.
      *--------------------------------
       H300-COLLECT-DEALS.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-REV-FLAG
           IF FXD-FILE-DATE = WS-FX-DATE AND FXD-FILE-REF NOT = SPACES
              MOVE FXD-FILE-REF TO WS-REV-KEY
              PERFORM H240-FIND-REVERSAL
           END-IF.
           IF FXD-FILE-DATE = WS-FX-DATE
              IF WS-REV-REF-FOUND
                 ADD 1 TO WS-REVERSED-COUNT
              ELSE
                 PERFORM H305-ADD-DEAL
              END-IF
           END-IF.
           READ FXD-FILE AT END SET FXD-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
       H305-ADD-DEAL.
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM H310-FIND-PAIR-SLOT
           IF WS-PAIR-SLOT > 0
              ADD 1 TO WS-PR-COUNT(WS-PAIR-SLOT)
              ADD FXD-FILE-SRC-AMOUNT
                  TO WS-PR-SRC-TOTAL(WS-PAIR-SLOT)
              ADD FXD-FILE-TGT-AMOUNT
                  TO WS-PR-TGT-TOTAL(WS-PAIR-SLOT)
              COMPUTE WS-DEAL-INCOME ROUNDED =
                      FXD-FILE-SRC-AMOUNT * FXD-FILE-SRC-MID
                    - FXD-FILE-TGT-AMOUNT * FXD-FILE-TGT-MID
              ADD WS-DEAL-INCOME TO WS-PR-INCOME(WS-PAIR-SLOT)
              ADD WS-DEAL-INCOME TO WS-INCOME-TOTAL
              MOVE FXD-FILE-SRC-MID TO WS-PR-SRC-MID(WS-PAIR-SLOT)
              MOVE FXD-FILE-TGT-MID TO WS-PR-TGT-MID(WS-PAIR-SLOT)
              MOVE FXD-FILE-BUY-SPREAD
                   TO WS-PR-BUY-SPREAD(WS-PAIR-SLOT)
              MOVE FXD-FILE-SELL-SPREAD
                   TO WS-PR-SELL-SPREAD(WS-PAIR-SLOT)
           ELSE
              ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
       H305-END. EXIT.
      *--------------------------------
       H310-FIND-PAIR-SLOT.
           MOVE 0 TO WS-PAIR-SLOT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-SLOT > 0
              IF WS-PR-SRC-DVZ(WS-PAIR-IDX) = FXD-FILE-SRC-DVZ
                 AND WS-PR-TGT-DVZ(WS-PAIR-IDX) = FXD-FILE-TGT-DVZ
                 MOVE WS-PAIR-IDX TO WS-PAIR-SLOT
              END-IF
           END-PERFORM.
           IF WS-PAIR-SLOT = 0 AND WS-PAIR-COUNT < 20
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-PAIR-COUNT TO WS-PAIR-SLOT
              MOVE FXD-FILE-SRC-DVZ TO WS-PR-SRC-DVZ(WS-PAIR-SLOT)
              MOVE FXD-FILE-TGT-DVZ TO WS-PR-TGT-DVZ(WS-PAIR-SLOT)
              MOVE 0 TO WS-PR-COUNT(WS-PAIR-SLOT)
              MOVE 0 TO WS-PR-SRC-TOTAL(WS-PAIR-SLOT)
              MOVE 0 TO WS-PR-TGT-TOTAL(WS-PAIR-SLOT)
              MOVE 0 TO WS-PR-INCOME(WS-PAIR-SLOT)
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H400-WRITE-PAIRS.
           PERFORM H410-WRITE-ONE-PAIR
              VARYING WS-PAIR-IDX FROM 1 BY 1
              UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
       H400-END. EXIT.
      *--------------------------------
      * THE AVERAGE DEAL RATE IS UNITS BOUGHT PER UNIT SOLD OVER ALL
      * DEALS OF THE PAIR, SO IT CARRIES BOTH SPREADS.
      *--------------------------------
       H410-WRITE-ONE-PAIR.
           MOVE SPACES TO OUT-LINE
           MOVE 'CIFT:'              TO OUT-LINE(1:5)
           MOVE WS-PR-SRC-DVZ(WS-PAIR-IDX) TO OUT-LINE(6:3)
           MOVE '>'                  TO OUT-LINE(9:1)
           MOVE WS-PR-TGT-DVZ(WS-PAIR-IDX) TO OUT-LINE(10:3)
           MOVE '-ADET:'             TO OUT-LINE(13:6)
           MOVE WS-PR-COUNT(WS-PAIR-IDX) TO OUT-LINE(19:5)
           MOVE '-SATILAN:'          TO OUT-LINE(24:9)
           MOVE WS-PR-SRC-TOTAL(WS-PAIR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(33:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-PR-SRC-TOTAL(WS-PAIR-IDX) > 0
              COMPUTE WS-AVG-RATE ROUNDED =
                      WS-PR-TGT-TOTAL(WS-PAIR-IDX)
                      / WS-PR-SRC-TOTAL(WS-PAIR-IDX)
           ELSE
              MOVE 0 TO WS-AVG-RATE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE '     ALINAN:'       TO OUT-LINE(1:12)
           MOVE WS-PR-TGT-TOTAL(WS-PAIR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(13:21)
           MOVE '-ORT KUR:'          TO OUT-LINE(34:9)
           MOVE WS-AVG-RATE          TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE         TO OUT-LINE(43:15)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     ORTA KUR:'     TO OUT-LINE(1:14)
           MOVE WS-PR-SRC-MID(WS-PAIR-IDX) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE         TO OUT-LINE(15:15)
           MOVE '/'                  TO OUT-LINE(30:1)
           MOVE WS-PR-TGT-MID(WS-PAIR-IDX) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE         TO OUT-LINE(31:15)
           MOVE '-MARJ A/S:'         TO OUT-LINE(46:10)
           MOVE WS-PR-BUY-SPREAD(WS-PAIR-IDX) TO WS-EDIT-SPREAD
           MOVE WS-EDIT-SPREAD       TO OUT-LINE(56:7)
           MOVE '/'                  TO OUT-LINE(63:1)
           MOVE WS-PR-SELL-SPREAD(WS-PAIR-IDX) TO WS-EDIT-SPREAD
           MOVE WS-EDIT-SPREAD       TO OUT-LINE(64:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     MARJ GELIRI TRY:' TO OUT-LINE(1:21)
           MOVE WS-PR-INCOME(WS-PAIR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(22:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H410-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           IF WS-OVERFLOW-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:TABLO DISI ISLEM:' TO OUT-LINE(1:23)
              MOVE WS-OVERFLOW-COUNT  TO OUT-LINE(24:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-REV-OVERFLOW-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:TABLO DISI IPTAL:' TO OUT-LINE(1:23)
              MOVE WS-REV-OVERFLOW-COUNT TO OUT-LINE(24:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'IPTAL EDILEN ISLEM:'  TO OUT-LINE(1:19)
           MOVE WS-REVERSED-COUNT    TO OUT-LINE(20:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'TOPLAM MARJ GELIRI TRY:' TO OUT-LINE(1:23)
           MOVE WS-INCOME-TOTAL      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(24:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'DOVIZ TARIHI:'      TO OUT-LINE(1:13)
           MOVE WS-FX-DATE           TO OUT-LINE(14:8)
           MOVE '-OKUNAN:'           TO OUT-LINE(22:8)
           MOVE WS-READ-COUNT        TO OUT-LINE(30:7)
           MOVE '-SECILEN:'          TO OUT-LINE(37:9)
           MOVE WS-SELECTED-COUNT    TO OUT-LINE(46:7)
           MOVE '-CIFT:'             TO OUT-LINE(53:6)
           MOVE WS-PAIR-COUNT        TO OUT-LINE(59:2)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-SELECTED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-REVERSED-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-OVERFLOW-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE FXD-FILE.
           CLOSE RPT-FILE.
           IF WS-OVERFLOW-COUNT > 0 OR WS-REV-OVERFLOW-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
