       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP73.
      ******************************************************************
      * POSITION BLOCK AND LEGAL HOLD MAINTENANCE. APPLIES THE BLKTRAN
      * CARDS TO THE BLKFILE CLUSTER THAT RECAP51 CHECKS BEFORE EVERY
      * CHANGE TO IDXFILE AND THAT RC61 SHOWS ON THE BLOKE LINE.
      * A=EKLE M=DEGISTIR D=KALDIR. BLOCK TYPES: F=TAM BLOKE (NO
      * CHANGE AT ALL), D=BORC BLOKESI (NO DEBIT, NO DELETE), H=TUTAR
      * BLOKESI (THE HELD AMOUNT MUST STAY ON THE POSITION). DVZ 000
      * BLOCKS EVERY POSITION OF THE MEMBER; A HOLD NEEDS A CURRENCY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO 'BLKTRAN'
                           STATUS TRN-STATUS.
           SELECT BLK-FILE ASSIGN TO 'BLKFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS BLK-FILE-KEY
                           STATUS BLK-STATUS.
           SELECT RPT-FILE ASSIGN TO 'BLKRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TRN-FILE RECORDING MODE F.
         01 TRN-FILE-RECORD.
           05 TRN-FILE-MODE          PIC X(1).
           05 TRN-FILE-ID            PIC 9(5).
           05 TRN-FILE-DVZ           PIC 9(3).
           05 TRN-FILE-TYPE          PIC X(1).
           05 TRN-FILE-HOLD-AMOUNT   PIC 9(13)V99.
           05 TRN-FILE-REASON        PIC X(30).
           05 TRN-FILE-START-DATE    PIC 9(8).
           05 TRN-FILE-END-DATE      PIC 9(8).
           05 TRN-FILE-SOURCE        PIC X(8).
       FD  BLK-FILE.
         01 BLK-FILE-RECORD.
           05 BLK-FILE-KEY.
             10 BLK-FILE-ID          PIC 9(5).
             10 BLK-FILE-DVZ         PIC 9(3).
           05 BLK-FILE-TYPE          PIC X(1).
             88 BLK-FILE-FULL        VALUE 'F'.
             88 BLK-FILE-DEBIT       VALUE 'D'.
             88 BLK-FILE-HOLD        VALUE 'H'.
           05 BLK-FILE-HOLD-AMOUNT   PIC S9(13)V99.
           05 BLK-FILE-REASON        PIC X(30).
           05 BLK-FILE-START-DATE    PIC 9(8).
           05 BLK-FILE-END-DATE      PIC 9(8).
           05 BLK-FILE-ENTRY-DATE    PIC 9(8).
           05 BLK-FILE-SOURCE        PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 TRN-STATUS             PIC 9(2).
           88 TRN-FILE-SUCCESS     VALUE 00 97.
           88 TRN-FILE-EOF         VALUE 10.
         05 BLK-STATUS             PIC 9(2).
           88 BLK-FILE-SUCCESS     VALUE 00 97.
           88 BLK-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-EDIT-CONTROL.
          05 WS-CARD-FLAG           PIC X(1).
             88 WS-CARD-VALID       VALUE 'Y'.
             88 WS-CARD-INVALID     VALUE 'N'.
          05 WS-REJECT-TEXT         PIC X(30).
          05 WS-CUR-IDX             PIC 9(2).
          05 WS-DVZ-FLAG            PIC X(1).
             88 WS-DVZ-VALID        VALUE 'Y'.
             88 WS-DVZ-INVALID      VALUE 'N'.
          05 WS-START-DATE          PIC 9(8).
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 FILLER                 PIC 9(03) VALUE 978.
         05 FILLER                 PIC 9(03) VALUE 826.
         05 FILLER                 PIC 9(03) VALUE 392.
       01 WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-VALUES.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-ADDED-COUNT         PIC 9(7) VALUE 0.
          05 WS-AMENDED-COUNT       PIC 9(7) VALUE 0.
          05 WS-LIFTED-COUNT        PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP73'.
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
           PERFORM H300-APPLY-TRANSACTION UNTIL TRN-FILE-EOF.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT TRN-FILE.
           IF (TRN-STATUS NOT = 97) AND (TRN-STATUS NOT = 0)
              DISPLAY 'BLKTRAN NOT OPENED. ERROR CODE:' TRN-STATUS
              PERFORM H999-EXIT
           END-IF.
           PERFORM H140-OPEN-BLOCKS.
           OPEN OUTPUT RPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * THE FIRST RUN CREATES THE CLUSTER, AS RECAP56 DOES FOR REFFILE.
      *--------------------------------
       H140-OPEN-BLOCKS.
           OPEN I-O BLK-FILE.
           IF BLK-FILE-MISSING
              OPEN OUTPUT BLK-FILE
              CLOSE BLK-FILE
              OPEN I-O BLK-FILE
           END-IF.
           IF (BLK-STATUS NOT = 97) AND (BLK-STATUS NOT = 0)
              DISPLAY 'BLKFILE NOT OPENED. ERROR CODE:' BLK-STATUS
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
       H300-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM H310-EDIT-CARD
           IF WS-CARD-INVALID
              PERFORM H340-WRITE-REJECT
           ELSE
              EVALUATE TRN-FILE-MODE
                 WHEN 'A' PERFORM H320-ADD-BLOCK
                 WHEN 'M' PERFORM H325-AMEND-BLOCK
                 WHEN 'D' PERFORM H330-LIFT-BLOCK
              END-EVALUATE
           END-IF.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      * A LIFT NEEDS ONLY THE KEY; AN ADD OR AN AMEND CARRIES THE WHOLE
      * BLOCK. A ZERO START DATE MEANS TODAY, A ZERO END DATE MEANS
      * UNTIL LIFTED.
      *--------------------------------
       H310-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           SET WS-DVZ-INVALID TO TRUE
           IF TRN-FILE-DVZ NUMERIC
              IF TRN-FILE-DVZ = 0
                 SET WS-DVZ-VALID TO TRUE
              END-IF
              PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                      UNTIL WS-CUR-IDX > 5
                 IF WS-CURRENCY-CODE(WS-CUR-IDX) = TRN-FILE-DVZ
                    SET WS-DVZ-VALID TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           MOVE 0 TO WS-START-DATE
           IF TRN-FILE-START-DATE NUMERIC
              MOVE TRN-FILE-START-DATE TO WS-START-DATE
           END-IF
           IF WS-START-DATE = 0
              MOVE WS-TODAY TO WS-START-DATE
           END-IF
           EVALUATE TRUE
              WHEN TRN-FILE-MODE NOT = 'A' AND NOT = 'M'
                   AND NOT = 'D'
                 MOVE '-GECERSIZ MOD' TO WS-REJECT-TEXT
              WHEN TRN-FILE-ID NOT NUMERIC OR TRN-FILE-ID = 0
                 MOVE '-GECERSIZ UYE NO' TO WS-REJECT-TEXT
              WHEN WS-DVZ-INVALID
                 MOVE '-GECERSIZ DVZ KODU' TO WS-REJECT-TEXT
              WHEN TRN-FILE-MODE = 'D'
                 CONTINUE
              WHEN TRN-FILE-TYPE NOT = 'F' AND NOT = 'D'
                   AND NOT = 'H'
                 MOVE '-GECERSIZ BLOKE TIPI' TO WS-REJECT-TEXT
              WHEN TRN-FILE-TYPE = 'H' AND TRN-FILE-DVZ = 0
                 MOVE '-TUTAR BLOKESI DVZ ISTER' TO WS-REJECT-TEXT
              WHEN TRN-FILE-TYPE = 'H'
                   AND (TRN-FILE-HOLD-AMOUNT NOT NUMERIC
                        OR TRN-FILE-HOLD-AMOUNT = 0)
                 MOVE '-BLOKE TUTARI GECERSIZ' TO WS-REJECT-TEXT
              WHEN TRN-FILE-REASON = SPACES
                 MOVE '-BLOKE NEDENI EKSIK' TO WS-REJECT-TEXT
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
                 MOVE '-GECERSIZ BASLANGIC' TO WS-REJECT-TEXT
              WHEN TRN-FILE-END-DATE NOT NUMERIC
                 MOVE '-GECERSIZ BITIS' TO WS-REJECT-TEXT
              WHEN TRN-FILE-END-DATE NOT = 0
                   AND (FUNCTION TEST-DATE-YYYYMMDD
                           (TRN-FILE-END-DATE) NOT = 0
                        OR TRN-FILE-END-DATE < WS-START-DATE)
                 MOVE '-GECERSIZ BITIS' TO WS-REJECT-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              SET WS-CARD-INVALID TO TRUE
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H320-ADD-BLOCK.
           PERFORM H350-MOVE-CARD-FIELDS
           MOVE WS-TODAY TO BLK-FILE-ENTRY-DATE
           WRITE BLK-FILE-RECORD INVALID KEY
              MOVE '-BLOKE ZATEN MEVCUT' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'EKLENDI ' TO OUT-LINE
              PERFORM H360-WRITE-BLOCK-LINE
           END-WRITE.
       H320-END. EXIT.
      *--------------------------------
      * AN AMEND REPLACES THE BLOCK WHOLE; THE BEFORE AND AFTER IMAGES
      * BOTH GO TO THE REPORT FOR THE LEGAL DESK.
      *--------------------------------
       H325-AMEND-BLOCK.
           MOVE TRN-FILE-ID  TO BLK-FILE-ID
           MOVE TRN-FILE-DVZ TO BLK-FILE-DVZ
           READ BLK-FILE INVALID KEY
              MOVE '-BLOKE MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              MOVE 'ONCEKI  ' TO OUT-LINE
              PERFORM H360-WRITE-BLOCK-LINE
              PERFORM H350-MOVE-CARD-FIELDS
              REWRITE BLK-FILE-RECORD INVALID KEY
                 MOVE '-BLOKE DEGISTIRILEMEDI' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-AMENDED-COUNT
                 MOVE 'DEGISTI ' TO OUT-LINE
                 PERFORM H360-WRITE-BLOCK-LINE
              END-REWRITE
           END-READ.
       H325-END. EXIT.
      *--------------------------------
       H330-LIFT-BLOCK.
           MOVE TRN-FILE-ID  TO BLK-FILE-ID
           MOVE TRN-FILE-DVZ TO BLK-FILE-DVZ
           READ BLK-FILE INVALID KEY
              MOVE '-BLOKE MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              DELETE BLK-FILE INVALID KEY
                 MOVE '-BLOKE KALDIRILAMADI' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-LIFTED-COUNT
                 MOVE 'KALDIRDI' TO OUT-LINE
                 PERFORM H360-WRITE-BLOCK-LINE
              END-DELETE
           END-READ.
       H330-END. EXIT.
      *--------------------------------
       H340-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'RED-MOD:'           TO OUT-LINE(1:8)
           MOVE TRN-FILE-MODE        TO OUT-LINE(9:1)
           MOVE '-ID:'               TO OUT-LINE(10:4)
           MOVE TRN-FILE-ID          TO OUT-LINE(14:5)
           MOVE '/'                  TO OUT-LINE(19:1)
           MOVE TRN-FILE-DVZ         TO OUT-LINE(20:3)
           MOVE WS-REJECT-TEXT       TO OUT-LINE(23:30)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H340-END. EXIT.
      *--------------------------------
       H350-MOVE-CARD-FIELDS.
           MOVE TRN-FILE-ID     TO BLK-FILE-ID
           MOVE TRN-FILE-DVZ    TO BLK-FILE-DVZ
           MOVE TRN-FILE-TYPE   TO BLK-FILE-TYPE
           IF BLK-FILE-HOLD
              MOVE TRN-FILE-HOLD-AMOUNT TO BLK-FILE-HOLD-AMOUNT
           ELSE
              MOVE 0 TO BLK-FILE-HOLD-AMOUNT
           END-IF
           MOVE TRN-FILE-REASON TO BLK-FILE-REASON
           MOVE WS-START-DATE   TO BLK-FILE-START-DATE
           MOVE TRN-FILE-END-DATE TO BLK-FILE-END-DATE
           MOVE TRN-FILE-SOURCE TO BLK-FILE-SOURCE.
       H350-END. EXIT.
      *--------------------------------
       H360-WRITE-BLOCK-LINE.
           MOVE BLK-FILE-ID          TO OUT-LINE(9:5)
           MOVE '/'                  TO OUT-LINE(14:1)
           MOVE BLK-FILE-DVZ         TO OUT-LINE(15:3)
           MOVE BLK-FILE-TYPE        TO OUT-LINE(19:1)
           MOVE BLK-FILE-REASON      TO OUT-LINE(21:30)
           MOVE BLK-FILE-START-DATE  TO OUT-LINE(52:8)
           MOVE '-'                  TO OUT-LINE(60:1)
           MOVE BLK-FILE-END-DATE    TO OUT-LINE(61:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF BLK-FILE-HOLD
              MOVE SPACES TO OUT-LINE
              MOVE '        TUTAR:'    TO OUT-LINE(1:14)
              MOVE BLK-FILE-HOLD-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT      TO OUT-LINE(15:21)
              MOVE '-KAYNAK:'          TO OUT-LINE(36:8)
              MOVE BLK-FILE-SOURCE     TO OUT-LINE(44:8)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H360-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           MOVE SPACES TO OUT-LINE
           MOVE 'OKUNAN:'            TO OUT-LINE(1:7)
           MOVE WS-READ-COUNT        TO OUT-LINE(8:7)
           MOVE '-EKLENEN:'          TO OUT-LINE(15:9)
           MOVE WS-ADDED-COUNT       TO OUT-LINE(24:7)
           MOVE '-DEGISEN:'          TO OUT-LINE(31:9)
           MOVE WS-AMENDED-COUNT     TO OUT-LINE(40:7)
           MOVE '-KALKAN:'           TO OUT-LINE(47:8)
           MOVE WS-LIFTED-COUNT      TO OUT-LINE(55:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'RED:'               TO OUT-LINE(1:4)
           MOVE WS-REJECTED-COUNT    TO OUT-LINE(5:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           COMPUTE WL-LOG-SUCCESS-COUNT = WS-ADDED-COUNT
                   + WS-AMENDED-COUNT + WS-LIFTED-COUNT
           MOVE 0 TO WL-LOG-FAILED-COUNT
           MOVE WS-REJECTED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE TRN-FILE.
           CLOSE BLK-FILE.
           CLOSE RPT-FILE.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
