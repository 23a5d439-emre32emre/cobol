       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP75.
      ******************************************************************
      * STANDING ORDER MAINTENANCE. APPLIES THE SOTRAN CARDS TO THE
      * SOMAST CLUSTER THAT RECAP76 READS AT DAY-END TO GENERATE THE
      * RECURRING TRANSFERS. A=EKLE M=DEGISTIR C=IPTAL. FREQUENCY:
      * W=HAFTALIK (EVERY 7 DAYS FROM THE START DATE), M=AYLIK (THE
      * START DATE'S DAY EACH MONTH), D=AYIN GUNU (THE GIVEN DAY EACH
      * MONTH). A DAY PAST THE MONTH END FALLS ON THE LAST DAY. A
      * ZERO PAYMENT COUNT MEANS UNTIL CANCELLED OR THE END DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO 'SOTRAN'
                           STATUS TRN-STATUS.
           SELECT SO-FILE ASSIGN TO 'SOMAST'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS SO-FILE-NO
                           STATUS SO-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS IDX-FILE-KEY
                           STATUS VSAM-STATUS.
           SELECT RPT-FILE ASSIGN TO 'SORPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TRN-FILE RECORDING MODE F.
         01 TRN-FILE-RECORD.
           05 TRN-FILE-MODE          PIC X(1).
           05 TRN-FILE-NO            PIC 9(5).
           05 TRN-FILE-DEBIT-ID      PIC 9(5).
           05 TRN-FILE-CREDIT-ID     PIC 9(5).
           05 TRN-FILE-DVZ           PIC 9(3).
           05 TRN-FILE-AMOUNT        PIC 9(13)V99.
           05 TRN-FILE-FREQ          PIC X(1).
           05 TRN-FILE-DAY           PIC 9(2).
           05 TRN-FILE-START-DATE    PIC 9(8).
           05 TRN-FILE-END-DATE      PIC 9(8).
           05 TRN-FILE-COUNT         PIC 9(4).
           05 TRN-FILE-SOURCE        PIC X(8).
       FD  SO-FILE.
         01 SO-FILE-RECORD.
           05 SO-FILE-NO             PIC 9(5).
           05 SO-FILE-DEBIT-ID       PIC 9(5).
           05 SO-FILE-CREDIT-ID      PIC 9(5).
           05 SO-FILE-DVZ            PIC 9(3).
           05 SO-FILE-AMOUNT         PIC 9(13)V99.
           05 SO-FILE-FREQ           PIC X(1).
             88 SO-FILE-WEEKLY       VALUE 'W'.
             88 SO-FILE-MONTHLY      VALUE 'M'.
             88 SO-FILE-MONTH-DAY    VALUE 'D'.
           05 SO-FILE-DAY            PIC 9(2).
           05 SO-FILE-START-DATE     PIC 9(8).
           05 SO-FILE-END-DATE       PIC 9(8).
           05 SO-FILE-LIMITED        PIC X(1).
             88 SO-FILE-COUNTED      VALUE 'Y'.
             88 SO-FILE-OPEN-ENDED   VALUE 'N'.
           05 SO-FILE-REMAINING      PIC 9(4).
           05 SO-FILE-NEXT-DUE       PIC 9(8).
           05 SO-FILE-LAST-DUE       PIC 9(8).
           05 SO-FILE-STATUS         PIC X(1).
             88 SO-FILE-ACTIVE       VALUE 'A'.
             88 SO-FILE-CANCELLED    VALUE 'C'.
             88 SO-FILE-FINISHED     VALUE 'F'.
           05 SO-FILE-EXC-COUNT      PIC 9(3).
           05 SO-FILE-LAST-EXC-DATE  PIC 9(8).
           05 SO-FILE-ENTRY-DATE     PIC 9(8).
           05 SO-FILE-SOURCE         PIC X(8).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
             10 IDX-FILE-ID          PIC S9(5)  COMP-3.
             10 IDX-FILE-DVZ         PIC S9(3)  COMP.
           05 IDX-FILE-NAME          PIC X(15).
           05 IDX-FILE-SURNAME       PIC X(15).
           05 IDX-FILE-DATE          PIC S9(7)  COMP-3.
           05 IDX-FILE-BALANCE       PIC S9(13)V99 COMP-3.
           05 IDX-FILE-LIMIT         PIC S9(13)V99 COMP-3.
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 TRN-STATUS             PIC 9(2).
           88 TRN-FILE-SUCCESS     VALUE 00 97.
           88 TRN-FILE-EOF         VALUE 10.
         05 SO-STATUS              PIC 9(2).
           88 SO-FILE-SUCCESS      VALUE 00 97.
           88 SO-FILE-MISSING      VALUE 35.
         05 VSAM-STATUS            PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
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
          05 WS-POS-FLAG            PIC X(1).
             88 WS-POSITIONS-OK     VALUE 'Y'.
             88 WS-POSITION-MISSING VALUE 'N'.
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
      *----------------------------------------------------------------
      * SCHEDULE ARITHMETIC, THE SAME AS RECAP76 USES TO ROLL THE
      * NEXT-DUE DATE FORWARD AFTER EACH PAYMENT.
      *----------------------------------------------------------------
       01 WS-SCHED-WORK.
          05 WS-BASE-DATE           PIC 9(8).
          05 WS-DUE-DATE            PIC 9(8).
          05 WS-BASE-INT            PIC 9(8).
          05 WS-START-INT           PIC 9(8).
          05 WS-WEEKS               PIC 9(5).
          05 WS-MONTH-FIRST         PIC 9(8).
          05 WS-NEXT-FIRST          PIC 9(8).
          05 WS-MONTH-END           PIC 9(2).
          05 WS-WORK-DATE           PIC 9(8).
          05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
             10 WS-WORK-YYYY        PIC 9(4).
             10 WS-WORK-MM          PIC 9(2).
             10 WS-WORK-DD          PIC 9(2).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-ADDED-COUNT         PIC 9(7) VALUE 0.
          05 WS-AMENDED-COUNT       PIC 9(7) VALUE 0.
          05 WS-CANCELLED-COUNT     PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP75'.
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
              DISPLAY 'SOTRAN NOT OPENED. ERROR CODE:' TRN-STATUS
              PERFORM H999-EXIT
           END-IF.
           PERFORM H140-OPEN-ORDERS.
           OPEN INPUT IDX-FILE.
           IF (VSAM-STATUS NOT = 97) AND (VSAM-STATUS NOT = 0)
              DISPLAY 'IDXFILE NOT OPENED. ERROR CODE:' VSAM-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * THE FIRST RUN CREATES THE CLUSTER, AS RECAP56 DOES FOR REFFILE.
      *--------------------------------
       H140-OPEN-ORDERS.
           OPEN I-O SO-FILE.
           IF SO-FILE-MISSING
              OPEN OUTPUT SO-FILE
              CLOSE SO-FILE
              OPEN I-O SO-FILE
           END-IF.
           IF (SO-STATUS NOT = 97) AND (SO-STATUS NOT = 0)
              DISPLAY 'SOMAST NOT OPENED. ERROR CODE:' SO-STATUS
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
       H300-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM H310-EDIT-CARD
           IF WS-CARD-VALID AND TRN-FILE-MODE NOT = 'C'
              PERFORM H315-CHECK-POSITIONS
           END-IF
           IF WS-CARD-INVALID
              PERFORM H340-WRITE-REJECT
           ELSE
              EVALUATE TRN-FILE-MODE
                 WHEN 'A' PERFORM H320-ADD-ORDER
                 WHEN 'M' PERFORM H325-AMEND-ORDER
                 WHEN 'C' PERFORM H330-CANCEL-ORDER
              END-EVALUATE
           END-IF.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      * A CANCEL NEEDS ONLY THE ORDER NUMBER; AN ADD OR AN AMEND
      * CARRIES THE WHOLE ORDER. A ZERO START DATE MEANS TODAY, A ZERO
      * END DATE MEANS NO END.
      *--------------------------------
       H310-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           SET WS-DVZ-INVALID TO TRUE
           IF TRN-FILE-DVZ NUMERIC
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
                   AND NOT = 'C'
                 MOVE '-GECERSIZ MOD' TO WS-REJECT-TEXT
              WHEN TRN-FILE-NO NOT NUMERIC OR TRN-FILE-NO = 0
                 MOVE '-GECERSIZ TALIMAT NO' TO WS-REJECT-TEXT
              WHEN TRN-FILE-MODE = 'C'
                 CONTINUE
              WHEN TRN-FILE-DEBIT-ID NOT NUMERIC
                   OR TRN-FILE-DEBIT-ID = 0
                 MOVE '-GECERSIZ BORCLU UYE' TO WS-REJECT-TEXT
              WHEN TRN-FILE-CREDIT-ID NOT NUMERIC
                   OR TRN-FILE-CREDIT-ID = 0
                 MOVE '-GECERSIZ ALACAKLI UYE' TO WS-REJECT-TEXT
              WHEN TRN-FILE-CREDIT-ID = TRN-FILE-DEBIT-ID
                 MOVE '-AYNI UYEYE TALIMAT OLMAZ' TO WS-REJECT-TEXT
              WHEN WS-DVZ-INVALID
                 MOVE '-GECERSIZ DVZ KODU' TO WS-REJECT-TEXT
              WHEN TRN-FILE-AMOUNT NOT NUMERIC
                   OR TRN-FILE-AMOUNT = 0
                 MOVE '-GECERSIZ TUTAR' TO WS-REJECT-TEXT
              WHEN TRN-FILE-FREQ NOT = 'W' AND NOT = 'M'
                   AND NOT = 'D'
                 MOVE '-GECERSIZ SIKLIK' TO WS-REJECT-TEXT
              WHEN TRN-FILE-FREQ = 'D'
                   AND (TRN-FILE-DAY NOT NUMERIC
                        OR TRN-FILE-DAY < 1 OR TRN-FILE-DAY > 31)
                 MOVE '-GECERSIZ ODEME GUNU' TO WS-REJECT-TEXT
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
                 MOVE '-GECERSIZ BASLANGIC' TO WS-REJECT-TEXT
              WHEN TRN-FILE-END-DATE NOT NUMERIC
                 MOVE '-GECERSIZ BITIS' TO WS-REJECT-TEXT
              WHEN TRN-FILE-END-DATE NOT = 0
                   AND (FUNCTION TEST-DATE-YYYYMMDD
                           (TRN-FILE-END-DATE) NOT = 0
                        OR TRN-FILE-END-DATE < WS-START-DATE)
                 MOVE '-GECERSIZ BITIS' TO WS-REJECT-TEXT
              WHEN TRN-FILE-COUNT NOT NUMERIC
                 MOVE '-GECERSIZ ODEME SAYISI' TO WS-REJECT-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              SET WS-CARD-INVALID TO TRUE
           END-IF.
       H310-END. EXIT.
      *--------------------------------
      * BOTH LEGS MUST BE OPEN POSITIONS IN THE ORDER'S CURRENCY, OR
      * EVERY GENERATED TRANSFER WOULD COME BACK NOT-FOUND.
      *--------------------------------
       H315-CHECK-POSITIONS.
           SET WS-POSITIONS-OK TO TRUE
           MOVE TRN-FILE-DEBIT-ID TO IDX-FILE-ID
           MOVE TRN-FILE-DVZ      TO IDX-FILE-DVZ
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY
                 SET WS-POSITION-MISSING TO TRUE
                 MOVE '-BORCLU HESAP YOK' TO WS-REJECT-TEXT
           END-READ
           IF WS-POSITIONS-OK
              MOVE TRN-FILE-CREDIT-ID TO IDX-FILE-ID
              MOVE TRN-FILE-DVZ       TO IDX-FILE-DVZ
              READ IDX-FILE KEY IS IDX-FILE-KEY
                 INVALID KEY
                    SET WS-POSITION-MISSING TO TRUE
                    MOVE '-ALACAKLI HESAP YOK' TO WS-REJECT-TEXT
              END-READ
           END-IF
           IF WS-POSITION-MISSING
              SET WS-CARD-INVALID TO TRUE
           END-IF.
       H315-END. EXIT.
      *--------------------------------
       H320-ADD-ORDER.
           PERFORM H350-MOVE-CARD-FIELDS
           MOVE 0 TO SO-FILE-LAST-DUE
           MOVE 0 TO SO-FILE-EXC-COUNT
           MOVE 0 TO SO-FILE-LAST-EXC-DATE
           MOVE WS-TODAY TO SO-FILE-ENTRY-DATE
           PERFORM H355-SET-FIRST-DUE
           IF WS-REJECT-TEXT NOT = SPACES
              PERFORM H340-WRITE-REJECT
           ELSE
              WRITE SO-FILE-RECORD INVALID KEY
                 MOVE '-TALIMAT ZATEN MEVCUT' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-ADDED-COUNT
                 MOVE 'EKLENDI ' TO OUT-LINE
                 PERFORM H360-WRITE-ORDER-LINE
              END-WRITE
           END-IF.
       H320-END. EXIT.
      *--------------------------------
      * AN AMEND REPLACES THE ORDER WHOLE AND RE-DERIVES THE NEXT-DUE
      * DATE, NEVER GOING BACK TO A DATE ALREADY GENERATED. A
      * CANCELLED ORDER STAYS CANCELLED; A FINISHED ONE MAY BE
      * EXTENDED. THE BEFORE AND AFTER IMAGES BOTH GO TO THE REPORT.
      *--------------------------------
       H325-AMEND-ORDER.
           MOVE TRN-FILE-NO TO SO-FILE-NO
           READ SO-FILE INVALID KEY
              MOVE '-TALIMAT MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              IF SO-FILE-CANCELLED
                 MOVE '-TALIMAT IPTAL EDILMIS' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              ELSE
                 MOVE 'ONCEKI  ' TO OUT-LINE
                 PERFORM H360-WRITE-ORDER-LINE
                 PERFORM H350-MOVE-CARD-FIELDS
                 PERFORM H355-SET-FIRST-DUE
                 PERFORM H328-REWRITE-AMENDED
              END-IF
           END-READ.
       H325-END. EXIT.
      *--------------------------------
       H328-REWRITE-AMENDED.
           IF WS-REJECT-TEXT NOT = SPACES
              PERFORM H340-WRITE-REJECT
           ELSE
              REWRITE SO-FILE-RECORD INVALID KEY
                 MOVE '-TALIMAT DEGISTIRILEMEDI' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-AMENDED-COUNT
                 MOVE 'DEGISTI ' TO OUT-LINE
                 PERFORM H360-WRITE-ORDER-LINE
              END-REWRITE
           END-IF.
       H328-END. EXIT.
      *--------------------------------
      * A CANCELLED ORDER IS KEPT FOR THE RECORD; RECAP76 SKIPS IT.
      *--------------------------------
       H330-CANCEL-ORDER.
           MOVE TRN-FILE-NO TO SO-FILE-NO
           READ SO-FILE INVALID KEY
              MOVE '-TALIMAT MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              IF SO-FILE-CANCELLED
                 MOVE '-TALIMAT ZATEN IPTAL' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              ELSE
                 SET SO-FILE-CANCELLED TO TRUE
                 IF TRN-FILE-SOURCE NOT = SPACES
                    MOVE TRN-FILE-SOURCE TO SO-FILE-SOURCE
                 END-IF
                 REWRITE SO-FILE-RECORD INVALID KEY
                    MOVE '-TALIMAT IPTAL EDILEMEDI' TO WS-REJECT-TEXT
                    PERFORM H340-WRITE-REJECT
                 NOT INVALID KEY
                    ADD 1 TO WS-CANCELLED-COUNT
                    MOVE 'IPTAL   ' TO OUT-LINE
                    PERFORM H360-WRITE-ORDER-LINE
                 END-REWRITE
              END-IF
           END-READ.
       H330-END. EXIT.
      *--------------------------------
       H340-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'RED-MOD:'           TO OUT-LINE(1:8)
           MOVE TRN-FILE-MODE        TO OUT-LINE(9:1)
           MOVE '-NO:'               TO OUT-LINE(10:4)
           MOVE TRN-FILE-NO          TO OUT-LINE(14:5)
           MOVE WS-REJECT-TEXT       TO OUT-LINE(19:30)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H340-END. EXIT.
      *--------------------------------
       H350-MOVE-CARD-FIELDS.
           MOVE TRN-FILE-NO        TO SO-FILE-NO
           MOVE TRN-FILE-DEBIT-ID  TO SO-FILE-DEBIT-ID
           MOVE TRN-FILE-CREDIT-ID TO SO-FILE-CREDIT-ID
           MOVE TRN-FILE-DVZ       TO SO-FILE-DVZ
           MOVE TRN-FILE-AMOUNT    TO SO-FILE-AMOUNT
           MOVE TRN-FILE-FREQ      TO SO-FILE-FREQ
           MOVE WS-START-DATE      TO SO-FILE-START-DATE
           EVALUATE TRUE
              WHEN SO-FILE-MONTH-DAY
                 MOVE TRN-FILE-DAY TO SO-FILE-DAY
              WHEN SO-FILE-MONTHLY
                 MOVE WS-START-DATE(7:2) TO SO-FILE-DAY
              WHEN OTHER
                 MOVE 0 TO SO-FILE-DAY
           END-EVALUATE
           MOVE TRN-FILE-END-DATE  TO SO-FILE-END-DATE
           IF TRN-FILE-COUNT > 0
              SET SO-FILE-COUNTED TO TRUE
           ELSE
              SET SO-FILE-OPEN-ENDED TO TRUE
           END-IF
           MOVE TRN-FILE-COUNT     TO SO-FILE-REMAINING
           SET SO-FILE-ACTIVE TO TRUE
           MOVE TRN-FILE-SOURCE    TO SO-FILE-SOURCE.
       H350-END. EXIT.
      *--------------------------------
      * THE FIRST DUE DATE IS THE FIRST SCHEDULE DATE ON OR AFTER THE
      * START DATE, TODAY AND THE DAY AFTER THE LAST PAYMENT GENERATED.
      *--------------------------------
       H355-SET-FIRST-DUE.
           MOVE WS-TODAY TO WS-BASE-DATE
           IF SO-FILE-START-DATE > WS-BASE-DATE
              MOVE SO-FILE-START-DATE TO WS-BASE-DATE
           END-IF
           IF SO-FILE-LAST-DUE NOT < WS-BASE-DATE
              COMPUTE WS-BASE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(SO-FILE-LAST-DUE) + 1)
           END-IF
           PERFORM H500-FIRST-DUE
           MOVE WS-DUE-DATE TO SO-FILE-NEXT-DUE
           IF SO-FILE-END-DATE > 0
              AND SO-FILE-NEXT-DUE > SO-FILE-END-DATE
              MOVE '-BITIS ILK ODEMEDEN ONCE' TO WS-REJECT-TEXT
           END-IF.
       H355-END. EXIT.
      *--------------------------------
       H360-WRITE-ORDER-LINE.
           MOVE SO-FILE-NO           TO OUT-LINE(9:5)
           MOVE SO-FILE-DEBIT-ID     TO OUT-LINE(15:5)
           MOVE '>'                  TO OUT-LINE(20:1)
           MOVE SO-FILE-CREDIT-ID    TO OUT-LINE(21:5)
           MOVE '/'                  TO OUT-LINE(26:1)
           MOVE SO-FILE-DVZ          TO OUT-LINE(27:3)
           MOVE SO-FILE-FREQ         TO OUT-LINE(31:1)
           MOVE SO-FILE-DAY          TO OUT-LINE(32:2)
           MOVE SO-FILE-AMOUNT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(35:21)
           MOVE SO-FILE-NEXT-DUE     TO OUT-LINE(57:8)
           MOVE SO-FILE-STATUS       TO OUT-LINE(66:1)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '        BASLA:'     TO OUT-LINE(1:14)
           MOVE SO-FILE-START-DATE   TO OUT-LINE(15:8)
           MOVE '-BITIS:'            TO OUT-LINE(23:7)
           MOVE SO-FILE-END-DATE     TO OUT-LINE(30:8)
           MOVE '-KALAN:'            TO OUT-LINE(38:7)
           MOVE SO-FILE-REMAINING    TO OUT-LINE(45:4)
           MOVE '-KAYNAK:'           TO OUT-LINE(49:8)
           MOVE SO-FILE-SOURCE       TO OUT-LINE(57:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H360-END. EXIT.
      *--------------------------------
      * WEEKLY ORDERS RUN IN STEPS OF 7 DAYS FROM THE START DATE.
      * MONTHLY ORDERS FALL ON THE ORDER DAY OF THE BASE MONTH, OR OF
      * THE NEXT MONTH WHEN THAT DAY IS ALREADY PAST.
      *--------------------------------
       H500-FIRST-DUE.
           IF WS-BASE-DATE < SO-FILE-START-DATE
              MOVE SO-FILE-START-DATE TO WS-BASE-DATE
           END-IF
           IF SO-FILE-WEEKLY
              COMPUTE WS-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
              COMPUTE WS-START-INT =
                      FUNCTION INTEGER-OF-DATE(SO-FILE-START-DATE)
              COMPUTE WS-WEEKS = (WS-BASE-INT - WS-START-INT + 6) / 7
              COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                      (WS-START-INT + WS-WEEKS * 7)
           ELSE
              MOVE WS-BASE-DATE TO WS-WORK-DATE
              PERFORM H520-SET-ORDER-DAY
              IF WS-WORK-DATE < WS-BASE-DATE
                 PERFORM H510-NEXT-MONTH
              END-IF
              MOVE WS-WORK-DATE TO WS-DUE-DATE
           END-IF.
       H500-END. EXIT.
      *--------------------------------
       H510-NEXT-MONTH.
           IF WS-WORK-MM = 12
              MOVE 1 TO WS-WORK-MM
              ADD 1 TO WS-WORK-YYYY
           ELSE
              ADD 1 TO WS-WORK-MM
           END-IF
           PERFORM H520-SET-ORDER-DAY.
       H510-END. EXIT.
      *--------------------------------
       H520-SET-ORDER-DAY.
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-MONTH-FIRST
           IF WS-WORK-MM = 12
              COMPUTE WS-NEXT-FIRST = (WS-WORK-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-FIRST = WS-WORK-YYYY * 10000
                      + (WS-WORK-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST)
                 - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           IF SO-FILE-DAY > WS-MONTH-END
              MOVE WS-MONTH-END TO WS-WORK-DD
           ELSE
              MOVE SO-FILE-DAY TO WS-WORK-DD
           END-IF.
       H520-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           MOVE SPACES TO OUT-LINE
           MOVE 'OKUNAN:'            TO OUT-LINE(1:7)
           MOVE WS-READ-COUNT        TO OUT-LINE(8:7)
           MOVE '-EKLENEN:'          TO OUT-LINE(15:9)
           MOVE WS-ADDED-COUNT       TO OUT-LINE(24:7)
           MOVE '-DEGISEN:'          TO OUT-LINE(31:9)
           MOVE WS-AMENDED-COUNT     TO OUT-LINE(40:7)
           MOVE '-IPTAL:'            TO OUT-LINE(47:7)
           MOVE WS-CANCELLED-COUNT   TO OUT-LINE(54:7)
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
                   + WS-AMENDED-COUNT + WS-CANCELLED-COUNT
           MOVE 0 TO WL-LOG-FAILED-COUNT
           MOVE WS-REJECTED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE TRN-FILE.
           CLOSE SO-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
