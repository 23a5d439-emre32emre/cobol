       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP89.
      ******************************************************************
      * ALERT PREFERENCE MAINTENANCE. APPLIES THE ALRTRAN CARDS TO THE
      * ALRPREF CLUSTER THAT RECAP91 READS AT DAY-END TO ADDRESS THE
      * MEMBER ALERTS. A=EKLE M=DEGISTIR C=IPTAL. A CANCEL IS AN
      * OPT-OUT: THE RECORD IS KEPT WITH OPT-IN N AND AN AMEND OPTS
      * THE MEMBER BACK IN. CHANNEL S=SMS E=E-POSTA B=IKISI. THE SIX
      * EVENT FLAGS (Y/N) ARE, IN ORDER:
      *   DSK  BALANCE DROPPED BELOW THE LOW-BALANCE THRESHOLD
      *   LMT  POSTING REFUSED FOR THE OVERDRAFT LIMIT
      *   BYK  MOVEMENT AT OR OVER THE LARGE-MOVEMENT AMOUNT
      *   UYK  DORMANT POSITION CLOSED BY RECAP64
      *   TAL  STANDING ORDER DEBIT COMING DUE
      *   BLK  POSTING STOPPED BY A BLOCK OR LEGAL HOLD
      * THE LOW-BALANCE CURRENCY 000 APPLIES THE THRESHOLD TO EVERY
      * POSITION; A ZERO LARGE-MOVEMENT AMOUNT TAKES THE RECAP91 CARD.
      * NAME AND SURNAME ARE TAKEN FROM THE MEMBER'S IDXFILE POSITION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO 'ALRTRAN'
                           STATUS TRN-STATUS.
           SELECT PRF-FILE ASSIGN TO 'ALRPREF'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS PRF-FILE-ID
                           STATUS PRF-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS IDX-FILE-KEY
                           STATUS VSAM-STATUS.
           SELECT RPT-FILE ASSIGN TO 'ALRPRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TRN-FILE RECORDING MODE F.
         01 TRN-FILE-RECORD.
           05 TRN-FILE-MODE          PIC X(1).
           05 TRN-FILE-ID            PIC 9(5).
           05 TRN-FILE-PHONE         PIC X(15).
           05 TRN-FILE-EMAIL         PIC X(40).
           05 TRN-FILE-CHANNEL       PIC X(1).
           05 TRN-FILE-EVENTS.
             10 TRN-FILE-EVENT-FLAG  PIC X(1) OCCURS 6 TIMES.
           05 TRN-FILE-LOW-AMOUNT    PIC 9(13)V99.
           05 TRN-FILE-LOW-DVZ       PIC 9(3).
           05 TRN-FILE-BIG-AMOUNT    PIC 9(13)V99.
           05 TRN-FILE-SOURCE        PIC X(8).
       FD  PRF-FILE.
         01 PRF-FILE-RECORD.
           05 PRF-FILE-ID            PIC 9(5).
           05 PRF-FILE-NAME          PIC X(15).
           05 PRF-FILE-SURNAME       PIC X(15).
           05 PRF-FILE-PHONE         PIC X(15).
           05 PRF-FILE-EMAIL         PIC X(40).
           05 PRF-FILE-CHANNEL       PIC X(1).
             88 PRF-FILE-SMS         VALUE 'S'.
             88 PRF-FILE-MAIL        VALUE 'E'.
             88 PRF-FILE-BOTH        VALUE 'B'.
           05 PRF-FILE-OPT-IN        PIC X(1).
             88 PRF-FILE-OPTED-IN    VALUE 'Y'.
             88 PRF-FILE-OPTED-OUT   VALUE 'N'.
           05 PRF-FILE-EVENTS.
             10 PRF-FILE-EVENT-FLAG  PIC X(1) OCCURS 6 TIMES.
           05 PRF-FILE-LOW-AMOUNT    PIC 9(13)V99.
           05 PRF-FILE-LOW-DVZ       PIC 9(3).
           05 PRF-FILE-BIG-AMOUNT    PIC 9(13)V99.
           05 PRF-FILE-UPDATE-DATE   PIC 9(8).
           05 PRF-FILE-ENTRY-DATE    PIC 9(8).
           05 PRF-FILE-SOURCE        PIC X(8).
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
         05 PRF-STATUS             PIC 9(2).
           88 PRF-FILE-SUCCESS     VALUE 00 97.
           88 PRF-FILE-MISSING     VALUE 35.
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
          05 WS-EVT-IDX             PIC 9(2).
          05 WS-DVZ-FLAG            PIC X(1).
             88 WS-DVZ-VALID        VALUE 'Y'.
             88 WS-DVZ-INVALID      VALUE 'N'.
          05 WS-FLAGS-FLAG          PIC X(1).
             88 WS-FLAGS-VALID      VALUE 'Y'.
             88 WS-FLAGS-INVALID    VALUE 'N'.
          05 WS-MEMBER-FLAG         PIC X(1).
             88 WS-MEMBER-FOUND     VALUE 'Y'.
             88 WS-MEMBER-MISSING   VALUE 'N'.
          05 WS-MEMBER-NAME         PIC X(15).
          05 WS-MEMBER-SURNAME      PIC X(15).
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
          05 WS-CANCELLED-COUNT     PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP89'.
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
              DISPLAY 'ALRTRAN NOT OPENED. ERROR CODE:' TRN-STATUS
              PERFORM H999-EXIT
           END-IF.
           PERFORM H140-OPEN-PREFERENCES.
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
      * THE FIRST RUN CREATES THE CLUSTER, AS RECAP75 DOES FOR SOMAST.
      *--------------------------------
       H140-OPEN-PREFERENCES.
           OPEN I-O PRF-FILE.
           IF PRF-FILE-MISSING
              OPEN OUTPUT PRF-FILE
              CLOSE PRF-FILE
              OPEN I-O PRF-FILE
           END-IF.
           IF (PRF-STATUS NOT = 97) AND (PRF-STATUS NOT = 0)
              DISPLAY 'ALRPREF NOT OPENED. ERROR CODE:' PRF-STATUS
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
       H300-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM H310-EDIT-CARD
           IF WS-CARD-VALID AND TRN-FILE-MODE NOT = 'C'
              PERFORM H315-FIND-MEMBER
           END-IF
           IF WS-CARD-INVALID
              PERFORM H340-WRITE-REJECT
           ELSE
              EVALUATE TRN-FILE-MODE
                 WHEN 'A' PERFORM H320-ADD-PREFERENCE
                 WHEN 'M' PERFORM H325-AMEND-PREFERENCE
                 WHEN 'C' PERFORM H330-OPT-OUT
              END-EVALUATE
           END-IF.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      * A CANCEL NEEDS ONLY THE MEMBER ID; AN ADD OR AN AMEND CARRIES
      * THE WHOLE PREFERENCE. THE CHANNEL CHOSEN MUST HAVE ITS
      * ADDRESS: A PHONE FOR SMS, AN E-MAIL ADDRESS FOR E-POSTA.
      *--------------------------------
       H310-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           SET WS-DVZ-INVALID TO TRUE
           IF TRN-FILE-LOW-DVZ NUMERIC
              IF TRN-FILE-LOW-DVZ = 0
                 SET WS-DVZ-VALID TO TRUE
              END-IF
              PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                      UNTIL WS-CUR-IDX > 5
                 IF WS-CURRENCY-CODE(WS-CUR-IDX) = TRN-FILE-LOW-DVZ
                    SET WS-DVZ-VALID TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           SET WS-FLAGS-VALID TO TRUE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > 6
              IF TRN-FILE-EVENT-FLAG(WS-EVT-IDX) NOT = 'Y' AND NOT = 'N'
                 SET WS-FLAGS-INVALID TO TRUE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN TRN-FILE-MODE NOT = 'A' AND NOT = 'M'
                   AND NOT = 'C'
                 MOVE '-GECERSIZ MOD' TO WS-REJECT-TEXT
              WHEN TRN-FILE-ID NOT NUMERIC OR TRN-FILE-ID = 0
                 MOVE '-GECERSIZ UYE NO' TO WS-REJECT-TEXT
              WHEN TRN-FILE-MODE = 'C'
                 CONTINUE
              WHEN TRN-FILE-CHANNEL NOT = 'S' AND NOT = 'E'
                   AND NOT = 'B'
                 MOVE '-GECERSIZ KANAL' TO WS-REJECT-TEXT
              WHEN (TRN-FILE-CHANNEL = 'S' OR 'B')
                   AND TRN-FILE-PHONE = SPACES
                 MOVE '-TELEFON YOK' TO WS-REJECT-TEXT
              WHEN (TRN-FILE-CHANNEL = 'E' OR 'B')
                   AND TRN-FILE-EMAIL = SPACES
                 MOVE '-E-POSTA ADRESI YOK' TO WS-REJECT-TEXT
              WHEN WS-FLAGS-INVALID
                 MOVE '-GECERSIZ OLAY SECIMI' TO WS-REJECT-TEXT
              WHEN TRN-FILE-LOW-AMOUNT NOT NUMERIC
                 MOVE '-GECERSIZ ALT BAKIYE' TO WS-REJECT-TEXT
              WHEN WS-DVZ-INVALID
                 MOVE '-GECERSIZ DVZ KODU' TO WS-REJECT-TEXT
              WHEN TRN-FILE-BIG-AMOUNT NOT NUMERIC
                 MOVE '-GECERSIZ BUYUK HAREKET' TO WS-REJECT-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              SET WS-CARD-INVALID TO TRUE
           END-IF.
       H310-END. EXIT.
      *--------------------------------
      * THE MEMBER MUST HOLD A POSITION IN ONE OF THE CURRENCIES; THE
      * FIRST ONE FOUND GIVES THE NAME CARRIED ON THE ALERTS.
      *--------------------------------
       H315-FIND-MEMBER.
           SET WS-MEMBER-MISSING TO TRUE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5 OR WS-MEMBER-FOUND
              MOVE TRN-FILE-ID                 TO IDX-FILE-ID
              MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO IDX-FILE-DVZ
              READ IDX-FILE KEY IS IDX-FILE-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-MEMBER-FOUND TO TRUE
                    MOVE IDX-FILE-NAME    TO WS-MEMBER-NAME
                    MOVE IDX-FILE-SURNAME TO WS-MEMBER-SURNAME
              END-READ
           END-PERFORM
           IF WS-MEMBER-MISSING
              MOVE '-UYE HESABI YOK' TO WS-REJECT-TEXT
              SET WS-CARD-INVALID TO TRUE
           END-IF.
       H315-END. EXIT.
      *--------------------------------
       H320-ADD-PREFERENCE.
           PERFORM H350-MOVE-CARD-FIELDS
           MOVE WS-TODAY TO PRF-FILE-ENTRY-DATE
           WRITE PRF-FILE-RECORD INVALID KEY
              MOVE '-TERCIH ZATEN MEVCUT' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'EKLENDI ' TO OUT-LINE
              PERFORM H360-WRITE-PREFERENCE-LINE
           END-WRITE.
       H320-END. EXIT.
      *--------------------------------
      * AN AMEND REPLACES THE PREFERENCE WHOLE AND OPTS THE MEMBER
      * BACK IN. THE BEFORE AND AFTER IMAGES BOTH GO TO THE REPORT.
      *--------------------------------
       H325-AMEND-PREFERENCE.
           MOVE TRN-FILE-ID TO PRF-FILE-ID
           READ PRF-FILE INVALID KEY
              MOVE '-TERCIH MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              MOVE 'ONCEKI  ' TO OUT-LINE
              PERFORM H360-WRITE-PREFERENCE-LINE
              PERFORM H350-MOVE-CARD-FIELDS
              REWRITE PRF-FILE-RECORD INVALID KEY
                 MOVE '-TERCIH DEGISTIRILEMEDI' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-AMENDED-COUNT
                 MOVE 'DEGISTI ' TO OUT-LINE
                 PERFORM H360-WRITE-PREFERENCE-LINE
              END-REWRITE
           END-READ.
       H325-END. EXIT.
      *--------------------------------
      * AN OPTED-OUT MEMBER IS KEPT FOR THE RECORD; RECAP91 SENDS
      * NOTHING TO IT.
      *--------------------------------
       H330-OPT-OUT.
           MOVE TRN-FILE-ID TO PRF-FILE-ID
           READ PRF-FILE INVALID KEY
              MOVE '-TERCIH MEVCUT DEGIL' TO WS-REJECT-TEXT
              PERFORM H340-WRITE-REJECT
           NOT INVALID KEY
              IF PRF-FILE-OPTED-OUT
                 MOVE '-TERCIH ZATEN IPTAL' TO WS-REJECT-TEXT
                 PERFORM H340-WRITE-REJECT
              ELSE
                 SET PRF-FILE-OPTED-OUT TO TRUE
                 MOVE WS-TODAY TO PRF-FILE-UPDATE-DATE
                 IF TRN-FILE-SOURCE NOT = SPACES
                    MOVE TRN-FILE-SOURCE TO PRF-FILE-SOURCE
                 END-IF
                 REWRITE PRF-FILE-RECORD INVALID KEY
                    MOVE '-TERCIH IPTAL EDILEMEDI' TO WS-REJECT-TEXT
                    PERFORM H340-WRITE-REJECT
                 NOT INVALID KEY
                    ADD 1 TO WS-CANCELLED-COUNT
                    MOVE 'IPTAL   ' TO OUT-LINE
                    PERFORM H360-WRITE-PREFERENCE-LINE
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
           MOVE '-UYE:'              TO OUT-LINE(10:5)
           MOVE TRN-FILE-ID          TO OUT-LINE(15:5)
           MOVE WS-REJECT-TEXT       TO OUT-LINE(20:30)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H340-END. EXIT.
      *--------------------------------
       H350-MOVE-CARD-FIELDS.
           MOVE TRN-FILE-ID          TO PRF-FILE-ID
           MOVE WS-MEMBER-NAME       TO PRF-FILE-NAME
           MOVE WS-MEMBER-SURNAME    TO PRF-FILE-SURNAME
           MOVE TRN-FILE-PHONE       TO PRF-FILE-PHONE
           MOVE TRN-FILE-EMAIL       TO PRF-FILE-EMAIL
           MOVE TRN-FILE-CHANNEL     TO PRF-FILE-CHANNEL
           SET PRF-FILE-OPTED-IN TO TRUE
           MOVE TRN-FILE-EVENTS      TO PRF-FILE-EVENTS
           MOVE TRN-FILE-LOW-AMOUNT  TO PRF-FILE-LOW-AMOUNT
           MOVE TRN-FILE-LOW-DVZ     TO PRF-FILE-LOW-DVZ
           MOVE TRN-FILE-BIG-AMOUNT  TO PRF-FILE-BIG-AMOUNT
           MOVE WS-TODAY             TO PRF-FILE-UPDATE-DATE
           MOVE TRN-FILE-SOURCE      TO PRF-FILE-SOURCE.
       H350-END. EXIT.
      *--------------------------------
      * OLAY: DSK LMT BYK UYK TAL BLK IN THAT ORDER.
      *--------------------------------
       H360-WRITE-PREFERENCE-LINE.
           MOVE PRF-FILE-ID          TO OUT-LINE(9:5)
           MOVE PRF-FILE-NAME        TO OUT-LINE(15:15)
           MOVE PRF-FILE-SURNAME     TO OUT-LINE(31:15)
           MOVE 'KANAL:'             TO OUT-LINE(47:6)
           MOVE PRF-FILE-CHANNEL     TO OUT-LINE(53:1)
           MOVE '-IZIN:'             TO OUT-LINE(54:6)
           MOVE PRF-FILE-OPT-IN      TO OUT-LINE(60:1)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '        TEL:'       TO OUT-LINE(1:12)
           MOVE PRF-FILE-PHONE       TO OUT-LINE(13:15)
           MOVE '-EPOSTA:'           TO OUT-LINE(28:8)
           MOVE PRF-FILE-EMAIL       TO OUT-LINE(36:35)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '        OLAY:'      TO OUT-LINE(1:13)
           MOVE PRF-FILE-EVENTS      TO OUT-LINE(14:6)
           MOVE '-ALT:'              TO OUT-LINE(20:5)
           MOVE PRF-FILE-LOW-AMOUNT  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(25:21)
           MOVE '/'                  TO OUT-LINE(46:1)
           MOVE PRF-FILE-LOW-DVZ     TO OUT-LINE(47:3)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '        BUYUK:'     TO OUT-LINE(1:14)
           MOVE PRF-FILE-BIG-AMOUNT  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(15:21)
           MOVE '-KAYNAK:'           TO OUT-LINE(37:8)
           MOVE PRF-FILE-SOURCE      TO OUT-LINE(45:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
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
           CLOSE PRF-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
