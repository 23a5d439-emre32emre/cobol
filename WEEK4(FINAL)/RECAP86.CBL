       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP86.
      ******************************************************************
      * NIGHTLY INTEGRITY SCAN OF IDXFILE. EVERY POSITION IS CHECKED
      * AGAINST THE RULES BELOW; EACH BREACH IS WRITTEN TO THE INTEXC
      * DETAIL FILE AND COUNTED PER RULE ON INTRPT.
      *   DVZ  CURRENCY CODE NOT IN THE CURRENCY TABLE
      *   BAK  BALANCE BELOW MINUS THE LIMIT
      *   LMT  LIMIT NEGATIVE OR ABOVE THE CEILING ON INTCARD
      *   ISM  NAME OR SURNAME BLANK OR NOT ALPHABETIC
      *   TAR  IDX-FILE-DATE NOT A VALID YYYYDDD DATE, OR IN THE FUTURE
      *   UYE  MEMBER ID NOT ON ACCTREC
      *   HST  LATEST IDXHIST ENTRY OF THE POSITION DOES NOT GIVE THE
      *        CURRENT BALANCE (OR SHOWS THE POSITION AS DELETED)
      * DVZ, BAK, LMT AND HST ARE SEVERE. MORE SEVERE BREACHES THAN THE
      * CARD ALLOWS (DEFAULT NONE) END THE RUN WITH RC 8 SO THE CHAIN
      * STOPS BEFORE RECAP70 BACKS THE FILE UP; ANY OTHER BREACH GIVES
      * RC 4. POSITIONS WITH NO ENTRY ON THE CURRENT IDXHIST (NOTHING
      * SINCE THE LAST RECAP54 ARCHIVE) ARE NOT CHECKED BY HST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'INTCARD'
                           STATUS CARD-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'ACCTREC'
                           STATUS ACCT-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS IDX-FILE-KEY
                           ALTERNATE RECORD KEY IS IDX-FILE-SURNAME
                                     WITH DUPLICATES
                           STATUS VSAM-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT EXC-FILE ASSIGN TO 'INTEXC'
                           STATUS EXC-STATUS.
           SELECT RPT-FILE ASSIGN TO 'INTRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-LIMIT-CEILING PIC 9(13)V99.
           05 CRD-FILE-MAX-SEVERE    PIC 9(05).
       FD  ACCT-FILE RECORDING MODE F.
         01 ACCT-FILE-FIELDS.
           05 ACCT-FILE-ID           PIC 9(4).
           05 ACCT-FILE-NAME         PIC X(15).
           05 ACCT-FILE-SURNAME      PIC X(15).
           05 ACCT-FILE-TC-NO        PIC 9(11).
           05 ACCT-FILE-BIRTHDAY     PIC 9(8).
           05 ACCT-FILE-TODAY        PIC 9(8).
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
       FD  EXC-FILE RECORDING MODE F.
         01 EXC-FILE-RECORD.
           05 EXC-FILE-SCAN-TS       PIC X(14).
           05 EXC-FILE-RULE          PIC X(3).
           05 EXC-FILE-ID            PIC 9(5).
           05 EXC-FILE-DVZ           PIC 9(3).
           05 EXC-FILE-NAME          PIC X(15).
           05 EXC-FILE-SURNAME       PIC X(15).
           05 EXC-FILE-DATE          PIC S9(7).
           05 EXC-FILE-BALANCE       PIC S9(13)V99.
           05 EXC-FILE-LIMIT         PIC S9(13)V99.
           05 EXC-FILE-JRN-BALANCE   PIC S9(13)V99.
           05 EXC-FILE-TEXT          PIC X(30).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
         05 VSAM-STATUS            PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
           88 HST-FILE-MISSING     VALUE 35.
         05 EXC-STATUS             PIC 9(2).
           88 EXC-FILE-SUCCESS     VALUE 00 97.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 FILLER                 PIC 9(03) VALUE 978.
         05 FILLER                 PIC 9(03) VALUE 826.
         05 FILLER                 PIC 9(03) VALUE 392.
       01 WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-VALUES.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
       01 WS-CUR-IDX                PIC 9(2).
      *----------------------------------------------------------------
      * RULE CODES, TEXTS AND COUNTS, IN REPORT ORDER. S = SEVERE.
      *----------------------------------------------------------------
       01 WS-RULE-VALUES.
          05 FILLER PIC X(34) VALUE 'DVZSDOVIZ KODU TABLODA YOK'.
          05 FILLER PIC X(34) VALUE 'BAKSBAKIYE LIMIT ALTINDA'.
          05 FILLER PIC X(34) VALUE 'LMTSLIMIT NEGATIF VEYA ASIRI'.
          05 FILLER PIC X(34) VALUE 'ISM ISIM/SOYISIM BOS VEYA HATALI'.
          05 FILLER PIC X(34) VALUE 'TAR GECERSIZ HESAP TARIHI'.
          05 FILLER PIC X(34) VALUE 'UYE ACCTREC UYESI YOK'.
          05 FILLER PIC X(34) VALUE 'HSTSHAREKET BAKIYESI TUTMUYOR'.
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
          05 WS-RULE-ENTRY OCCURS 7 TIMES.
             10 WS-RULE-CODE        PIC X(3).
             10 WS-RULE-LEVEL       PIC X(1).
             10 WS-RULE-TEXT        PIC X(30).
       01 WS-RULE-COUNTS.
          05 WS-RULE-COUNT          PIC 9(7) OCCURS 7 TIMES.
       01 WS-RULE-IDX               PIC 9(2).
      *----------------------------------------------------------------
      * ONE ENTRY PER IDXFILE POSITION, LOADED IN KEY ORDER FROM THE
      * FILE ITSELF, SO THE JOURNAL IS MATCHED BY A BINARY SEARCH.
      * JOURNAL FLAG: N NO ENTRY, S AFTER-BALANCE SET, D DELETED.
      *----------------------------------------------------------------
       01 WS-POSITION-CONTROL.
          05 WS-POS-COUNT           PIC 9(5) VALUE 0.
          05 WS-POS-IDX             PIC 9(5).
          05 WS-POS-LOW             PIC 9(5).
          05 WS-POS-HIGH            PIC 9(5).
          05 WS-POS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-POS-OVERFLOW     VALUE 'Y'.
          05 WS-FIND-KEY.
             10 WS-FIND-ID          PIC 9(5).
             10 WS-FIND-DVZ         PIC 9(3).
       01 WS-POSITION-TABLE.
          05 WS-POS-ENTRY OCCURS 20000 TIMES.
             10 WS-POS-KEY.
                15 WS-POS-ID        PIC 9(5).
                15 WS-POS-DVZ       PIC 9(3).
             10 WS-POS-BALANCE      PIC S9(13)V99 COMP-3.
             10 WS-POS-JRN-BALANCE  PIC S9(13)V99 COMP-3.
             10 WS-POS-JRN-FLAG     PIC X(1).
             10 WS-POS-BAD          PIC X(1).
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ON-FILE      PIC X(1) OCCURS 9999 TIMES.
       01 WS-SCAN-WORK.
          05 WS-SCAN-TS             PIC X(14).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
          05 WS-TODAY-JUL           PIC 9(7).
          05 WS-LIMIT-CEILING       PIC 9(13)V99 VALUE 100000000.
          05 WS-MAX-SEVERE          PIC 9(5) VALUE 0.
          05 WS-CHECK-DATE          PIC 9(7).
          05 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
             10 WS-CHECK-YEAR       PIC 9(4).
             10 WS-CHECK-DAY        PIC 9(3).
          05 WS-YEAR-DAYS           PIC 9(3).
          05 WS-LEAP-QUOT           PIC 9(4).
          05 WS-LEAP-REM4           PIC 9(3).
          05 WS-LEAP-REM100         PIC 9(3).
          05 WS-LEAP-REM400         PIC 9(3).
          05 WS-JRN-BALANCE         PIC S9(13)V99.
          05 WS-RECORD-BAD          PIC X(1).
             88 WS-RECORD-HAS-BREACH VALUE 'Y'.
          05 WS-IDX-SCAN-DONE       PIC X(1).
             88 IDX-SCAN-DONE       VALUE 'Y'.
          05 WS-OPEN-FAILED         PIC X(1) VALUE 'N'.
             88 WS-SCAN-NOT-RUN     VALUE 'Y'.
          05 WS-HST-FLAG            PIC X(1) VALUE 'Y'.
             88 WS-HST-PRESENT      VALUE 'Y'.
             88 WS-HST-ABSENT       VALUE 'N'.
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-HST-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-BAD-RECORD-COUNT    PIC 9(7) VALUE 0.
          05 WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
          05 WS-SEVERE-COUNT        PIC 9(7) VALUE 0.
          05 WS-UNCHECKED-COUNT     PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP86'.
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
           PERFORM H150-LOAD-MEMBERS UNTIL ACCT-FILE-EOF.
           PERFORM H200-SCAN-POSITIONS.
           PERFORM H300-SCAN-HISTORY UNTIL HST-FILE-EOF.
           PERFORM H400-CHECK-JOURNAL
              VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-COUNT.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           MOVE WL-LOG-START-TS TO WS-SCAN-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-JUL =
                   FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)).
           MOVE ALL 'N' TO WS-MEMBER-TABLE.
           MOVE ZEROS TO WS-RULE-COUNTS.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXC-FILE.
           PERFORM H110-READ-CARD.
           OPEN INPUT IDX-FILE.
           IF (VSAM-STATUS NOT = 97) AND (VSAM-STATUS NOT = 0)
              DISPLAY 'IDXFILE NOT OPENED. ERROR CODE:' VSAM-STATUS
              SET WS-SCAN-NOT-RUN TO TRUE
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-FILE-SUCCESS
              DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
              SET WS-SCAN-NOT-RUN TO TRUE
              PERFORM H999-EXIT
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
           OPEN INPUT HST-FILE.
           IF HST-FILE-MISSING
              SET WS-HST-ABSENT TO TRUE
              SET HST-FILE-EOF TO TRUE
           ELSE
              READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD GIVES THE LIMIT CEILING AND THE NUMBER OF SEVERE
      * BREACHES TOLERATED; BOTH DEFAULT WHEN THE CARD IS ABSENT.
      *--------------------------------
       H110-READ-CARD.
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRD-FILE-LIMIT-CEILING NUMERIC
                       AND CRD-FILE-LIMIT-CEILING > 0
                       MOVE CRD-FILE-LIMIT-CEILING TO WS-LIMIT-CEILING
                    END-IF
                    IF CRD-FILE-MAX-SEVERE NUMERIC
                       MOVE CRD-FILE-MAX-SEVERE TO WS-MAX-SEVERE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
       H150-LOAD-MEMBERS.
           IF ACCT-FILE-ID > 0
              MOVE 'Y' TO WS-MEMBER-ON-FILE(ACCT-FILE-ID)
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.
      *--------------------------------
       H200-SCAN-POSITIONS.
           MOVE 0 TO IDX-FILE-ID
           MOVE 0 TO IDX-FILE-DVZ
           MOVE 'N' TO WS-IDX-SCAN-DONE
           START IDX-FILE KEY IS >= IDX-FILE-KEY
              INVALID KEY SET IDX-SCAN-DONE TO TRUE
           END-START.
           PERFORM H210-CHECK-ONE-POSITION UNTIL IDX-SCAN-DONE.
       H200-END. EXIT.
      *--------------------------------
       H210-CHECK-ONE-POSITION.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-SCAN-DONE TO TRUE
           END-READ.
           IF NOT IDX-SCAN-DONE
              ADD 1 TO WS-READ-COUNT
              MOVE 'N' TO WS-RECORD-BAD
              MOVE 0 TO WS-JRN-BALANCE
              PERFORM H220-KEEP-POSITION
              MOVE 1 TO WS-RULE-IDX
              PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                      UNTIL WS-CUR-IDX > 5
                 IF WS-CURRENCY-CODE(WS-CUR-IDX) = IDX-FILE-DVZ
                    MOVE 0 TO WS-RULE-IDX
                 END-IF
              END-PERFORM
              IF WS-RULE-IDX = 1
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
              IF IDX-FILE-BALANCE < 0 - IDX-FILE-LIMIT
                 MOVE 2 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
              IF (IDX-FILE-LIMIT < 0)
              OR (IDX-FILE-LIMIT > WS-LIMIT-CEILING)
                 MOVE 3 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
              IF (IDX-FILE-NAME = SPACES)
              OR (IDX-FILE-SURNAME = SPACES)
              OR (IDX-FILE-NAME IS NOT ALPHABETIC)
              OR (IDX-FILE-SURNAME IS NOT ALPHABETIC)
                 MOVE 4 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
              PERFORM H230-CHECK-DATE
              IF (IDX-FILE-ID < 1) OR (IDX-FILE-ID > 9999)
                 MOVE 6 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
              ELSE
                 IF WS-MEMBER-ON-FILE(IDX-FILE-ID) NOT = 'Y'
                    MOVE 6 TO WS-RULE-IDX
                    PERFORM H800-WRITE-EXCEPTION
                 END-IF
              END-IF
              IF WS-RECORD-HAS-BREACH
                 ADD 1 TO WS-BAD-RECORD-COUNT
              END-IF
              IF NOT WS-POS-OVERFLOW
                 MOVE WS-RECORD-BAD TO WS-POS-BAD(WS-POS-COUNT)
              END-IF
           END-IF.
       H210-END. EXIT.
      *--------------------------------
      * THE FILE IS READ IN KEY ORDER, SO EACH POSITION IS APPENDED.
      *--------------------------------
       H220-KEEP-POSITION.
           IF WS-POS-COUNT < 20000
              ADD 1 TO WS-POS-COUNT
              MOVE IDX-FILE-ID      TO WS-POS-ID(WS-POS-COUNT)
              MOVE IDX-FILE-DVZ     TO WS-POS-DVZ(WS-POS-COUNT)
              MOVE IDX-FILE-BALANCE TO WS-POS-BALANCE(WS-POS-COUNT)
              MOVE 0                TO WS-POS-JRN-BALANCE(WS-POS-COUNT)
              MOVE 'N'              TO WS-POS-JRN-FLAG(WS-POS-COUNT)
           ELSE
              SET WS-POS-OVERFLOW TO TRUE
           END-IF.
       H220-END. EXIT.
      *--------------------------------
      * IDX-FILE-DATE IS YYYYDDD: YEAR FROM 1900, DAY WITHIN THE
      * YEAR'S LENGTH, AND NOT LATER THAN TODAY.
      *--------------------------------
       H230-CHECK-DATE.
           MOVE 5 TO WS-RULE-IDX
           IF (IDX-FILE-DATE NOT > 0) OR (IDX-FILE-DATE > WS-TODAY-JUL)
              PERFORM H800-WRITE-EXCEPTION
           ELSE
              MOVE IDX-FILE-DATE TO WS-CHECK-DATE
              MOVE 365 TO WS-YEAR-DAYS
              DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM4
              DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM100
              DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM400
              IF (WS-LEAP-REM4 = 0)
              AND ((WS-LEAP-REM100 NOT = 0) OR (WS-LEAP-REM400 = 0))
                 MOVE 366 TO WS-YEAR-DAYS
              END-IF
              IF (WS-CHECK-YEAR < 1900) OR (WS-CHECK-DAY < 1)
              OR (WS-CHECK-DAY > WS-YEAR-DAYS)
                 PERFORM H800-WRITE-EXCEPTION
              END-IF
           END-IF.
       H230-END. EXIT.
      *--------------------------------
      * THE JOURNAL IS IN TIME ORDER, SO THE LAST ENTRY READ FOR A
      * POSITION IS ITS LATEST. EVERY ENTRY CARRIES THE BEFORE-IMAGE
      * (A CREATE THE AFTER-IMAGE WITH NIL AMOUNT) PLUS THE AMOUNT
      * POSTED, SO BALANCE + AMOUNT IS THE BALANCE AFTER THE UPDATE;
      * A DELETE LEAVES NO POSITION.
      *--------------------------------
       H300-SCAN-HISTORY.
           ADD 1 TO WS-HST-READ-COUNT
           MOVE HST-FILE-ID  TO WS-FIND-ID
           MOVE HST-FILE-DVZ TO WS-FIND-DVZ
           PERFORM H810-FIND-POSITION
           IF WS-POS-IDX > 0
              IF HST-FILE-MODE = 'D'
                 MOVE 'D' TO WS-POS-JRN-FLAG(WS-POS-IDX)
                 MOVE 0   TO WS-POS-JRN-BALANCE(WS-POS-IDX)
              ELSE
                 MOVE 'S' TO WS-POS-JRN-FLAG(WS-POS-IDX)
                 COMPUTE WS-POS-JRN-BALANCE(WS-POS-IDX) =
                         HST-FILE-BALANCE + HST-FILE-AMOUNT
              END-IF
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
       H400-CHECK-JOURNAL.
           EVALUATE TRUE
              WHEN WS-POS-JRN-FLAG(WS-POS-IDX) = 'N'
                 ADD 1 TO WS-UNCHECKED-COUNT
              WHEN WS-POS-JRN-FLAG(WS-POS-IDX) = 'D'
                 PERFORM H410-READ-FOR-DETAIL
                 MOVE 0 TO WS-JRN-BALANCE
                 MOVE 7 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
                 MOVE 'HAREKETTE SILINMIS GORUNUYOR' TO EXC-FILE-TEXT
                 PERFORM H820-PUT-EXCEPTION
                 PERFORM H420-COUNT-BAD-RECORD
              WHEN WS-POS-JRN-BALANCE(WS-POS-IDX)
                   NOT = WS-POS-BALANCE(WS-POS-IDX)
                 PERFORM H410-READ-FOR-DETAIL
                 MOVE WS-POS-JRN-BALANCE(WS-POS-IDX) TO WS-JRN-BALANCE
                 MOVE 7 TO WS-RULE-IDX
                 PERFORM H800-WRITE-EXCEPTION
                 PERFORM H820-PUT-EXCEPTION
                 PERFORM H420-COUNT-BAD-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H400-END. EXIT.
      *--------------------------------
       H410-READ-FOR-DETAIL.
           MOVE WS-POS-ID(WS-POS-IDX)  TO IDX-FILE-ID
           MOVE WS-POS-DVZ(WS-POS-IDX) TO IDX-FILE-DVZ
           READ IDX-FILE
              INVALID KEY
                 MOVE SPACES TO IDX-FILE-NAME
                 MOVE SPACES TO IDX-FILE-SURNAME
                 MOVE 0      TO IDX-FILE-DATE
                 MOVE WS-POS-BALANCE(WS-POS-IDX) TO IDX-FILE-BALANCE
                 MOVE 0      TO IDX-FILE-LIMIT
           END-READ.
       H410-END. EXIT.
      *--------------------------------
       H420-COUNT-BAD-RECORD.
           IF WS-POS-BAD(WS-POS-IDX) NOT = 'Y'
              MOVE 'Y' TO WS-POS-BAD(WS-POS-IDX)
              ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF.
       H420-END. EXIT.
      *--------------------------------
      * COUNTS THE BREACH OF RULE WS-RULE-IDX AND WRITES ITS DETAIL
      * RECORD FROM THE CURRENT IDXFILE RECORD. THE JOURNAL RULE
      * REWRITES THE RECORD WITH ITS OWN TEXT WHERE IT NEEDS ONE.
      *--------------------------------
       H800-WRITE-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT(WS-RULE-IDX)
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-RULE-LEVEL(WS-RULE-IDX) = 'S'
              ADD 1 TO WS-SEVERE-COUNT
           END-IF
           SET WS-RECORD-HAS-BREACH TO TRUE
           MOVE SPACES                   TO EXC-FILE-RECORD
           MOVE WS-SCAN-TS               TO EXC-FILE-SCAN-TS
           MOVE WS-RULE-CODE(WS-RULE-IDX) TO EXC-FILE-RULE
           MOVE IDX-FILE-ID              TO EXC-FILE-ID
           MOVE IDX-FILE-DVZ             TO EXC-FILE-DVZ
           MOVE IDX-FILE-NAME            TO EXC-FILE-NAME
           MOVE IDX-FILE-SURNAME         TO EXC-FILE-SURNAME
           MOVE IDX-FILE-DATE            TO EXC-FILE-DATE
           MOVE IDX-FILE-BALANCE         TO EXC-FILE-BALANCE
           MOVE IDX-FILE-LIMIT           TO EXC-FILE-LIMIT
           MOVE WS-JRN-BALANCE           TO EXC-FILE-JRN-BALANCE
           MOVE WS-RULE-TEXT(WS-RULE-IDX) TO EXC-FILE-TEXT
           IF WS-RULE-IDX NOT = 7
              PERFORM H820-PUT-EXCEPTION
           END-IF.
       H800-END. EXIT.
      *--------------------------------
      * BINARY SEARCH OF THE POSITION TABLE FOR WS-FIND-KEY;
      * WS-POS-IDX IS 0 WHEN THE POSITION IS NOT ON IDXFILE.
      *--------------------------------
       H810-FIND-POSITION.
           MOVE 0 TO WS-POS-IDX
           MOVE 1 TO WS-POS-LOW
           MOVE WS-POS-COUNT TO WS-POS-HIGH
           PERFORM H815-HALVE-RANGE
              UNTIL (WS-POS-LOW > WS-POS-HIGH) OR (WS-POS-IDX > 0).
       H810-END. EXIT.
      *--------------------------------
       H815-HALVE-RANGE.
           COMPUTE WS-POS-IDX = (WS-POS-LOW + WS-POS-HIGH) / 2
           EVALUATE TRUE
              WHEN WS-POS-KEY(WS-POS-IDX) = WS-FIND-KEY
                 CONTINUE
              WHEN WS-POS-KEY(WS-POS-IDX) < WS-FIND-KEY
                 COMPUTE WS-POS-LOW = WS-POS-IDX + 1
                 MOVE 0 TO WS-POS-IDX
              WHEN OTHER
                 IF WS-POS-IDX = 1
                    MOVE 0 TO WS-POS-HIGH
                 ELSE
                    COMPUTE WS-POS-HIGH = WS-POS-IDX - 1
                 END-IF
                 MOVE 0 TO WS-POS-IDX
           END-EVALUATE.
       H815-END. EXIT.
      *--------------------------------
       H820-PUT-EXCEPTION.
           WRITE EXC-FILE-RECORD.
       H820-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           MOVE SPACES TO OUT-LINE
           MOVE 'IDXFILE BUTUNLUK TARAMASI-ZAMAN:' TO OUT-LINE(1:32)
           MOVE WS-SCAN-TS           TO OUT-LINE(33:14)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           PERFORM H910-WRITE-RULE-LINE
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > 7.
           MOVE SPACES TO OUT-LINE
           MOVE 'OKUNAN:'            TO OUT-LINE(1:7)
           MOVE WS-READ-COUNT        TO OUT-LINE(8:7)
           MOVE '-HATALI KAYIT:'     TO OUT-LINE(15:14)
           MOVE WS-BAD-RECORD-COUNT  TO OUT-LINE(29:7)
           MOVE '-AGIR:'             TO OUT-LINE(36:6)
           MOVE WS-SEVERE-COUNT      TO OUT-LINE(42:7)
           MOVE '-IZIN:'             TO OUT-LINE(49:6)
           MOVE WS-MAX-SEVERE        TO OUT-LINE(55:5)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'HAREKET OKUNAN:'    TO OUT-LINE(1:15)
           MOVE WS-HST-READ-COUNT    TO OUT-LINE(16:7)
           MOVE '-HAREKETSIZ POZ:'   TO OUT-LINE(23:16)
           MOVE WS-UNCHECKED-COUNT   TO OUT-LINE(39:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-HST-ABSENT
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:IDXHIST YOK-HST KURALI UYGULANMADI'
                   TO OUT-LINE(1:41)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-POS-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:POZISYON TABLOSU DOLU-HST KISMI'
                   TO OUT-LINE(1:37)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-SEVERE-COUNT > WS-MAX-SEVERE
              MOVE SPACES TO OUT-LINE
              MOVE 'DOSYA HASARLI-ZINCIR DURDURULMALI' TO OUT-LINE(1:33)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H910-WRITE-RULE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'KURAL:'                  TO OUT-LINE(1:6)
           MOVE WS-RULE-CODE(WS-RULE-IDX) TO OUT-LINE(7:3)
           MOVE '-'                       TO OUT-LINE(10:1)
           MOVE WS-RULE-TEXT(WS-RULE-IDX) TO OUT-LINE(11:30)
           IF WS-RULE-LEVEL(WS-RULE-IDX) = 'S'
              MOVE '(AGIR)'               TO OUT-LINE(41:6)
           END-IF
           MOVE '-ADET:'                  TO OUT-LINE(48:6)
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO OUT-LINE(54:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           COMPUTE WL-LOG-SUCCESS-COUNT = WS-READ-COUNT
                   - WS-BAD-RECORD-COUNT
           MOVE WS-SEVERE-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-EXCEPTION-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE IDX-FILE.
           CLOSE ACCT-FILE.
           CLOSE HST-FILE.
           CLOSE EXC-FILE.
           CLOSE RPT-FILE.
           IF WS-EXCEPTION-COUNT > 0 OR WS-HST-ABSENT
           OR WS-POS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-SEVERE-COUNT > WS-MAX-SEVERE) OR WS-SCAN-NOT-RUN
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
