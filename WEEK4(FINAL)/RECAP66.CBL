                           STATUS NEW-STATUS.
           SELECT RPT-FILE  ASSIGN TO 'ACTRPT'
                           STATUS RPT-STATUS.
           SELECT WLS-FILE  ASSIGN TO 'WLSTFILE'
                           STATUS WLS-STATUS.
           SELECT SCR-FILE  ASSIGN TO 'SCRCASE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS SCR-FILE-KEY
                           STATUS SCR-STATUS.
           SELECT SLG-FILE  ASSIGN TO 'SCRLOG'
                           STATUS SLG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
         01 NEW-FILE-RECORD         PIC X(61).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       FD  WLS-FILE RECORDING MODE F.
         01 WLS-FILE-RECORD.
           05 WLS-FILE-NAME          PIC X(15).
           05 WLS-FILE-SURNAME       PIC X(15).
           05 WLS-FILE-TC-NO         PIC 9(11).
           05 WLS-FILE-SOURCE        PIC X(10).
       FD  SCR-FILE.
         01 SCR-FILE-RECORD.
           05 SCR-FILE-KEY.
             10 SCR-FILE-ID          PIC 9(4).
             10 SCR-FILE-OPEN-DATE   PIC 9(8).
             10 SCR-FILE-SEQ         PIC 9(3).
           05 SCR-FILE-TYPE          PIC X(1).
           05 SCR-FILE-STATUS        PIC X(1).
             88 SCR-FILE-OPEN        VALUE 'O'.
             88 SCR-FILE-CLEARED     VALUE 'C'.
             88 SCR-FILE-CONFIRMED   VALUE 'K'.
           05 SCR-FILE-APPLY         PIC X(1).
             88 SCR-FILE-APPLY-PENDING VALUE 'N'.
           05 SCR-FILE-CARD          PIC X(54).
           05 SCR-FILE-MATCH         PIC X(1).
           05 SCR-FILE-WL-NAME       PIC X(15).
           05 SCR-FILE-WL-SURNAME    PIC X(15).
           05 SCR-FILE-WL-TC-NO      PIC 9(11).
           05 SCR-FILE-WL-SOURCE     PIC X(10).
           05 SCR-FILE-DECIDED-BY    PIC X(8).
           05 SCR-FILE-DECIDE-DATE   PIC 9(8).
           05 SCR-FILE-BLOCK         PIC X(1).
           05 SCR-FILE-NOTE          PIC X(30).
       FD  SLG-FILE RECORDING MODE F.
         01 SLG-FILE-RECORD.
           05 SLG-FILE-TIMESTAMP     PIC X(14).
           05 SLG-FILE-PROGRAM       PIC X(8).
           05 SLG-FILE-ID            PIC 9(4).
           05 SLG-FILE-CASE-KEY      PIC X(15).
           05 SLG-FILE-EVENT         PIC X(1).
           05 SLG-FILE-MATCH         PIC X(1).
           05 SLG-FILE-WL-SOURCE     PIC X(10).
           05 SLG-FILE-USER          PIC X(8).
           05 SLG-FILE-NOTE          PIC X(30).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 TRN-STATUS             PIC 9(2).
           88 NEW-FILE-EOF         VALUE 10.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 WLS-STATUS             PIC 9(2).
           88 WLS-FILE-SUCCESS     VALUE 00 97.
           88 WLS-FILE-EOF         VALUE 10.
           88 WLS-FILE-MISSING     VALUE 35.
         05 SCR-STATUS             PIC 9(2).
           88 SCR-FILE-SUCCESS     VALUE 00 97.
           88 SCR-FILE-EOF         VALUE 10.
           88 SCR-FILE-MISSING     VALUE 35.
         05 SLG-STATUS             PIC 9(2).
           88 SLG-FILE-SUCCESS     VALUE 00 97.
           88 SLG-FILE-MISSING     VALUE 35.
       01 WS-ACCT-CONTROL.
          05 WS-ACCT-COUNT          PIC 9(5) VALUE 0.
          05 WS-ACCT-IDX            PIC 9(5).
             88 WS-ACCT-NOT-FOUND   VALUE 'N'.
          05 WS-ACCT-OVF-FLAG       PIC X(1) VALUE 'N'.
             88 WS-ACCT-OVERFLOW    VALUE 'Y'.
          05 WS-SURV-IDX            PIC 9(5).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 9999 TIMES.
             10 WS-ACC-ID           PIC 9(4).
          05 WS-ADDED-COUNT         PIC 9(7) VALUE 0.
          05 WS-AMENDED-COUNT       PIC 9(7) VALUE 0.
          05 WS-DELETED-COUNT       PIC 9(7) VALUE 0.
          05 WS-RETIRED-COUNT       PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
          05 WS-HELD-COUNT          PIC 9(7) VALUE 0.
          05 WS-PASSED-COUNT        PIC 9(7) VALUE 0.
          05 WS-RELEASED-COUNT      PIC 9(7) VALUE 0.
      *----------------------------------------------------------------
      * WATCH-LIST SCREENING. THE LIST IS HELD WITH EACH NAME AND
      * SURNAME ALSO IN FOLDED FORM (SEE H610) FOR THE FUZZY MATCH.
      *----------------------------------------------------------------
       01 WS-WLS-CONTROL.
          05 WS-WLS-COUNT           PIC 9(5) VALUE 0.
          05 WS-WLS-IDX             PIC 9(5).
          05 WS-WLS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-WLS-OVERFLOW     VALUE 'Y'.
          05 WS-LIST-FLAG           PIC X(1) VALUE 'Y'.
             88 WS-LIST-PRESENT     VALUE 'Y'.
             88 WS-LIST-MISSING     VALUE 'N'.
          05 WS-SCREEN-MODE-FLAG    PIC X(1) VALUE 'S'.
             88 WS-SCREEN-ACTIVE    VALUE 'S'.
             88 WS-SCREEN-BYPASS    VALUE 'B'.
          05 WS-SCREEN-FLAG         PIC X(1).
             88 WS-SCREEN-HIT       VALUE 'Y'.
             88 WS-SCREEN-CLEAR     VALUE 'N'.
          05 WS-HIT-IDX             PIC 9(5).
          05 WS-HIT-MATCH           PIC X(1).
          05 WS-SURN-RESULT         PIC X(1).
       01 WS-WLS-TABLE.
          05 WS-WLS-ENTRY OCCURS 5000 TIMES.
             10 WS-WLS-NAME         PIC X(15).
             10 WS-WLS-SURNAME      PIC X(15).
             10 WS-WLS-TC-NO        PIC 9(11).
             10 WS-WLS-SOURCE       PIC X(10).
             10 WS-WLS-FOLD-NAME    PIC X(15).
             10 WS-WLS-NAME-LEN     PIC 9(2).
             10 WS-WLS-FOLD-SURN    PIC X(15).
             10 WS-WLS-SURN-LEN     PIC 9(2).
       01 WS-CANDIDATE.
          05 WS-CAND-TC-NO          PIC 9(11).
          05 WS-CAND-NAME           PIC X(15).
          05 WS-CAND-NAME-LEN       PIC 9(2).
          05 WS-CAND-SURN           PIC X(15).
          05 WS-CAND-SURN-LEN       PIC 9(2).
       01 WS-FOLD-WORK.
          05 WS-FOLD-IN             PIC X(15).
          05 WS-FOLD-OUT            PIC X(15).
          05 WS-FOLD-LEN            PIC 9(2).
          05 WS-FOLD-IDX            PIC 9(2).
          05 WS-FOLD-CHAR           PIC X(1).
          05 WS-FOLD-NEXT           PIC X(1).
          05 WS-FOLD-LAST           PIC X(1).
          05 WS-FOLD-SKIP-FLAG      PIC X(1).
             88 WS-FOLD-SKIP        VALUE 'Y'.
       01 WS-COMPARE-WORK.
          05 WS-CMP-A               PIC X(15).
          05 WS-CMP-A-LEN           PIC 9(2).
          05 WS-CMP-B               PIC X(15).
          05 WS-CMP-B-LEN           PIC 9(2).
          05 WS-CMP-LONG            PIC X(15).
          05 WS-CMP-LONG-LEN        PIC 9(2).
          05 WS-CMP-SHORT           PIC X(15).
          05 WS-CMP-SHORT-LEN       PIC 9(2).
          05 WS-CMP-I               PIC 9(2).
          05 WS-CMP-J               PIC 9(2).
          05 WS-CMP-DIFFS           PIC 9(2).
          05 WS-CMP-RESULT          PIC X(1).
             88 WS-CMP-EXACT        VALUE 'E'.
             88 WS-CMP-CLOSE        VALUE 'C'.
             88 WS-CMP-NONE         VALUE 'N'.
       01 WS-CASE-CONTROL.
          05 WS-CASE-NEXT-SEQ       PIC 9(3).
          05 WS-CASE-BROWSE-FLAG    PIC X(1).
             88 WS-CASE-BROWSE-DONE VALUE 'Y'.
             88 WS-CASE-BROWSE-MORE VALUE 'N'.
          05 WS-CASE-DUP-FLAG       PIC X(1).
             88 WS-CASE-DUPLICATE   VALUE 'Y'.
          05 WS-CASE-REJECTS        PIC 9(7).
          05 WS-TRN-SAVE            PIC X(54).
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP66'.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-ACCOUNTS UNTIL ACCT-FILE-EOF.
           PERFORM H150-LOAD-WATCH-LIST UNTIL WLS-FILE-EOF.
           PERFORM H250-APPLY-CLEARED-CASES.
           PERFORM H300-APPLY-TRANSACTION UNTIL TRN-FILE-EOF.
           PERFORM H800-REWRITE-ACCOUNTS.
           PERFORM H900-WRITE-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY.
           PERFORM H120-OPEN-SCREENING-FILES.
           IF NOT ACCT-FILE-EOF
              READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
              END-READ
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * WITHOUT A WATCH LIST NOTHING CAN BE SCREENED: THE CARDS ARE
      * APPLIED AS BEFORE AND THE RUN ENDS WITH A WARNING AND RC 4.
      *--------------------------------
       H120-OPEN-SCREENING-FILES.
           OPEN INPUT WLS-FILE.
           IF WLS-FILE-MISSING
              SET WS-LIST-MISSING TO TRUE
              SET WLS-FILE-EOF TO TRUE
           ELSE
              IF (WLS-STATUS NOT = 97) AND (WLS-STATUS NOT = 0)
                 DISPLAY 'WLSTFILE NOT OPENED. ERROR CODE:' WLS-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ WLS-FILE AT END SET WLS-FILE-EOF TO TRUE
              END-READ
           END-IF.
           OPEN I-O SCR-FILE.
           IF SCR-FILE-MISSING
              OPEN OUTPUT SCR-FILE
              CLOSE SCR-FILE
              OPEN I-O SCR-FILE
           END-IF.
           IF (SCR-STATUS NOT = 97) AND (SCR-STATUS NOT = 0)
              DISPLAY 'SCRCASE NOT OPENED. ERROR CODE:' SCR-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN EXTEND SLG-FILE.
           IF SLG-FILE-MISSING
              OPEN OUTPUT SLG-FILE
           END-IF.
       H120-END. EXIT.
      *--------------------------------
       H150-LOAD-WATCH-LIST.
           IF WS-WLS-COUNT < 5000
              ADD 1 TO WS-WLS-COUNT
              MOVE WLS-FILE-NAME    TO WS-WLS-NAME(WS-WLS-COUNT)
              MOVE WLS-FILE-SURNAME TO WS-WLS-SURNAME(WS-WLS-COUNT)
              MOVE WLS-FILE-TC-NO   TO WS-WLS-TC-NO(WS-WLS-COUNT)
              MOVE WLS-FILE-SOURCE  TO WS-WLS-SOURCE(WS-WLS-COUNT)
              MOVE WLS-FILE-NAME    TO WS-FOLD-IN
              PERFORM H610-FOLD-NAME
              MOVE WS-FOLD-OUT      TO WS-WLS-FOLD-NAME(WS-WLS-COUNT)
              MOVE WS-FOLD-LEN      TO WS-WLS-NAME-LEN(WS-WLS-COUNT)
              MOVE WLS-FILE-SURNAME TO WS-FOLD-IN
              PERFORM H610-FOLD-NAME
              MOVE WS-FOLD-OUT      TO WS-WLS-FOLD-SURN(WS-WLS-COUNT)
              MOVE WS-FOLD-LEN      TO WS-WLS-SURN-LEN(WS-WLS-COUNT)
           ELSE
              SET WS-WLS-OVERFLOW TO TRUE
           END-IF.
           READ WLS-FILE AT END SET WLS-FILE-EOF TO TRUE
           END-READ.
       H150-END. EXIT.
      *--------------------------------
      * CARDS HELD ON AN EARLIER RUN AND SINCE CLEARED BY COMPLIANCE
      * (RECAP85) ARE APPLIED FIRST, WITHOUT SCREENING THEM AGAIN. THE
      * CASE IS MARKED Y WHEN THE CARD WENT IN, F WHEN IT WAS REFUSED
      * ON THE USUAL EDITS (E.G. THE MEMBER WAS ADDED MEANWHILE).
      *--------------------------------
       H250-APPLY-CLEARED-CASES.
           MOVE TRN-FILE-RECORD TO WS-TRN-SAVE
           SET WS-SCREEN-BYPASS TO TRUE
           SET WS-CASE-BROWSE-MORE TO TRUE
           MOVE LOW-VALUES TO SCR-FILE-KEY
           START SCR-FILE KEY IS NOT LESS THAN SCR-FILE-KEY
              INVALID KEY SET WS-CASE-BROWSE-DONE TO TRUE
           END-START.
           IF WS-CASE-BROWSE-MORE
              READ SCR-FILE NEXT RECORD
                 AT END SET WS-CASE-BROWSE-DONE TO TRUE
              END-READ
           END-IF.
           PERFORM H255-APPLY-ONE-CASE UNTIL WS-CASE-BROWSE-DONE.
           MOVE WS-TRN-SAVE TO TRN-FILE-RECORD.
           SET WS-SCREEN-ACTIVE TO TRUE.
       H250-END. EXIT.
      *--------------------------------
       H255-APPLY-ONE-CASE.
           IF SCR-FILE-CLEARED AND SCR-FILE-APPLY-PENDING
              MOVE SCR-FILE-CARD TO TRN-FILE-RECORD
              MOVE WS-REJECTED-COUNT TO WS-CASE-REJECTS
              PERFORM H305-APPLY-CARD
              IF WS-REJECTED-COUNT > WS-CASE-REJECTS
                 MOVE 'F' TO SCR-FILE-APPLY
                 MOVE 'ONAY SONRASI UYGULANAMADI' TO SLG-FILE-NOTE
              ELSE
                 MOVE 'Y' TO SCR-FILE-APPLY
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE 'ONAY SONRASI UYGULANDI' TO SLG-FILE-NOTE
              END-IF
              REWRITE SCR-FILE-RECORD
                 INVALID KEY
                    DISPLAY 'SCRCASE REWRITE ERROR:' SCR-STATUS
              END-REWRITE
              MOVE SCR-FILE-ID      TO SLG-FILE-ID
              MOVE SCR-FILE-KEY     TO SLG-FILE-CASE-KEY
              MOVE 'U'              TO SLG-FILE-EVENT
              MOVE SCR-FILE-MATCH   TO SLG-FILE-MATCH
              MOVE SCR-FILE-WL-SOURCE TO SLG-FILE-WL-SOURCE
              MOVE SCR-FILE-DECIDED-BY TO SLG-FILE-USER
              PERFORM H650-WRITE-LOG
           END-IF.
           READ SCR-FILE NEXT RECORD
              AT END SET WS-CASE-BROWSE-DONE TO TRUE
           END-READ.
       H255-END. EXIT.
      *--------------------------------
       H200-LOAD-ACCOUNTS.
           IF WS-ACCT-COUNT < 9999
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * A=EKLE M=DEGISTIR D=SIL R=BIRLESME ILE KAPAT. THE SAME
      * KIMLIK-NO CHECKSUM RECAP04 APPLIES ON ITS WAY OUT IS APPLIED
      * HERE ON THE WAY IN, SO A CORRECTED TC NUMBER ENTERS THROUGH A
      * CONTROLLED JOB INSTEAD OF DATASET SURGERY. THE R CARDS COME
      * FROM THE RECAP80 MERGE.
      *--------------------------------
       H300-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM H305-APPLY-CARD.
           READ TRN-FILE AT END SET TRN-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
       H305-APPLY-CARD.
           SET TC-NO-VALID TO TRUE
           SET WS-ACCT-NOT-FOUND TO TRUE
           EVALUATE TRN-FILE-MODE
              WHEN 'A' PERFORM H310-ADD-ACCOUNT
              WHEN 'M' PERFORM H320-AMEND-ACCOUNT
              WHEN 'D' PERFORM H330-DELETE-ACCOUNT
              WHEN 'R' PERFORM H335-RETIRE-ACCOUNT
              WHEN OTHER
                 PERFORM H340-WRITE-REJECT
           END-EVALUATE.
       H305-END. EXIT.
      *--------------------------------
       H310-ADD-ACCOUNT.
           PERFORM VALIDATE-TC-NO
              IF WS-ACCT-IS-FOUND
                 PERFORM H340-WRITE-REJECT
              ELSE
                 PERFORM H600-SCREEN-CARD
              END-IF
              IF WS-ACCT-NOT-FOUND AND WS-SCREEN-HIT
                 PERFORM H620-HOLD-CARD
              END-IF
              IF WS-ACCT-NOT-FOUND AND WS-SCREEN-CLEAR
                 IF WS-ACCT-COUNT < 9999
                    ADD 1 TO WS-ACCT-COUNT
                    MOVE TRN-FILE-ID   TO WS-ACC-ID(WS-ACCT-COUNT)
              PERFORM H340-WRITE-REJECT
           ELSE
              PERFORM H350-FIND-ACCOUNT
              SET WS-SCREEN-CLEAR TO TRUE
              IF WS-ACCT-IS-FOUND
                 IF (TRN-FILE-NAME NOT = WS-ACC-NAME(WS-ACCT-IDX))
                 OR (TRN-FILE-SURNAME
                       NOT = WS-ACC-SURNAME(WS-ACCT-IDX))
                 OR (TRN-FILE-TC-NO NOT = WS-ACC-TC-NO(WS-ACCT-IDX))
                    PERFORM H600-SCREEN-CARD
                 END-IF
              END-IF
              IF WS-ACCT-NOT-FOUND
                 PERFORM H340-WRITE-REJECT
              END-IF
              IF WS-ACCT-IS-FOUND AND WS-SCREEN-HIT
                 PERFORM H620-HOLD-CARD
              END-IF
              IF WS-ACCT-IS-FOUND AND WS-SCREEN-CLEAR
                 MOVE 'ONCEKI ' TO OUT-LINE
                 PERFORM H370-WRITE-BEFORE-LINE
                 MOVE TRN-FILE-NAME TO WS-ACC-NAME(WS-ACCT-IDX)
              ADD 1 TO WS-DELETED-COUNT
           END-IF.
       H330-END. EXIT.
      *--------------------------------
      * A MEMBER MERGED INTO ANOTHER IS TAKEN OFF ACCTREC. THE CARD
      * CARRIES THE SURVIVOR'S TC NUMBER AND THE RECORD IS ONLY
      * RETIRED WHILE A DIFFERENT MEMBER WITH THAT NUMBER IS ON FILE.
      *--------------------------------
       H335-RETIRE-ACCOUNT.
           PERFORM H350-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
              PERFORM H340-WRITE-REJECT
           ELSE
              MOVE 0 TO WS-SURV-IDX
              PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                      UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT
                         OR WS-SURV-IDX > 0
                 IF WS-ACC-TC-NO(WS-ACCT-SCAN) = TRN-FILE-TC-NO
                    AND WS-ACC-ID(WS-ACCT-SCAN) NOT = TRN-FILE-ID
                    AND WS-ACC-ACTIVE(WS-ACCT-SCAN)
                    MOVE WS-ACCT-SCAN TO WS-SURV-IDX
                 END-IF
              END-PERFORM
              IF WS-SURV-IDX = 0
                 PERFORM H340-WRITE-REJECT
              ELSE
                 MOVE 'BIRLESTI' TO OUT-LINE
                 PERFORM H370-WRITE-BEFORE-LINE
                 MOVE SPACES TO OUT-LINE
                 MOVE '   KALAN:'            TO OUT-LINE(1:9)
                 MOVE WS-ACC-ID(WS-SURV-IDX) TO OUT-LINE(10:4)
                 MOVE OUT-LINE TO RPT-FILE-LINE
                 WRITE RPT-FILE-LINE
                 MOVE 'D' TO WS-ACC-STATE(WS-ACCT-IDX)
                 ADD 1 TO WS-RETIRED-COUNT
              END-IF
           END-IF.
       H335-END. EXIT.
      *--------------------------------
       H340-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
                 MOVE '-KAYIT ZATEN MEVCUT' TO OUT-LINE(30:19)
              WHEN WS-ACCT-OVERFLOW
                 MOVE '-TABLO DOLU'         TO OUT-LINE(30:11)
              WHEN TRN-FILE-MODE = 'R' AND WS-ACCT-IS-FOUND
                 MOVE '-KALAN UYE YOK'      TO OUT-LINE(30:14)
              WHEN TRN-FILE-MODE = 'A' OR 'M' OR 'D' OR 'R'
                 MOVE '-KAYIT MEVCUT DEGIL' TO OUT-LINE(30:19)
              WHEN OTHER
                 MOVE '-GECERSIZ MOD'       TO OUT-LINE(30:13)
       H370-WRITE-BEFORE-LINE.
           PERFORM H360-WRITE-AFTER-LINE.
       H370-END. EXIT.
      *--------------------------------
      * WATCH-LIST SCREEN OF AN ADD OR OF A NAME/KIMLIK AMEND.
      * MATCH TYPES: T KIMLIK NO EXACT, N NAME AND SURNAME EQUAL ONCE
      * FOLDED, Y NAME AND SURNAME EACH EQUAL OR ONE LETTER APART.
      *--------------------------------
       H600-SCREEN-CARD.
           SET WS-SCREEN-CLEAR TO TRUE
           IF WS-SCREEN-ACTIVE AND WS-LIST-PRESENT
              MOVE TRN-FILE-TC-NO   TO WS-CAND-TC-NO
              MOVE TRN-FILE-NAME    TO WS-FOLD-IN
              PERFORM H610-FOLD-NAME
              MOVE WS-FOLD-OUT      TO WS-CAND-NAME
              MOVE WS-FOLD-LEN      TO WS-CAND-NAME-LEN
              MOVE TRN-FILE-SURNAME TO WS-FOLD-IN
              PERFORM H610-FOLD-NAME
              MOVE WS-FOLD-OUT      TO WS-CAND-SURN
              MOVE WS-FOLD-LEN      TO WS-CAND-SURN-LEN
              PERFORM H605-MATCH-ENTRY
                 VARYING WS-WLS-IDX FROM 1 BY 1
                 UNTIL WS-WLS-IDX > WS-WLS-COUNT OR WS-SCREEN-HIT
              IF WS-SCREEN-CLEAR
                 ADD 1 TO WS-PASSED-COUNT
                 MOVE TRN-FILE-ID   TO SLG-FILE-ID
                 MOVE SPACES        TO SLG-FILE-CASE-KEY
                 MOVE 'G'           TO SLG-FILE-EVENT
                 MOVE SPACES        TO SLG-FILE-MATCH
                 MOVE SPACES        TO SLG-FILE-WL-SOURCE
                 MOVE SPACES        TO SLG-FILE-USER
                 MOVE 'LISTEDE YOK-MOD:' TO SLG-FILE-NOTE
                 MOVE TRN-FILE-MODE TO SLG-FILE-NOTE(17:1)
                 PERFORM H650-WRITE-LOG
              END-IF
           END-IF.
       H600-END. EXIT.
      *--------------------------------
       H605-MATCH-ENTRY.
           IF (WS-WLS-TC-NO(WS-WLS-IDX) > 0)
           AND (WS-WLS-TC-NO(WS-WLS-IDX) = WS-CAND-TC-NO)
              SET WS-SCREEN-HIT TO TRUE
              MOVE 'T' TO WS-HIT-MATCH
           END-IF.
           IF WS-SCREEN-CLEAR
           AND (WS-WLS-NAME-LEN(WS-WLS-IDX) > 0)
           AND (WS-WLS-SURN-LEN(WS-WLS-IDX) > 0)
           AND (WS-CAND-NAME-LEN > 0) AND (WS-CAND-SURN-LEN > 0)
              MOVE WS-CAND-SURN               TO WS-CMP-A
              MOVE WS-CAND-SURN-LEN           TO WS-CMP-A-LEN
              MOVE WS-WLS-FOLD-SURN(WS-WLS-IDX) TO WS-CMP-B
              MOVE WS-WLS-SURN-LEN(WS-WLS-IDX)  TO WS-CMP-B-LEN
              PERFORM H615-COMPARE-NAMES
              MOVE WS-CMP-RESULT TO WS-SURN-RESULT
              IF NOT WS-CMP-NONE
                 MOVE WS-CAND-NAME               TO WS-CMP-A
                 MOVE WS-CAND-NAME-LEN           TO WS-CMP-A-LEN
                 MOVE WS-WLS-FOLD-NAME(WS-WLS-IDX) TO WS-CMP-B
                 MOVE WS-WLS-NAME-LEN(WS-WLS-IDX)  TO WS-CMP-B-LEN
                 PERFORM H615-COMPARE-NAMES
              END-IF
              IF NOT WS-CMP-NONE
                 SET WS-SCREEN-HIT TO TRUE
                 IF WS-CMP-EXACT AND WS-SURN-RESULT = 'E'
                    MOVE 'N' TO WS-HIT-MATCH
                 ELSE
                    MOVE 'Y' TO WS-HIT-MATCH
                 END-IF
              END-IF
           END-IF.
           IF WS-SCREEN-HIT
              MOVE WS-WLS-IDX TO WS-HIT-IDX
           END-IF.
       H605-END. EXIT.
      *--------------------------------
      * FOLDS A NAME FOR MATCHING. ONLY LETTERS ARE KEPT, UPPER CASE.
      * THE TURKISH LETTERS REACH US IN SEVERAL ASCII SPELLINGS, SO
      * SH/CH/GH BECOME S/C/G, OE/UE BECOME O/U, W BECOMES V AND Q
      * BECOMES K, AND A DOUBLED LETTER IS WRITTEN ONCE
      * (SHAHIN=SAHIN, CHAGLAR=CAGLAR, OEZTUERK=OZTURK).
      *--------------------------------
       H610-FOLD-NAME.
           INSPECT WS-FOLD-IN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-FOLD-OUT
           MOVE 0      TO WS-FOLD-LEN
           MOVE SPACE  TO WS-FOLD-LAST
           MOVE 'N'    TO WS-FOLD-SKIP-FLAG
           PERFORM H612-FOLD-ONE-CHAR
              VARYING WS-FOLD-IDX FROM 1 BY 1
              UNTIL WS-FOLD-IDX > 15.
       H610-END. EXIT.
      *--------------------------------
       H612-FOLD-ONE-CHAR.
           MOVE WS-FOLD-IN(WS-FOLD-IDX:1) TO WS-FOLD-CHAR
           MOVE SPACE TO WS-FOLD-NEXT
           IF WS-FOLD-IDX < 15
              MOVE WS-FOLD-IN(WS-FOLD-IDX + 1:1) TO WS-FOLD-NEXT
           END-IF
           IF WS-FOLD-SKIP
              MOVE 'N' TO WS-FOLD-SKIP-FLAG
              MOVE SPACE TO WS-FOLD-CHAR
           END-IF
           IF (WS-FOLD-CHAR = 'S' OR 'C' OR 'G')
           AND (WS-FOLD-NEXT = 'H')
              MOVE 'Y' TO WS-FOLD-SKIP-FLAG
           END-IF
           IF (WS-FOLD-CHAR = 'O' OR 'U') AND (WS-FOLD-NEXT = 'E')
              MOVE 'Y' TO WS-FOLD-SKIP-FLAG
           END-IF
           IF WS-FOLD-CHAR = 'W'
              MOVE 'V' TO WS-FOLD-CHAR
           END-IF
           IF WS-FOLD-CHAR = 'Q'
              MOVE 'K' TO WS-FOLD-CHAR
           END-IF
           IF (WS-FOLD-CHAR NOT = SPACE)
           AND (WS-FOLD-CHAR IS ALPHABETIC-UPPER)
           AND (WS-FOLD-CHAR NOT = WS-FOLD-LAST)
              ADD 1 TO WS-FOLD-LEN
              MOVE WS-FOLD-CHAR TO WS-FOLD-OUT(WS-FOLD-LEN:1)
              MOVE WS-FOLD-CHAR TO WS-FOLD-LAST
           END-IF.
       H612-END. EXIT.
      *--------------------------------
      * COMPARES TWO FOLDED NAMES: E EQUAL, C ONE LETTER CHANGED,
      * ADDED OR DROPPED (ONLY FOR NAMES OF FOUR LETTERS OR MORE),
      * N OTHERWISE.
      *--------------------------------
       H615-COMPARE-NAMES.
           SET WS-CMP-NONE TO TRUE
           MOVE 0 TO WS-CMP-DIFFS
           IF WS-CMP-A = WS-CMP-B
              SET WS-CMP-EXACT TO TRUE
           END-IF.
           IF WS-CMP-NONE AND (WS-CMP-A-LEN > 3) AND (WS-CMP-B-LEN > 3)
              IF WS-CMP-A-LEN = WS-CMP-B-LEN
                 PERFORM H616-COUNT-CHANGED
                    VARYING WS-CMP-I FROM 1 BY 1
                    UNTIL WS-CMP-I > WS-CMP-A-LEN OR WS-CMP-DIFFS > 1
                 IF WS-CMP-DIFFS < 2
                    SET WS-CMP-CLOSE TO TRUE
                 END-IF
              END-IF
              IF (WS-CMP-A-LEN = WS-CMP-B-LEN + 1)
              OR (WS-CMP-B-LEN = WS-CMP-A-LEN + 1)
                 IF WS-CMP-A-LEN > WS-CMP-B-LEN
                    MOVE WS-CMP-A     TO WS-CMP-LONG
                    MOVE WS-CMP-A-LEN TO WS-CMP-LONG-LEN
                    MOVE WS-CMP-B     TO WS-CMP-SHORT
                    MOVE WS-CMP-B-LEN TO WS-CMP-SHORT-LEN
                 ELSE
                    MOVE WS-CMP-B     TO WS-CMP-LONG
                    MOVE WS-CMP-B-LEN TO WS-CMP-LONG-LEN
                    MOVE WS-CMP-A     TO WS-CMP-SHORT
                    MOVE WS-CMP-A-LEN TO WS-CMP-SHORT-LEN
                 END-IF
                 MOVE 1 TO WS-CMP-J
                 PERFORM H617-COUNT-INSERTED
                    VARYING WS-CMP-I FROM 1 BY 1
                    UNTIL WS-CMP-I > WS-CMP-LONG-LEN
                       OR WS-CMP-DIFFS > 1
                 IF WS-CMP-DIFFS < 2
                    SET WS-CMP-CLOSE TO TRUE
                 END-IF
              END-IF
           END-IF.
       H615-END. EXIT.
      *--------------------------------
       H616-COUNT-CHANGED.
           IF WS-CMP-A(WS-CMP-I:1) NOT = WS-CMP-B(WS-CMP-I:1)
              ADD 1 TO WS-CMP-DIFFS
           END-IF.
       H616-END. EXIT.
      *--------------------------------
       H617-COUNT-INSERTED.
           IF (WS-CMP-J NOT > WS-CMP-SHORT-LEN)
           AND (WS-CMP-LONG(WS-CMP-I:1) = WS-CMP-SHORT(WS-CMP-J:1))
              ADD 1 TO WS-CMP-J
           ELSE
              ADD 1 TO WS-CMP-DIFFS
           END-IF.
       H617-END. EXIT.
      *--------------------------------
      * A HIT IS NOT APPLIED: THE CARD IS KEPT ON SCRCASE FOR
      * COMPLIANCE (RECAP85). A CARD ALREADY WAITING THERE UNCHANGED
      * IS NOT QUEUED A SECOND TIME.
      *--------------------------------
       H620-HOLD-CARD.
           ADD 1 TO WS-HELD-COUNT
           PERFORM H630-SCAN-MEMBER-CASES
           IF NOT WS-CASE-DUPLICATE
              MOVE SPACES              TO SCR-FILE-RECORD
              MOVE TRN-FILE-ID         TO SCR-FILE-ID
              MOVE WS-TODAY            TO SCR-FILE-OPEN-DATE
              MOVE WS-CASE-NEXT-SEQ    TO SCR-FILE-SEQ
              MOVE TRN-FILE-MODE       TO SCR-FILE-TYPE
              SET SCR-FILE-OPEN        TO TRUE
              SET SCR-FILE-APPLY-PENDING TO TRUE
              MOVE TRN-FILE-RECORD     TO SCR-FILE-CARD
              MOVE WS-HIT-MATCH        TO SCR-FILE-MATCH
              MOVE WS-WLS-NAME(WS-HIT-IDX)    TO SCR-FILE-WL-NAME
              MOVE WS-WLS-SURNAME(WS-HIT-IDX) TO SCR-FILE-WL-SURNAME
              MOVE WS-WLS-TC-NO(WS-HIT-IDX)   TO SCR-FILE-WL-TC-NO
              MOVE WS-WLS-SOURCE(WS-HIT-IDX)  TO SCR-FILE-WL-SOURCE
              MOVE 0                   TO SCR-FILE-DECIDE-DATE
              WRITE SCR-FILE-RECORD
                 INVALID KEY
                    DISPLAY 'SCRCASE WRITE ERROR:' SCR-STATUS
              END-WRITE
              MOVE TRN-FILE-ID         TO SLG-FILE-ID
              MOVE SCR-FILE-KEY        TO SLG-FILE-CASE-KEY
              MOVE 'H'                 TO SLG-FILE-EVENT
              MOVE WS-HIT-MATCH        TO SLG-FILE-MATCH
              MOVE WS-WLS-SOURCE(WS-HIT-IDX) TO SLG-FILE-WL-SOURCE
              MOVE SPACES              TO SLG-FILE-USER
              MOVE 'LISTE ESLESMESI-BEKLETILDI' TO SLG-FILE-NOTE
              PERFORM H650-WRITE-LOG
           END-IF.
           MOVE SPACES                 TO OUT-LINE
           MOVE 'BEKLE-MOD:'           TO OUT-LINE(1:10)
           MOVE TRN-FILE-MODE          TO OUT-LINE(11:1)
           MOVE '-ID:'                 TO OUT-LINE(12:4)
           MOVE TRN-FILE-ID            TO OUT-LINE(16:4)
           MOVE '-ESLESME:'            TO OUT-LINE(20:9)
           MOVE WS-HIT-MATCH           TO OUT-LINE(29:1)
           MOVE '-'                    TO OUT-LINE(30:1)
           MOVE WS-WLS-SOURCE(WS-HIT-IDX) TO OUT-LINE(31:10)
           IF WS-CASE-DUPLICATE
              MOVE '-ZATEN INCELEMEDE'    TO OUT-LINE(41:17)
           ELSE
              MOVE '-DOSYA:'              TO OUT-LINE(41:7)
              MOVE SCR-FILE-KEY           TO OUT-LINE(48:15)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H620-END. EXIT.
      *--------------------------------
      * READS THE MEMBER'S CASES: FINDS THE NEXT FREE SEQUENCE FOR
      * TODAY AND WHETHER THIS SAME CARD IS ALREADY OPEN.
      *--------------------------------
       H630-SCAN-MEMBER-CASES.
           MOVE 1   TO WS-CASE-NEXT-SEQ
           MOVE 'N' TO WS-CASE-DUP-FLAG
           SET WS-CASE-BROWSE-MORE TO TRUE
           MOVE TRN-FILE-ID TO SCR-FILE-ID
           MOVE 0           TO SCR-FILE-OPEN-DATE
           MOVE 0           TO SCR-FILE-SEQ
           START SCR-FILE KEY IS NOT LESS THAN SCR-FILE-KEY
              INVALID KEY SET WS-CASE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM H635-SCAN-ONE-CASE UNTIL WS-CASE-BROWSE-DONE.
       H630-END. EXIT.
      *--------------------------------
       H635-SCAN-ONE-CASE.
           READ SCR-FILE NEXT RECORD
              AT END SET WS-CASE-BROWSE-DONE TO TRUE
           END-READ.
           IF WS-CASE-BROWSE-MORE
              IF SCR-FILE-ID NOT = TRN-FILE-ID
                 SET WS-CASE-BROWSE-DONE TO TRUE
              ELSE
                 IF (SCR-FILE-OPEN-DATE = WS-TODAY)
                 AND (SCR-FILE-SEQ NOT < WS-CASE-NEXT-SEQ)
                    COMPUTE WS-CASE-NEXT-SEQ = SCR-FILE-SEQ + 1
                 END-IF
                 IF SCR-FILE-OPEN
                 AND (SCR-FILE-CARD = TRN-FILE-RECORD)
                    SET WS-CASE-DUPLICATE TO TRUE
                 END-IF
              END-IF
           END-IF.
       H635-END. EXIT.
      *--------------------------------
       H650-WRITE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:14) TO SLG-FILE-TIMESTAMP
           MOVE 'RECAP66' TO SLG-FILE-PROGRAM
           WRITE SLG-FILE-RECORD.
       H650-END. EXIT.
      *--------------------------------
       VALIDATE-TC-NO.
           MOVE TRN-FILE-TC-NO TO WS-TC-NO-WORK.
           MOVE WS-REJECTED-COUNT    TO OUT-LINE(5:7)
           MOVE '-KAYIT:'            TO OUT-LINE(12:7)
           MOVE WS-ACCT-COUNT        TO OUT-LINE(19:5)
           MOVE '-BIRLESEN:'         TO OUT-LINE(24:10)
           MOVE WS-RETIRED-COUNT     TO OUT-LINE(34:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-ACCT-OVERFLOW
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'LISTE-BEKLETILEN:'  TO OUT-LINE(1:17)
           MOVE WS-HELD-COUNT        TO OUT-LINE(18:7)
           MOVE '-TEMIZ:'            TO OUT-LINE(25:7)
           MOVE WS-PASSED-COUNT      TO OUT-LINE(32:7)
           MOVE '-ONAYLA UYGULANAN:' TO OUT-LINE(39:18)
           MOVE WS-RELEASED-COUNT    TO OUT-LINE(57:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-LIST-MISSING
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:IZLEME LISTESI YOK-TARAMA YAPILMADI'
                   TO OUT-LINE(1:42)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-WLS-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:IZLEME LISTESI 5000 KAYITTA KESILDI'
                   TO OUT-LINE(1:42)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           COMPUTE WL-LOG-SUCCESS-COUNT = WS-ADDED-COUNT
                   + WS-AMENDED-COUNT + WS-DELETED-COUNT
                   + WS-RETIRED-COUNT
           MOVE 0 TO WL-LOG-FAILED-COUNT
           MOVE WS-REJECTED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CLOSE ACCT-FILE.
           CLOSE NEW-FILE.
           CLOSE RPT-FILE.
           CLOSE WLS-FILE.
           CLOSE SCR-FILE.
           CLOSE SLG-FILE.
           IF (WS-REJECTED-COUNT > 0) OR WS-ACCT-OVERFLOW
           OR (WS-HELD-COUNT > 0) OR WS-LIST-MISSING
           OR WS-WLS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
