       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP85.
      ******************************************************************
      * WATCH-LIST COMPLIANCE RUN. READS THE COMPLIANCE DECISIONS ON
      * THE SCRCASE SCREENING CASES (C CLEARED - A FALSE MATCH, K
      * CONFIRMED). A CLEARED ADD OR AMEND IS APPLIED BY THE NEXT
      * RECAP66 RUN; A CONFIRMED ONE IS DROPPED. A CONFIRMED CASE MAY
      * ASK FOR A BLOCK: A MEMBER-WIDE FULL BLOCK IS PLACED ON BLKFILE
      * AND THE MEMBER'S IDXFILE POSITIONS ARE LISTED.
      * WHEN THE CARD ASKS FOR IT (A NEW LIST HAS ARRIVED) EVERY
      * ACCTREC MEMBER IS SCREENED AGAIN AGAINST WLSTFILE AND A HIT
      * NOT ALREADY ON SCRCASE FOR THE SAME LIST ENTRY OPENS A CASE.
      * THE RUN ENDS WITH THE LIST OF CASES STILL OPEN. EVERY DECISION
      * AND SCREEN RESULT IS LOGGED ON SCRLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'SCRCARD'
                           STATUS CARD-STATUS.
           SELECT DEC-FILE ASSIGN TO 'SCRDEC'
                           STATUS DEC-STATUS.
           SELECT WLS-FILE ASSIGN TO 'WLSTFILE'
                           STATUS WLS-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'ACCTREC'
                           STATUS ACCT-STATUS.
           SELECT SCR-FILE ASSIGN TO 'SCRCASE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS SCR-FILE-KEY
                           STATUS SCR-STATUS.
           SELECT SLG-FILE ASSIGN TO 'SCRLOG'
                           STATUS SLG-STATUS.
           SELECT BLK-FILE ASSIGN TO 'BLKFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS BLK-FILE-KEY
                           STATUS BLK-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS IDX-FILE-KEY
                           ALTERNATE RECORD KEY IS IDX-FILE-SURNAME
                                     WITH DUPLICATES
                           STATUS VSAM-STATUS.
           SELECT RPT-FILE ASSIGN TO 'SCRRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
           05 CRD-FILE-RESCREEN      PIC X(01).
       FD  DEC-FILE RECORDING MODE F.
         01 DEC-FILE-RECORD.
           05 DEC-FILE-CASE-KEY.
             10 DEC-FILE-ID          PIC 9(4).
             10 DEC-FILE-OPEN-DATE   PIC 9(8).
             10 DEC-FILE-SEQ         PIC 9(3).
           05 DEC-FILE-DECISION      PIC X(1).
           05 DEC-FILE-BLOCK         PIC X(1).
           05 DEC-FILE-OFFICER       PIC X(8).
           05 DEC-FILE-NOTE          PIC X(30).
       FD  WLS-FILE RECORDING MODE F.
         01 WLS-FILE-RECORD.
           05 WLS-FILE-NAME          PIC X(15).
           05 WLS-FILE-SURNAME       PIC X(15).
           05 WLS-FILE-TC-NO         PIC 9(11).
           05 WLS-FILE-SOURCE        PIC X(10).
       FD  ACCT-FILE RECORDING MODE F.
         01 ACCT-FILE-FIELDS.
           05 ACCT-FILE-ID           PIC 9(4).
           05 ACCT-FILE-NAME         PIC X(15).
           05 ACCT-FILE-SURNAME      PIC X(15).
           05 ACCT-FILE-TC-NO        PIC 9(11).
           05 ACCT-FILE-BIRTHDAY     PIC 9(8).
           05 ACCT-FILE-TODAY        PIC 9(8).
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
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 DEC-STATUS             PIC 9(2).
           88 DEC-FILE-SUCCESS     VALUE 00 97.
           88 DEC-FILE-EOF         VALUE 10.
           88 DEC-FILE-MISSING     VALUE 35.
         05 WLS-STATUS             PIC 9(2).
           88 WLS-FILE-SUCCESS     VALUE 00 97.
           88 WLS-FILE-EOF         VALUE 10.
           88 WLS-FILE-MISSING     VALUE 35.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
         05 SCR-STATUS             PIC 9(2).
           88 SCR-FILE-SUCCESS     VALUE 00 97.
           88 SCR-FILE-EOF         VALUE 10.
           88 SCR-FILE-MISSING     VALUE 35.
         05 SLG-STATUS             PIC 9(2).
           88 SLG-FILE-SUCCESS     VALUE 00 97.
           88 SLG-FILE-MISSING     VALUE 35.
         05 BLK-STATUS             PIC 9(2).
           88 BLK-FILE-SUCCESS     VALUE 00 97.
           88 BLK-FILE-MISSING     VALUE 35.
         05 VSAM-STATUS            PIC 9(2).
           88 IDX-FILE-SUCCESS     VALUE 00 97.
           88 IDX-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-RUN-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-RESCREEN-FLAG       PIC X(1) VALUE 'N'.
             88 WS-RESCREEN-WANTED  VALUE 'Y'.
          05 WS-IDX-OPEN-FLAG       PIC X(1) VALUE 'N'.
             88 WS-IDX-IS-OPEN      VALUE 'Y'.
          05 WS-DEC-REASON          PIC X(22).
          05 WS-LIST-ID             PIC 9(5).
          05 WS-LIST-COUNT          PIC 9(3).
       01 WS-COUNTERS.
          05 WS-DECISION-COUNT      PIC 9(7) VALUE 0.
          05 WS-CLEARED-COUNT       PIC 9(7) VALUE 0.
          05 WS-CONFIRMED-COUNT     PIC 9(7) VALUE 0.
          05 WS-BLOCKED-COUNT       PIC 9(7) VALUE 0.
          05 WS-DEC-REJECT-COUNT    PIC 9(7) VALUE 0.
          05 WS-MEMBER-COUNT        PIC 9(7) VALUE 0.
          05 WS-NEW-CASE-COUNT      PIC 9(7) VALUE 0.
          05 WS-KNOWN-HIT-COUNT     PIC 9(7) VALUE 0.
          05 WS-PASSED-COUNT        PIC 9(7) VALUE 0.
          05 WS-OPEN-COUNT          PIC 9(7) VALUE 0.
      *----------------------------------------------------------------
      * WATCH LIST WITH EACH NAME AND SURNAME ALSO IN FOLDED FORM.
      * THE FOLD AND THE MATCH RULES ARE THE SAME AS IN RECAP66.
      *----------------------------------------------------------------
       01 WS-WLS-CONTROL.
          05 WS-WLS-COUNT           PIC 9(5) VALUE 0.
          05 WS-WLS-IDX             PIC 9(5).
          05 WS-WLS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-WLS-OVERFLOW     VALUE 'Y'.
          05 WS-LIST-FLAG           PIC X(1) VALUE 'Y'.
             88 WS-LIST-PRESENT     VALUE 'Y'.
             88 WS-LIST-MISSING     VALUE 'N'.
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
       01 WS-CARD.
          05 WS-CARD-MODE           PIC X(1).
          05 WS-CARD-ID             PIC 9(4).
          05 WS-CARD-NAME           PIC X(15).
          05 WS-CARD-SURNAME        PIC X(15).
          05 WS-CARD-TC-NO          PIC 9(11).
          05 WS-CARD-BIRTHDAY       PIC 9(8).
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
          05 WS-BROWSE-FLAG         PIC X(1).
             88 WS-BROWSE-DONE      VALUE 'Y'.
             88 WS-BROWSE-MORE      VALUE 'N'.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-ID                PIC 9(5).
       01 WS-EDIT-DVZ               PIC 9(3).
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP85'.
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
           PERFORM H200-APPLY-DECISION UNTIL DEC-FILE-EOF.
           IF WS-RESCREEN-WANTED
              PERFORM H300-RESCREEN-MEMBERS
           END-IF.
           PERFORM H400-LIST-OPEN-CASES.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-READ-CARD.
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
           OPEN INPUT IDX-FILE.
           IF IDX-FILE-SUCCESS
              SET WS-IDX-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND SLG-FILE.
           IF SLG-FILE-MISSING
              OPEN OUTPUT SLG-FILE
           END-IF.
           PERFORM H120-WRITE-HEADER.
           OPEN INPUT DEC-FILE.
           IF DEC-FILE-MISSING
              SET DEC-FILE-EOF TO TRUE
           ELSE
              IF (DEC-STATUS NOT = 97) AND (DEC-STATUS NOT = 0)
                 DISPLAY 'SCRDEC NOT OPENED. ERROR CODE:' DEC-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ DEC-FILE AT END SET DEC-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE OF THE DECISIONS AND, WITH Y
      * IN COLUMN 9, ASKS FOR THE FULL RE-SCREEN. WITHOUT A CARD THE
      * DATE IS TODAY AND NO RE-SCREEN IS RUN.
      *--------------------------------
       H110-READ-CARD.
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
                    IF CRD-FILE-RESCREEN = 'Y'
                       SET WS-RESCREEN-WANTED TO TRUE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
       H120-WRITE-HEADER.
           MOVE SPACES TO OUT-LINE
           MOVE 'IZLEME LISTESI UYUM RAPORU-IS TARIHI:'
                TO OUT-LINE(1:37)
           MOVE WS-BUS-DATE TO OUT-LINE(38:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H120-END. EXIT.
      *--------------------------------
      * ONE DECISION CARD: CASE KEY, C OR K, BLOCK Y (ONLY WITH K),
      * THE DECIDING OFFICER AND A NOTE. ONLY AN OPEN CASE IS DECIDED.
      *--------------------------------
       H200-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT
           MOVE SPACES TO WS-DEC-REASON
           IF ((DEC-FILE-DECISION NOT = 'C')
                 AND (DEC-FILE-DECISION NOT = 'K'))
           OR (DEC-FILE-OFFICER = SPACES)
           OR (DEC-FILE-BLOCK = 'Y' AND DEC-FILE-DECISION = 'C')
              MOVE '-GECERSIZ KARAR' TO WS-DEC-REASON
           ELSE
              MOVE DEC-FILE-CASE-KEY TO SCR-FILE-KEY
              READ SCR-FILE
                 INVALID KEY
                    MOVE '-DOSYA YOK' TO WS-DEC-REASON
              END-READ
              IF (WS-DEC-REASON = SPACES) AND (NOT SCR-FILE-OPEN)
                 MOVE '-KARAR ZATEN VERILMIS' TO WS-DEC-REASON
              END-IF
           END-IF.
           IF WS-DEC-REASON = SPACES
              PERFORM H210-RECORD-DECISION
           ELSE
              PERFORM H290-WRITE-REJECT
           END-IF.
           READ DEC-FILE AT END SET DEC-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
       H210-RECORD-DECISION.
           MOVE DEC-FILE-DECISION TO SCR-FILE-STATUS
           MOVE DEC-FILE-OFFICER  TO SCR-FILE-DECIDED-BY
           MOVE WS-BUS-DATE       TO SCR-FILE-DECIDE-DATE
           MOVE DEC-FILE-NOTE     TO SCR-FILE-NOTE
           MOVE 'N'               TO SCR-FILE-BLOCK
           IF SCR-FILE-CONFIRMED
              ADD 1 TO WS-CONFIRMED-COUNT
              IF SCR-FILE-APPLY-PENDING
                 MOVE 'D' TO SCR-FILE-APPLY
              END-IF
              IF DEC-FILE-BLOCK = 'Y'
                 MOVE 'Y' TO SCR-FILE-BLOCK
              END-IF
           ELSE
              ADD 1 TO WS-CLEARED-COUNT
           END-IF
           REWRITE SCR-FILE-RECORD
              INVALID KEY
                 DISPLAY 'SCRCASE REWRITE ERROR:' SCR-STATUS
           END-REWRITE
           MOVE SCR-FILE-ID        TO SLG-FILE-ID
           MOVE SCR-FILE-KEY       TO SLG-FILE-CASE-KEY
           MOVE DEC-FILE-DECISION  TO SLG-FILE-EVENT
           MOVE SCR-FILE-MATCH     TO SLG-FILE-MATCH
           MOVE SCR-FILE-WL-SOURCE TO SLG-FILE-WL-SOURCE
           MOVE DEC-FILE-OFFICER   TO SLG-FILE-USER
           MOVE DEC-FILE-NOTE      TO SLG-FILE-NOTE
           PERFORM H650-WRITE-LOG
           MOVE SPACES TO OUT-LINE
           MOVE 'KARAR:'             TO OUT-LINE(1:6)
           MOVE SCR-FILE-KEY         TO OUT-LINE(7:15)
           IF SCR-FILE-CONFIRMED
              MOVE '-TEYIT EDILDI'   TO OUT-LINE(22:13)
           ELSE
              MOVE '-TEMIZE CIKTI'   TO OUT-LINE(22:13)
           END-IF
           MOVE '-TIP:'              TO OUT-LINE(35:5)
           MOVE SCR-FILE-TYPE        TO OUT-LINE(40:1)
           MOVE '-'                  TO OUT-LINE(41:1)
           MOVE SCR-FILE-WL-SOURCE   TO OUT-LINE(42:10)
           MOVE '-'                  TO OUT-LINE(52:1)
           MOVE DEC-FILE-OFFICER     TO OUT-LINE(53:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF SCR-FILE-BLOCK = 'Y'
              PERFORM H230-PLACE-BLOCK
              MOVE SCR-FILE-ID TO WS-LIST-ID
              PERFORM H240-LIST-POSITIONS
           END-IF.
       H210-END. EXIT.
      *--------------------------------
      * A MEMBER-WIDE (DVZ 000) FULL BLOCK, OPEN-ENDED. AN OPEN FULL
      * BLOCK ALREADY ON THE MEMBER IS LEFT AS IT IS AND REPORTED; ANY
      * OTHER DVZ 000 BLOCK IS UPGRADED (H232).
      *--------------------------------
       H230-PLACE-BLOCK.
           MOVE SCR-FILE-ID TO BLK-FILE-ID
           MOVE 0           TO BLK-FILE-DVZ
           MOVE SPACES TO OUT-LINE
           MOVE '      BLOKE-ID:'    TO OUT-LINE(1:15)
           MOVE SCR-FILE-ID          TO OUT-LINE(16:4)
           READ BLK-FILE
              INVALID KEY
                 MOVE SPACES               TO BLK-FILE-RECORD
                 MOVE SCR-FILE-ID          TO BLK-FILE-ID
                 MOVE 0                    TO BLK-FILE-DVZ
                 SET BLK-FILE-FULL         TO TRUE
                 MOVE 0                    TO BLK-FILE-HOLD-AMOUNT
                 MOVE 'YAPTIRIM LISTESI:'  TO BLK-FILE-REASON(1:17)
                 MOVE SCR-FILE-WL-SOURCE   TO BLK-FILE-REASON(18:10)
                 MOVE WS-BUS-DATE          TO BLK-FILE-START-DATE
                 MOVE 0                    TO BLK-FILE-END-DATE
                 MOVE WS-BUS-DATE          TO BLK-FILE-ENTRY-DATE
                 MOVE 'RECAP85'            TO BLK-FILE-SOURCE
                 WRITE BLK-FILE-RECORD
                    INVALID KEY
                       DISPLAY 'BLKFILE WRITE ERROR:' BLK-STATUS
                 END-WRITE
                 ADD 1 TO WS-BLOCKED-COUNT
                 MOVE '-TAM BLOKE KONDU' TO OUT-LINE(20:16)
                 MOVE SCR-FILE-ID        TO SLG-FILE-ID
                 MOVE SCR-FILE-KEY       TO SLG-FILE-CASE-KEY
                 MOVE 'B'                TO SLG-FILE-EVENT
                 MOVE SCR-FILE-MATCH     TO SLG-FILE-MATCH
                 MOVE SCR-FILE-WL-SOURCE TO SLG-FILE-WL-SOURCE
                 MOVE DEC-FILE-OFFICER   TO SLG-FILE-USER
                 MOVE BLK-FILE-REASON    TO SLG-FILE-NOTE
                 PERFORM H650-WRITE-LOG
              NOT INVALID KEY
                 IF BLK-FILE-FULL AND BLK-FILE-END-DATE = 0
                    MOVE '-BLOKE ZATEN VAR:' TO OUT-LINE(20:17)
                    MOVE BLK-FILE-SOURCE     TO OUT-LINE(37:8)
                 ELSE
                    PERFORM H232-UPGRADE-BLOCK
                 END-IF
           END-READ.
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H230-END. EXIT.
      *--------------------------------
      * THE MEMBER ALREADY HAS A DVZ 000 BLOCK, BUT A DEBIT OR HOLD
      * BLOCK OR ONE WITH AN END DATE. IT IS TURNED INTO AN OPEN-ENDED
      * FULL BLOCK IN PLACE; THE OLD TYPE AND OWNER GO TO THE LOG NOTE.
      *--------------------------------
       H232-UPGRADE-BLOCK.
           MOVE SPACES                TO SLG-FILE-NOTE
           MOVE 'YUKSELTME-ESKI TIP:' TO SLG-FILE-NOTE(1:19)
           MOVE BLK-FILE-TYPE         TO SLG-FILE-NOTE(20:1)
           MOVE BLK-FILE-SOURCE       TO SLG-FILE-NOTE(22:8)
           SET BLK-FILE-FULL          TO TRUE
           MOVE 0                     TO BLK-FILE-HOLD-AMOUNT
           MOVE SPACES                TO BLK-FILE-REASON
           MOVE 'YAPTIRIM LISTESI:'   TO BLK-FILE-REASON(1:17)
           MOVE SCR-FILE-WL-SOURCE    TO BLK-FILE-REASON(18:10)
           IF BLK-FILE-START-DATE > WS-BUS-DATE
              MOVE WS-BUS-DATE        TO BLK-FILE-START-DATE
           END-IF
           MOVE 0                     TO BLK-FILE-END-DATE
           MOVE WS-BUS-DATE           TO BLK-FILE-ENTRY-DATE
           MOVE 'RECAP85'             TO BLK-FILE-SOURCE
           REWRITE BLK-FILE-RECORD
              INVALID KEY
                 DISPLAY 'BLKFILE REWRITE ERROR:' BLK-STATUS
           END-REWRITE
           ADD 1 TO WS-BLOCKED-COUNT
           MOVE '-TAM BLOKEYE CEVRILDI' TO OUT-LINE(20:21)
           MOVE SCR-FILE-ID        TO SLG-FILE-ID
           MOVE SCR-FILE-KEY       TO SLG-FILE-CASE-KEY
           MOVE 'B'                TO SLG-FILE-EVENT
           MOVE SCR-FILE-MATCH     TO SLG-FILE-MATCH
           MOVE SCR-FILE-WL-SOURCE TO SLG-FILE-WL-SOURCE
           MOVE DEC-FILE-OFFICER   TO SLG-FILE-USER
           PERFORM H650-WRITE-LOG.
       H232-END. EXIT.
      *--------------------------------
       H240-LIST-POSITIONS.
           MOVE 0 TO WS-LIST-COUNT
           IF WS-IDX-IS-OPEN
              MOVE WS-LIST-ID TO IDX-FILE-ID
              MOVE 0          TO IDX-FILE-DVZ
              PERFORM H250-START-BROWSE
              PERFORM H245-LIST-ONE-POSITION
                 UNTIL WS-BROWSE-DONE
                    OR IDX-FILE-ID NOT = WS-LIST-ID
           END-IF.
           IF WS-LIST-COUNT = 0
              MOVE SPACES TO OUT-LINE
              MOVE '      POZ:'         TO OUT-LINE(1:10)
              MOVE WS-LIST-ID           TO OUT-LINE(11:5)
              MOVE '-POZISYON YOK'      TO OUT-LINE(16:13)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H240-END. EXIT.
      *--------------------------------
       H245-LIST-ONE-POSITION.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE '      POZ:'         TO OUT-LINE(1:10)
           MOVE IDX-FILE-ID          TO WS-EDIT-ID
           MOVE WS-EDIT-ID           TO OUT-LINE(11:5)
           MOVE '/'                  TO OUT-LINE(16:1)
           MOVE IDX-FILE-DVZ         TO WS-EDIT-DVZ
           MOVE WS-EDIT-DVZ          TO OUT-LINE(17:3)
           MOVE IDX-FILE-BALANCE     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(21:21)
           MOVE '-LMT:'              TO OUT-LINE(42:5)
           MOVE IDX-FILE-LIMIT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(47:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           READ IDX-FILE NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
       H245-END. EXIT.
      *--------------------------------
      * POSITIONS ON THE FIRST KEY NOT LESS THAN IDX-FILE-KEY AND
      * READS IT.
      *--------------------------------
       H250-START-BROWSE.
           SET WS-BROWSE-MORE TO TRUE
           START IDX-FILE KEY IS NOT LESS THAN IDX-FILE-KEY
              INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           IF WS-BROWSE-MORE
              READ IDX-FILE NEXT RECORD
                 AT END SET WS-BROWSE-DONE TO TRUE
              END-READ
           END-IF.
       H250-END. EXIT.
      *--------------------------------
       H290-WRITE-REJECT.
           ADD 1 TO WS-DEC-REJECT-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'RED-KARAR:'         TO OUT-LINE(1:10)
           MOVE DEC-FILE-CASE-KEY    TO OUT-LINE(11:15)
           MOVE '-'                  TO OUT-LINE(26:1)
           MOVE DEC-FILE-DECISION    TO OUT-LINE(27:1)
           MOVE DEC-FILE-BLOCK       TO OUT-LINE(28:1)
           MOVE WS-DEC-REASON        TO OUT-LINE(29:22)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H290-END. EXIT.
      *--------------------------------
      * FULL RE-SCREEN OF ACCTREC AGAINST THE CURRENT LIST.
      *--------------------------------
       H300-RESCREEN-MEMBERS.
           OPEN INPUT WLS-FILE.
           IF WLS-FILE-MISSING
              SET WS-LIST-MISSING TO TRUE
           ELSE
              IF (WLS-STATUS NOT = 97) AND (WLS-STATUS NOT = 0)
                 DISPLAY 'WLSTFILE NOT OPENED. ERROR CODE:' WLS-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ WLS-FILE AT END SET WLS-FILE-EOF TO TRUE
              END-READ
              PERFORM H310-LOAD-WATCH-LIST UNTIL WLS-FILE-EOF
              CLOSE WLS-FILE
              OPEN INPUT ACCT-FILE
              IF NOT ACCT-FILE-SUCCESS
                 DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
              END-READ
              PERFORM H320-SCREEN-MEMBER UNTIL ACCT-FILE-EOF
              CLOSE ACCT-FILE
           END-IF.
       H300-END. EXIT.
      *--------------------------------
       H310-LOAD-WATCH-LIST.
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
       H310-END. EXIT.
      *--------------------------------
       H320-SCREEN-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE 'S'                TO WS-CARD-MODE
           MOVE ACCT-FILE-ID       TO WS-CARD-ID
           MOVE ACCT-FILE-NAME     TO WS-CARD-NAME
           MOVE ACCT-FILE-SURNAME  TO WS-CARD-SURNAME
           MOVE ACCT-FILE-TC-NO    TO WS-CARD-TC-NO
           MOVE ACCT-FILE-BIRTHDAY TO WS-CARD-BIRTHDAY
           PERFORM H600-SCREEN-CARD
           IF WS-SCREEN-HIT
              PERFORM H620-OPEN-CASE
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H320-END. EXIT.
      *--------------------------------
      * LISTS EVERY CASE STILL WAITING FOR A DECISION.
      *--------------------------------
       H400-LIST-OPEN-CASES.
           SET WS-CASE-BROWSE-MORE TO TRUE
           MOVE LOW-VALUES TO SCR-FILE-KEY
           START SCR-FILE KEY IS NOT LESS THAN SCR-FILE-KEY
              INVALID KEY SET WS-CASE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM H410-LIST-ONE-CASE UNTIL WS-CASE-BROWSE-DONE.
       H400-END. EXIT.
      *--------------------------------
       H410-LIST-ONE-CASE.
           READ SCR-FILE NEXT RECORD
              AT END SET WS-CASE-BROWSE-DONE TO TRUE
           END-READ.
           IF WS-CASE-BROWSE-MORE AND SCR-FILE-OPEN
              ADD 1 TO WS-OPEN-COUNT
              MOVE SCR-FILE-CARD TO WS-CARD
              MOVE SPACES TO OUT-LINE
              MOVE 'ACIK:'              TO OUT-LINE(1:5)
              MOVE SCR-FILE-KEY         TO OUT-LINE(6:15)
              MOVE '-TIP:'              TO OUT-LINE(21:5)
              MOVE SCR-FILE-TYPE        TO OUT-LINE(26:1)
              MOVE '-'                  TO OUT-LINE(27:1)
              MOVE WS-CARD-NAME         TO OUT-LINE(28:15)
              MOVE WS-CARD-SURNAME      TO OUT-LINE(43:15)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE SPACES TO OUT-LINE
              MOVE '     ESLESME:'      TO OUT-LINE(1:13)
              MOVE SCR-FILE-MATCH       TO OUT-LINE(14:1)
              MOVE '-'                  TO OUT-LINE(15:1)
              MOVE SCR-FILE-WL-SOURCE   TO OUT-LINE(16:10)
              MOVE '-'                  TO OUT-LINE(26:1)
              MOVE SCR-FILE-WL-NAME     TO OUT-LINE(27:15)
              MOVE SCR-FILE-WL-SURNAME  TO OUT-LINE(42:15)
              MOVE SCR-FILE-WL-TC-NO    TO OUT-LINE(57:11)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H410-END. EXIT.
      *--------------------------------
      * MATCH TYPES: T KIMLIK NO EXACT, N NAME AND SURNAME EQUAL ONCE
      * FOLDED, Y NAME AND SURNAME EACH EQUAL OR ONE LETTER APART.
      *--------------------------------
       H600-SCREEN-CARD.
           SET WS-SCREEN-CLEAR TO TRUE
           MOVE WS-CARD-TC-NO   TO WS-CAND-TC-NO
           MOVE WS-CARD-NAME    TO WS-FOLD-IN
           PERFORM H610-FOLD-NAME
           MOVE WS-FOLD-OUT     TO WS-CAND-NAME
           MOVE WS-FOLD-LEN     TO WS-CAND-NAME-LEN
           MOVE WS-CARD-SURNAME TO WS-FOLD-IN
           PERFORM H610-FOLD-NAME
           MOVE WS-FOLD-OUT     TO WS-CAND-SURN
           MOVE WS-FOLD-LEN     TO WS-CAND-SURN-LEN
           PERFORM H605-MATCH-ENTRY
              VARYING WS-WLS-IDX FROM 1 BY 1
              UNTIL WS-WLS-IDX > WS-WLS-COUNT OR WS-SCREEN-HIT.
           IF WS-SCREEN-CLEAR
              ADD 1 TO WS-PASSED-COUNT
              MOVE WS-CARD-ID    TO SLG-FILE-ID
              MOVE SPACES        TO SLG-FILE-CASE-KEY
              MOVE 'G'           TO SLG-FILE-EVENT
              MOVE SPACES        TO SLG-FILE-MATCH
              MOVE SPACES        TO SLG-FILE-WL-SOURCE
              MOVE SPACES        TO SLG-FILE-USER
              MOVE 'LISTEDE YOK-MOD:' TO SLG-FILE-NOTE
              MOVE WS-CARD-MODE  TO SLG-FILE-NOTE(17:1)
              PERFORM H650-WRITE-LOG
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
      * A RE-SCREEN HIT OPENS AN S CASE UNLESS THE MEMBER ALREADY HAS A
      * CASE, IN ANY STATE, FOR THE SAME LIST ENTRY - A MATCH CLEARED
      * ONCE IS NOT RAISED AGAIN ON EVERY NEW LIST.
      *--------------------------------
       H620-OPEN-CASE.
           PERFORM H630-SCAN-MEMBER-CASES
           IF WS-CASE-DUPLICATE
              ADD 1 TO WS-KNOWN-HIT-COUNT
           ELSE
              ADD 1 TO WS-NEW-CASE-COUNT
              MOVE SPACES              TO SCR-FILE-RECORD
              MOVE WS-CARD-ID          TO SCR-FILE-ID
              MOVE WS-BUS-DATE         TO SCR-FILE-OPEN-DATE
              MOVE WS-CASE-NEXT-SEQ    TO SCR-FILE-SEQ
              MOVE 'S'                 TO SCR-FILE-TYPE
              SET SCR-FILE-OPEN        TO TRUE
              MOVE SPACE               TO SCR-FILE-APPLY
              MOVE WS-CARD             TO SCR-FILE-CARD
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
              MOVE WS-CARD-ID          TO SLG-FILE-ID
              MOVE SCR-FILE-KEY        TO SLG-FILE-CASE-KEY
              MOVE 'R'                 TO SLG-FILE-EVENT
              MOVE WS-HIT-MATCH        TO SLG-FILE-MATCH
              MOVE WS-WLS-SOURCE(WS-HIT-IDX) TO SLG-FILE-WL-SOURCE
              MOVE SPACES              TO SLG-FILE-USER
              MOVE 'YENI LISTE TARAMASI-DOSYA ACILDI' TO SLG-FILE-NOTE
              PERFORM H650-WRITE-LOG
           END-IF.
       H620-END. EXIT.
      *--------------------------------
       H630-SCAN-MEMBER-CASES.
           MOVE 1   TO WS-CASE-NEXT-SEQ
           MOVE 'N' TO WS-CASE-DUP-FLAG
           SET WS-CASE-BROWSE-MORE TO TRUE
           MOVE WS-CARD-ID  TO SCR-FILE-ID
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
              IF SCR-FILE-ID NOT = WS-CARD-ID
                 SET WS-CASE-BROWSE-DONE TO TRUE
              ELSE
                 IF (SCR-FILE-OPEN-DATE = WS-BUS-DATE)
                 AND (SCR-FILE-SEQ NOT < WS-CASE-NEXT-SEQ)
                    COMPUTE WS-CASE-NEXT-SEQ = SCR-FILE-SEQ + 1
                 END-IF
                 IF (SCR-FILE-WL-NAME = WS-WLS-NAME(WS-HIT-IDX))
                 AND (SCR-FILE-WL-SURNAME
                        = WS-WLS-SURNAME(WS-HIT-IDX))
                 AND (SCR-FILE-WL-TC-NO = WS-WLS-TC-NO(WS-HIT-IDX))
                 AND (SCR-FILE-WL-SOURCE
                        = WS-WLS-SOURCE(WS-HIT-IDX))
                    SET WS-CASE-DUPLICATE TO TRUE
                 END-IF
              END-IF
           END-IF.
       H635-END. EXIT.
      *--------------------------------
       H650-WRITE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:14) TO SLG-FILE-TIMESTAMP
           MOVE 'RECAP85' TO SLG-FILE-PROGRAM
           WRITE SLG-FILE-RECORD.
       H650-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'KARAR:'             TO OUT-LINE(1:6)
           MOVE WS-DECISION-COUNT    TO OUT-LINE(7:7)
           MOVE '-TEMIZ:'            TO OUT-LINE(14:7)
           MOVE WS-CLEARED-COUNT     TO OUT-LINE(21:7)
           MOVE '-TEYIT:'            TO OUT-LINE(28:7)
           MOVE WS-CONFIRMED-COUNT   TO OUT-LINE(35:7)
           MOVE '-BLOKE:'            TO OUT-LINE(42:7)
           MOVE WS-BLOCKED-COUNT     TO OUT-LINE(49:7)
           MOVE '-RED:'              TO OUT-LINE(56:5)
           MOVE WS-DEC-REJECT-COUNT  TO OUT-LINE(61:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-RESCREEN-WANTED
              MOVE SPACES TO OUT-LINE
              MOVE 'TARANAN UYE:'       TO OUT-LINE(1:12)
              MOVE WS-MEMBER-COUNT      TO OUT-LINE(13:7)
              MOVE '-YENI DOSYA:'       TO OUT-LINE(20:12)
              MOVE WS-NEW-CASE-COUNT    TO OUT-LINE(32:7)
              MOVE '-BILINEN:'          TO OUT-LINE(39:9)
              MOVE WS-KNOWN-HIT-COUNT   TO OUT-LINE(48:7)
              MOVE '-TEMIZ:'            TO OUT-LINE(55:7)
              MOVE WS-PASSED-COUNT      TO OUT-LINE(62:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-RESCREEN-WANTED AND WS-LIST-MISSING
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
           MOVE SPACES TO OUT-LINE
           MOVE 'ACIK DOSYA:'        TO OUT-LINE(1:11)
           MOVE WS-OPEN-COUNT        TO OUT-LINE(12:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           COMPUTE WL-LOG-READ-COUNT = WS-DECISION-COUNT
                   + WS-MEMBER-COUNT
           COMPUTE WL-LOG-SUCCESS-COUNT = WS-CLEARED-COUNT
                   + WS-CONFIRMED-COUNT
           MOVE WS-NEW-CASE-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-DEC-REJECT-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE DEC-FILE.
           CLOSE SCR-FILE.
           CLOSE SLG-FILE.
           CLOSE BLK-FILE.
           IF WS-IDX-IS-OPEN
              CLOSE IDX-FILE
           END-IF.
           CLOSE RPT-FILE.
           IF (WS-OPEN-COUNT > 0) OR (WS-DEC-REJECT-COUNT > 0)
           OR (WS-RESCREEN-WANTED AND WS-LIST-MISSING)
           OR WS-WLS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
