       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP79.
      ******************************************************************
      * DUPLICATE MEMBER DETECTION. COMPARES EVERY ACCTREC MEMBER WITH
      * EVERY OTHER AND LISTS THE PAIRS THAT ARE PROBABLY THE SAME
      * PERSON ENROLLED TWICE, FOR THE BRANCH TO DECIDE ON A MERGE:
      *   KIMLIK  - THE SAME TC KIMLIK NUMBER ON BOTH RECORDS
      *   AD+DOG  - THE SAME NAME, SURNAME AND BIRTHDAY
      *   AD      - THE SAME NAME AND SURNAME ONLY
      * NAMES ARE COMPARED IN UPPER CASE WITHOUT LEADING BLANKS. A PAIR
      * IS LISTED ONCE UNDER ITS STRONGEST CLASS. THE MERGE ITSELF IS
      * DONE BY RECAP80 FROM A MERGE CARD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO 'ACCTREC'
                           STATUS ACCT-STATUS.
           SELECT RPT-FILE  ASSIGN TO 'DUPRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ACCT-FILE RECORDING MODE F.
         01 ACCT-FILE-FIELDS.
           05 ACCT-FILE-ID           PIC 9(4).
           05 ACCT-FILE-NAME         PIC X(15).
           05 ACCT-FILE-SURNAME      PIC X(15).
           05 ACCT-FILE-TC-NO        PIC 9(11).
           05 ACCT-FILE-BIRTHDAY     PIC 9(8).
           05 ACCT-FILE-TODAY        PIC 9(8).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
           88 ACCT-FILE-MISSING    VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-ACCT-CONTROL.
          05 WS-ACCT-COUNT          PIC 9(5) VALUE 0.
          05 WS-ACCT-IDX            PIC 9(5).
          05 WS-ACCT-SCAN           PIC 9(5).
          05 WS-SCAN-START          PIC 9(5).
          05 WS-ACCT-OVF-FLAG       PIC X(1) VALUE 'N'.
             88 WS-ACCT-OVERFLOW    VALUE 'Y'.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 9999 TIMES.
             10 WS-ACC-ID           PIC 9(4).
             10 WS-ACC-NAME         PIC X(15).
             10 WS-ACC-SURNAME      PIC X(15).
             10 WS-ACC-TC-NO        PIC 9(11).
             10 WS-ACC-BIRTHDAY     PIC 9(8).
             10 WS-ACC-KEY-NAME     PIC X(30).
       01 WS-MATCH-WORK.
          05 WS-NAME-WORK           PIC X(15).
          05 WS-NAME-SHIFT          PIC X(15).
          05 WS-KEY-WORK            PIC X(30).
          05 WS-LEAD-COUNT          PIC 9(2).
          05 WS-MATCH-CLASS         PIC X(6).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-TC-COUNT            PIC 9(7) VALUE 0.
          05 WS-NAME-DOB-COUNT      PIC 9(7) VALUE 0.
          05 WS-NAME-COUNT          PIC 9(7) VALUE 0.
          05 WS-PAIR-COUNT          PIC 9(7) VALUE 0.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP79'.
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
           PERFORM H200-LOAD-ACCOUNTS UNTIL ACCT-FILE-EOF.
           PERFORM H300-COMPARE-MEMBER
              VARYING WS-ACCT-IDX FROM 1 BY 1
              UNTIL WS-ACCT-IDX >= WS-ACCT-COUNT.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-MISSING
              SET ACCT-FILE-EOF TO TRUE
           ELSE
              IF (ACCT-STATUS NOT = 97) AND (ACCT-STATUS NOT = 0)
                 DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT ACCT-FILE-EOF
              READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *--------------------------------
       H200-LOAD-ACCOUNTS.
           ADD 1 TO WS-READ-COUNT
           IF WS-ACCT-COUNT < 9999
              ADD 1 TO WS-ACCT-COUNT
              MOVE ACCT-FILE-ID       TO WS-ACC-ID(WS-ACCT-COUNT)
              MOVE ACCT-FILE-NAME     TO WS-ACC-NAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-SURNAME  TO WS-ACC-SURNAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-TC-NO    TO WS-ACC-TC-NO(WS-ACCT-COUNT)
              MOVE ACCT-FILE-BIRTHDAY TO WS-ACC-BIRTHDAY(WS-ACCT-COUNT)
              MOVE SPACES TO WS-KEY-WORK
              MOVE ACCT-FILE-NAME TO WS-NAME-WORK
              PERFORM H210-NORMALIZE-NAME
              MOVE WS-NAME-WORK TO WS-KEY-WORK(1:15)
              MOVE ACCT-FILE-SURNAME TO WS-NAME-WORK
              PERFORM H210-NORMALIZE-NAME
              MOVE WS-NAME-WORK TO WS-KEY-WORK(16:15)
              MOVE WS-KEY-WORK TO WS-ACC-KEY-NAME(WS-ACCT-COUNT)
           ELSE
              SET WS-ACCT-OVERFLOW TO TRUE
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * UPPER CASE, LEADING BLANKS DROPPED, SO 'ali' AND ' ALI' MEET.
      *--------------------------------
       H210-NORMALIZE-NAME.
           INSPECT WS-NAME-WORK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-LEAD-COUNT
           INSPECT WS-NAME-WORK TALLYING WS-LEAD-COUNT
                   FOR LEADING SPACES
           IF WS-LEAD-COUNT > 0 AND WS-LEAD-COUNT < 15
              MOVE WS-NAME-WORK(WS-LEAD-COUNT + 1:) TO WS-NAME-SHIFT
              MOVE WS-NAME-SHIFT TO WS-NAME-WORK
           END-IF.
       H210-END. EXIT.
      *--------------------------------
       H300-COMPARE-MEMBER.
           COMPUTE WS-SCAN-START = WS-ACCT-IDX + 1
           PERFORM H310-COMPARE-PAIR
              VARYING WS-ACCT-SCAN FROM WS-SCAN-START BY 1
              UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT.
       H300-END. EXIT.
      *--------------------------------
       H310-COMPARE-PAIR.
           MOVE SPACES TO WS-MATCH-CLASS
           EVALUATE TRUE
              WHEN WS-ACC-TC-NO(WS-ACCT-IDX) > 0
               AND WS-ACC-TC-NO(WS-ACCT-IDX) =
                   WS-ACC-TC-NO(WS-ACCT-SCAN)
                 MOVE 'KIMLIK' TO WS-MATCH-CLASS
                 ADD 1 TO WS-TC-COUNT
              WHEN WS-ACC-KEY-NAME(WS-ACCT-IDX) = SPACES
                 CONTINUE
              WHEN WS-ACC-KEY-NAME(WS-ACCT-IDX) =
                   WS-ACC-KEY-NAME(WS-ACCT-SCAN)
               AND WS-ACC-BIRTHDAY(WS-ACCT-IDX) =
                   WS-ACC-BIRTHDAY(WS-ACCT-SCAN)
                 MOVE 'AD+DOG' TO WS-MATCH-CLASS
                 ADD 1 TO WS-NAME-DOB-COUNT
              WHEN WS-ACC-KEY-NAME(WS-ACCT-IDX) =
                   WS-ACC-KEY-NAME(WS-ACCT-SCAN)
                 MOVE 'AD'     TO WS-MATCH-CLASS
                 ADD 1 TO WS-NAME-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-MATCH-CLASS NOT = SPACES
              ADD 1 TO WS-PAIR-COUNT
              PERFORM H320-WRITE-PAIR
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H320-WRITE-PAIR.
           MOVE SPACES TO OUT-LINE
           MOVE WS-MATCH-CLASS               TO OUT-LINE(1:6)
           MOVE WS-ACC-ID(WS-ACCT-IDX)       TO OUT-LINE(8:4)
           MOVE WS-ACC-NAME(WS-ACCT-IDX)     TO OUT-LINE(13:15)
           MOVE WS-ACC-SURNAME(WS-ACCT-IDX)  TO OUT-LINE(29:15)
           MOVE WS-ACC-TC-NO(WS-ACCT-IDX)    TO OUT-LINE(45:11)
           MOVE WS-ACC-BIRTHDAY(WS-ACCT-IDX) TO OUT-LINE(57:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     -'                     TO OUT-LINE(1:6)
           MOVE WS-ACC-ID(WS-ACCT-SCAN)      TO OUT-LINE(8:4)
           MOVE WS-ACC-NAME(WS-ACCT-SCAN)    TO OUT-LINE(13:15)
           MOVE WS-ACC-SURNAME(WS-ACCT-SCAN) TO OUT-LINE(29:15)
           MOVE WS-ACC-TC-NO(WS-ACCT-SCAN)   TO OUT-LINE(45:11)
           MOVE WS-ACC-BIRTHDAY(WS-ACCT-SCAN)
                TO OUT-LINE(57:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H320-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'KIMLIK:'            TO OUT-LINE(1:7)
           MOVE WS-TC-COUNT          TO OUT-LINE(8:7)
           MOVE '-AD+DOGUM:'         TO OUT-LINE(15:10)
           MOVE WS-NAME-DOB-COUNT    TO OUT-LINE(25:7)
           MOVE '-AD:'               TO OUT-LINE(32:4)
           MOVE WS-NAME-COUNT        TO OUT-LINE(36:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-ACCT-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:HESAP TABLOSU DOLU-TARAMA EKSIK'
                   TO OUT-LINE(1:38)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'OKUNAN:'            TO OUT-LINE(1:7)
           MOVE WS-READ-COUNT        TO OUT-LINE(8:7)
           MOVE '-MUKERRER CIFT:'    TO OUT-LINE(15:15)
           MOVE WS-PAIR-COUNT        TO OUT-LINE(30:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-PAIR-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE 0 TO WL-LOG-FAILED-COUNT
           MOVE 0 TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
      * RETURN CODE 4 TELLS THE SCHEDULER THERE ARE PAIRS TO REVIEW.
      *--------------------------------
       H999-EXIT.
           CLOSE ACCT-FILE.
           CLOSE RPT-FILE.
           IF (WS-PAIR-COUNT > 0) OR WS-ACCT-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
