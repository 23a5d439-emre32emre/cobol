       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP78.
      ******************************************************************
      * DAILY UNUSUAL-ACTIVITY MONITOR FOR COMPLIANCE. READS HISTARCH
      * AND IDXHIST FOR THE LOOKBACK WINDOW AND RAISES ONE CASE PER
      * ALERT ON AMLCASE, WITH A PRINTED ALERT REPORT. RULES, WITH THE
      * THRESHOLDS TAKEN FROM AMLPARM BY CURRENCY:
      *   L  A SINGLE MOVEMENT ON THE BUSINESS DATE AT OR OVER THE
      *      SINGLE-ITEM THRESHOLD.
      *   C  CUMULATIVE DEBITS OR CREDITS OF A POSITION OVER THE
      *      ROLLING N-DAY WINDOW OVER THE CUMULATIVE LIMIT.
      *   S  STRUCTURING: AT LEAST THE GIVEN NUMBER OF MOVEMENTS IN THE
      *      WINDOW JUST UNDER THE SINGLE-ITEM THRESHOLD.
      *   R  RAPID IN/OUT: A CREDIT FOLLOWED WITHIN THE GIVEN DAYS BY
      *      AN 'X' TRANSFER OUT OF MOST OF IT.
      * C, S AND R ARE ONLY TESTED FOR POSITIONS THAT MOVED ON THE
      * BUSINESS DATE. WHILE A CASE FOR THE SAME POSITION AND RULE IS
      * OPEN NO NEW CASE IS RAISED; COMPLIANCE CLOSES CASES WITH
      * AMLCLOSE CARDS, WHICH ARE APPLIED BEFORE THE SCAN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'AMLCARD'
                           STATUS CARD-STATUS.
           SELECT PRM-FILE ASSIGN TO 'AMLPARM'
                           STATUS PRM-STATUS.
           SELECT CLS-FILE ASSIGN TO 'AMLCLOSE'
                           STATUS CLS-STATUS.
           SELECT ARC-FILE ASSIGN TO 'HISTARCH'
                           STATUS ARC-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT CAS-FILE ASSIGN TO 'AMLCASE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS CAS-FILE-KEY
                           STATUS CAS-STATUS.
           SELECT RPT-FILE ASSIGN TO 'AMLRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
       FD  PRM-FILE RECORDING MODE F.
         01 PRM-FILE-RECORD.
           05 PRM-FILE-DVZ           PIC 9(03).
           05 PRM-FILE-SINGLE-LIMIT  PIC 9(13)V99.
           05 PRM-FILE-WINDOW-DAYS   PIC 9(03).
           05 PRM-FILE-CUM-LIMIT     PIC 9(13)V99.
           05 PRM-FILE-STRUCT-PCT    PIC 9(03).
           05 PRM-FILE-STRUCT-COUNT  PIC 9(03).
           05 PRM-FILE-RAPID-DAYS    PIC 9(02).
           05 PRM-FILE-RAPID-MIN     PIC 9(13)V99.
           05 PRM-FILE-RAPID-PCT     PIC 9(03).
       FD  CLS-FILE RECORDING MODE F.
         01 CLS-FILE-RECORD.
           05 CLS-FILE-ID            PIC 9(05).
           05 CLS-FILE-DVZ           PIC 9(03).
           05 CLS-FILE-RULE          PIC X(01).
           05 CLS-FILE-OPEN-DATE     PIC 9(08).
           05 CLS-FILE-CLOSED-BY     PIC X(08).
           05 CLS-FILE-NOTE          PIC X(30).
       FD  ARC-FILE RECORDING MODE F.
         01 ARC-FILE-MEMBERS        PIC X(124).
       FD  HST-FILE RECORDING MODE F.
         01 HST-FILE-MEMBERS        PIC X(124).
       FD  CAS-FILE.
         01 CAS-FILE-RECORD.
           05 CAS-FILE-KEY.
             10 CAS-FILE-ID          PIC 9(05).
             10 CAS-FILE-DVZ         PIC 9(03).
             10 CAS-FILE-RULE        PIC X(01).
             10 CAS-FILE-OPEN-DATE   PIC 9(08).
           05 CAS-FILE-STATUS        PIC X(01).
             88 CAS-FILE-OPEN        VALUE 'O'.
             88 CAS-FILE-CLOSED      VALUE 'C'.
           05 CAS-FILE-NAME          PIC X(15).
           05 CAS-FILE-SURNAME       PIC X(15).
           05 CAS-FILE-AMOUNT        PIC S9(13)V99.
           05 CAS-FILE-THRESHOLD     PIC 9(13)V99.
           05 CAS-FILE-DEBIT-TOTAL   PIC 9(13)V99.
           05 CAS-FILE-CREDIT-TOTAL  PIC 9(13)V99.
           05 CAS-FILE-ITEM-COUNT    PIC 9(05).
           05 CAS-FILE-WINDOW-FROM   PIC 9(08).
           05 CAS-FILE-WINDOW-TO     PIC 9(08).
           05 CAS-FILE-REF           PIC X(12).
           05 CAS-FILE-CLOSE-DATE    PIC 9(08).
           05 CAS-FILE-CLOSED-BY     PIC X(08).
           05 CAS-FILE-NOTE          PIC X(30).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 PRM-STATUS             PIC 9(2).
           88 PRM-FILE-SUCCESS     VALUE 00 97.
           88 PRM-FILE-EOF         VALUE 10.
         05 CLS-STATUS             PIC 9(2).
           88 CLS-FILE-SUCCESS     VALUE 00 97.
           88 CLS-FILE-EOF         VALUE 10.
           88 CLS-FILE-MISSING     VALUE 35.
         05 ARC-STATUS             PIC 9(2).
           88 ARC-FILE-SUCCESS     VALUE 00 97.
           88 ARC-FILE-EOF         VALUE 10.
           88 ARC-FILE-MISSING     VALUE 35.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
         05 CAS-STATUS             PIC 9(2).
           88 CAS-FILE-SUCCESS     VALUE 00 97.
           88 CAS-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
      * ONE JOURNAL ENTRY, FROM EITHER HISTARCH OR IDXHIST.
       01 WS-MOVEMENT.
          05 WS-MOV-ID              PIC S9(5).
          05 WS-MOV-DVZ             PIC S9(3).
          05 WS-MOV-NAME            PIC X(15).
          05 WS-MOV-SURNAME         PIC X(15).
          05 WS-MOV-DATE            PIC S9(7).
          05 WS-MOV-BALANCE         PIC S9(13)V99.
          05 WS-MOV-MODE            PIC X(1).
          05 WS-MOV-TIMESTAMP       PIC X(21).
          05 WS-MOV-AMOUNT          PIC S9(13)V99.
          05 WS-MOV-LIMIT           PIC S9(13)V99.
          05 WS-MOV-REF             PIC X(12).
       01 WS-PARM-CONTROL.
          05 WS-PRM-COUNT           PIC 9(2) VALUE 0.
          05 WS-PRM-IDX             PIC 9(2).
          05 WS-PRM-SCAN            PIC 9(2).
          05 WS-MAX-WINDOW          PIC 9(3) VALUE 0.
       01 WS-PARM-TABLE.
          05 WS-PRM-ENTRY OCCURS 10 TIMES.
             10 WS-PRM-DVZ          PIC 9(03).
             10 WS-PRM-SINGLE       PIC 9(13)V99.
             10 WS-PRM-WINDOW       PIC 9(03).
             10 WS-PRM-CUM-LIMIT    PIC 9(13)V99.
             10 WS-PRM-STRUCT-FLOOR PIC 9(13)V99.
             10 WS-PRM-STRUCT-COUNT PIC 9(03).
             10 WS-PRM-RAPID-DAYS   PIC 9(02).
             10 WS-PRM-RAPID-MIN    PIC 9(13)V99.
             10 WS-PRM-RAPID-PCT    PIC 9(03).
       01 WS-POSITION-CONTROL.
          05 WS-POS-COUNT           PIC 9(5) VALUE 0.
          05 WS-POS-IDX             PIC 9(5).
          05 WS-POS-FOUND           PIC X(1).
             88 WS-POS-IS-FOUND     VALUE 'Y'.
             88 WS-POS-NOT-FOUND    VALUE 'N'.
          05 WS-POS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-POS-OVERFLOW     VALUE 'Y'.
       01 WS-POSITION-TABLE.
          05 WS-POS-ENTRY OCCURS 5000 TIMES.
             10 WS-POS-ID           PIC S9(5) COMP-3.
             10 WS-POS-DVZ          PIC S9(3) COMP.
             10 WS-POS-PRM          PIC 9(2).
             10 WS-POS-NAME         PIC X(15).
             10 WS-POS-SURNAME      PIC X(15).
             10 WS-POS-MOVED-TODAY  PIC X(1).
             10 WS-POS-DEBITS       PIC S9(13)V99 COMP-3.
             10 WS-POS-CREDITS      PIC S9(13)V99 COMP-3.
             10 WS-POS-COUNT-ALL    PIC 9(5).
             10 WS-POS-STR-COUNT    PIC 9(5).
             10 WS-POS-STR-AMOUNT   PIC S9(13)V99 COMP-3.
             10 WS-POS-CR-AMOUNT    PIC S9(13)V99 COMP-3.
             10 WS-POS-CR-TS        PIC X(14).
             10 WS-POS-CR-REF       PIC X(12).
             10 WS-POS-XO-AMOUNT    PIC S9(13)V99 COMP-3.
             10 WS-POS-XO-TS        PIC X(14).
             10 WS-POS-XO-REF       PIC X(12).
       01 WS-MONITOR-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-BUS-INT             PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-MOV-DAY             PIC 9(8).
          05 WS-MOV-INT             PIC 9(8).
          05 WS-DAYS-BACK           PIC 9(8).
          05 WS-ABS-AMOUNT          PIC S9(13)V99 COMP-3.
          05 WS-RAPID-FLOOR         PIC S9(13)V99 COMP-3.
          05 WS-FROM-INT            PIC 9(8).
          05 WS-SOURCE-NAME         PIC X(8).
          05 WS-SOURCE-EOF          PIC X(1).
             88 WS-SOURCE-DONE      VALUE 'Y'.
          05 WS-CASE-SCAN-DONE      PIC X(1).
             88 CASE-SCAN-DONE      VALUE 'Y'.
          05 WS-OPEN-CASE-FLAG      PIC X(1).
             88 WS-OPEN-CASE-FOUND  VALUE 'Y'.
             88 WS-OPEN-CASE-NONE   VALUE 'N'.
      * THE ALERT BEING RAISED.
       01 WS-ALERT.
          05 WS-ALR-ID              PIC 9(05).
          05 WS-ALR-DVZ             PIC 9(03).
          05 WS-ALR-RULE            PIC X(01).
             88 WS-ALR-LARGE        VALUE 'L'.
             88 WS-ALR-CUMULATIVE   VALUE 'C'.
             88 WS-ALR-STRUCTURING  VALUE 'S'.
             88 WS-ALR-RAPID        VALUE 'R'.
          05 WS-ALR-NAME            PIC X(15).
          05 WS-ALR-SURNAME         PIC X(15).
          05 WS-ALR-AMOUNT          PIC S9(13)V99.
          05 WS-ALR-THRESHOLD       PIC 9(13)V99.
          05 WS-ALR-DEBITS          PIC 9(13)V99.
          05 WS-ALR-CREDITS         PIC 9(13)V99.
          05 WS-ALR-COUNT           PIC 9(05).
          05 WS-ALR-FROM            PIC 9(08).
          05 WS-ALR-REF             PIC X(12).
       01 WS-RULE-TOTALS.
          05 WS-LARGE-COUNT         PIC 9(7) VALUE 0.
          05 WS-CUM-COUNT           PIC 9(7) VALUE 0.
          05 WS-STRUCT-COUNT        PIC 9(7) VALUE 0.
          05 WS-RAPID-COUNT         PIC 9(7) VALUE 0.
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-WINDOW-COUNT        PIC 9(7) VALUE 0.
          05 WS-NOPARM-COUNT        PIC 9(7) VALUE 0.
          05 WS-ALERT-COUNT         PIC 9(7) VALUE 0.
          05 WS-SUPPRESS-COUNT      PIC 9(7) VALUE 0.
          05 WS-CLOSED-COUNT        PIC 9(7) VALUE 0.
          05 WS-CLOSE-REJ-COUNT     PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP78'.
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
           PERFORM H200-LOAD-PARMS UNTIL PRM-FILE-EOF.
           PERFORM H250-APPLY-CLOSURES.
           PERFORM H300-SCAN-ARCHIVE.
           PERFORM H350-SCAN-HISTORY.
           PERFORM H500-TEST-POSITIONS.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT PRM-FILE.
           IF (PRM-STATUS NOT = 97) AND (PRM-STATUS NOT = 0)
              DISPLAY 'AMLPARM NOT OPENED. ERROR CODE:' PRM-STATUS
              PERFORM H999-EXIT
           END-IF.
           PERFORM H140-OPEN-CASES.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-SET-BUS-DATE.
           READ PRM-FILE AT END SET PRM-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE TO MONITOR; WITHOUT A CARD
      * THE RUN COVERS TODAY.
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
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
       H110-END. EXIT.
      *--------------------------------
      * THE FIRST RUN CREATES THE CLUSTER, AS RECAP56 DOES FOR REFFILE.
      *--------------------------------
       H140-OPEN-CASES.
           OPEN I-O CAS-FILE.
           IF CAS-FILE-MISSING
              OPEN OUTPUT CAS-FILE
              CLOSE CAS-FILE
              OPEN I-O CAS-FILE
           END-IF.
           IF (CAS-STATUS NOT = 97) AND (CAS-STATUS NOT = 0)
              DISPLAY 'AMLCASE NOT OPENED. ERROR CODE:' CAS-STATUS
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
      * THE STRUCTURING FLOOR IS HELD AS AN AMOUNT: A MOVEMENT AT OR
      * OVER IT BUT UNDER THE SINGLE-ITEM THRESHOLD IS "JUST UNDER".
      * THE LONGEST WINDOW OF ANY CURRENCY BOUNDS THE SCAN.
      *--------------------------------
       H200-LOAD-PARMS.
           IF WS-PRM-COUNT < 10
              ADD 1 TO WS-PRM-COUNT
              MOVE PRM-FILE-DVZ TO WS-PRM-DVZ(WS-PRM-COUNT)
              MOVE PRM-FILE-SINGLE-LIMIT TO WS-PRM-SINGLE(WS-PRM-COUNT)
              MOVE PRM-FILE-WINDOW-DAYS  TO WS-PRM-WINDOW(WS-PRM-COUNT)
              IF WS-PRM-WINDOW(WS-PRM-COUNT) = 0
                 MOVE 1 TO WS-PRM-WINDOW(WS-PRM-COUNT)
              END-IF
              MOVE PRM-FILE-CUM-LIMIT TO WS-PRM-CUM-LIMIT(WS-PRM-COUNT)
              COMPUTE WS-PRM-STRUCT-FLOOR(WS-PRM-COUNT) =
                      PRM-FILE-SINGLE-LIMIT * PRM-FILE-STRUCT-PCT / 100
              MOVE PRM-FILE-STRUCT-COUNT
                   TO WS-PRM-STRUCT-COUNT(WS-PRM-COUNT)
              MOVE PRM-FILE-RAPID-DAYS
                   TO WS-PRM-RAPID-DAYS(WS-PRM-COUNT)
              MOVE PRM-FILE-RAPID-MIN  TO WS-PRM-RAPID-MIN(WS-PRM-COUNT)
              MOVE PRM-FILE-RAPID-PCT  TO WS-PRM-RAPID-PCT(WS-PRM-COUNT)
              IF WS-PRM-WINDOW(WS-PRM-COUNT) > WS-MAX-WINDOW
                 MOVE WS-PRM-WINDOW(WS-PRM-COUNT) TO WS-MAX-WINDOW
              END-IF
              IF WS-PRM-RAPID-DAYS(WS-PRM-COUNT) >= WS-MAX-WINDOW
                 COMPUTE WS-MAX-WINDOW =
                         WS-PRM-RAPID-DAYS(WS-PRM-COUNT) + 1
              END-IF
           END-IF.
           READ PRM-FILE AT END SET PRM-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * A CLOSURE CARD NAMES THE CASE KEY; ONLY AN OPEN CASE CAN BE
      * CLOSED. THE FILE IS OPTIONAL.
      *--------------------------------
       H250-APPLY-CLOSURES.
           OPEN INPUT CLS-FILE.
           IF NOT CLS-FILE-MISSING
              IF (CLS-STATUS NOT = 97) AND (CLS-STATUS NOT = 0)
                 DISPLAY 'AMLCLOSE NOT OPENED. ERROR CODE:' CLS-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ CLS-FILE AT END SET CLS-FILE-EOF TO TRUE
              END-READ
              PERFORM H260-CLOSE-ONE-CASE UNTIL CLS-FILE-EOF
              CLOSE CLS-FILE
           END-IF.
       H250-END. EXIT.
      *--------------------------------
       H260-CLOSE-ONE-CASE.
           MOVE CLS-FILE-ID        TO CAS-FILE-ID
           MOVE CLS-FILE-DVZ       TO CAS-FILE-DVZ
           MOVE CLS-FILE-RULE      TO CAS-FILE-RULE
           MOVE CLS-FILE-OPEN-DATE TO CAS-FILE-OPEN-DATE
           READ CAS-FILE INVALID KEY
              MOVE SPACES TO CAS-FILE-STATUS
           END-READ
           IF CAS-FILE-OPEN
              MOVE 'C' TO CAS-FILE-STATUS
              MOVE WS-BUS-DATE TO CAS-FILE-CLOSE-DATE
              MOVE CLS-FILE-CLOSED-BY TO CAS-FILE-CLOSED-BY
              MOVE CLS-FILE-NOTE TO CAS-FILE-NOTE
              REWRITE CAS-FILE-RECORD INVALID KEY
                 MOVE SPACES TO CAS-FILE-STATUS
              END-REWRITE
           ELSE
              MOVE SPACES TO CAS-FILE-STATUS
           END-IF
           MOVE SPACES TO OUT-LINE
           MOVE CLS-FILE-ID          TO OUT-LINE(1:5)
           MOVE '/'                  TO OUT-LINE(6:1)
           MOVE CLS-FILE-DVZ         TO OUT-LINE(7:3)
           MOVE '-KURAL:'            TO OUT-LINE(10:7)
           MOVE CLS-FILE-RULE        TO OUT-LINE(17:1)
           MOVE '-ACILIS:'           TO OUT-LINE(18:8)
           MOVE CLS-FILE-OPEN-DATE   TO OUT-LINE(26:8)
           IF CAS-FILE-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
              MOVE '-VAKA KAPATILDI:'  TO OUT-LINE(34:16)
              MOVE CLS-FILE-CLOSED-BY  TO OUT-LINE(50:8)
           ELSE
              ADD 1 TO WS-CLOSE-REJ-COUNT
              MOVE '-ACIK VAKA YOK-RED' TO OUT-LINE(34:18)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           READ CLS-FILE AT END SET CLS-FILE-EOF TO TRUE
           END-READ.
       H260-END. EXIT.
      *--------------------------------
      * HISTARCH HOLDS THE OLDER PART OF THE WINDOW ONCE RECAP54 HAS
      * ARCHIVED IT; WITHOUT AN ARCHIVE THE JOURNAL ALONE IS USED.
      *--------------------------------
       H300-SCAN-ARCHIVE.
           OPEN INPUT ARC-FILE.
           IF NOT ARC-FILE-MISSING
              IF (ARC-STATUS NOT = 97) AND (ARC-STATUS NOT = 0)
                 DISPLAY 'HISTARCH NOT OPENED. ERROR CODE:' ARC-STATUS
                 PERFORM H999-EXIT
              END-IF
              MOVE 'N' TO WS-SOURCE-EOF
              READ ARC-FILE AT END SET WS-SOURCE-DONE TO TRUE
              END-READ
              PERFORM H310-READ-ARCHIVE UNTIL WS-SOURCE-DONE
              CLOSE ARC-FILE
           END-IF.
       H300-END. EXIT.
      *--------------------------------
       H310-READ-ARCHIVE.
           MOVE ARC-FILE-MEMBERS TO WS-MOVEMENT
           PERFORM H400-TAKE-MOVEMENT
           READ ARC-FILE AT END SET WS-SOURCE-DONE TO TRUE
           END-READ.
       H310-END. EXIT.
      *--------------------------------
       H350-SCAN-HISTORY.
           OPEN INPUT HST-FILE.
           IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
              DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
              PERFORM H999-EXIT
           END-IF.
           MOVE 'N' TO WS-SOURCE-EOF
           READ HST-FILE AT END SET WS-SOURCE-DONE TO TRUE
           END-READ.
           PERFORM H360-READ-HISTORY UNTIL WS-SOURCE-DONE.
           CLOSE HST-FILE.
       H350-END. EXIT.
      *--------------------------------
       H360-READ-HISTORY.
           MOVE HST-FILE-MEMBERS TO WS-MOVEMENT
           PERFORM H400-TAKE-MOVEMENT
           READ HST-FILE AT END SET WS-SOURCE-DONE TO TRUE
           END-READ.
       H360-END. EXIT.
      *--------------------------------
      * ONLY MONEY MOVEMENTS COUNT: POSTINGS, BATCH POSTINGS, TRANSFER
      * LEGS, EXCHANGE LEGS AND REVERSALS, EACH WITH ITS SIGNED AMOUNT.
      * A MOVEMENT IS USED WHEN IT FALLS IN ITS CURRENCY'S WINDOW
      * ENDING ON THE BUSINESS DATE.
      *--------------------------------
       H400-TAKE-MOVEMENT.
           ADD 1 TO WS-READ-COUNT
           MOVE WS-MOV-TIMESTAMP(1:8) TO WS-MOV-DAY
           IF (WS-MOV-MODE = 'P' OR 'B' OR 'X' OR 'E' OR 'I')
              AND WS-MOV-AMOUNT NOT = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-MOV-DAY) = 0
              AND WS-MOV-DAY <= WS-BUS-DATE
              COMPUTE WS-MOV-INT = FUNCTION INTEGER-OF-DATE(WS-MOV-DAY)
              COMPUTE WS-DAYS-BACK = WS-BUS-INT - WS-MOV-INT
              IF WS-DAYS-BACK < WS-MAX-WINDOW
                 PERFORM H410-FIND-POSITION
                 IF WS-POS-IS-FOUND
                    PERFORM H420-ACCUMULATE
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.
      *--------------------------------
      * A CURRENCY WITHOUT A PARAMETER LINE IS NOT MONITORED.
      *--------------------------------
       H410-FIND-POSITION.
           SET WS-POS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
                      OR WS-POS-IS-FOUND
              IF WS-POS-ID(WS-POS-IDX) = WS-MOV-ID
                 AND WS-POS-DVZ(WS-POS-IDX) = WS-MOV-DVZ
                 SET WS-POS-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-POS-IS-FOUND
              SUBTRACT 1 FROM WS-POS-IDX
           ELSE
              MOVE 0 TO WS-PRM-IDX
              PERFORM VARYING WS-PRM-SCAN FROM 1 BY 1
                      UNTIL WS-PRM-SCAN > WS-PRM-COUNT
                 IF WS-PRM-DVZ(WS-PRM-SCAN) = WS-MOV-DVZ
                    MOVE WS-PRM-SCAN TO WS-PRM-IDX
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-PRM-IDX = 0
                    ADD 1 TO WS-NOPARM-COUNT
                 WHEN WS-POS-COUNT >= 5000
                    SET WS-POS-OVERFLOW TO TRUE
                 WHEN OTHER
                    ADD 1 TO WS-POS-COUNT
                    MOVE WS-POS-COUNT TO WS-POS-IDX
                    PERFORM H415-NEW-POSITION
                    SET WS-POS-IS-FOUND TO TRUE
              END-EVALUATE
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H415-NEW-POSITION.
           MOVE WS-MOV-ID      TO WS-POS-ID(WS-POS-IDX)
           MOVE WS-MOV-DVZ     TO WS-POS-DVZ(WS-POS-IDX)
           MOVE WS-PRM-IDX     TO WS-POS-PRM(WS-POS-IDX)
           MOVE WS-MOV-NAME    TO WS-POS-NAME(WS-POS-IDX)
           MOVE WS-MOV-SURNAME TO WS-POS-SURNAME(WS-POS-IDX)
           MOVE 'N'            TO WS-POS-MOVED-TODAY(WS-POS-IDX)
           MOVE 0 TO WS-POS-DEBITS(WS-POS-IDX)
           MOVE 0 TO WS-POS-CREDITS(WS-POS-IDX)
           MOVE 0 TO WS-POS-COUNT-ALL(WS-POS-IDX)
           MOVE 0 TO WS-POS-STR-COUNT(WS-POS-IDX)
           MOVE 0 TO WS-POS-STR-AMOUNT(WS-POS-IDX)
           MOVE 0 TO WS-POS-CR-AMOUNT(WS-POS-IDX)
           MOVE SPACES TO WS-POS-CR-TS(WS-POS-IDX)
           MOVE SPACES TO WS-POS-CR-REF(WS-POS-IDX)
           MOVE 0 TO WS-POS-XO-AMOUNT(WS-POS-IDX)
           MOVE SPACES TO WS-POS-XO-TS(WS-POS-IDX)
           MOVE SPACES TO WS-POS-XO-REF(WS-POS-IDX).
       H415-END. EXIT.
      *--------------------------------
      * THE SINGLE-ITEM RULE IS TESTED AS THE MOVEMENT IS READ. FOR
      * THE RAPID IN/OUT RULE THE LARGEST CREDIT INSIDE THE RAPID
      * DAYS AND THE LARGEST 'X' TRANSFER OUT ON THE BUSINESS DATE
      * ARE KEPT.
      *--------------------------------
       H420-ACCUMULATE.
           MOVE WS-POS-PRM(WS-POS-IDX) TO WS-PRM-IDX
           IF WS-MOV-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - WS-MOV-AMOUNT
           ELSE
              MOVE WS-MOV-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-DAYS-BACK = 0
              MOVE 'Y' TO WS-POS-MOVED-TODAY(WS-POS-IDX)
              IF WS-PRM-SINGLE(WS-PRM-IDX) > 0
                 AND WS-ABS-AMOUNT >= WS-PRM-SINGLE(WS-PRM-IDX)
                 PERFORM H610-NEW-ALERT
                 MOVE 'L' TO WS-ALR-RULE
                 MOVE WS-MOV-AMOUNT TO WS-ALR-AMOUNT
                 MOVE WS-PRM-SINGLE(WS-PRM-IDX) TO WS-ALR-THRESHOLD
                 MOVE 1 TO WS-ALR-COUNT
                 MOVE WS-BUS-DATE TO WS-ALR-FROM
                 MOVE WS-MOV-REF TO WS-ALR-REF
                 IF WS-MOV-AMOUNT < 0
                    MOVE WS-ABS-AMOUNT TO WS-ALR-DEBITS
                 ELSE
                    MOVE WS-ABS-AMOUNT TO WS-ALR-CREDITS
                 END-IF
                 PERFORM H600-RAISE-ALERT
              END-IF
           END-IF
           IF WS-DAYS-BACK < WS-PRM-WINDOW(WS-PRM-IDX)
              ADD 1 TO WS-WINDOW-COUNT
              ADD 1 TO WS-POS-COUNT-ALL(WS-POS-IDX)
              IF WS-MOV-AMOUNT < 0
                 ADD WS-ABS-AMOUNT TO WS-POS-DEBITS(WS-POS-IDX)
              ELSE
                 ADD WS-ABS-AMOUNT TO WS-POS-CREDITS(WS-POS-IDX)
              END-IF
              IF WS-ABS-AMOUNT >= WS-PRM-STRUCT-FLOOR(WS-PRM-IDX)
                 AND WS-ABS-AMOUNT < WS-PRM-SINGLE(WS-PRM-IDX)
                 ADD 1 TO WS-POS-STR-COUNT(WS-POS-IDX)
                 ADD WS-ABS-AMOUNT TO WS-POS-STR-AMOUNT(WS-POS-IDX)
              END-IF
           END-IF
           IF WS-MOV-AMOUNT > 0
              AND WS-DAYS-BACK <= WS-PRM-RAPID-DAYS(WS-PRM-IDX)
              AND WS-ABS-AMOUNT >= WS-PRM-RAPID-MIN(WS-PRM-IDX)
              AND WS-ABS-AMOUNT > WS-POS-CR-AMOUNT(WS-POS-IDX)
              MOVE WS-ABS-AMOUNT TO WS-POS-CR-AMOUNT(WS-POS-IDX)
              MOVE WS-MOV-TIMESTAMP(1:14) TO WS-POS-CR-TS(WS-POS-IDX)
              MOVE WS-MOV-REF TO WS-POS-CR-REF(WS-POS-IDX)
           END-IF
           IF WS-MOV-AMOUNT < 0 AND WS-MOV-MODE = 'X'
              AND WS-DAYS-BACK = 0
              AND WS-ABS-AMOUNT > WS-POS-XO-AMOUNT(WS-POS-IDX)
              MOVE WS-ABS-AMOUNT TO WS-POS-XO-AMOUNT(WS-POS-IDX)
              MOVE WS-MOV-TIMESTAMP(1:14) TO WS-POS-XO-TS(WS-POS-IDX)
              MOVE WS-MOV-REF TO WS-POS-XO-REF(WS-POS-IDX)
           END-IF.
       H420-END. EXIT.
      *--------------------------------
       H500-TEST-POSITIONS.
           MOVE 0 TO WS-POS-IDX
           PERFORM H510-TEST-ONE-POSITION
              UNTIL WS-POS-IDX >= WS-POS-COUNT.
       H500-END. EXIT.
      *--------------------------------
      * THE WINDOW OF A CUMULATIVE OR STRUCTURING CASE RUNS FROM THE
      * FIRST DAY OF THE CURRENCY'S WINDOW TO THE BUSINESS DATE.
      *--------------------------------
       H510-TEST-ONE-POSITION.
           ADD 1 TO WS-POS-IDX
           MOVE WS-POS-PRM(WS-POS-IDX) TO WS-PRM-IDX
           IF WS-POS-MOVED-TODAY(WS-POS-IDX) = 'Y'
              COMPUTE WS-FROM-INT =
                      WS-BUS-INT - WS-PRM-WINDOW(WS-PRM-IDX) + 1
              IF WS-PRM-CUM-LIMIT(WS-PRM-IDX) > 0
                 AND (WS-POS-DEBITS(WS-POS-IDX) >
                      WS-PRM-CUM-LIMIT(WS-PRM-IDX)
                  OR  WS-POS-CREDITS(WS-POS-IDX) >
                      WS-PRM-CUM-LIMIT(WS-PRM-IDX))
                 PERFORM H520-CUMULATIVE-ALERT
              END-IF
              IF WS-PRM-STRUCT-COUNT(WS-PRM-IDX) > 0
                 AND WS-POS-STR-COUNT(WS-POS-IDX) >=
                     WS-PRM-STRUCT-COUNT(WS-PRM-IDX)
                 PERFORM H530-STRUCTURING-ALERT
              END-IF
              IF WS-POS-CR-AMOUNT(WS-POS-IDX) > 0
                 AND WS-POS-XO-AMOUNT(WS-POS-IDX) > 0
                 AND WS-POS-CR-TS(WS-POS-IDX) <
                     WS-POS-XO-TS(WS-POS-IDX)
                 COMPUTE WS-RAPID-FLOOR =
                         WS-POS-CR-AMOUNT(WS-POS-IDX)
                       * WS-PRM-RAPID-PCT(WS-PRM-IDX) / 100
                 IF WS-POS-XO-AMOUNT(WS-POS-IDX) >= WS-RAPID-FLOOR
                    PERFORM H540-RAPID-ALERT
                 END-IF
              END-IF
           END-IF.
       H510-END. EXIT.
      *--------------------------------
       H520-CUMULATIVE-ALERT.
           PERFORM H610-NEW-ALERT
           MOVE 'C' TO WS-ALR-RULE
           IF WS-POS-DEBITS(WS-POS-IDX) > WS-POS-CREDITS(WS-POS-IDX)
              COMPUTE WS-ALR-AMOUNT = 0 - WS-POS-DEBITS(WS-POS-IDX)
           ELSE
              MOVE WS-POS-CREDITS(WS-POS-IDX) TO WS-ALR-AMOUNT
           END-IF
           MOVE WS-PRM-CUM-LIMIT(WS-PRM-IDX) TO WS-ALR-THRESHOLD
           MOVE WS-POS-DEBITS(WS-POS-IDX)    TO WS-ALR-DEBITS
           MOVE WS-POS-CREDITS(WS-POS-IDX)   TO WS-ALR-CREDITS
           MOVE WS-POS-COUNT-ALL(WS-POS-IDX) TO WS-ALR-COUNT
           COMPUTE WS-ALR-FROM = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           PERFORM H600-RAISE-ALERT.
       H520-END. EXIT.
      *--------------------------------
       H530-STRUCTURING-ALERT.
           PERFORM H610-NEW-ALERT
           MOVE 'S' TO WS-ALR-RULE
           MOVE WS-POS-STR-AMOUNT(WS-POS-IDX) TO WS-ALR-AMOUNT
           MOVE WS-PRM-SINGLE(WS-PRM-IDX)     TO WS-ALR-THRESHOLD
           MOVE WS-POS-DEBITS(WS-POS-IDX)     TO WS-ALR-DEBITS
           MOVE WS-POS-CREDITS(WS-POS-IDX)    TO WS-ALR-CREDITS
           MOVE WS-POS-STR-COUNT(WS-POS-IDX)  TO WS-ALR-COUNT
           COMPUTE WS-ALR-FROM = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           PERFORM H600-RAISE-ALERT.
       H530-END. EXIT.
      *--------------------------------
      * THE CASE CARRIES THE TRANSFER OUT AS ITS AMOUNT AND THE CREDIT
      * THAT FUNDED IT; ITS WINDOW STARTS ON THE DAY OF THE CREDIT.
      *--------------------------------
       H540-RAPID-ALERT.
           PERFORM H610-NEW-ALERT
           MOVE 'R' TO WS-ALR-RULE
           COMPUTE WS-ALR-AMOUNT = 0 - WS-POS-XO-AMOUNT(WS-POS-IDX)
           MOVE WS-PRM-RAPID-MIN(WS-PRM-IDX)  TO WS-ALR-THRESHOLD
           MOVE WS-POS-XO-AMOUNT(WS-POS-IDX)  TO WS-ALR-DEBITS
           MOVE WS-POS-CR-AMOUNT(WS-POS-IDX)  TO WS-ALR-CREDITS
           MOVE 2 TO WS-ALR-COUNT
           MOVE WS-POS-CR-TS(WS-POS-IDX)(1:8) TO WS-ALR-FROM
           MOVE WS-POS-XO-REF(WS-POS-IDX)     TO WS-ALR-REF
           PERFORM H600-RAISE-ALERT.
       H540-END. EXIT.
      *--------------------------------
      * A NEW CASE IS OPENED UNLESS THE POSITION ALREADY HAS AN OPEN
      * CASE FOR THE RULE. THE CASE KEY CARRIES THE OPENING DATE, SO A
      * RERUN FOR THE SAME DATE FINDS ITS OWN CASES AND ADDS NOTHING.
      *--------------------------------
       H600-RAISE-ALERT.
           SET WS-OPEN-CASE-NONE TO TRUE
           MOVE WS-ALR-ID   TO CAS-FILE-ID
           MOVE WS-ALR-DVZ  TO CAS-FILE-DVZ
           MOVE WS-ALR-RULE TO CAS-FILE-RULE
           MOVE 0           TO CAS-FILE-OPEN-DATE
           MOVE 'N' TO WS-CASE-SCAN-DONE
           START CAS-FILE KEY IS >= CAS-FILE-KEY
              INVALID KEY SET CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM H620-CHECK-ONE-CASE
              UNTIL CASE-SCAN-DONE OR WS-OPEN-CASE-FOUND.
           IF WS-OPEN-CASE-FOUND
              ADD 1 TO WS-SUPPRESS-COUNT
           ELSE
              PERFORM H630-WRITE-CASE
           END-IF.
       H600-END. EXIT.
      *--------------------------------
       H610-NEW-ALERT.
           MOVE WS-POS-ID(WS-POS-IDX)      TO WS-ALR-ID
           MOVE WS-POS-DVZ(WS-POS-IDX)     TO WS-ALR-DVZ
           MOVE WS-POS-NAME(WS-POS-IDX)    TO WS-ALR-NAME
           MOVE WS-POS-SURNAME(WS-POS-IDX) TO WS-ALR-SURNAME
           MOVE 0 TO WS-ALR-AMOUNT
           MOVE 0 TO WS-ALR-THRESHOLD
           MOVE 0 TO WS-ALR-DEBITS
           MOVE 0 TO WS-ALR-CREDITS
           MOVE 0 TO WS-ALR-COUNT
           MOVE SPACES TO WS-ALR-REF.
       H610-END. EXIT.
      *--------------------------------
       H620-CHECK-ONE-CASE.
           READ CAS-FILE NEXT RECORD
              AT END SET CASE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT CASE-SCAN-DONE
              IF CAS-FILE-ID NOT = WS-ALR-ID
                 OR CAS-FILE-DVZ NOT = WS-ALR-DVZ
                 OR CAS-FILE-RULE NOT = WS-ALR-RULE
                 SET CASE-SCAN-DONE TO TRUE
              ELSE
                 IF CAS-FILE-OPEN
                    OR CAS-FILE-OPEN-DATE = WS-BUS-DATE
                    SET WS-OPEN-CASE-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.
       H620-END. EXIT.
      *--------------------------------
       H630-WRITE-CASE.
           MOVE WS-ALR-ID        TO CAS-FILE-ID
           MOVE WS-ALR-DVZ       TO CAS-FILE-DVZ
           MOVE WS-ALR-RULE      TO CAS-FILE-RULE
           MOVE WS-BUS-DATE      TO CAS-FILE-OPEN-DATE
           MOVE 'O'              TO CAS-FILE-STATUS
           MOVE WS-ALR-NAME      TO CAS-FILE-NAME
           MOVE WS-ALR-SURNAME   TO CAS-FILE-SURNAME
           MOVE WS-ALR-AMOUNT    TO CAS-FILE-AMOUNT
           MOVE WS-ALR-THRESHOLD TO CAS-FILE-THRESHOLD
           MOVE WS-ALR-DEBITS    TO CAS-FILE-DEBIT-TOTAL
           MOVE WS-ALR-CREDITS   TO CAS-FILE-CREDIT-TOTAL
           MOVE WS-ALR-COUNT     TO CAS-FILE-ITEM-COUNT
           MOVE WS-ALR-FROM      TO CAS-FILE-WINDOW-FROM
           MOVE WS-BUS-DATE      TO CAS-FILE-WINDOW-TO
           MOVE WS-ALR-REF       TO CAS-FILE-REF
           MOVE 0                TO CAS-FILE-CLOSE-DATE
           MOVE SPACES           TO CAS-FILE-CLOSED-BY
           MOVE SPACES           TO CAS-FILE-NOTE
           WRITE CAS-FILE-RECORD INVALID KEY
              ADD 1 TO WS-SUPPRESS-COUNT
           NOT INVALID KEY
              ADD 1 TO WS-ALERT-COUNT
              EVALUATE TRUE
                 WHEN WS-ALR-LARGE       ADD 1 TO WS-LARGE-COUNT
                 WHEN WS-ALR-CUMULATIVE  ADD 1 TO WS-CUM-COUNT
                 WHEN WS-ALR-STRUCTURING ADD 1 TO WS-STRUCT-COUNT
                 WHEN OTHER              ADD 1 TO WS-RAPID-COUNT
              END-EVALUATE
              PERFORM H640-WRITE-ALERT-LINES
           END-WRITE.
       H630-END. EXIT.
      *--------------------------------
       H640-WRITE-ALERT-LINES.
           MOVE SPACES TO OUT-LINE
           MOVE 'ALARM:'             TO OUT-LINE(1:6)
           EVALUATE TRUE
              WHEN WS-ALR-LARGE
                 MOVE 'L-TEK ISLEM ESIGI ' TO OUT-LINE(7:18)
              WHEN WS-ALR-CUMULATIVE
                 MOVE 'C-KUMULATIF TUTAR ' TO OUT-LINE(7:18)
              WHEN WS-ALR-STRUCTURING
                 MOVE 'S-PARCALAMA       ' TO OUT-LINE(7:18)
              WHEN OTHER
                 MOVE 'R-HIZLI GIRIS/CIKIS' TO OUT-LINE(7:19)
           END-EVALUATE
           MOVE WS-ALR-ID            TO OUT-LINE(27:5)
           MOVE '/'                  TO OUT-LINE(32:1)
           MOVE WS-ALR-DVZ           TO OUT-LINE(33:3)
           MOVE WS-ALR-NAME          TO OUT-LINE(37:15)
           MOVE WS-ALR-SURNAME       TO OUT-LINE(53:15)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     TUTAR:'        TO OUT-LINE(1:11)
           MOVE WS-ALR-AMOUNT        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(12:21)
           MOVE '-ESIK:'             TO OUT-LINE(33:6)
           MOVE WS-ALR-THRESHOLD     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(39:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     BORC:'         TO OUT-LINE(1:10)
           MOVE WS-ALR-DEBITS        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(11:21)
           MOVE '-ALACAK:'           TO OUT-LINE(32:8)
           MOVE WS-ALR-CREDITS       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(40:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '     PENCERE:'      TO OUT-LINE(1:13)
           MOVE WS-ALR-FROM          TO OUT-LINE(14:8)
           MOVE '-'                  TO OUT-LINE(22:1)
           MOVE WS-BUS-DATE          TO OUT-LINE(23:8)
           MOVE '-ADET:'             TO OUT-LINE(31:6)
           MOVE WS-ALR-COUNT         TO OUT-LINE(37:5)
           MOVE '-REF:'              TO OUT-LINE(42:5)
           MOVE WS-ALR-REF           TO OUT-LINE(47:12)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H640-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'TEK:'               TO OUT-LINE(1:4)
           MOVE WS-LARGE-COUNT       TO OUT-LINE(5:7)
           MOVE '-KUMULATIF:'        TO OUT-LINE(12:11)
           MOVE WS-CUM-COUNT         TO OUT-LINE(23:7)
           MOVE '-PARCALAMA:'        TO OUT-LINE(30:11)
           MOVE WS-STRUCT-COUNT      TO OUT-LINE(41:7)
           MOVE '-HIZLI:'            TO OUT-LINE(48:7)
           MOVE WS-RAPID-COUNT       TO OUT-LINE(55:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'YENI VAKA:'         TO OUT-LINE(1:10)
           MOVE WS-ALERT-COUNT       TO OUT-LINE(11:7)
           MOVE '-BASTIRILAN:'       TO OUT-LINE(18:12)
           MOVE WS-SUPPRESS-COUNT    TO OUT-LINE(30:7)
           MOVE '-KAPATILAN:'        TO OUT-LINE(37:11)
           MOVE WS-CLOSED-COUNT      TO OUT-LINE(48:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-OKUNAN:'           TO OUT-LINE(19:8)
           MOVE WS-READ-COUNT        TO OUT-LINE(27:7)
           MOVE '-PENCEREDE:'        TO OUT-LINE(34:11)
           MOVE WS-WINDOW-COUNT      TO OUT-LINE(45:7)
           MOVE '-PARAMSIZ:'         TO OUT-LINE(52:10)
           MOVE WS-NOPARM-COUNT      TO OUT-LINE(62:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
           IF WS-POS-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:POZISYON TABLOSU DOLU-IZLEME EKSIK'
                   TO OUT-LINE(1:40)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-ALERT-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-CLOSE-REJ-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-SUPPRESS-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
      * NEW CASES END THE STEP WITH RC 4 SO THE RUN IS NOTICED.
      *--------------------------------
       H999-EXIT.
           CLOSE PRM-FILE.
           CLOSE CAS-FILE.
           CLOSE RPT-FILE.
           IF (WS-ALERT-COUNT > 0) OR (WS-CLOSE-REJ-COUNT > 0)
              OR WS-POS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
