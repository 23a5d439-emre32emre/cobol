       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP77.
      ******************************************************************
      * MAINTENANCE FEE AND SERVICE CHARGE ENGINE. CHARGES THE MONTHLY
      * MAINTENANCE FEE ON EVERY CURRENCY POSITION AND A PER-TRANSFER
      * FEE FOR THE DAY'S OUTGOING 'X' TRANSFERS FROM THE FEE TARIFF,
      * AND POSTS EACH CHARGE THROUGH RECAP51 AS A 'P' DEBIT. A CHARGE
      * THAT WOULD BREACH THE POSITION LIMIT IS QUEUED ON OVDFILE BY
      * RECAP51 FOR THE RECAP65 RETRY. THE FEE INCOME REPORT IS TAKEN
      * FROM THE JOURNAL SO IT TIES TO THE RECAP58 GL EXTRACT ('F'
      * LINES).
      *
      * FEE REFERENCE : 'F' + FEE TYPE + MEMBER ID + CURRENCY SLOT +
      *                 PERIOD (YYMM FOR THE MONTHLY FEE, LAST YEAR
      *                 DIGIT + DAY OF YEAR FOR THE TRANSFER FEE). A
      *                 REFERENCE ALREADY IN IDXHIST OR OVDFILE IS NOT
      *                 CHARGED AGAIN, SO THE STEP CAN BE RERUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'FEECARD'
                           STATUS CARD-STATUS.
           SELECT TRF-FILE ASSIGN TO 'FEETRF'
                           STATUS TRF-STATUS.
           SELECT MAP-FILE ASSIGN TO 'GLMAP'
                           STATUS MAP-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS IDX-FILE-KEY
                           ALTERNATE RECORD KEY IS IDX-FILE-SURNAME
                                     WITH DUPLICATES
                           STATUS VSAM-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT OVD-FILE ASSIGN TO 'OVDFILE'
                           STATUS OVD-STATUS.
           SELECT RPT-FILE ASSIGN TO 'FEERPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
           05 CRD-FILE-MONTHLY       PIC X(01).
      * TARIFF LINES ('T') AND EXEMPT STAFF/PENSIONER MEMBERS ('M').
       FD  TRF-FILE RECORDING MODE F.
         01 TRF-FILE-RECORD.
           05 TRF-FILE-REC-TYPE      PIC X(01).
             88 TRF-FILE-TARIFF      VALUE 'T'.
             88 TRF-FILE-MEMBER      VALUE 'M'.
           05 TRF-FILE-DVZ           PIC 9(03).
           05 TRF-FILE-FEE-TYPE      PIC X(01).
           05 TRF-FILE-AMOUNT        PIC 9(07)V99.
           05 TRF-FILE-WAIVE-BAL     PIC 9(13)V99.
           05 TRF-FILE-EXEMPT        PIC X(01).
           05 FILLER                 PIC X(10).
         01 TRF-MEMBER-RECORD.
           05 TRF-MBR-REC-TYPE       PIC X(01).
           05 TRF-MBR-ID             PIC 9(05).
           05 TRF-MBR-CLASS          PIC X(01).
           05 FILLER                 PIC X(33).
       FD  MAP-FILE RECORDING MODE F.
         01 MAP-FILE-RECORD.
           05 MAP-FILE-DVZ           PIC 9(03).
           05 MAP-FILE-ACCOUNT       PIC X(08).
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
       FD  OVD-FILE RECORDING MODE F.
         01 OVD-FILE-RECORD.
           05 OVD-FILE-ID            PIC S9(5).
           05 OVD-FILE-DVZ           PIC S9(3).
           05 OVD-FILE-AMOUNT        PIC S9(13)V99.
           05 OVD-FILE-BALANCE       PIC S9(13)V99.
           05 OVD-FILE-LIMIT         PIC S9(13)V99.
           05 OVD-FILE-DATE          PIC 9(8).
           05 OVD-FILE-REF           PIC X(12).
           05 OVD-FILE-MODE          PIC X(1).
           05 OVD-FILE-RANGE-END     PIC S9(5).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 TRF-STATUS             PIC 9(2).
           88 TRF-FILE-SUCCESS     VALUE 00 97.
           88 TRF-FILE-EOF         VALUE 10.
         05 MAP-STATUS             PIC 9(2).
           88 MAP-FILE-SUCCESS     VALUE 00 97.
           88 MAP-FILE-EOF         VALUE 10.
         05 VSAM-STATUS            PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
         05 OVD-STATUS             PIC 9(2).
           88 OVD-FILE-SUCCESS     VALUE 00 97.
           88 OVD-FILE-EOF         VALUE 10.
           88 OVD-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WW-SEND-AREA.
          05 WW-SELECT-MODE        PIC X(1).
          05 WW-INP-IDX-FILE-ID    PIC S9(5) COMP-3.
          05 WW-INP-DVZ            PIC S9(3)  COMP.
          05 WW-INP-NAME           PIC X(15).
          05 WW-INP-SURNAME        PIC X(15).
          05 WW-INP-DATE           PIC S9(7)  COMP-3.
          05 WW-INP-BALANCE        PIC S9(13)V99 COMP-3.
          05 WW-INP-AMOUNT         PIC S9(13)V99 COMP-3.
          05 WW-INP-RANGE-END-ID   PIC S9(5) COMP-3.
          05 WW-RETURN-CODE        PIC 9(1).
             88 WW-FUNCTION-SUCCESS VALUE 0.
             88 WW-FUNCTION-FAILED  VALUE 1.
          05 WW-NOT-FOUND-FLAG     PIC X(1).
             88 WW-MEMBER-NOT-FOUND VALUE 'Y'.
             88 WW-MEMBER-FOUND-OK  VALUE 'N'.
          05 WW-REPORT             PIC X(60) VALUE SPACES.
          05 WW-OVERDRAFT-FLAG     PIC X(1) VALUE 'N'.
             88 WW-OVERDRAFT-HIT   VALUE 'Y'.
             88 WW-OVERDRAFT-NONE  VALUE 'N'.
             88 WW-BLOCK-HIT       VALUE 'B'.
          05 WW-INP-REF            PIC X(12) VALUE SPACES.
       01 WK-SUB-PROG              PIC X(08) VALUE 'RECAP51'.
       01 WS-TARIFF-CONTROL.
          05 WS-TRF-COUNT           PIC 9(2) VALUE 0.
          05 WS-TRF-IDX             PIC 9(2).
          05 WS-TRF-FOUND           PIC X(1).
             88 WS-TRF-IS-FOUND     VALUE 'Y'.
             88 WS-TRF-NOT-FOUND    VALUE 'N'.
          05 WS-FEE-UNIT            PIC 9(07)V99.
          05 WS-FEE-WAIVE-BAL       PIC 9(13)V99.
          05 WS-FEE-EXEMPT          PIC X(1).
             88 WS-FEE-STAFF-EXEMPT VALUE 'Y'.
       01 WS-TARIFF-TABLE.
          05 WS-TRF-ENTRY OCCURS 20 TIMES.
             10 WS-TRF-DVZ          PIC 9(03).
             10 WS-TRF-TYPE         PIC X(01).
             10 WS-TRF-AMOUNT       PIC 9(07)V99.
             10 WS-TRF-WAIVE-BAL    PIC 9(13)V99.
             10 WS-TRF-EXEMPT       PIC X(01).
       01 WS-EXEMPT-CONTROL.
          05 WS-EXM-COUNT           PIC 9(4) VALUE 0.
          05 WS-EXM-IDX             PIC 9(4).
          05 WS-EXM-FOUND           PIC X(1).
             88 WS-EXM-IS-FOUND     VALUE 'Y'.
             88 WS-EXM-NOT-FOUND    VALUE 'N'.
       01 WS-EXEMPT-TABLE.
          05 WS-EXM-ID              PIC 9(05) OCCURS 1000 TIMES.
       01 WS-MAP-CONTROL.
          05 WS-MAP-COUNT           PIC 9(2) VALUE 0.
          05 WS-MAP-IDX             PIC 9(2).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 10 TIMES.
             10 WS-MAP-DVZ          PIC 9(03).
             10 WS-MAP-GL           PIC X(08).
       01 WS-POSITION-CONTROL.
          05 WS-POS-COUNT           PIC 9(5) VALUE 0.
          05 WS-POS-IDX             PIC 9(5).
          05 WS-POS-FOUND           PIC X(1).
             88 WS-POS-IS-FOUND     VALUE 'Y'.
             88 WS-POS-NOT-FOUND    VALUE 'N'.
          05 WS-IDX-SCAN-DONE       PIC X(1).
             88 IDX-SCAN-DONE       VALUE 'Y'.
          05 WS-POS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-POS-OVERFLOW     VALUE 'Y'.
       01 WS-POSITION-TABLE.
          05 WS-POS-ENTRY OCCURS 5000 TIMES.
             10 WS-POS-ID           PIC S9(5) COMP-3.
             10 WS-POS-DVZ          PIC S9(3) COMP.
             10 WS-POS-BALANCE      PIC S9(13)V99 COMP-3.
             10 WS-POS-XFER-COUNT   PIC 9(5).
       01 WS-LEG-CONTROL.
          05 WS-LEG-COUNT           PIC 9(5) VALUE 0.
          05 WS-LEG-IDX             PIC 9(5).
          05 WS-LEG-FOUND           PIC X(1).
             88 WS-LEG-IS-FOUND     VALUE 'Y'.
             88 WS-LEG-NOT-FOUND    VALUE 'N'.
          05 WS-LEG-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-LEG-OVERFLOW     VALUE 'Y'.
       01 WS-LEG-TABLE.
          05 WS-LEG-ENTRY OCCURS 5000 TIMES.
             10 WS-LEG-ID           PIC S9(5) COMP-3.
             10 WS-LEG-DVZ          PIC S9(3) COMP.
             10 WS-LEG-REF          PIC X(12).
             10 WS-LEG-AMOUNT       PIC S9(13)V99 COMP-3.
             10 WS-LEG-STATE        PIC X(1).
       01 WS-CHARGED-CONTROL.
          05 WS-CHG-COUNT           PIC 9(5) VALUE 0.
          05 WS-CHG-IDX             PIC 9(5).
          05 WS-CHG-FOUND           PIC X(1).
             88 WS-CHG-IS-FOUND     VALUE 'Y'.
             88 WS-CHG-NOT-FOUND    VALUE 'N'.
          05 WS-CHG-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-CHG-OVERFLOW     VALUE 'Y'.
       01 WS-CHARGED-TABLE.
          05 WS-CHG-REF             PIC X(12) OCCURS 5000 TIMES.
       01 WS-FEE-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
             10 WS-BUS-CC           PIC 9(2).
             10 WS-BUS-YY           PIC 9(2).
             10 WS-BUS-YY-R REDEFINES WS-BUS-YY.
                15 FILLER           PIC 9(1).
                15 WS-BUS-Y         PIC 9(1).
             10 WS-BUS-MM           PIC 9(2).
             10 WS-BUS-DD           PIC 9(2).
          05 WS-NEXT-DATE           PIC 9(8).
          05 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
             10 FILLER              PIC 9(4).
             10 WS-NEXT-MM          PIC 9(2).
             10 FILLER              PIC 9(2).
          05 WS-BUS-JULIAN          PIC 9(7).
          05 WS-BUS-JULIAN-R REDEFINES WS-BUS-JULIAN.
             10 FILLER              PIC 9(4).
             10 WS-BUS-DDD          PIC 9(3).
          05 WS-MONTHLY-RUN         PIC X(1).
             88 WS-MONTHLY-DUE      VALUE 'Y'.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TS-DATE             PIC 9(8).
          05 WS-FEE-TYPE            PIC X(1).
             88 WS-FEE-MONTHLY      VALUE 'A'.
             88 WS-FEE-TRANSFER     VALUE 'X'.
          05 WS-FEE-COUNT           PIC 9(5).
          05 WS-FEE-AMOUNT          PIC S9(13)V99 COMP-3.
          05 WS-MONTH-PERIOD        PIC X(4).
          05 WS-DAY-PERIOD          PIC X(4).
          05 WS-FEE-REF.
             10 WS-REF-PREFIX       PIC X(1) VALUE 'F'.
             10 WS-REF-TYPE         PIC X(1).
                88 WS-FEE-MONTHLY-REF VALUE 'A'.
             10 WS-REF-ID           PIC 9(5).
             10 WS-REF-SLOT         PIC 9(1).
             10 WS-REF-PERIOD       PIC X(4).
          05 WS-WORK-AMOUNT          PIC S9(13)V99 COMP-3.
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 FILLER                 PIC 9(03) VALUE 978.
         05 FILLER                 PIC 9(03) VALUE 826.
         05 FILLER                 PIC 9(03) VALUE 392.
       01 WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-VALUES.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
       01 WS-CUR-IDX                PIC 9(2).
       01 WS-TOTALS.
          05 WS-TOTAL-ENTRY OCCURS 5 TIMES.
             10 WS-TOT-MONTHLY-AMT  PIC S9(13)V99 COMP-3.
             10 WS-TOT-MONTHLY-CNT  PIC 9(5).
             10 WS-TOT-XFER-AMT     PIC S9(13)V99 COMP-3.
             10 WS-TOT-XFER-CNT     PIC 9(5).
             10 WS-TOT-POSTED       PIC 9(5).
             10 WS-TOT-LIMIT        PIC 9(5).
             10 WS-TOT-BLOCKED      PIC 9(5).
             10 WS-TOT-WAIVED       PIC 9(5).
             10 WS-TOT-EXEMPT       PIC 9(5).
       01 WS-COUNTERS.
          05 WS-POSTED-COUNT        PIC 9(7) VALUE 0.
          05 WS-LIMIT-COUNT         PIC 9(7) VALUE 0.
          05 WS-BLOCKED-COUNT       PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
          05 WS-WAIVED-COUNT        PIC 9(7) VALUE 0.
          05 WS-EXEMPT-COUNT        PIC 9(7) VALUE 0.
          05 WS-REPEAT-COUNT        PIC 9(7) VALUE 0.
          05 WS-HST-READ-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP77'.
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
           PERFORM H200-LOAD-TARIFF UNTIL TRF-FILE-EOF.
           PERFORM H250-LOAD-MAP.
           PERFORM H300-LOAD-POSITIONS.
           PERFORM H400-SCAN-HISTORY.
           PERFORM H450-SCAN-OVERDRAFTS.
           PERFORM H500-CHARGE-FEES.
           PERFORM H700-TIE-TO-JOURNAL.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT TRF-FILE.
           IF (TRF-STATUS NOT = 97) AND (TRF-STATUS NOT = 0)
              DISPLAY 'FEETRF NOT OPENED. ERROR CODE:' TRF-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              MOVE 0 TO WS-TOT-MONTHLY-AMT(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-MONTHLY-CNT(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-XFER-AMT(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-XFER-CNT(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-POSTED(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-LIMIT(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-BLOCKED(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-WAIVED(WS-CUR-IDX)
              MOVE 0 TO WS-TOT-EXEMPT(WS-CUR-IDX)
           END-PERFORM.
           PERFORM H110-SET-BUS-DATE.
           READ TRF-FILE AT END SET TRF-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE BUSINESS DATE (TODAY WHEN MISSING OR ZERO)
      * AND WHETHER THE MONTHLY FEE IS TAKEN: 'Y' FORCES IT, 'N'
      * SUPPRESSES IT, ANYTHING ELSE TAKES IT ON THE LAST DAY OF THE
      * MONTH.
      *--------------------------------
       H110-SET-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-BUS-DATE
           MOVE SPACE TO CRD-FILE-MONTHLY
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    MOVE SPACE TO CRD-FILE-MONTHLY
                 NOT AT END
                    IF CRD-FILE-BUS-DATE NUMERIC
                       AND CRD-FILE-BUS-DATE > 0
                       MOVE CRD-FILE-BUS-DATE TO WS-BUS-DATE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1).
           EVALUATE CRD-FILE-MONTHLY
              WHEN 'Y'
                 MOVE 'Y' TO WS-MONTHLY-RUN
              WHEN 'N'
                 MOVE 'N' TO WS-MONTHLY-RUN
              WHEN OTHER
                 IF WS-NEXT-MM NOT = WS-BUS-MM
                    MOVE 'Y' TO WS-MONTHLY-RUN
                 ELSE
                    MOVE 'N' TO WS-MONTHLY-RUN
                 END-IF
           END-EVALUATE.
           COMPUTE WS-BUS-JULIAN =
                   FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)).
           MOVE WS-BUS-YY TO WS-MONTH-PERIOD(1:2)
           MOVE WS-BUS-MM TO WS-MONTH-PERIOD(3:2)
           MOVE WS-BUS-Y  TO WS-DAY-PERIOD(1:1)
           MOVE WS-BUS-DDD TO WS-DAY-PERIOD(2:3).
       H110-END. EXIT.
      *--------------------------------
       H200-LOAD-TARIFF.
           EVALUATE TRUE
              WHEN TRF-FILE-TARIFF
                 IF WS-TRF-COUNT < 20
                    ADD 1 TO WS-TRF-COUNT
                    MOVE TRF-FILE-DVZ      TO WS-TRF-DVZ(WS-TRF-COUNT)
                    MOVE TRF-FILE-FEE-TYPE TO WS-TRF-TYPE(WS-TRF-COUNT)
                    MOVE TRF-FILE-AMOUNT
                         TO WS-TRF-AMOUNT(WS-TRF-COUNT)
                    MOVE TRF-FILE-WAIVE-BAL
                         TO WS-TRF-WAIVE-BAL(WS-TRF-COUNT)
                    MOVE TRF-FILE-EXEMPT
                         TO WS-TRF-EXEMPT(WS-TRF-COUNT)
                 END-IF
              WHEN TRF-FILE-MEMBER
                 IF (TRF-MBR-CLASS = 'S' OR 'E')
                    AND WS-EXM-COUNT < 1000
                    ADD 1 TO WS-EXM-COUNT
                    MOVE TRF-MBR-ID TO WS-EXM-ID(WS-EXM-COUNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           READ TRF-FILE AT END SET TRF-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * THE GL MAP IS ONLY READ TO PRINT THE ACCOUNT EACH CURRENCY'S
      * FEE INCOME LANDS ON IN THE RECAP58 EXTRACT.
      *--------------------------------
       H250-LOAD-MAP.
           OPEN INPUT MAP-FILE.
           IF MAP-FILE-SUCCESS
              READ MAP-FILE AT END SET MAP-FILE-EOF TO TRUE
              END-READ
              PERFORM H260-LOAD-ONE-MAP UNTIL MAP-FILE-EOF
              CLOSE MAP-FILE
           END-IF.
       H250-END. EXIT.
      *--------------------------------
       H260-LOAD-ONE-MAP.
           IF MAP-FILE-DVZ NOT = 0 AND WS-MAP-COUNT < 10
              ADD 1 TO WS-MAP-COUNT
              MOVE MAP-FILE-DVZ     TO WS-MAP-DVZ(WS-MAP-COUNT)
              MOVE MAP-FILE-ACCOUNT TO WS-MAP-GL(WS-MAP-COUNT)
           END-IF.
           READ MAP-FILE AT END SET MAP-FILE-EOF TO TRUE
           END-READ.
       H260-END. EXIT.
      *--------------------------------
      * THE POSITIONS ARE COLLECTED FIRST AND THE CLUSTER IS CLOSED
      * BEFORE POSTING, BECAUSE RECAP51 OPENS IDXFILE ITSELF ON EVERY
      * CALL. THE BALANCE KEPT IS THE ONE BEFORE ANY FEE OF THIS RUN,
      * AND IT DECIDES THE MINIMUM-BALANCE WAIVER.
      *--------------------------------
       H300-LOAD-POSITIONS.
           OPEN INPUT IDX-FILE.
           IF (VSAM-STATUS NOT = 97) AND (VSAM-STATUS NOT = 0)
              DISPLAY 'IDXFILE NOT OPENED. ERROR CODE:' VSAM-STATUS
              PERFORM H999-EXIT
           END-IF.
           MOVE 0 TO IDX-FILE-ID
           MOVE 0 TO IDX-FILE-DVZ
           MOVE 'N' TO WS-IDX-SCAN-DONE
           START IDX-FILE KEY IS >= IDX-FILE-KEY
              INVALID KEY SET IDX-SCAN-DONE TO TRUE
           END-START.
           PERFORM H310-LOAD-ONE-POSITION UNTIL IDX-SCAN-DONE.
           CLOSE IDX-FILE.
       H300-END. EXIT.
      *--------------------------------
       H310-LOAD-ONE-POSITION.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-SCAN-DONE TO TRUE
           END-READ.
           IF NOT IDX-SCAN-DONE
              IF WS-POS-COUNT < 5000
                 ADD 1 TO WS-POS-COUNT
                 MOVE IDX-FILE-ID      TO WS-POS-ID(WS-POS-COUNT)
                 MOVE IDX-FILE-DVZ     TO WS-POS-DVZ(WS-POS-COUNT)
                 MOVE IDX-FILE-BALANCE TO WS-POS-BALANCE(WS-POS-COUNT)
                 MOVE 0 TO WS-POS-XFER-COUNT(WS-POS-COUNT)
              ELSE
                 SET WS-POS-OVERFLOW TO TRUE
              END-IF
           END-IF.
       H310-END. EXIT.
      *--------------------------------
      * ONE PASS OF THE JOURNAL: THE BUSINESS DATE'S OUTGOING 'X' LEGS
      * ARE COUNTED PER POSITION, AND FEE REFERENCES OF THE CURRENT
      * PERIODS ALREADY POSTED ARE REMEMBERED SO THEY ARE NOT CHARGED
      * AGAIN.
      *--------------------------------
       H400-SCAN-HISTORY.
           OPEN INPUT HST-FILE.
           IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
              DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
              PERFORM H999-EXIT
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
           PERFORM H410-SCAN-ONE-ENTRY UNTIL HST-FILE-EOF.
           CLOSE HST-FILE.
       H400-END. EXIT.
      *--------------------------------
      * A TRANSFER WHOSE CREDIT LEG FAILED IS BACKED OUT BY RECAP51
      * WITH A POSITIVE 'G' ENTRY ON THE DEBIT POSITION UNDER THE SAME
      * REFERENCE; SUCH A TRANSFER NEVER HAPPENED AND IS NOT CHARGED.
      * OLDER JOURNALS CARRY THE BACK-OUT AS A POSITIVE 'X' ON THE
      * DEBIT POSITION, WHICH IS MATCHED THE SAME WAY.
      *--------------------------------
       H410-SCAN-ONE-ENTRY.
           ADD 1 TO WS-HST-READ-COUNT
           MOVE HST-FILE-REF TO WS-FEE-REF
           IF HST-FILE-MODE = 'P' AND WS-REF-PREFIX = 'F'
              PERFORM H415-REMEMBER-FEE-REF
           END-IF
           MOVE 'F' TO WS-REF-PREFIX
           MOVE HST-FILE-TIMESTAMP(1:8) TO WS-TS-DATE
           IF WS-TS-DATE = WS-BUS-DATE
              AND (HST-FILE-MODE = 'X' OR 'G')
              IF HST-FILE-AMOUNT < 0
                 IF HST-FILE-MODE = 'X'
                    PERFORM H420-ADD-DEBIT-LEG
                 END-IF
              ELSE
                 PERFORM H430-MATCH-BACKOUT
              END-IF
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H410-END. EXIT.
      *--------------------------------
       H415-REMEMBER-FEE-REF.
           IF (WS-REF-TYPE = 'A' AND WS-REF-PERIOD = WS-MONTH-PERIOD)
              OR (WS-REF-TYPE = 'X' AND WS-REF-PERIOD = WS-DAY-PERIOD)
              IF WS-CHG-COUNT < 5000
                 ADD 1 TO WS-CHG-COUNT
                 MOVE WS-FEE-REF TO WS-CHG-REF(WS-CHG-COUNT)
              ELSE
                 SET WS-CHG-OVERFLOW TO TRUE
              END-IF
           END-IF.
       H415-END. EXIT.
      *--------------------------------
       H420-ADD-DEBIT-LEG.
           PERFORM H440-FIND-HST-POSITION
           IF WS-POS-IS-FOUND
              ADD 1 TO WS-POS-XFER-COUNT(WS-POS-IDX)
              IF WS-LEG-COUNT < 5000
                 ADD 1 TO WS-LEG-COUNT
                 MOVE HST-FILE-ID     TO WS-LEG-ID(WS-LEG-COUNT)
                 MOVE HST-FILE-DVZ    TO WS-LEG-DVZ(WS-LEG-COUNT)
                 MOVE HST-FILE-REF    TO WS-LEG-REF(WS-LEG-COUNT)
                 MOVE HST-FILE-AMOUNT TO WS-LEG-AMOUNT(WS-LEG-COUNT)
                 MOVE 'O' TO WS-LEG-STATE(WS-LEG-COUNT)
              ELSE
                 SET WS-LEG-OVERFLOW TO TRUE
              END-IF
           END-IF.
       H420-END. EXIT.
      *--------------------------------
       H430-MATCH-BACKOUT.
           SET WS-LEG-NOT-FOUND TO TRUE
           COMPUTE WS-WORK-AMOUNT = 0 - HST-FILE-AMOUNT
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                      OR WS-LEG-IS-FOUND
              IF WS-LEG-ID(WS-LEG-IDX) = HST-FILE-ID
                 AND WS-LEG-DVZ(WS-LEG-IDX) = HST-FILE-DVZ
                 AND WS-LEG-REF(WS-LEG-IDX) = HST-FILE-REF
                 AND WS-LEG-AMOUNT(WS-LEG-IDX) = WS-WORK-AMOUNT
                 AND WS-LEG-STATE(WS-LEG-IDX) = 'O'
                 MOVE 'B' TO WS-LEG-STATE(WS-LEG-IDX)
                 SET WS-LEG-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-LEG-IS-FOUND
              PERFORM H440-FIND-HST-POSITION
              IF WS-POS-IS-FOUND
                 AND WS-POS-XFER-COUNT(WS-POS-IDX) > 0
                 SUBTRACT 1 FROM WS-POS-XFER-COUNT(WS-POS-IDX)
              END-IF
           END-IF.
       H430-END. EXIT.
      *--------------------------------
       H440-FIND-HST-POSITION.
           SET WS-POS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
                      OR WS-POS-IS-FOUND
              IF WS-POS-ID(WS-POS-IDX) = HST-FILE-ID
                 AND WS-POS-DVZ(WS-POS-IDX) = HST-FILE-DVZ
                 SET WS-POS-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-POS-IS-FOUND
              SUBTRACT 1 FROM WS-POS-IDX
           END-IF.
       H440-END. EXIT.
      *--------------------------------
      * A FEE ALREADY WAITING ON OVDFILE FOR THE RECAP65 RETRY IS NOT
      * CHARGED AGAIN EITHER.
      *--------------------------------
       H450-SCAN-OVERDRAFTS.
           OPEN INPUT OVD-FILE.
           IF NOT OVD-FILE-MISSING
              IF (OVD-STATUS NOT = 97) AND (OVD-STATUS NOT = 0)
                 DISPLAY 'OVDFILE NOT OPENED. ERROR CODE:' OVD-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
              END-READ
              PERFORM H460-SCAN-ONE-OVERDRAFT UNTIL OVD-FILE-EOF
              CLOSE OVD-FILE
           END-IF.
           MOVE 'F' TO WS-REF-PREFIX.
       H450-END. EXIT.
      *--------------------------------
       H460-SCAN-ONE-OVERDRAFT.
           MOVE OVD-FILE-REF TO WS-FEE-REF
           IF OVD-FILE-MODE = 'P' AND WS-REF-PREFIX = 'F'
              PERFORM H415-REMEMBER-FEE-REF
           END-IF.
           READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
           END-READ.
       H460-END. EXIT.
      *--------------------------------
       H500-CHARGE-FEES.
           MOVE 0 TO WS-POS-IDX
           PERFORM H510-CHARGE-ONE-POSITION
              UNTIL WS-POS-IDX >= WS-POS-COUNT.
       H500-END. EXIT.
      *--------------------------------
       H510-CHARGE-ONE-POSITION.
           ADD 1 TO WS-POS-IDX
           MOVE 0 TO WS-CUR-IDX
           PERFORM VARYING WS-REF-SLOT FROM 1 BY 1
                   UNTIL WS-REF-SLOT > 5 OR WS-CUR-IDX > 0
              IF WS-CURRENCY-CODE(WS-REF-SLOT) = WS-POS-DVZ(WS-POS-IDX)
                 MOVE WS-REF-SLOT TO WS-CUR-IDX
              END-IF
           END-PERFORM.
           IF WS-CUR-IDX > 0
              MOVE WS-CUR-IDX TO WS-REF-SLOT
              IF WS-MONTHLY-DUE
                 MOVE 'A' TO WS-FEE-TYPE
                 MOVE 1 TO WS-FEE-COUNT
                 PERFORM H520-PRICE-ONE-FEE
              END-IF
              IF WS-POS-XFER-COUNT(WS-POS-IDX) > 0
                 MOVE 'X' TO WS-FEE-TYPE
                 MOVE WS-POS-XFER-COUNT(WS-POS-IDX) TO WS-FEE-COUNT
                 PERFORM H520-PRICE-ONE-FEE
              END-IF
           END-IF.
       H510-END. EXIT.
      *--------------------------------
      * NO TARIFF LINE, OR A ZERO FEE, MEANS THE CURRENCY IS NOT
      * CHARGED FOR THAT FEE TYPE. A POSITION AT OR ABOVE THE WAIVER
      * BALANCE IS WAIVED; STAFF AND PENSIONERS ARE EXEMPT WHERE THE
      * TARIFF LINE SAYS SO.
      *--------------------------------
       H520-PRICE-ONE-FEE.
           PERFORM H530-FIND-TARIFF
           IF WS-TRF-IS-FOUND AND WS-FEE-UNIT > 0
              MOVE WS-FEE-TYPE TO WS-REF-TYPE
              MOVE WS-POS-ID(WS-POS-IDX) TO WS-REF-ID
              IF WS-FEE-MONTHLY
                 MOVE WS-MONTH-PERIOD TO WS-REF-PERIOD
              ELSE
                 MOVE WS-DAY-PERIOD TO WS-REF-PERIOD
              END-IF
              PERFORM H540-CHECK-EXEMPT
              PERFORM H550-CHECK-CHARGED
              EVALUATE TRUE
                 WHEN WS-CHG-IS-FOUND
                    ADD 1 TO WS-REPEAT-COUNT
                 WHEN WS-FEE-STAFF-EXEMPT AND WS-EXM-IS-FOUND
                    ADD 1 TO WS-EXEMPT-COUNT
                    ADD 1 TO WS-TOT-EXEMPT(WS-CUR-IDX)
                 WHEN WS-FEE-WAIVE-BAL > 0
                  AND WS-POS-BALANCE(WS-POS-IDX) >= WS-FEE-WAIVE-BAL
                    ADD 1 TO WS-WAIVED-COUNT
                    ADD 1 TO WS-TOT-WAIVED(WS-CUR-IDX)
                 WHEN OTHER
                    COMPUTE WS-FEE-AMOUNT =
                            0 - (WS-FEE-UNIT * WS-FEE-COUNT)
                    PERFORM H560-CALL-SUBPROGRAM
              END-EVALUATE
           END-IF.
       H520-END. EXIT.
      *--------------------------------
       H530-FIND-TARIFF.
           SET WS-TRF-NOT-FOUND TO TRUE
           MOVE 0 TO WS-FEE-UNIT
           MOVE 0 TO WS-FEE-WAIVE-BAL
           MOVE 'N' TO WS-FEE-EXEMPT
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
                   UNTIL WS-TRF-IDX > WS-TRF-COUNT
                      OR WS-TRF-IS-FOUND
              IF WS-TRF-DVZ(WS-TRF-IDX) = WS-POS-DVZ(WS-POS-IDX)
                 AND WS-TRF-TYPE(WS-TRF-IDX) = WS-FEE-TYPE
                 MOVE WS-TRF-AMOUNT(WS-TRF-IDX)    TO WS-FEE-UNIT
                 MOVE WS-TRF-WAIVE-BAL(WS-TRF-IDX) TO WS-FEE-WAIVE-BAL
                 MOVE WS-TRF-EXEMPT(WS-TRF-IDX)    TO WS-FEE-EXEMPT
                 SET WS-TRF-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H530-END. EXIT.
      *--------------------------------
       H540-CHECK-EXEMPT.
           SET WS-EXM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-EXM-COUNT
                      OR WS-EXM-IS-FOUND
              IF WS-EXM-ID(WS-EXM-IDX) = WS-REF-ID
                 SET WS-EXM-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H540-END. EXIT.
      *--------------------------------
       H550-CHECK-CHARGED.
           SET WS-CHG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR WS-CHG-IS-FOUND
              IF WS-CHG-REF(WS-CHG-IDX) = WS-FEE-REF
                 SET WS-CHG-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H550-END. EXIT.
      *--------------------------------
      * A LIMIT REFUSAL IS WRITTEN TO OVDFILE BY RECAP51 ITSELF, UNDER
      * THE FEE REFERENCE, AND RECAP65 RE-ATTEMPTS IT AS A 'P'. A
      * BLOCKED POSITION IS NOT QUEUED; ITS FEE IS TAKEN BY A LATER
      * RUN OF THE SAME PERIOD ONCE THE BLOCK IS LIFTED.
      *--------------------------------
       H560-CALL-SUBPROGRAM.
           MOVE 'P' TO WW-SELECT-MODE
           MOVE WS-POS-ID(WS-POS-IDX)  TO WW-INP-IDX-FILE-ID
           MOVE WS-POS-DVZ(WS-POS-IDX) TO WW-INP-DVZ
           MOVE SPACES TO WW-INP-NAME
           MOVE SPACES TO WW-INP-SURNAME
           MOVE WS-BUS-JULIAN TO WW-INP-DATE
           MOVE 0 TO WW-INP-BALANCE
           MOVE WS-FEE-AMOUNT TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           MOVE WS-FEE-REF TO WW-INP-REF
           SET WW-MEMBER-FOUND-OK TO TRUE
           SET WW-OVERDRAFT-NONE TO TRUE
           CALL WK-SUB-PROG USING WW-SEND-AREA
           MOVE SPACES TO OUT-LINE
           MOVE WW-REPORT(1:57) TO OUT-LINE(1:57)
           MOVE WS-FEE-REF TO OUT-LINE(59:12)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE
           EVALUATE TRUE
              WHEN WW-FUNCTION-SUCCESS
                 ADD 1 TO WS-POSTED-COUNT
                 ADD 1 TO WS-TOT-POSTED(WS-CUR-IDX)
              WHEN WW-OVERDRAFT-HIT
                 ADD 1 TO WS-LIMIT-COUNT
                 ADD 1 TO WS-TOT-LIMIT(WS-CUR-IDX)
              WHEN WW-BLOCK-HIT
                 ADD 1 TO WS-BLOCKED-COUNT
                 ADD 1 TO WS-TOT-BLOCKED(WS-CUR-IDX)
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
       H560-END. EXIT.
      *--------------------------------
      * THE INCOME FIGURES ARE THE FEE POSTINGS THE JOURNAL HOLDS FOR
      * THE BUSINESS DATE - THIS RUN'S CHARGES PLUS ANY FEE RECAP65
      * RECOVERED TODAY - WHICH IS EXACTLY WHAT RECAP58 EXTRACTS AS
      * THE 'F' LINES FOR THE DATE.
      *--------------------------------
       H700-TIE-TO-JOURNAL.
           OPEN INPUT HST-FILE.
           IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
              DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
              PERFORM H999-EXIT
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
           PERFORM H710-TIE-ONE-ENTRY UNTIL HST-FILE-EOF.
           CLOSE HST-FILE.
       H700-END. EXIT.
      *--------------------------------
       H710-TIE-ONE-ENTRY.
           MOVE HST-FILE-TIMESTAMP(1:8) TO WS-TS-DATE
           MOVE HST-FILE-REF TO WS-FEE-REF
           IF WS-TS-DATE = WS-BUS-DATE AND HST-FILE-MODE = 'P'
              AND WS-REF-PREFIX = 'F'
              AND (WS-REF-TYPE = 'A' OR 'X')
              AND HST-FILE-REF(3:10) NUMERIC
              PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                      UNTIL WS-CUR-IDX > 5
                 IF WS-CURRENCY-CODE(WS-CUR-IDX) = HST-FILE-DVZ
                    IF WS-FEE-MONTHLY-REF
                       SUBTRACT HST-FILE-AMOUNT
                          FROM WS-TOT-MONTHLY-AMT(WS-CUR-IDX)
                       ADD 1 TO WS-TOT-MONTHLY-CNT(WS-CUR-IDX)
                    ELSE
                       SUBTRACT HST-FILE-AMOUNT
                          FROM WS-TOT-XFER-AMT(WS-CUR-IDX)
                       ADD 1 TO WS-TOT-XFER-CNT(WS-CUR-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           MOVE 'F' TO WS-REF-PREFIX.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H710-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           PERFORM H910-WRITE-ONE-CURRENCY
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 5.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-AYLIK UCRET:'      TO OUT-LINE(19:13)
           MOVE WS-MONTHLY-RUN       TO OUT-LINE(32:1)
           MOVE '-ISLENEN:'          TO OUT-LINE(33:9)
           MOVE WS-POSTED-COUNT      TO OUT-LINE(42:7)
           MOVE '-TEKRAR:'           TO OUT-LINE(49:8)
           MOVE WS-REPEAT-COUNT      TO OUT-LINE(57:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'LIMIT(OVDFILE):'    TO OUT-LINE(1:15)
           MOVE WS-LIMIT-COUNT       TO OUT-LINE(16:7)
           MOVE '-BLOKE:'            TO OUT-LINE(23:7)
           MOVE WS-BLOCKED-COUNT     TO OUT-LINE(30:7)
           MOVE '-HATA:'             TO OUT-LINE(37:6)
           MOVE WS-FAILED-COUNT      TO OUT-LINE(43:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'BAKIYE MUAF:'       TO OUT-LINE(1:12)
           MOVE WS-WAIVED-COUNT      TO OUT-LINE(13:7)
           MOVE '-PERSONEL/EMEKLI MUAF:' TO OUT-LINE(20:22)
           MOVE WS-EXEMPT-COUNT      TO OUT-LINE(42:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-POS-OVERFLOW OR WS-LEG-OVERFLOW OR WS-CHG-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:TABLO DOLU-UCRET EKSIK' TO OUT-LINE(1:28)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              DISPLAY OUT-LINE
           END-IF.
       H900-END. EXIT.
      *--------------------------------
      * ONE BLOCK PER CURRENCY: THE GL ACCOUNT, THE FEE INCOME THAT
      * MATCHES THE RECAP58 'F' DEBIT ON IT, THE SPLIT BY FEE TYPE AND
      * WHAT HAPPENED TO THIS RUN'S CHARGES.
      *--------------------------------
       H910-WRITE-ONE-CURRENCY.
           IF WS-TOT-MONTHLY-CNT(WS-CUR-IDX) > 0
              OR WS-TOT-XFER-CNT(WS-CUR-IDX) > 0
              OR WS-TOT-LIMIT(WS-CUR-IDX) > 0
              OR WS-TOT-BLOCKED(WS-CUR-IDX) > 0
              OR WS-TOT-WAIVED(WS-CUR-IDX) > 0
              OR WS-TOT-EXEMPT(WS-CUR-IDX) > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'UCRET DVZ:'         TO OUT-LINE(1:10)
              MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO OUT-LINE(11:3)
              MOVE '-GL:'               TO OUT-LINE(14:4)
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 IF WS-MAP-DVZ(WS-MAP-IDX) =
                    WS-CURRENCY-CODE(WS-CUR-IDX)
                    MOVE WS-MAP-GL(WS-MAP-IDX) TO OUT-LINE(18:8)
                 END-IF
              END-PERFORM
              MOVE '-MOD F GELIR:'      TO OUT-LINE(26:13)
              COMPUTE WS-WORK-AMOUNT =
                      WS-TOT-MONTHLY-AMT(WS-CUR-IDX)
                    + WS-TOT-XFER-AMT(WS-CUR-IDX)
              MOVE WS-WORK-AMOUNT        TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT       TO OUT-LINE(39:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE SPACES TO OUT-LINE
              MOVE '   AYLIK ADET:'     TO OUT-LINE(1:14)
              MOVE WS-TOT-MONTHLY-CNT(WS-CUR-IDX) TO OUT-LINE(15:5)
              MOVE '-TUTAR:'            TO OUT-LINE(20:7)
              MOVE WS-TOT-MONTHLY-AMT(WS-CUR-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT       TO OUT-LINE(27:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE SPACES TO OUT-LINE
              MOVE '   ISLEM ADET:'     TO OUT-LINE(1:14)
              MOVE WS-TOT-XFER-CNT(WS-CUR-IDX) TO OUT-LINE(15:5)
              MOVE '-TUTAR:'            TO OUT-LINE(20:7)
              MOVE WS-TOT-XFER-AMT(WS-CUR-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT       TO OUT-LINE(27:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE SPACES TO OUT-LINE
              MOVE '   ISLENEN:'        TO OUT-LINE(1:11)
              MOVE WS-TOT-POSTED(WS-CUR-IDX)  TO OUT-LINE(12:5)
              MOVE '-LIMIT:'            TO OUT-LINE(17:7)
              MOVE WS-TOT-LIMIT(WS-CUR-IDX)   TO OUT-LINE(24:5)
              MOVE '-BLOKE:'            TO OUT-LINE(29:7)
              MOVE WS-TOT-BLOCKED(WS-CUR-IDX) TO OUT-LINE(36:5)
              MOVE '-MUAF:'             TO OUT-LINE(41:6)
              MOVE WS-TOT-WAIVED(WS-CUR-IDX)  TO OUT-LINE(47:5)
              MOVE '/'                  TO OUT-LINE(52:1)
              MOVE WS-TOT-EXEMPT(WS-CUR-IDX)  TO OUT-LINE(53:5)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-POS-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-POSTED-COUNT TO WL-LOG-SUCCESS-COUNT
           COMPUTE WL-LOG-FAILED-COUNT =
                   WS-FAILED-COUNT + WS-LIMIT-COUNT
           MOVE WS-BLOCKED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE TRF-FILE.
           CLOSE RPT-FILE.
           IF (WS-FAILED-COUNT > 0) OR (WS-LIMIT-COUNT > 0)
              OR (WS-BLOCKED-COUNT > 0)
              OR WS-POS-OVERFLOW OR WS-LEG-OVERFLOW OR WS-CHG-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
