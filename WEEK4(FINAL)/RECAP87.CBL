       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP87.
      ******************************************************************
      * DAY-END CHAIN DRIVER. RUNS THE STEPS ON CHAINDEF IN ORDER FOR
      * THE BUSINESS DATE ON CHNCARD (DEFAULT TODAY). FOR EACH STEP THE
      * CHAIN DEFINITION GIVES THE PROGRAM, THE DD NAME AND IMAGE OF
      * ITS CONTROL CARD, THE POSITION IN THE IMAGE WHERE THE BUSINESS
      * DATE IS PLACED (00 = NONE), THE HIGHEST ACCEPTABLE RETURN CODE
      * AND WHETHER THE STEP MAY BE RUN AGAIN AFTER A FAILURE. THE
      * CONTROL CARD MUST BE ONE OF THOSE OF THE STANDARD CHAIN BELOW,
      * EACH OF WHICH HAS ITS OWN FILE HERE.
      * THE STEP'S RETURN CODE IS TAKEN FROM ITS OWN RUNLOG ENTRY; A
      * STEP THAT LEFT NO ENTRY (ABEND) COUNTS AS RC 99. THE CHAIN
      * STOPS ON THE FIRST STEP ABOVE ITS THRESHOLD.
      * PROGRESS IS KEPT ON THE CHNCKPT CHECKPOINT FILE, REWRITTEN
      * BEFORE AND AFTER EVERY STEP:
      *   SAME DATE, CHAIN FAILED   - RESUME AT THE FAILED STEP, THE
      *                               COMPLETED STEPS ARE NOT REPEATED
      *   SAME DATE, CHAIN COMPLETE - NOTHING IS RUN (RC 4)
      *   NEW DATE, PREVIOUS DATE NOT COMPLETE - REFUSED (RC 8)
      * A FAILED STEP MARKED NOT RESTARTABLE IS ONLY RUN AGAIN WHEN THE
      * OPERATOR HAS RECOVERED IT BY HAND AND PUTS 'Y' IN THE FORCE
      * COLUMN OF CHNCARD. THE STANDARD CHAIN IS THE ONE RECAP68
      * VERIFIES:
      *   RECAP50 RECAP56(RELCARD) RECAP57 RECAP77(FEECARD)
      *   RECAP53(STMCARD) RECAP58(GLDCARD) RECAP67(TRBCARD)
      *   RECAP54(RETCARD) RECAP59 RECAP60 RECAP76(SOCARD)
      *   RECAP91(ALRCARD) RECAP84(APRCARD) RECAP86(INTCARD) RECAP70
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'CHNCARD'
                           STATUS CARD-STATUS.
           SELECT DEF-FILE ASSIGN TO 'CHAINDEF'
                           STATUS DEF-STATUS.
           SELECT CKP-FILE ASSIGN TO 'CHNCKPT'
                           STATUS CKP-STATUS.
           SELECT REL-CARD-FILE ASSIGN TO 'RELCARD'
                           STATUS STP-STATUS.
           SELECT FEE-CARD-FILE ASSIGN TO 'FEECARD'
                           STATUS STP-STATUS.
           SELECT STM-CARD-FILE ASSIGN TO 'STMCARD'
                           STATUS STP-STATUS.
           SELECT GLD-CARD-FILE ASSIGN TO 'GLDCARD'
                           STATUS STP-STATUS.
           SELECT TRB-CARD-FILE ASSIGN TO 'TRBCARD'
                           STATUS STP-STATUS.
           SELECT RET-CARD-FILE ASSIGN TO 'RETCARD'
                           STATUS STP-STATUS.
           SELECT SOC-CARD-FILE ASSIGN TO 'SOCARD'
                           STATUS STP-STATUS.
           SELECT ALR-CARD-FILE ASSIGN TO 'ALRCARD'
                           STATUS STP-STATUS.
           SELECT APR-CARD-FILE ASSIGN TO 'APRCARD'
                           STATUS STP-STATUS.
           SELECT INT-CARD-FILE ASSIGN TO 'INTCARD'
                           STATUS STP-STATUS.
           SELECT LOG-FILE ASSIGN TO 'RUNLOG'
                           STATUS LOG-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CHNRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
           05 CRD-FILE-FORCE         PIC X(01).
       FD  DEF-FILE RECORDING MODE F.
         01 DEF-FILE-RECORD.
           05 DEF-FILE-PROGRAM       PIC X(08).
           05 DEF-FILE-CARD-DD       PIC X(08).
             88 DEF-FILE-KNOWN-CARD  VALUE 'RELCARD' 'FEECARD'
                                           'STMCARD' 'GLDCARD'
                                           'TRBCARD' 'RETCARD'
                                           'SOCARD'  'ALRCARD'
                                           'APRCARD' 'INTCARD'.
           05 DEF-FILE-CARD-IMAGE    PIC X(40).
           05 DEF-FILE-DATE-POS      PIC 9(02).
           05 DEF-FILE-MAX-RC        PIC 9(02).
           05 DEF-FILE-RESTART       PIC X(01).
           05 FILLER                 PIC X(19).
       FD  CKP-FILE RECORDING MODE F.
         01 CKP-FILE-RECORD.
           05 CKP-FILE-TYPE          PIC X(01).
           05 CKP-FILE-DATA          PIC X(79).
         01 CKP-HEAD-RECORD.
           05 FILLER                 PIC X(01).
           05 CKP-HEAD-BUS-DATE      PIC 9(08).
           05 CKP-HEAD-STATUS        PIC X(01).
           05 CKP-HEAD-STEP-COUNT    PIC 9(02).
           05 CKP-HEAD-UPDATE-TS     PIC X(14).
           05 FILLER                 PIC X(54).
         01 CKP-STEP-RECORD.
           05 FILLER                 PIC X(01).
           05 CKP-STEP-NO            PIC 9(02).
           05 CKP-STEP-PROGRAM       PIC X(08).
           05 CKP-STEP-STATE         PIC X(01).
           05 CKP-STEP-RC            PIC 9(02).
           05 CKP-STEP-START-TS      PIC X(14).
           05 CKP-STEP-END-TS        PIC X(14).
           05 FILLER                 PIC X(38).
       FD  REL-CARD-FILE RECORDING MODE F.
         01 REL-CARD-RECORD          PIC X(40).
       FD  FEE-CARD-FILE RECORDING MODE F.
         01 FEE-CARD-RECORD          PIC X(40).
       FD  STM-CARD-FILE RECORDING MODE F.
         01 STM-CARD-RECORD          PIC X(40).
       FD  GLD-CARD-FILE RECORDING MODE F.
         01 GLD-CARD-RECORD          PIC X(40).
       FD  TRB-CARD-FILE RECORDING MODE F.
         01 TRB-CARD-RECORD          PIC X(40).
       FD  RET-CARD-FILE RECORDING MODE F.
         01 RET-CARD-RECORD          PIC X(40).
       FD  SOC-CARD-FILE RECORDING MODE F.
         01 SOC-CARD-RECORD          PIC X(40).
       FD  ALR-CARD-FILE RECORDING MODE F.
         01 ALR-CARD-RECORD          PIC X(40).
       FD  APR-CARD-FILE RECORDING MODE F.
         01 APR-CARD-RECORD          PIC X(40).
       FD  INT-CARD-FILE RECORDING MODE F.
         01 INT-CARD-RECORD          PIC X(40).
       FD  LOG-FILE RECORDING MODE F.
         01 LOG-FILE-RECORD.
           05 LOG-FILE-PROGRAM       PIC X(8).
           05 LOG-FILE-START-TS      PIC X(14).
           05 LOG-FILE-END-TS        PIC X(14).
           05 LOG-FILE-READ-COUNT    PIC 9(7).
           05 LOG-FILE-SUCCESS-COUNT PIC 9(7).
           05 LOG-FILE-FAILED-COUNT  PIC 9(7).
           05 LOG-FILE-REJECT-COUNT  PIC 9(7).
           05 LOG-FILE-RETURN-CODE   PIC 9(2).
           05 FILLER                 PIC X(14).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
           88 CARD-FILE-MISSING    VALUE 35.
         05 DEF-STATUS             PIC 9(2).
           88 DEF-FILE-SUCCESS     VALUE 00 97.
           88 DEF-FILE-EOF         VALUE 10.
         05 CKP-STATUS             PIC 9(2).
           88 CKP-FILE-SUCCESS     VALUE 00 97.
           88 CKP-FILE-EOF         VALUE 10.
           88 CKP-FILE-MISSING     VALUE 35.
         05 STP-STATUS             PIC 9(2).
           88 STP-FILE-SUCCESS     VALUE 00 97.
         05 LOG-STATUS             PIC 9(2).
           88 LOG-FILE-SUCCESS     VALUE 00 97.
           88 LOG-FILE-EOF         VALUE 10.
           88 LOG-FILE-MISSING     VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
      *----------------------------------------------------------------
      * CHAIN DEFINITION AS LOADED FROM CHAINDEF, WITH THE STATE OF
      * EACH STEP FOR THE BUSINESS DATE:
      *   ' ' NOT YET RUN, 'R' STARTED, 'D' DONE, 'F' FAILED
      *----------------------------------------------------------------
       01 WS-STEP-TABLE.
          05 WS-STEP OCCURS 30 TIMES.
             10 WS-STP-PROGRAM      PIC X(08).
             10 WS-STP-CARD-DD      PIC X(08).
             10 WS-STP-CARD-IMAGE   PIC X(40).
             10 WS-STP-DATE-POS     PIC 9(02).
             10 WS-STP-MAX-RC       PIC 9(02).
             10 WS-STP-RESTART      PIC X(01).
             10 WS-STP-STATE        PIC X(01).
             10 WS-STP-RC           PIC 9(02).
             10 WS-STP-START-TS     PIC X(14).
             10 WS-STP-END-TS       PIC X(14).
       01 WS-STEP-LIMIT             PIC 9(02) VALUE 30.
       01 WS-CHAIN-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-FORCE               PIC X(01) VALUE 'N'.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-STEP-COUNT          PIC 9(02) VALUE 0.
          05 WS-STP-IDX             PIC 9(02).
          05 WS-CKP-IDX             PIC 9(02).
          05 WS-FIRST-STEP          PIC 9(02) VALUE 1.
          05 WS-CKP-BUS-DATE        PIC 9(08) VALUE 0.
          05 WS-CKP-STATUS          PIC X(01) VALUE SPACE.
             88 CKP-CHAIN-RUNNING   VALUE 'R'.
             88 CKP-CHAIN-COMPLETE  VALUE 'C'.
             88 CKP-CHAIN-FAILED    VALUE 'F'.
          05 WS-CKP-STEP-COUNT      PIC 9(02) VALUE 0.
          05 WS-CKP-FOUND           PIC X(01) VALUE 'N'.
             88 CKP-FOUND           VALUE 'Y'.
          05 WS-CKP-MISMATCH        PIC X(01) VALUE 'N'.
             88 CKP-MISMATCH        VALUE 'Y'.
          05 WS-RUN-SWITCH          PIC X(01) VALUE 'Y'.
             88 CHAIN-MAY-RUN       VALUE 'Y'.
             88 CHAIN-REFUSED       VALUE 'N'.
             88 CHAIN-ALREADY-DONE  VALUE 'C'.
          05 WS-STOP-SWITCH         PIC X(01) VALUE 'N'.
             88 CHAIN-STOPPED       VALUE 'Y'.
          05 WS-REASON              PIC X(40) VALUE SPACES.
          05 WS-STEP-CARD-DD        PIC X(08) VALUE SPACES.
          05 WS-STEP-CARD           PIC X(40) VALUE SPACES.
          05 WS-STEP-COMMAND        PIC X(80) VALUE SPACES.
          05 WS-LOG-FOUND           PIC X(01) VALUE 'N'.
             88 LOG-ENTRY-FOUND     VALUE 'Y'.
          05 WS-LOG-RC              PIC 9(02) VALUE 0.
          05 WS-NO-LOG-RC           PIC 9(02) VALUE 99.
       01 WS-COUNTERS.
          05 WS-DEF-COUNT           PIC 9(7) VALUE 0.
          05 WS-DEF-ERROR-COUNT     PIC 9(7) VALUE 0.
          05 WS-RUN-COUNT           PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
          05 WS-SKIPPED-COUNT       PIC 9(7) VALUE 0.
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP87'.
          05 WL-LOG-START-TS        PIC X(14) VALUE SPACES.
          05 WL-LOG-READ-COUNT      PIC 9(7) VALUE 0.
          05 WL-LOG-SUCCESS-COUNT   PIC 9(7) VALUE 0.
          05 WL-LOG-FAILED-COUNT    PIC 9(7) VALUE 0.
          05 WL-LOG-REJECT-COUNT    PIC 9(7) VALUE 0.
          05 WL-LOG-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WK-LOG-PROG              PIC X(08) VALUE 'RECAP90'.
       01 OUT-LINE                  PIC X(70).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-CHAIN.
           PERFORM H300-READ-CHECKPOINT.
           PERFORM H400-DECIDE-START.
           IF CHAIN-MAY-RUN
              PERFORM H500-RUN-STEP
                 VARYING WS-STP-IDX FROM WS-FIRST-STEP BY 1
                 UNTIL WS-STP-IDX > WS-STEP-COUNT OR CHAIN-STOPPED
              IF NOT CHAIN-STOPPED
                 MOVE 'C' TO WS-CKP-STATUS
                 PERFORM H700-WRITE-CHECKPOINT
              END-IF
           END-IF.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
              DISPLAY 'CHNRPT NOT OPENED. ERROR CODE:' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H110-SET-BUS-DATE.
       H100-END. EXIT.
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
                    IF CRD-FILE-FORCE = 'Y'
                       MOVE 'Y' TO WS-FORCE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      * A CHAIN DEFINITION WITH ANY BAD LINE IS NOT RUN AT ALL - A
      * SKIPPED LINE WOULD SILENTLY DROP A STEP FROM THE DAY-END.
      *--------------------------------
       H200-LOAD-CHAIN.
           OPEN INPUT DEF-FILE.
           IF NOT DEF-FILE-SUCCESS
              DISPLAY 'CHAINDEF NOT OPENED. ERROR CODE:' DEF-STATUS
              MOVE 'CHAINDEF ACILAMADI' TO WS-REASON
              SET CHAIN-REFUSED TO TRUE
           ELSE
              READ DEF-FILE AT END SET DEF-FILE-EOF TO TRUE
              END-READ
              PERFORM H210-LOAD-ONE-STEP UNTIL DEF-FILE-EOF
              CLOSE DEF-FILE
              IF WS-DEF-ERROR-COUNT > 0
                 MOVE 'CHAINDEF HATALI' TO WS-REASON
                 SET CHAIN-REFUSED TO TRUE
              END-IF
              IF WS-STEP-COUNT = 0 AND CHAIN-MAY-RUN
                 MOVE 'CHAINDEF BOS' TO WS-REASON
                 SET CHAIN-REFUSED TO TRUE
              END-IF
           END-IF.
       H200-END. EXIT.
      *--------------------------------
       H210-LOAD-ONE-STEP.
           ADD 1 TO WS-DEF-COUNT
           EVALUATE TRUE
              WHEN DEF-FILE-PROGRAM = SPACES
                 MOVE '-PROGRAM BOS' TO OUT-LINE(25:12)
                 PERFORM H220-REJECT-STEP
              WHEN DEF-FILE-MAX-RC NOT NUMERIC
                 MOVE '-RC ESIGI HATALI' TO OUT-LINE(25:16)
                 PERFORM H220-REJECT-STEP
              WHEN DEF-FILE-RESTART NOT = 'Y' AND
                   DEF-FILE-RESTART NOT = 'N'
                 MOVE '-TEKRAR KODU HATALI' TO OUT-LINE(25:19)
                 PERFORM H220-REJECT-STEP
              WHEN DEF-FILE-DATE-POS NOT NUMERIC
                 OR DEF-FILE-DATE-POS > 33
                 MOVE '-TARIH YERI HATALI' TO OUT-LINE(25:18)
                 PERFORM H220-REJECT-STEP
              WHEN DEF-FILE-DATE-POS > 0
                 AND DEF-FILE-CARD-DD = SPACES
                 MOVE '-KART DD BOS' TO OUT-LINE(25:12)
                 PERFORM H220-REJECT-STEP
              WHEN DEF-FILE-CARD-DD NOT = SPACES
                 AND NOT DEF-FILE-KNOWN-CARD
                 MOVE '-KART DD TANIMSIZ' TO OUT-LINE(25:17)
                 PERFORM H220-REJECT-STEP
              WHEN WS-STEP-COUNT >= WS-STEP-LIMIT
                 MOVE '-ADIM SINIRI ASILDI' TO OUT-LINE(25:19)
                 PERFORM H220-REJECT-STEP
              WHEN OTHER
                 ADD 1 TO WS-STEP-COUNT
                 MOVE DEF-FILE-PROGRAM
                      TO WS-STP-PROGRAM(WS-STEP-COUNT)
                 MOVE DEF-FILE-CARD-DD
                      TO WS-STP-CARD-DD(WS-STEP-COUNT)
                 MOVE DEF-FILE-CARD-IMAGE
                      TO WS-STP-CARD-IMAGE(WS-STEP-COUNT)
                 MOVE DEF-FILE-DATE-POS
                      TO WS-STP-DATE-POS(WS-STEP-COUNT)
                 MOVE DEF-FILE-MAX-RC
                      TO WS-STP-MAX-RC(WS-STEP-COUNT)
                 MOVE DEF-FILE-RESTART
                      TO WS-STP-RESTART(WS-STEP-COUNT)
                 MOVE SPACE TO WS-STP-STATE(WS-STEP-COUNT)
                 MOVE 0 TO WS-STP-RC(WS-STEP-COUNT)
                 MOVE SPACES TO WS-STP-START-TS(WS-STEP-COUNT)
                 MOVE SPACES TO WS-STP-END-TS(WS-STEP-COUNT)
           END-EVALUATE.
           READ DEF-FILE AT END SET DEF-FILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *--------------------------------
       H220-REJECT-STEP.
           ADD 1 TO WS-DEF-ERROR-COUNT
           MOVE 'CHAINDEF SATIR:'    TO OUT-LINE(1:15)
           MOVE WS-DEF-COUNT         TO OUT-LINE(16:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE
           MOVE SPACES TO OUT-LINE.
       H220-END. EXIT.
      *--------------------------------
      * THE CHECKPOINT HOLDS ONE 'H' RECORD FOR THE BUSINESS DATE AND
      * ONE 'S' RECORD PER STEP. NO CHECKPOINT MEANS THE DRIVER HAS
      * NEVER RUN AND ANY DATE MAY START.
      *--------------------------------
       H300-READ-CHECKPOINT.
           MOVE SPACES TO OUT-LINE
           OPEN INPUT CKP-FILE.
           IF CKP-FILE-MISSING
              CONTINUE
           ELSE
              IF NOT CKP-FILE-SUCCESS
                 DISPLAY 'CHNCKPT NOT OPENED. ERROR CODE:' CKP-STATUS
                 MOVE 'CHNCKPT ACILAMADI' TO WS-REASON
                 SET CHAIN-REFUSED TO TRUE
              ELSE
                 READ CKP-FILE AT END SET CKP-FILE-EOF TO TRUE
                 END-READ
                 PERFORM H310-READ-CKP-RECORD UNTIL CKP-FILE-EOF
                 CLOSE CKP-FILE
              END-IF
           END-IF.
       H300-END. EXIT.
      *--------------------------------
       H310-READ-CKP-RECORD.
           EVALUATE CKP-FILE-TYPE
              WHEN 'H'
                 MOVE 'Y' TO WS-CKP-FOUND
                 MOVE CKP-HEAD-BUS-DATE TO WS-CKP-BUS-DATE
                 MOVE CKP-HEAD-STATUS TO WS-CKP-STATUS
                 MOVE CKP-HEAD-STEP-COUNT TO WS-CKP-STEP-COUNT
              WHEN 'S'
                 PERFORM H320-TAKE-CKP-STEP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           READ CKP-FILE AT END SET CKP-FILE-EOF TO TRUE
           END-READ.
       H310-END. EXIT.
      *--------------------------------
      * STEP STATES ARE KEPT ONLY WHILE THE CHECKPOINT'S BUSINESS DATE
      * IS TODAY'S AND ITS STEPS LINE UP WITH CHAINDEF; A CHAIN THAT
      * WAS REDEFINED IN THE MIDDLE OF A DATE IS NOT RESUMED.
      *--------------------------------
       H320-TAKE-CKP-STEP.
           IF WS-CKP-BUS-DATE = WS-BUS-DATE
              IF CKP-STEP-NO < 1 OR CKP-STEP-NO > WS-STEP-COUNT
                 MOVE 'Y' TO WS-CKP-MISMATCH
              ELSE
                 IF WS-STP-PROGRAM(CKP-STEP-NO) NOT = CKP-STEP-PROGRAM
                    MOVE 'Y' TO WS-CKP-MISMATCH
                 ELSE
                    MOVE CKP-STEP-STATE TO WS-STP-STATE(CKP-STEP-NO)
                    MOVE CKP-STEP-RC TO WS-STP-RC(CKP-STEP-NO)
                    MOVE CKP-STEP-START-TS
                         TO WS-STP-START-TS(CKP-STEP-NO)
                    MOVE CKP-STEP-END-TS TO WS-STP-END-TS(CKP-STEP-NO)
                 END-IF
              END-IF
           END-IF.
       H320-END. EXIT.
      *--------------------------------
       H400-DECIDE-START.
           IF CHAIN-MAY-RUN AND CKP-FOUND
              EVALUATE TRUE
                 WHEN WS-CKP-BUS-DATE > WS-BUS-DATE
                    MOVE 'IS TARIHI SON CALISMADAN ONCE' TO WS-REASON
                    SET CHAIN-REFUSED TO TRUE
                 WHEN WS-CKP-BUS-DATE < WS-BUS-DATE
                    IF NOT CKP-CHAIN-COMPLETE
                       MOVE 'ONCEKI IS TARIHI TAMAMLANMADI'
                            TO WS-REASON
                       SET CHAIN-REFUSED TO TRUE
                    END-IF
                 WHEN CKP-CHAIN-COMPLETE
                    MOVE 'ZINCIR BU TARIH ICIN TAMAMLANDI' TO WS-REASON
                    SET CHAIN-ALREADY-DONE TO TRUE
                 WHEN CKP-MISMATCH
                    OR WS-CKP-STEP-COUNT NOT = WS-STEP-COUNT
                    MOVE 'CHAINDEF GUN ICINDE DEGISTI' TO WS-REASON
                    SET CHAIN-REFUSED TO TRUE
                 WHEN OTHER
                    PERFORM H410-FIND-RESUME-STEP
              END-EVALUATE
           END-IF.
           IF CHAIN-MAY-RUN
              MOVE 'R' TO WS-CKP-STATUS
           END-IF.
       H400-END. EXIT.
      *--------------------------------
      * RESUME AT THE FIRST STEP NOT DONE. 'R' MEANS THE DRIVER ITSELF
      * WAS CANCELLED WHILE THE STEP RAN, SO IT IS TREATED AS FAILED.
      *--------------------------------
       H410-FIND-RESUME-STEP.
           MOVE 0 TO WS-FIRST-STEP
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
                      OR WS-FIRST-STEP > 0
              IF WS-STP-STATE(WS-STP-IDX) NOT = 'D'
                 MOVE WS-STP-IDX TO WS-FIRST-STEP
              ELSE
                 ADD 1 TO WS-SKIPPED-COUNT
              END-IF
           END-PERFORM.
           IF WS-FIRST-STEP = 0
              MOVE WS-STEP-COUNT TO WS-FIRST-STEP
              ADD 1 TO WS-FIRST-STEP
           ELSE
              IF (WS-STP-STATE(WS-FIRST-STEP) = 'F' OR 'R')
                 AND WS-STP-RESTART(WS-FIRST-STEP) = 'N'
                 AND WS-FORCE NOT = 'Y'
                 MOVE 'ADIM TEKRARLANAMAZ - ELLE KURTARMA'
                      TO WS-REASON
                 SET CHAIN-REFUSED TO TRUE
              END-IF
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H500-RUN-STEP.
           MOVE 'R' TO WS-STP-STATE(WS-STP-IDX)
           MOVE 0 TO WS-STP-RC(WS-STP-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
                TO WS-STP-START-TS(WS-STP-IDX)
           MOVE SPACES TO WS-STP-END-TS(WS-STP-IDX)
           PERFORM H700-WRITE-CHECKPOINT.
           IF WS-STP-CARD-DD(WS-STP-IDX) NOT = SPACES
              PERFORM H510-WRITE-STEP-CARD
           END-IF.
           IF NOT CHAIN-STOPPED
              PERFORM H540-LAUNCH-STEP
              PERFORM H520-FIND-STEP-RC
              MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-STP-END-TS(WS-STP-IDX)
              ADD 1 TO WS-RUN-COUNT
              IF WS-STP-RC(WS-STP-IDX) > WS-STP-MAX-RC(WS-STP-IDX)
                 MOVE 'F' TO WS-STP-STATE(WS-STP-IDX)
                 PERFORM H530-STOP-CHAIN
              ELSE
                 MOVE 'D' TO WS-STP-STATE(WS-STP-IDX)
              END-IF
              PERFORM H700-WRITE-CHECKPOINT
           END-IF.
       H500-END. EXIT.
      *--------------------------------
      * EACH CONTROL CARD THE DRIVER CAN WRITE HAS ITS OWN FILE; THE
      * DD NAME ON CHAINDEF ONLY SELECTS WHICH ONE. H210 HAS ALREADY
      * REFUSED ANY NAME THAT IS NOT ONE OF THEM.
      *--------------------------------
       H510-WRITE-STEP-CARD.
           MOVE WS-STP-CARD-DD(WS-STP-IDX) TO WS-STEP-CARD-DD
           MOVE WS-STP-CARD-IMAGE(WS-STP-IDX) TO WS-STEP-CARD
           IF WS-STP-DATE-POS(WS-STP-IDX) > 0
              MOVE WS-BUS-DATE
                TO WS-STEP-CARD(WS-STP-DATE-POS(WS-STP-IDX):8)
           END-IF
           EVALUATE WS-STEP-CARD-DD
              WHEN 'RELCARD'
                 OPEN OUTPUT REL-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO REL-CARD-RECORD
                    WRITE REL-CARD-RECORD
                    CLOSE REL-CARD-FILE
                 END-IF
              WHEN 'FEECARD'
                 OPEN OUTPUT FEE-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO FEE-CARD-RECORD
                    WRITE FEE-CARD-RECORD
                    CLOSE FEE-CARD-FILE
                 END-IF
              WHEN 'STMCARD'
                 OPEN OUTPUT STM-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO STM-CARD-RECORD
                    WRITE STM-CARD-RECORD
                    CLOSE STM-CARD-FILE
                 END-IF
              WHEN 'GLDCARD'
                 OPEN OUTPUT GLD-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO GLD-CARD-RECORD
                    WRITE GLD-CARD-RECORD
                    CLOSE GLD-CARD-FILE
                 END-IF
              WHEN 'TRBCARD'
                 OPEN OUTPUT TRB-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO TRB-CARD-RECORD
                    WRITE TRB-CARD-RECORD
                    CLOSE TRB-CARD-FILE
                 END-IF
              WHEN 'RETCARD'
                 OPEN OUTPUT RET-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO RET-CARD-RECORD
                    WRITE RET-CARD-RECORD
                    CLOSE RET-CARD-FILE
                 END-IF
              WHEN 'SOCARD'
                 OPEN OUTPUT SOC-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO SOC-CARD-RECORD
                    WRITE SOC-CARD-RECORD
                    CLOSE SOC-CARD-FILE
                 END-IF
              WHEN 'ALRCARD'
                 OPEN OUTPUT ALR-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO ALR-CARD-RECORD
                    WRITE ALR-CARD-RECORD
                    CLOSE ALR-CARD-FILE
                 END-IF
              WHEN 'APRCARD'
                 OPEN OUTPUT APR-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO APR-CARD-RECORD
                    WRITE APR-CARD-RECORD
                    CLOSE APR-CARD-FILE
                 END-IF
              WHEN 'INTCARD'
                 OPEN OUTPUT INT-CARD-FILE
                 IF STP-FILE-SUCCESS
                    MOVE WS-STEP-CARD TO INT-CARD-RECORD
                    WRITE INT-CARD-RECORD
                    CLOSE INT-CARD-FILE
                 END-IF
              WHEN OTHER
                 MOVE 35 TO STP-STATUS
           END-EVALUATE.
           IF NOT STP-FILE-SUCCESS
              DISPLAY WS-STEP-CARD-DD ' NOT OPENED. ERROR CODE:'
                      STP-STATUS
              MOVE WS-NO-LOG-RC TO WS-STP-RC(WS-STP-IDX)
              MOVE 'F' TO WS-STP-STATE(WS-STP-IDX)
              MOVE 'KONTROL KARTI YAZILAMADI' TO WS-REASON
              ADD 1 TO WS-RUN-COUNT
              PERFORM H530-STOP-CHAIN
              PERFORM H700-WRITE-CHECKPOINT
           END-IF.
       H510-END. EXIT.
      *--------------------------------
      * THE STEP'S RC IS THE ONE ON ITS LATEST RUNLOG ENTRY STARTED
      * SINCE THE DRIVER LAUNCHED IT. NO SUCH ENTRY MEANS THE STEP
      * NEVER REACHED ITS CLOSING LOG CALL.
      *--------------------------------
       H520-FIND-STEP-RC.
           MOVE 'N' TO WS-LOG-FOUND
           MOVE WS-NO-LOG-RC TO WS-LOG-RC
           OPEN INPUT LOG-FILE.
           IF LOG-FILE-SUCCESS
              READ LOG-FILE AT END SET LOG-FILE-EOF TO TRUE
              END-READ
              PERFORM H525-CHECK-LOG-ENTRY UNTIL LOG-FILE-EOF
              CLOSE LOG-FILE
           END-IF.
           MOVE WS-LOG-RC TO WS-STP-RC(WS-STP-IDX).
           IF NOT LOG-ENTRY-FOUND
              MOVE 'ADIM RUNLOG KAYDI BIRAKMADI' TO WS-REASON
           END-IF.
       H520-END. EXIT.
      *--------------------------------
       H525-CHECK-LOG-ENTRY.
           IF LOG-FILE-PROGRAM = WS-STP-PROGRAM(WS-STP-IDX)
              AND LOG-FILE-START-TS >= WS-STP-START-TS(WS-STP-IDX)
              MOVE 'Y' TO WS-LOG-FOUND
              MOVE LOG-FILE-RETURN-CODE TO WS-LOG-RC
           END-IF.
           READ LOG-FILE AT END SET LOG-FILE-EOF TO TRUE
           END-READ.
       H525-END. EXIT.
      *--------------------------------
       H530-STOP-CHAIN.
           MOVE 'Y' TO WS-STOP-SWITCH
           MOVE 'F' TO WS-CKP-STATUS
           ADD 1 TO WS-FAILED-COUNT
           IF WS-REASON = SPACES
              MOVE 'ADIM RC ESIGI ASILDI' TO WS-REASON
           END-IF.
       H530-END. EXIT.
      *--------------------------------
      * THE STEP IS STARTED AS A JOB STEP OF ITS OWN THROUGH THE SYSTEM
      * COMMAND SERVICE. THIS IS THE ONLY PLACE THE DRIVER DEPENDS ON
      * THE OPERATING SYSTEM; THE SERVICE'S OWN RETURN CODE IS CLEARED
      * BECAUSE THE STEP'S OUTCOME IS TAKEN FROM RUNLOG (H520).
      *--------------------------------
       H540-LAUNCH-STEP.
           MOVE SPACES TO WS-STEP-COMMAND
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-STEP-COMMAND
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE 0 TO RETURN-CODE.
       H540-END. EXIT.
      *--------------------------------
      * THE WHOLE CHECKPOINT IS REWRITTEN EACH TIME SO IT ALWAYS SHOWS
      * THE LAST STEP STATE REACHED, EVEN IF THE DRIVER IS CANCELLED.
      *--------------------------------
       H700-WRITE-CHECKPOINT.
           OPEN OUTPUT CKP-FILE.
           IF NOT CKP-FILE-SUCCESS
              DISPLAY 'CHNCKPT NOT OPENED. ERROR CODE:' CKP-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE SPACES TO CKP-HEAD-RECORD
           MOVE 'H' TO CKP-FILE-TYPE
           MOVE WS-BUS-DATE TO CKP-HEAD-BUS-DATE
           MOVE WS-CKP-STATUS TO CKP-HEAD-STATUS
           MOVE WS-STEP-COUNT TO CKP-HEAD-STEP-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-HEAD-UPDATE-TS
           WRITE CKP-FILE-RECORD.
           PERFORM H710-WRITE-CKP-STEP
              VARYING WS-CKP-IDX FROM 1 BY 1
              UNTIL WS-CKP-IDX > WS-STEP-COUNT.
           CLOSE CKP-FILE.
       H700-END. EXIT.
      *--------------------------------
       H710-WRITE-CKP-STEP.
           MOVE SPACES TO CKP-STEP-RECORD
           MOVE 'S' TO CKP-FILE-TYPE
           MOVE WS-CKP-IDX TO CKP-STEP-NO
           MOVE WS-STP-PROGRAM(WS-CKP-IDX) TO CKP-STEP-PROGRAM
           MOVE WS-STP-STATE(WS-CKP-IDX) TO CKP-STEP-STATE
           MOVE WS-STP-RC(WS-CKP-IDX) TO CKP-STEP-RC
           MOVE WS-STP-START-TS(WS-CKP-IDX) TO CKP-STEP-START-TS
           MOVE WS-STP-END-TS(WS-CKP-IDX) TO CKP-STEP-END-TS
           WRITE CKP-FILE-RECORD.
       H710-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           PERFORM H910-WRITE-STEP-LINE
              VARYING WS-STP-IDX FROM 1 BY 1
              UNTIL WS-STP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-ADIM:'             TO OUT-LINE(19:6)
           MOVE WS-STEP-COUNT        TO OUT-LINE(25:2)
           MOVE '-CALISAN:'          TO OUT-LINE(27:9)
           MOVE WS-RUN-COUNT         TO OUT-LINE(36:7)
           MOVE '-ATLANAN:'          TO OUT-LINE(43:9)
           MOVE WS-SKIPPED-COUNT     TO OUT-LINE(52:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           EVALUATE TRUE
              WHEN CHAIN-REFUSED
                 MOVE 'ZINCIR BASLATILMADI:' TO OUT-LINE(1:20)
                 MOVE WS-REASON      TO OUT-LINE(21:40)
              WHEN CHAIN-ALREADY-DONE
                 MOVE 'ZINCIR CALISTIRILMADI:' TO OUT-LINE(1:22)
                 MOVE WS-REASON      TO OUT-LINE(23:40)
              WHEN CHAIN-STOPPED
                 MOVE 'ZINCIR DURDU:'  TO OUT-LINE(1:13)
                 MOVE WS-REASON      TO OUT-LINE(14:40)
              WHEN OTHER
                 MOVE 'ZINCIR TAMAMLANDI' TO OUT-LINE(1:17)
           END-EVALUATE.
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H910-WRITE-STEP-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE WS-STP-IDX           TO OUT-LINE(1:2)
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO OUT-LINE(4:8)
           MOVE '-RC:'               TO OUT-LINE(12:4)
           MOVE WS-STP-RC(WS-STP-IDX) TO OUT-LINE(16:2)
           MOVE '/'                  TO OUT-LINE(18:1)
           MOVE WS-STP-MAX-RC(WS-STP-IDX) TO OUT-LINE(19:2)
           EVALUATE WS-STP-STATE(WS-STP-IDX)
              WHEN 'D'
                 IF WS-STP-IDX < WS-FIRST-STEP
                    MOVE '-ONCEDEN TAMAM' TO OUT-LINE(22:14)
                 ELSE
                    MOVE '-TAMAM'    TO OUT-LINE(22:6)
                 END-IF
              WHEN 'F'
                 MOVE '-HATALI'      TO OUT-LINE(22:7)
              WHEN 'R'
                 MOVE '-YARIM KALDI' TO OUT-LINE(22:12)
              WHEN OTHER
                 MOVE '-CALISMADI'   TO OUT-LINE(22:10)
           END-EVALUATE
           IF WS-STP-START-TS(WS-STP-IDX) NOT = SPACES
              MOVE WS-STP-START-TS(WS-STP-IDX) TO OUT-LINE(40:14)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-STEP-COUNT TO WL-LOG-READ-COUNT
           COMPUTE WL-LOG-SUCCESS-COUNT =
                   WS-RUN-COUNT - WS-FAILED-COUNT
           MOVE WS-FAILED-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-SKIPPED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE RPT-FILE.
           EVALUATE TRUE
              WHEN CHAIN-REFUSED OR CHAIN-STOPPED
                 MOVE 8 TO RETURN-CODE
              WHEN CHAIN-ALREADY-DONE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
