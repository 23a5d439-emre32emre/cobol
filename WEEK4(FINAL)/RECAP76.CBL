       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP76.
      ******************************************************************
      * STANDING ORDER GENERATOR. RUNS AT DAY-END AFTER THE BONUS
      * BRIDGE AND APPENDS ONE H/T-FRAMED 'X' BATCH (STANDORD) TO
      * INPFILE WITH A TRANSFER FOR EVERY ORDER PAYMENT DUE UP TO THE
      * BUSINESS DATE, THEN ROLLS EACH ORDER'S NEXT-DUE DATE ON.
      * THE REFERENCE IS 'S' + ORDER NO + DUE DATE (YYMMDD), SO A RERUN
      * OR A LATE CATCH-UP NEVER POSTS THE SAME PAYMENT TWICE.
      *
      * A PAYMENT REFUSED ON OVERDRAFT SITS ON OVDFILE AND RECAP65
      * RETRIES IT EVERY DAY. ONCE IT HAS WAITED THE RETRY DAYS FROM
      * THE SOCARD IT IS TAKEN OFF OVDFILE, COUNTED ON THE ORDER AND
      * LISTED ON THE SOEXC EXCEPTIONS REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'SOCARD'
                           STATUS CARD-STATUS.
           SELECT SO-FILE ASSIGN TO 'SOMAST'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS SO-FILE-NO
                           STATUS SO-STATUS.
           SELECT OVD-FILE ASSIGN TO 'OVDFILE'
                           STATUS OVD-STATUS.
           SELECT WRK-FILE ASSIGN TO 'SOOVDWK'
                           STATUS WRK-STATUS.
           SELECT INP-FILE ASSIGN TO 'INPFILE'
                           STATUS INPUT-STATUS.
           SELECT RPT-FILE ASSIGN TO 'SOGRPT'
                           STATUS RPT-STATUS.
           SELECT EXC-FILE ASSIGN TO 'SOEXC'
                           STATUS EXC-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
           05 CRD-FILE-RETRY-DAYS    PIC 9(03).
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
       FD  OVD-FILE RECORDING MODE F.
         01 OVD-FILE-MEMBERS.
           05 OVD-FILE-ID            PIC S9(5).
           05 OVD-FILE-DVZ           PIC S9(3).
           05 OVD-FILE-AMOUNT        PIC S9(13)V99.
           05 OVD-FILE-BALANCE       PIC S9(13)V99.
           05 OVD-FILE-LIMIT         PIC S9(13)V99.
           05 OVD-FILE-DATE          PIC 9(8).
           05 OVD-FILE-REF           PIC X(12).
           05 OVD-FILE-MODE          PIC X(1).
           05 OVD-FILE-RANGE-END     PIC S9(5).
       FD  WRK-FILE RECORDING MODE F.
         01 WRK-FILE-RECORD         PIC X(79).
       FD  INP-FILE RECORDING MODE F.
         01 INP-FILE-MEMBERS.
           05 INP-FILE-MODE       PIC X(01).
           05 INP-FILE-ID         PIC X(05).
           05 INP-FILE-DVZ        PIC 9(03).
           05 INP-FILE-NAME       PIC X(15).
           05 INP-FILE-SURNAME    PIC X(15).
           05 INP-FILE-DATE       PIC 9(07).
           05 INP-FILE-BALANCE    PIC S9(13)V99.
           05 INP-FILE-AMOUNT     PIC S9(13)V99.
           05 INP-FILE-RANGE-END  PIC X(05).
           05 INP-FILE-REF        PIC X(12).
         01 INP-FILE-CONTROL-REC.
           05 INP-FILE-CTL-MODE   PIC X(01).
           05 INP-FILE-BATCH-ID   PIC X(08).
           05 INP-FILE-BUS-DATE   PIC 9(08).
           05 INP-FILE-CTL-COUNT  PIC 9(07).
           05 INP-FILE-CTL-NET    PIC S9(13)V99.
           05 FILLER              PIC X(54).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       FD  EXC-FILE RECORDING MODE F.
         01 EXC-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 SO-STATUS              PIC 9(2).
           88 SO-FILE-SUCCESS      VALUE 00 97.
           88 SO-FILE-EOF          VALUE 10.
           88 SO-FILE-MISSING      VALUE 35.
         05 OVD-STATUS             PIC 9(2).
           88 OVD-FILE-SUCCESS     VALUE 00 97.
           88 OVD-FILE-EOF         VALUE 10.
           88 OVD-FILE-MISSING     VALUE 35.
         05 WRK-STATUS             PIC 9(2).
           88 WRK-FILE-SUCCESS     VALUE 00 97.
           88 WRK-FILE-EOF         VALUE 10.
         05 INPUT-STATUS           PIC 9(2).
           88 INPUT-FILE-SUCCESS   VALUE 00 97.
           88 INPUT-FILE-MISSING   VALUE 35.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 EXC-STATUS             PIC 9(2).
           88 EXC-FILE-SUCCESS     VALUE 00 97.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-BUS-INT             PIC 9(8).
          05 WS-BUS-JUL             PIC 9(7).
          05 WS-RETRY-DAYS          PIC 9(3) VALUE 3.
          05 WS-ITEM-INT            PIC 9(8).
          05 WS-WAIT-DAYS           PIC S9(5).
      *----------------------------------------------------------------
      * SCHEDULE ARITHMETIC, THE SAME AS RECAP75 USES TO SET THE FIRST
      * DUE DATE WHEN AN ORDER IS ADDED OR AMENDED.
      *----------------------------------------------------------------
       01 WS-SCHED-WORK.
          05 WS-MONTH-FIRST         PIC 9(8).
          05 WS-NEXT-FIRST          PIC 9(8).
          05 WS-MONTH-END           PIC 9(2).
          05 WS-WORK-DATE           PIC 9(8).
          05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
             10 WS-WORK-YYYY        PIC 9(4).
             10 WS-WORK-MM          PIC 9(2).
             10 WS-WORK-DD          PIC 9(2).
          05 WS-GEN-LOOP            PIC 9(3).
          05 WS-GEN-LIMIT           PIC 9(3) VALUE 60.
       01 WS-REF-BUILD.
          05 WS-REF-PREFIX          PIC X(1) VALUE 'S'.
          05 WS-REF-NO              PIC 9(5).
          05 WS-REF-DUE             PIC 9(6).
      *----------------------------------------------------------------
      * ORDER PAYMENTS STILL WAITING ON OVDFILE, ONE PER REFERENCE WITH
      * THE EARLIEST REFUSAL DATE (RECAP51 APPENDS A FRESH RECORD ON
      * EVERY REFUSED RETRY WHEN RECAP65 HAS NOT TIDIED THE FILE).
      *----------------------------------------------------------------
       01 WS-REFUSAL-CONTROL.
          05 WS-SOR-COUNT           PIC 9(4) VALUE 0.
          05 WS-SOR-IDX             PIC 9(4).
          05 WS-SOR-FLAG            PIC X(1).
             88 WS-SOR-FOUND        VALUE 'Y'.
             88 WS-SOR-NEW          VALUE 'N'.
          05 WS-SOR-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-SOR-OVERFLOW     VALUE 'Y'.
       01 WS-REFUSAL-TABLE.
          05 WS-SOR-ENTRY OCCURS 2000 TIMES.
             10 WS-SOR-REF          PIC X(12).
             10 WS-SOR-DATE         PIC 9(8).
             10 WS-SOR-RECORD       PIC X(79).
       01 WS-BATCH-ID               PIC X(8) VALUE 'STANDORD'.
       01 WS-TOTALS.
          05 WS-ORDER-COUNT         PIC 9(7) VALUE 0.
          05 WS-GENERATED-COUNT     PIC 9(7) VALUE 0.
          05 WS-FINISHED-COUNT      PIC 9(7) VALUE 0.
          05 WS-OVD-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-WAITING-COUNT       PIC 9(7) VALUE 0.
          05 WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
          05 WS-CAPPED-COUNT        PIC 9(7) VALUE 0.
          05 WS-NET-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DAYS              PIC ZZZ9.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP76'.
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
           PERFORM H200-AGE-REFUSALS.
           PERFORM H300-WRITE-BATCH-HEADER.
           PERFORM H400-GENERATE-ORDERS.
           PERFORM H500-WRITE-BATCH-TRAILER.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           PERFORM H110-READ-CONTROL-CARD.
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
           OPEN EXTEND INP-FILE.
           IF INPUT-FILE-MISSING
              OPEN OUTPUT INP-FILE
           END-IF.
           IF (INPUT-STATUS NOT = 97) AND (INPUT-STATUS NOT = 0)
              DISPLAY 'INPFILE NOT OPENED. ERROR CODE:' INPUT-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXC-FILE.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD CARRIES THE BUSINESS DATE AND THE OVERDRAFT RETRY
      * DAYS; A MISSING OR ZERO FIELD FALLS BACK TO TODAY AND 3 DAYS.
      *--------------------------------
       H110-READ-CONTROL-CARD.
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
                    IF CRD-FILE-RETRY-DAYS NUMERIC
                       AND CRD-FILE-RETRY-DAYS > 0
                       MOVE CRD-FILE-RETRY-DAYS TO WS-RETRY-DAYS
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           COMPUTE WS-BUS-JUL = FUNCTION DAY-OF-INTEGER(WS-BUS-INT).
       H110-END. EXIT.
      *--------------------------------
      * OVDFILE IS COPIED TO SOOVDWK WITHOUT THE EXPIRED ORDER
      * PAYMENTS AND THEN COPIED BACK, AS RECAP65 PARKS ITS OVERFLOW
      * ON OVDNEW. EVERYTHING THAT IS NOT AN ORDER PAYMENT PASSES
      * THROUGH UNTOUCHED.
      *--------------------------------
       H200-AGE-REFUSALS.
           OPEN INPUT OVD-FILE.
           IF NOT OVD-FILE-MISSING
              IF (OVD-STATUS NOT = 97) AND (OVD-STATUS NOT = 0)
                 DISPLAY 'OVDFILE NOT OPENED. ERROR CODE:' OVD-STATUS
                 PERFORM H999-EXIT
              END-IF
              PERFORM H205-REBUILD-REFUSALS
           END-IF.
       H200-END. EXIT.
      *--------------------------------
       H205-REBUILD-REFUSALS.
           OPEN OUTPUT WRK-FILE.
           READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
           END-READ.
           PERFORM H210-SORT-ONE-REFUSAL UNTIL OVD-FILE-EOF.
           CLOSE OVD-FILE.
           MOVE 0 TO WS-SOR-IDX
           PERFORM H220-AGE-ONE-REFUSAL
              UNTIL WS-SOR-IDX >= WS-SOR-COUNT.
           CLOSE WRK-FILE.
           OPEN OUTPUT OVD-FILE.
           OPEN INPUT WRK-FILE.
           READ WRK-FILE AT END SET WRK-FILE-EOF TO TRUE
           END-READ.
           PERFORM H240-COPY-ONE-BACK UNTIL WRK-FILE-EOF.
           CLOSE WRK-FILE.
           CLOSE OVD-FILE.
       H205-END. EXIT.
      *--------------------------------
       H210-SORT-ONE-REFUSAL.
           ADD 1 TO WS-OVD-READ-COUNT
           IF OVD-FILE-MODE = 'X'
              AND OVD-FILE-REF(1:1) = WS-REF-PREFIX
              AND OVD-FILE-REF(2:11) NUMERIC
              PERFORM H215-FIND-REFUSAL
              EVALUATE TRUE
                 WHEN WS-SOR-FOUND
                    IF OVD-FILE-DATE < WS-SOR-DATE(WS-SOR-IDX)
                       MOVE OVD-FILE-DATE TO WS-SOR-DATE(WS-SOR-IDX)
                       MOVE OVD-FILE-MEMBERS
                            TO WS-SOR-RECORD(WS-SOR-IDX)
                    END-IF
                 WHEN WS-SOR-COUNT < 2000
                    ADD 1 TO WS-SOR-COUNT
                    MOVE OVD-FILE-REF  TO WS-SOR-REF(WS-SOR-COUNT)
                    MOVE OVD-FILE-DATE TO WS-SOR-DATE(WS-SOR-COUNT)
                    MOVE OVD-FILE-MEMBERS
                         TO WS-SOR-RECORD(WS-SOR-COUNT)
                 WHEN OTHER
                    SET WS-SOR-OVERFLOW TO TRUE
                    MOVE OVD-FILE-MEMBERS TO WRK-FILE-RECORD
                    WRITE WRK-FILE-RECORD
              END-EVALUATE
           ELSE
              MOVE OVD-FILE-MEMBERS TO WRK-FILE-RECORD
              WRITE WRK-FILE-RECORD
           END-IF.
           READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *--------------------------------
       H215-FIND-REFUSAL.
           SET WS-SOR-NEW TO TRUE
           PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
                   UNTIL WS-SOR-IDX > WS-SOR-COUNT
                      OR WS-SOR-FOUND
              IF WS-SOR-REF(WS-SOR-IDX) = OVD-FILE-REF
                 SET WS-SOR-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-SOR-FOUND
              SUBTRACT 1 FROM WS-SOR-IDX
           END-IF.
       H215-END. EXIT.
      *--------------------------------
      * THE WAIT IS COUNTED FROM THE FIRST REFUSAL DATE, AS RECAP65
      * AGES ITS HELD ITEMS.
      *--------------------------------
       H220-AGE-ONE-REFUSAL.
           ADD 1 TO WS-SOR-IDX
           MOVE WS-SOR-RECORD(WS-SOR-IDX) TO OVD-FILE-MEMBERS
           MOVE 0 TO WS-WAIT-DAYS
           IF OVD-FILE-DATE > 0
              COMPUTE WS-ITEM-INT =
                      FUNCTION INTEGER-OF-DATE(OVD-FILE-DATE)
              COMPUTE WS-WAIT-DAYS = WS-BUS-INT - WS-ITEM-INT
           END-IF
           IF WS-WAIT-DAYS < WS-RETRY-DAYS
              ADD 1 TO WS-WAITING-COUNT
              MOVE OVD-FILE-MEMBERS TO WRK-FILE-RECORD
              WRITE WRK-FILE-RECORD
           ELSE
              PERFORM H230-WRITE-EXCEPTION
           END-IF.
       H220-END. EXIT.
      *--------------------------------
       H230-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE OVD-FILE-REF TO WS-REF-BUILD
           MOVE WS-REF-NO TO SO-FILE-NO
           READ SO-FILE KEY IS SO-FILE-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO SO-FILE-EXC-COUNT
                 MOVE WS-BUS-DATE TO SO-FILE-LAST-EXC-DATE
                 REWRITE SO-FILE-RECORD INVALID KEY
                    CONTINUE
                 END-REWRITE
           END-READ.
           MOVE SPACES TO OUT-LINE
           MOVE 'ISTISNA-TALIMAT:'   TO OUT-LINE(1:16)
           MOVE WS-REF-NO            TO OUT-LINE(17:5)
           MOVE '-BORCLU:'           TO OUT-LINE(22:8)
           MOVE OVD-FILE-ID          TO OUT-LINE(30:5)
           MOVE '-ALACAKLI:'         TO OUT-LINE(35:10)
           MOVE OVD-FILE-RANGE-END   TO OUT-LINE(45:5)
           MOVE '-DVZ:'              TO OUT-LINE(50:5)
           MOVE OVD-FILE-DVZ         TO OUT-LINE(55:3)
           MOVE OUT-LINE TO EXC-FILE-LINE
           WRITE EXC-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '   TUTAR:'          TO OUT-LINE(1:9)
           MOVE OVD-FILE-AMOUNT      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(10:21)
           MOVE '-ILK RED:'          TO OUT-LINE(31:9)
           MOVE OVD-FILE-DATE        TO OUT-LINE(40:8)
           MOVE '-GUN:'              TO OUT-LINE(48:5)
           MOVE WS-WAIT-DAYS         TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS         TO OUT-LINE(53:4)
           MOVE OUT-LINE TO EXC-FILE-LINE
           WRITE EXC-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '   REF:'            TO OUT-LINE(1:7)
           MOVE OVD-FILE-REF         TO OUT-LINE(8:12)
           MOVE '-BAKIYE:'           TO OUT-LINE(20:8)
           MOVE OVD-FILE-BALANCE     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(28:21)
           MOVE '-TEKRAR DENEME BITTI' TO OUT-LINE(49:20)
           MOVE OUT-LINE TO EXC-FILE-LINE
           WRITE EXC-FILE-LINE.
       H230-END. EXIT.
      *--------------------------------
       H240-COPY-ONE-BACK.
           MOVE WRK-FILE-RECORD TO OVD-FILE-MEMBERS
           WRITE OVD-FILE-MEMBERS.
           READ WRK-FILE AT END SET WRK-FILE-EOF TO TRUE
           END-READ.
       H240-END. EXIT.
      *--------------------------------
       H300-WRITE-BATCH-HEADER.
           MOVE SPACES TO INP-FILE-CONTROL-REC
           MOVE 'H' TO INP-FILE-CTL-MODE
           MOVE WS-BATCH-ID TO INP-FILE-BATCH-ID
           MOVE WS-BUS-DATE TO INP-FILE-BUS-DATE
           MOVE 0 TO INP-FILE-CTL-COUNT
           MOVE 0 TO INP-FILE-CTL-NET
           WRITE INP-FILE-CONTROL-REC.
       H300-END. EXIT.
      *--------------------------------
       H400-GENERATE-ORDERS.
           MOVE 0 TO SO-FILE-NO
           START SO-FILE KEY IS >= SO-FILE-NO
              INVALID KEY SET SO-FILE-EOF TO TRUE
           END-START.
           IF NOT SO-FILE-EOF
              READ SO-FILE NEXT RECORD
                 AT END SET SO-FILE-EOF TO TRUE
              END-READ
           END-IF.
           PERFORM H410-PROCESS-ONE-ORDER UNTIL SO-FILE-EOF.
       H400-END. EXIT.
      *--------------------------------
      * AN ORDER THAT FELL BEHIND (A MISSED RUN) CATCHES UP ONE
      * PAYMENT PER MISSED DUE DATE, EACH WITH ITS OWN REFERENCE.
      *--------------------------------
       H410-PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           IF SO-FILE-ACTIVE AND SO-FILE-NEXT-DUE NOT > WS-BUS-DATE
              MOVE 0 TO WS-GEN-LOOP
              PERFORM H420-GENERATE-ONE-PAYMENT
                 UNTIL NOT SO-FILE-ACTIVE
                    OR SO-FILE-NEXT-DUE > WS-BUS-DATE
                    OR WS-GEN-LOOP >= WS-GEN-LIMIT
              IF WS-GEN-LOOP >= WS-GEN-LIMIT
                 AND SO-FILE-ACTIVE
                 AND SO-FILE-NEXT-DUE NOT > WS-BUS-DATE
                 ADD 1 TO WS-CAPPED-COUNT
              END-IF
              REWRITE SO-FILE-RECORD INVALID KEY
                 DISPLAY 'SOMAST NOT REWRITTEN. ORDER:' SO-FILE-NO
              END-REWRITE
           END-IF.
           READ SO-FILE NEXT RECORD
              AT END SET SO-FILE-EOF TO TRUE
           END-READ.
       H410-END. EXIT.
      *--------------------------------
       H420-GENERATE-ONE-PAYMENT.
           ADD 1 TO WS-GEN-LOOP
           IF SO-FILE-END-DATE > 0
              AND SO-FILE-NEXT-DUE > SO-FILE-END-DATE
              PERFORM H440-FINISH-ORDER
           ELSE
              PERFORM H430-WRITE-TRANSFER
              MOVE SO-FILE-NEXT-DUE TO SO-FILE-LAST-DUE
              IF SO-FILE-COUNTED
                 SUBTRACT 1 FROM SO-FILE-REMAINING
              END-IF
              PERFORM H450-ADVANCE-DUE
              EVALUATE TRUE
                 WHEN SO-FILE-COUNTED AND SO-FILE-REMAINING = 0
                    PERFORM H440-FINISH-ORDER
                 WHEN SO-FILE-END-DATE > 0
                      AND SO-FILE-NEXT-DUE > SO-FILE-END-DATE
                    PERFORM H440-FINISH-ORDER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H420-END. EXIT.
      *--------------------------------
       H430-WRITE-TRANSFER.
           MOVE SO-FILE-NO TO WS-REF-NO
           MOVE SO-FILE-NEXT-DUE(3:6) TO WS-REF-DUE
           MOVE SPACES TO INP-FILE-MEMBERS
           MOVE 'X' TO INP-FILE-MODE
           MOVE SO-FILE-DEBIT-ID TO INP-FILE-ID
           MOVE SO-FILE-DVZ TO INP-FILE-DVZ
           MOVE WS-BUS-JUL TO INP-FILE-DATE
           MOVE 0 TO INP-FILE-BALANCE
           MOVE SO-FILE-AMOUNT TO INP-FILE-AMOUNT
           MOVE SO-FILE-CREDIT-ID TO INP-FILE-RANGE-END
           MOVE WS-REF-BUILD TO INP-FILE-REF
           WRITE INP-FILE-MEMBERS
           ADD 1 TO WS-GENERATED-COUNT
           ADD SO-FILE-AMOUNT TO WS-NET-AMOUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'TALIMAT:'           TO OUT-LINE(1:8)
           MOVE SO-FILE-NO           TO OUT-LINE(9:5)
           MOVE '-'                  TO OUT-LINE(14:1)
           MOVE SO-FILE-DEBIT-ID     TO OUT-LINE(15:5)
           MOVE '>'                  TO OUT-LINE(20:1)
           MOVE SO-FILE-CREDIT-ID    TO OUT-LINE(21:5)
           MOVE '/'                  TO OUT-LINE(26:1)
           MOVE SO-FILE-DVZ          TO OUT-LINE(27:3)
           MOVE SO-FILE-AMOUNT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(30:21)
           MOVE '-REF:'              TO OUT-LINE(51:5)
           MOVE WS-REF-BUILD         TO OUT-LINE(56:12)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H430-END. EXIT.
      *--------------------------------
       H440-FINISH-ORDER.
           SET SO-FILE-FINISHED TO TRUE
           ADD 1 TO WS-FINISHED-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'BITTI  :'           TO OUT-LINE(1:8)
           MOVE SO-FILE-NO           TO OUT-LINE(9:5)
           MOVE '-SON ODEME:'        TO OUT-LINE(14:11)
           MOVE SO-FILE-LAST-DUE     TO OUT-LINE(25:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H440-END. EXIT.
      *--------------------------------
      * WEEKLY ORDERS MOVE ON 7 DAYS; MONTHLY ORDERS MOVE TO THE ORDER
      * DAY OF THE NEXT MONTH, CLAMPED TO THAT MONTH'S LAST DAY.
      *--------------------------------
       H450-ADVANCE-DUE.
           IF SO-FILE-WEEKLY
              COMPUTE SO-FILE-NEXT-DUE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(SO-FILE-NEXT-DUE) + 7)
           ELSE
              MOVE SO-FILE-NEXT-DUE TO WS-WORK-DATE
              PERFORM H460-NEXT-MONTH
              MOVE WS-WORK-DATE TO SO-FILE-NEXT-DUE
           END-IF.
       H450-END. EXIT.
      *--------------------------------
       H460-NEXT-MONTH.
           IF WS-WORK-MM = 12
              MOVE 1 TO WS-WORK-MM
              ADD 1 TO WS-WORK-YYYY
           ELSE
              ADD 1 TO WS-WORK-MM
           END-IF
           PERFORM H470-SET-ORDER-DAY.
       H460-END. EXIT.
      *--------------------------------
       H470-SET-ORDER-DAY.
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
       H470-END. EXIT.
      *--------------------------------
       H500-WRITE-BATCH-TRAILER.
           MOVE SPACES TO INP-FILE-CONTROL-REC
           MOVE 'T' TO INP-FILE-CTL-MODE
           MOVE WS-BATCH-ID TO INP-FILE-BATCH-ID
           MOVE WS-BUS-DATE TO INP-FILE-BUS-DATE
           MOVE WS-GENERATED-COUNT TO INP-FILE-CTL-COUNT
           MOVE WS-NET-AMOUNT TO INP-FILE-CTL-NET
           WRITE INP-FILE-CONTROL-REC.
       H500-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           MOVE SPACES TO OUT-LINE
           MOVE 'URETILEN:'          TO OUT-LINE(1:9)
           MOVE WS-GENERATED-COUNT   TO OUT-LINE(10:7)
           MOVE '-TUTAR:'            TO OUT-LINE(17:7)
           MOVE WS-NET-AMOUNT        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(24:21)
           MOVE '-BITEN:'            TO OUT-LINE(45:7)
           MOVE WS-FINISHED-COUNT    TO OUT-LINE(52:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'RED BEKLEYEN:'      TO OUT-LINE(1:13)
           MOVE WS-WAITING-COUNT     TO OUT-LINE(14:7)
           MOVE '-ISTISNA:'          TO OUT-LINE(21:9)
           MOVE WS-EXCEPTION-COUNT   TO OUT-LINE(30:7)
           MOVE '-GUN:'              TO OUT-LINE(37:5)
           MOVE WS-RETRY-DAYS        TO OUT-LINE(42:3)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-CAPPED-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:GECIKEN TALIMAT-ODEME SINIRI:'
                   TO OUT-LINE(1:35)
              MOVE WS-CAPPED-COUNT   TO OUT-LINE(36:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-SOR-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:TABLO DOLU-YASLANDIRMA EKSIK'
                   TO OUT-LINE(1:34)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-TALIMAT:'          TO OUT-LINE(19:9)
           MOVE WS-ORDER-COUNT       TO OUT-LINE(28:7)
           MOVE '-ISTISNA:'          TO OUT-LINE(35:9)
           MOVE WS-EXCEPTION-COUNT   TO OUT-LINE(44:7)
           MOVE OUT-LINE TO EXC-FILE-LINE
           WRITE EXC-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-ORDER-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-GENERATED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-EXCEPTION-COUNT TO WL-LOG-FAILED-COUNT
           MOVE 0 TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE SO-FILE.
           CLOSE INP-FILE.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           IF (WS-EXCEPTION-COUNT > 0) OR (WS-CAPPED-COUNT > 0)
              OR WS-SOR-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
