       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP80.
      ******************************************************************
      * DUPLICATE MEMBER MERGE. EACH MRGCARD NAMES A SURVIVING MEMBER
      * AND A RETIRING ONE (USUALLY A PAIR RECAP79 LISTED). FOR EVERY
      * CURRENCY POSITION OF THE RETIRING MEMBER THE BALANCE IS MOVED
      * ONTO THE SURVIVOR - ADDED TO THE SURVIVOR'S POSITION IN THE
      * SAME DVZ, OR TO A NEW ONE OPENED WITH THE RETIRING LIMIT - AND
      * THE RETIRING POSITION IS DELETED. BOTH LEGS ARE JOURNALED ON
      * IDXHIST AS MODE 'M' WITH THE REFERENCE 'G' + RETIRING ID +
      * SURVIVING ID, SO THE NET PER DVZ IS NIL AND THE GL EXTRACT AND
      * THE ROLL-FORWARD PROOF ARE NOT DISTURBED.
      *
      * PENDFILE ITEMS, OVDFILE RETRIES, STANDING ORDERS AND APRQUE
      * ITEMS STILL WAITING FOR APPROVAL THAT NAME THE RETIRING MEMBER
      * ARE REPOINTED TO THE SURVIVOR. FOR
      * EACH MERGE AN 'R' CARD IS WRITTEN TO MRGACT; THE MERGE JOB RUNS
      * RECAP66 ON MRGACT NEXT SO THE RETIRING ACCTREC RECORD IS GONE
      * BEFORE RECAP59 COULD ENROLL IT AGAIN.
      *
      * A CARD IS REFUSED WHEN EITHER MEMBER IS NOT ON ACCTREC, THE TC
      * NUMBERS DIFFER AND THE CARD IS NOT FORCED, THE RETIRING MEMBER
      * CARRIES ANY BLOCK, THE SURVIVOR IS UNDER A FULL FREEZE, OR A
      * MEMBER HAS ALREADY TAKEN PART IN A MERGE IN THIS RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'MRGCARD'
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
           SELECT BLK-FILE ASSIGN TO 'BLKFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS BLK-FILE-KEY
                           STATUS BLK-STATUS.
           SELECT PND-FILE ASSIGN TO 'PENDFILE'
                           STATUS PENDING-STATUS.
           SELECT PWK-FILE ASSIGN TO 'MRGPNDWK'
                           STATUS PWK-STATUS.
           SELECT OVD-FILE ASSIGN TO 'OVDFILE'
                           STATUS OVD-STATUS.
           SELECT OWK-FILE ASSIGN TO 'MRGOVDWK'
                           STATUS OWK-STATUS.
           SELECT SO-FILE ASSIGN TO 'SOMAST'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS SO-FILE-NO
                           STATUS SO-STATUS.
           SELECT APQ-FILE ASSIGN TO 'APRQUE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS APQ-FILE-KEY
                           STATUS APQ-STATUS.
           SELECT ACT-FILE ASSIGN TO 'MRGACT'
                           STATUS ACT-STATUS.
           SELECT RPT-FILE ASSIGN TO 'MRGRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-SURVIVOR-ID   PIC 9(5).
           05 CRD-FILE-RETIRING-ID   PIC 9(5).
           05 CRD-FILE-FORCE         PIC X(1).
             88 CRD-FILE-FORCED      VALUE 'Y'.
           05 CRD-FILE-OPERATOR      PIC X(8).
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
       FD  PND-FILE RECORDING MODE F.
         01 PND-FILE-MEMBERS.
           05 PND-FILE-MODE       PIC X(01).
           05 PND-FILE-ID         PIC X(05).
           05 PND-FILE-DVZ        PIC 9(03).
           05 PND-FILE-NAME       PIC X(15).
           05 PND-FILE-SURNAME    PIC X(15).
           05 PND-FILE-DATE       PIC 9(07).
           05 PND-FILE-BALANCE    PIC S9(13)V99.
           05 PND-FILE-AMOUNT     PIC S9(13)V99.
           05 PND-FILE-RANGE-END  PIC X(05).
           05 PND-FILE-REF        PIC X(12).
       FD  PWK-FILE RECORDING MODE F.
         01 PWK-FILE-RECORD         PIC X(93).
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
       FD  OWK-FILE RECORDING MODE F.
         01 OWK-FILE-RECORD         PIC X(79).
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
       FD  APQ-FILE.
         01 APQ-FILE-RECORD.
           05 APQ-FILE-KEY.
             10 APQ-FILE-KEY-TS       PIC X(14).
             10 APQ-FILE-KEY-SEQ      PIC 9(4).
           05 APQ-FILE-STATUS         PIC X(1).
             88 APQ-FILE-PENDING      VALUE 'P'.
           05 APQ-FILE-ORIGIN         PIC X(8).
           05 APQ-FILE-MAKER          PIC X(8).
           05 APQ-FILE-ITEM.
             10 APQ-FILE-MODE         PIC X(1).
             10 APQ-FILE-ID           PIC X(5).
             10 APQ-FILE-DVZ          PIC 9(3).
             10 APQ-FILE-NAME         PIC X(15).
             10 APQ-FILE-SURNAME      PIC X(15).
             10 APQ-FILE-DATE         PIC 9(7).
             10 APQ-FILE-BALANCE      PIC S9(13)V99.
             10 APQ-FILE-AMOUNT       PIC S9(13)V99.
             10 APQ-FILE-RANGE-END    PIC X(5).
             10 APQ-FILE-REF          PIC X(12).
           05 APQ-FILE-CHECKER        PIC X(8).
           05 APQ-FILE-DECIDE-TS      PIC X(14).
           05 APQ-FILE-REASON         PIC X(30).
           05 APQ-FILE-RESULT         PIC X(60).
           05 APQ-FILE-CARRY-DAYS     PIC 9(3).
           05 APQ-FILE-LAST-REPORT    PIC 9(8).
       FD  ACT-FILE RECORDING MODE F.
         01 ACT-FILE-RECORD.
           05 ACT-FILE-MODE          PIC X(1).
           05 ACT-FILE-ID            PIC 9(4).
           05 ACT-FILE-NAME          PIC X(15).
           05 ACT-FILE-SURNAME       PIC X(15).
           05 ACT-FILE-TC-NO         PIC 9(11).
           05 ACT-FILE-BIRTHDAY      PIC 9(8).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
           88 CARD-FILE-EOF        VALUE 10.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
         05 VSAM-STATUS            PIC 9(2).
           88 VSAM-FILE-SUCCESS    VALUE 00 97.
           88 VSAM-FILE-EOF        VALUE 10.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-MISSING     VALUE 35.
         05 BLK-STATUS             PIC 9(2).
           88 BLK-FILE-SUCCESS     VALUE 00 97.
           88 BLK-FILE-EOF         VALUE 10.
           88 BLK-FILE-MISSING     VALUE 35.
         05 PENDING-STATUS         PIC 9(2).
           88 PENDING-FILE-SUCCESS VALUE 00 97.
           88 PENDING-FILE-EOF     VALUE 10.
           88 PENDING-FILE-MISSING VALUE 35.
         05 PWK-STATUS             PIC 9(2).
           88 PWK-FILE-SUCCESS     VALUE 00 97.
           88 PWK-FILE-EOF         VALUE 10.
         05 OVD-STATUS             PIC 9(2).
           88 OVD-FILE-SUCCESS     VALUE 00 97.
           88 OVD-FILE-EOF         VALUE 10.
           88 OVD-FILE-MISSING     VALUE 35.
         05 OWK-STATUS             PIC 9(2).
           88 OWK-FILE-SUCCESS     VALUE 00 97.
           88 OWK-FILE-EOF         VALUE 10.
         05 SO-STATUS              PIC 9(2).
           88 SO-FILE-SUCCESS      VALUE 00 97.
           88 SO-FILE-EOF          VALUE 10.
           88 SO-FILE-MISSING      VALUE 35.
         05 APQ-STATUS             PIC 9(2).
           88 APQ-FILE-SUCCESS     VALUE 00 97.
           88 APQ-FILE-EOF         VALUE 10.
           88 APQ-FILE-MISSING     VALUE 35.
         05 ACT-STATUS             PIC 9(2).
           88 ACT-FILE-SUCCESS     VALUE 00 97.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
          05 WS-TODAY-JUL           PIC 9(7).
       01 WS-ACCT-CONTROL.
          05 WS-ACCT-COUNT          PIC 9(5) VALUE 0.
          05 WS-ACCT-SCAN           PIC 9(5).
          05 WS-FIND-ID             PIC 9(5).
          05 WS-FIND-IDX            PIC 9(5).
          05 WS-SURV-IDX            PIC 9(5).
          05 WS-RET-IDX             PIC 9(5).
          05 WS-ACCT-OVF-FLAG       PIC X(1) VALUE 'N'.
             88 WS-ACCT-OVERFLOW    VALUE 'Y'.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 9999 TIMES.
             10 WS-ACC-ID           PIC 9(4).
             10 WS-ACC-NAME         PIC X(15).
             10 WS-ACC-SURNAME      PIC X(15).
             10 WS-ACC-TC-NO        PIC 9(11).
             10 WS-ACC-BIRTHDAY     PIC 9(8).
      *----------------------------------------------------------------
      * MEMBERS ALREADY MERGED IN THIS RUN. THE REPOINT PASSES AT THE
      * END MAP EVERY RETIRING ID IN THIS TABLE TO ITS SURVIVOR.
      *----------------------------------------------------------------
       01 WS-MRG-CONTROL.
          05 WS-MRG-COUNT           PIC 9(4) VALUE 0.
          05 WS-MRG-IDX             PIC 9(4).
          05 WS-MRG-FLAG            PIC X(1).
             88 WS-MRG-IS-FOUND     VALUE 'Y'.
             88 WS-MRG-NOT-FOUND    VALUE 'N'.
          05 WS-MRG-OLD-ID          PIC 9(5).
          05 WS-MRG-NEW-ID          PIC 9(5).
          05 WS-REPOINT-ERR-FLAG    PIC X(1) VALUE 'N'.
             88 WS-REPOINT-FAILED   VALUE 'Y'.
       01 WS-MRG-TABLE.
          05 WS-MRG-ENTRY OCCURS 500 TIMES.
             10 WS-MRG-SURVIVOR     PIC 9(5).
             10 WS-MRG-RETIRING     PIC 9(5).
       01 WS-POS-CONTROL.
          05 WS-POS-COUNT           PIC 9(2) VALUE 0.
          05 WS-POS-IDX             PIC 9(2).
          05 WS-POS-OVF-FLAG        PIC X(1).
             88 WS-POS-OVERFLOW     VALUE 'Y'.
       01 WS-POS-TABLE.
          05 WS-POS-ENTRY OCCURS 10 TIMES.
             10 WS-POS-DVZ          PIC S9(3).
             10 WS-POS-BALANCE      PIC S9(13)V99.
             10 WS-POS-LIMIT        PIC S9(13)V99.
       01 WS-MERGE-WORK.
          05 WS-SURVIVOR-ID         PIC 9(5).
          05 WS-RETIRING-ID         PIC 9(5).
          05 WS-REJECT-REASON       PIC X(30).
          05 WS-MRG-REF.
             10 WS-MRG-REF-TYPE     PIC X(1).
             10 WS-MRG-REF-OLD      PIC 9(5).
             10 WS-MRG-REF-NEW      PIC 9(5).
             10 FILLER              PIC X(1).
          05 WS-HST-MODE            PIC X(1).
          05 WS-HST-AMOUNT          PIC S9(13)V99.
          05 WS-MOVE-AMOUNT         PIC S9(13)V99.
          05 WS-MERGE-FLAG          PIC X(1).
             88 WS-MERGE-OK         VALUE 'Y'.
             88 WS-MERGE-BROKEN     VALUE 'N'.
          05 WS-SURV-FLAG           PIC X(1).
             88 WS-SURV-POS-READY   VALUE 'Y'.
             88 WS-SURV-POS-NONE    VALUE 'N'.
       01 WS-BROWSE-WORK.
          05 WS-LIST-ID             PIC 9(5).
          05 WS-LIST-TAG            PIC X(6).
          05 WS-LIST-COUNT          PIC 9(3).
          05 WS-BROWSE-FLAG         PIC X(1).
             88 WS-BROWSE-DONE      VALUE 'Y'.
             88 WS-BROWSE-MORE      VALUE 'N'.
          05 WS-BLK-CHK-ID          PIC 9(5).
          05 WS-BLK-CHK-TYPE        PIC X(1).
             88 WS-BLK-CHK-ANY      VALUE 'A'.
             88 WS-BLK-CHK-FULL     VALUE 'F'.
          05 WS-BLK-FLAG            PIC X(1).
             88 WS-BLOCK-FOUND      VALUE 'Y'.
             88 WS-BLOCK-CLEAR      VALUE 'N'.
          05 WS-BLK-OPEN-FLAG       PIC X(1) VALUE 'N'.
             88 WS-BLK-FILE-OPEN    VALUE 'Y'.
      *----------------------------------------------------------------
      * PENDFILE AND APRQUE CARRY THE MEMBER ID AS TEXT, AS IT CAME IN
      * ON INPFILE; ONLY A NUMERIC ID CAN NAME A MERGED MEMBER.
      *----------------------------------------------------------------
       01 WS-ID-TEXT                PIC X(5).
       01 WS-ID-NUM REDEFINES WS-ID-TEXT PIC 9(5).
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-MERGED-COUNT        PIC 9(7) VALUE 0.
          05 WS-REJECTED-COUNT      PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
          05 WS-MOVED-COUNT         PIC 9(7) VALUE 0.
          05 WS-OPENED-COUNT        PIC 9(7) VALUE 0.
          05 WS-PND-REPOINT-COUNT   PIC 9(7) VALUE 0.
          05 WS-OVD-REPOINT-COUNT   PIC 9(7) VALUE 0.
          05 WS-SO-REPOINT-COUNT    PIC 9(7) VALUE 0.
          05 WS-APQ-REPOINT-COUNT   PIC 9(7) VALUE 0.
          05 WS-SO-CANCEL-COUNT     PIC 9(7) VALUE 0.
          05 WS-CHANGE-FLAG         PIC X(1).
             88 WS-RECORD-CHANGED   VALUE 'Y'.
             88 WS-RECORD-SAME      VALUE 'N'.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-ID                PIC 9(5).
       01 WS-EDIT-DVZ               PIC 9(3).
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP80'.
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
           PERFORM H300-PROCESS-CARD UNTIL CARD-FILE-EOF.
           IF WS-MRG-COUNT > 0
              PERFORM H700-REPOINT-PENDING
              PERFORM H750-REPOINT-OVERDRAFTS
              PERFORM H800-REPOINT-ORDERS
              PERFORM H850-REPOINT-QUEUE
           END-IF.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-JUL =
                   FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)).
           OPEN INPUT CRD-FILE.
           IF (CARD-STATUS NOT = 97) AND (CARD-STATUS NOT = 0)
              DISPLAY 'MRGCARD NOT OPENED. ERROR CODE:' CARD-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF (ACCT-STATUS NOT = 97) AND (ACCT-STATUS NOT = 0)
              DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN I-O IDX-FILE.
           IF (VSAM-STATUS NOT = 97) AND (VSAM-STATUS NOT = 0)
              DISPLAY 'IDXFILE NOT OPENED. ERROR CODE:' VSAM-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN EXTEND HST-FILE.
           IF HST-FILE-MISSING
              OPEN OUTPUT HST-FILE
           END-IF.
           IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
              DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT BLK-FILE.
           IF BLK-FILE-SUCCESS
              SET WS-BLK-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ACT-FILE.
           OPEN OUTPUT RPT-FILE.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
           READ CRD-FILE AT END SET CARD-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
       H200-LOAD-ACCOUNTS.
           IF WS-ACCT-COUNT < 9999
              ADD 1 TO WS-ACCT-COUNT
              MOVE ACCT-FILE-ID       TO WS-ACC-ID(WS-ACCT-COUNT)
              MOVE ACCT-FILE-NAME     TO WS-ACC-NAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-SURNAME  TO WS-ACC-SURNAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-TC-NO    TO WS-ACC-TC-NO(WS-ACCT-COUNT)
              MOVE ACCT-FILE-BIRTHDAY TO WS-ACC-BIRTHDAY(WS-ACCT-COUNT)
           ELSE
              SET WS-ACCT-OVERFLOW TO TRUE
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
       H300-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM H310-VALIDATE-CARD
           IF WS-REJECT-REASON = SPACES
              PERFORM H400-MERGE-MEMBERS
           ELSE
              PERFORM H390-WRITE-REJECT
           END-IF.
           READ CRD-FILE AT END SET CARD-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      * THE CHECKS RUN IN ORDER AND THE FIRST ONE THAT FAILS NAMES THE
      * REASON ON THE REPORT.
      *--------------------------------
       H310-VALIDATE-CARD.
           IF CRD-FILE-SURVIVOR-ID NOT NUMERIC
              OR CRD-FILE-RETIRING-ID NOT NUMERIC
              MOVE 'GECERSIZ KART' TO WS-REJECT-REASON
           ELSE
              MOVE CRD-FILE-SURVIVOR-ID TO WS-SURVIVOR-ID
              MOVE CRD-FILE-RETIRING-ID TO WS-RETIRING-ID
              IF WS-SURVIVOR-ID = 0 OR WS-RETIRING-ID = 0
                 OR WS-SURVIVOR-ID = WS-RETIRING-ID
                 MOVE 'GECERSIZ KART' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-SURVIVOR-ID TO WS-FIND-ID
              PERFORM H320-FIND-ACCOUNT
              MOVE WS-FIND-IDX TO WS-SURV-IDX
              MOVE WS-RETIRING-ID TO WS-FIND-ID
              PERFORM H320-FIND-ACCOUNT
              MOVE WS-FIND-IDX TO WS-RET-IDX
              EVALUATE TRUE
                 WHEN WS-SURV-IDX = 0
                    MOVE 'KALAN UYE ACCTREC DE YOK'
                         TO WS-REJECT-REASON
                 WHEN WS-RET-IDX = 0
                    MOVE 'KAPANAN UYE ACCTREC DE YOK'
                         TO WS-REJECT-REASON
                 WHEN WS-ACC-TC-NO(WS-SURV-IDX) NOT =
                      WS-ACC-TC-NO(WS-RET-IDX)
                  AND NOT CRD-FILE-FORCED
                    MOVE 'KIMLIK NO FARKLI' TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM H330-CHECK-EARLIER-MERGE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-RETIRING-ID TO WS-BLK-CHK-ID
              SET WS-BLK-CHK-ANY TO TRUE
              PERFORM H340-CHECK-BLOCKS
              IF WS-BLOCK-FOUND
                 MOVE 'KAPANAN UYEDE BLOKE VAR' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-SURVIVOR-ID TO WS-BLK-CHK-ID
              SET WS-BLK-CHK-FULL TO TRUE
              PERFORM H340-CHECK-BLOCKS
              IF WS-BLOCK-FOUND
                 MOVE 'KALAN UYEDE TAM BLOKE VAR' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM H350-LOAD-RETIRING
              IF WS-POS-OVERFLOW
                 MOVE 'POZISYON TABLOSU DOLU' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H320-FIND-ACCOUNT.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT
                      OR WS-FIND-IDX > 0
              IF WS-ACC-ID(WS-ACCT-SCAN) = WS-FIND-ID
                 MOVE WS-ACCT-SCAN TO WS-FIND-IDX
              END-IF
           END-PERFORM.
       H320-END. EXIT.
      *--------------------------------
      * A MEMBER RETIRED IN THIS RUN CANNOT TAKE PART AGAIN, AND A
      * SURVIVOR CANNOT BE RETIRED IN THE SAME RUN, SO EVERY RETIRING
      * ID MAPS STRAIGHT TO ITS FINAL SURVIVOR.
      *--------------------------------
       H330-CHECK-EARLIER-MERGE.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-COUNT
              IF WS-MRG-RETIRING(WS-MRG-IDX) = WS-SURVIVOR-ID
                 OR WS-MRG-RETIRING(WS-MRG-IDX) = WS-RETIRING-ID
                 OR WS-MRG-SURVIVOR(WS-MRG-IDX) = WS-RETIRING-ID
                 MOVE 'UYE BU CALISMADA BIRLESTI'
                      TO WS-REJECT-REASON
              END-IF
           END-PERFORM.
           IF WS-REJECT-REASON = SPACES AND WS-MRG-COUNT >= 500
              MOVE 'BIRLESME TABLOSU DOLU' TO WS-REJECT-REASON
           END-IF.
       H330-END. EXIT.
      *--------------------------------
      * BROWSES EVERY BLOCK OF THE MEMBER (ALL DVZ, 000 INCLUDED) AND
      * TESTS THE ONES IN FORCE TODAY, THE SAME WINDOW RECAP51 USES.
      *--------------------------------
       H340-CHECK-BLOCKS.
           SET WS-BLOCK-CLEAR TO TRUE
           IF WS-BLK-FILE-OPEN
              MOVE WS-BLK-CHK-ID TO BLK-FILE-ID
              MOVE 0             TO BLK-FILE-DVZ
              SET WS-BROWSE-MORE TO TRUE
              START BLK-FILE KEY IS NOT LESS THAN BLK-FILE-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
              END-START
              IF WS-BROWSE-MORE
                 READ BLK-FILE NEXT RECORD
                    AT END SET WS-BROWSE-DONE TO TRUE
                 END-READ
              END-IF
              PERFORM H345-TEST-BLOCK
                 UNTIL WS-BROWSE-DONE OR WS-BLOCK-FOUND
                    OR BLK-FILE-ID NOT = WS-BLK-CHK-ID
           END-IF.
       H340-END. EXIT.
      *--------------------------------
       H345-TEST-BLOCK.
           IF BLK-FILE-START-DATE <= WS-TODAY
              AND (BLK-FILE-END-DATE = 0
                   OR BLK-FILE-END-DATE >= WS-TODAY)
              IF WS-BLK-CHK-ANY OR BLK-FILE-FULL
                 SET WS-BLOCK-FOUND TO TRUE
              END-IF
           END-IF.
           READ BLK-FILE NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
       H345-END. EXIT.
      *--------------------------------
       H350-LOAD-RETIRING.
           MOVE 0 TO WS-POS-COUNT
           MOVE 'N' TO WS-POS-OVF-FLAG
           MOVE WS-RETIRING-ID TO IDX-FILE-ID
           MOVE 0              TO IDX-FILE-DVZ
           PERFORM H360-START-BROWSE
           PERFORM H355-LOAD-ONE-POSITION
              UNTIL WS-BROWSE-DONE
                 OR IDX-FILE-ID NOT = WS-RETIRING-ID.
       H350-END. EXIT.
      *--------------------------------
       H355-LOAD-ONE-POSITION.
           IF WS-POS-COUNT < 10
              ADD 1 TO WS-POS-COUNT
              MOVE IDX-FILE-DVZ     TO WS-POS-DVZ(WS-POS-COUNT)
              MOVE IDX-FILE-BALANCE TO WS-POS-BALANCE(WS-POS-COUNT)
              MOVE IDX-FILE-LIMIT   TO WS-POS-LIMIT(WS-POS-COUNT)
           ELSE
              SET WS-POS-OVERFLOW TO TRUE
           END-IF.
           READ IDX-FILE NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
       H355-END. EXIT.
      *--------------------------------
      * POSITIONS ON THE FIRST KEY NOT LESS THAN IDX-FILE-KEY AND
      * READS IT.
      *--------------------------------
       H360-START-BROWSE.
           SET WS-BROWSE-MORE TO TRUE
           START IDX-FILE KEY IS NOT LESS THAN IDX-FILE-KEY
              INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           IF WS-BROWSE-MORE
              READ IDX-FILE NEXT RECORD
                 AT END SET WS-BROWSE-DONE TO TRUE
              END-READ
           END-IF.
       H360-END. EXIT.
      *--------------------------------
       H390-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE 'RED-KALAN:'         TO OUT-LINE(1:10)
           MOVE CRD-FILE-SURVIVOR-ID TO OUT-LINE(11:5)
           MOVE '-KAPANAN:'          TO OUT-LINE(16:9)
           MOVE CRD-FILE-RETIRING-ID TO OUT-LINE(25:5)
           MOVE '-'                  TO OUT-LINE(30:1)
           MOVE WS-REJECT-REASON     TO OUT-LINE(31:30)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H390-END. EXIT.
      *--------------------------------
      * THE REPORT SHOWS BOTH MEMBERS' POSITIONS BEFORE THE MERGE AND
      * THE SURVIVOR'S POSITIONS AFTER IT.
      *--------------------------------
       H400-MERGE-MEMBERS.
           MOVE 'G'            TO WS-MRG-REF-TYPE
           MOVE WS-RETIRING-ID TO WS-MRG-REF-OLD
           MOVE WS-SURVIVOR-ID TO WS-MRG-REF-NEW
           MOVE SPACES         TO WS-MRG-REF(12:1)
           MOVE SPACES TO OUT-LINE
           MOVE 'BIRLESME-KALAN:'    TO OUT-LINE(1:15)
           MOVE WS-SURVIVOR-ID       TO OUT-LINE(16:5)
           MOVE '-KAPANAN:'          TO OUT-LINE(21:9)
           MOVE WS-RETIRING-ID       TO OUT-LINE(30:5)
           MOVE '-REF:'              TO OUT-LINE(35:5)
           MOVE WS-MRG-REF           TO OUT-LINE(40:12)
           MOVE '-OP:'               TO OUT-LINE(52:4)
           MOVE CRD-FILE-OPERATOR    TO OUT-LINE(56:8)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE 'ONCE  ' TO WS-LIST-TAG
           MOVE WS-SURVIVOR-ID TO WS-LIST-ID
           PERFORM H410-LIST-POSITIONS
           MOVE WS-RETIRING-ID TO WS-LIST-ID
           PERFORM H410-LIST-POSITIONS
           SET WS-MERGE-OK TO TRUE
           PERFORM H430-MOVE-POSITION
              VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-COUNT
                 OR WS-MERGE-BROKEN
           MOVE 'SONRA ' TO WS-LIST-TAG
           MOVE WS-SURVIVOR-ID TO WS-LIST-ID
           PERFORM H410-LIST-POSITIONS
           IF WS-MERGE-OK
              ADD 1 TO WS-MERGED-COUNT
              ADD 1 TO WS-MRG-COUNT
              MOVE WS-SURVIVOR-ID TO WS-MRG-SURVIVOR(WS-MRG-COUNT)
              MOVE WS-RETIRING-ID TO WS-MRG-RETIRING(WS-MRG-COUNT)
              PERFORM H480-WRITE-RETIRE-CARD
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE SPACES TO OUT-LINE
              MOVE 'HATA-BIRLESME TAMAMLANMADI-IDXFILE KONTROL EDIN'
                   TO OUT-LINE(1:47)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H400-END. EXIT.
      *--------------------------------
       H410-LIST-POSITIONS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE WS-LIST-ID TO IDX-FILE-ID
           MOVE 0          TO IDX-FILE-DVZ
           PERFORM H360-START-BROWSE
           PERFORM H415-LIST-ONE-POSITION
              UNTIL WS-BROWSE-DONE
                 OR IDX-FILE-ID NOT = WS-LIST-ID.
           IF WS-LIST-COUNT = 0
              MOVE SPACES TO OUT-LINE
              MOVE WS-LIST-TAG          TO OUT-LINE(1:6)
              MOVE WS-LIST-ID           TO OUT-LINE(8:5)
              MOVE '-POZISYON YOK'      TO OUT-LINE(13:13)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H415-LIST-ONE-POSITION.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO OUT-LINE
           MOVE WS-LIST-TAG          TO OUT-LINE(1:6)
           MOVE IDX-FILE-ID          TO WS-EDIT-ID
           MOVE WS-EDIT-ID           TO OUT-LINE(8:5)
           MOVE '/'                  TO OUT-LINE(13:1)
           MOVE IDX-FILE-DVZ         TO WS-EDIT-DVZ
           MOVE WS-EDIT-DVZ          TO OUT-LINE(14:3)
           MOVE IDX-FILE-BALANCE     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(18:21)
           MOVE '-LMT:'              TO OUT-LINE(39:5)
           MOVE IDX-FILE-LIMIT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(44:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           READ IDX-FILE NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
       H415-END. EXIT.
      *--------------------------------
      * THE SURVIVOR IS CREDITED FIRST; ONLY WHEN THAT IS ON FILE IS
      * THE RETIRING POSITION DEBITED TO NIL AND DELETED, SO A FAILED
      * UPDATE NEVER LOSES A BALANCE.
      *--------------------------------
       H430-MOVE-POSITION.
           MOVE WS-POS-BALANCE(WS-POS-IDX) TO WS-MOVE-AMOUNT
           SET WS-SURV-POS-READY TO TRUE
           MOVE WS-SURVIVOR-ID         TO IDX-FILE-ID
           MOVE WS-POS-DVZ(WS-POS-IDX) TO IDX-FILE-DVZ
           READ IDX-FILE
              INVALID KEY PERFORM H440-OPEN-SURVIVOR-POSITION
           END-READ.
           IF WS-SURV-POS-READY
              PERFORM H450-CREDIT-SURVIVOR
           END-IF.
           IF WS-MERGE-OK
              PERFORM H460-CLOSE-RETIRING
           END-IF.
       H430-END. EXIT.
      *--------------------------------
      * THE NEW POSITION IS JOURNALED AS A CREATE WITH A NIL BALANCE;
      * THE MOVED BALANCE FOLLOWS AS THE 'M' LEG.
      *--------------------------------
       H440-OPEN-SURVIVOR-POSITION.
           MOVE WS-SURVIVOR-ID            TO IDX-FILE-ID
           MOVE WS-POS-DVZ(WS-POS-IDX)    TO IDX-FILE-DVZ
           MOVE WS-ACC-NAME(WS-SURV-IDX)  TO IDX-FILE-NAME
           MOVE WS-ACC-SURNAME(WS-SURV-IDX)
                TO IDX-FILE-SURNAME
           MOVE WS-TODAY-JUL              TO IDX-FILE-DATE
           MOVE 0                         TO IDX-FILE-BALANCE
           MOVE WS-POS-LIMIT(WS-POS-IDX)  TO IDX-FILE-LIMIT
           WRITE IDX-FILE-MEMBERS
              INVALID KEY
                 SET WS-SURV-POS-NONE TO TRUE
                 SET WS-MERGE-BROKEN TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-OPENED-COUNT
                 MOVE 'W' TO WS-HST-MODE
                 MOVE 0   TO WS-HST-AMOUNT
                 PERFORM H470-WRITE-HISTORY
           END-WRITE.
       H440-END. EXIT.
      *--------------------------------
       H450-CREDIT-SURVIVOR.
           MOVE 'M'            TO WS-HST-MODE
           MOVE WS-MOVE-AMOUNT TO WS-HST-AMOUNT
           PERFORM H470-WRITE-HISTORY
           ADD WS-MOVE-AMOUNT TO IDX-FILE-BALANCE
           REWRITE IDX-FILE-MEMBERS
              INVALID KEY SET WS-MERGE-BROKEN TO TRUE
           END-REWRITE.
       H450-END. EXIT.
      *--------------------------------
       H460-CLOSE-RETIRING.
           MOVE WS-RETIRING-ID         TO IDX-FILE-ID
           MOVE WS-POS-DVZ(WS-POS-IDX) TO IDX-FILE-DVZ
           READ IDX-FILE
              INVALID KEY SET WS-MERGE-BROKEN TO TRUE
           END-READ.
           IF WS-MERGE-OK
              MOVE 'M' TO WS-HST-MODE
              COMPUTE WS-HST-AMOUNT = 0 - WS-MOVE-AMOUNT
              PERFORM H470-WRITE-HISTORY
              MOVE 0   TO IDX-FILE-BALANCE
              MOVE 'D' TO WS-HST-MODE
              MOVE 0   TO WS-HST-AMOUNT
              PERFORM H470-WRITE-HISTORY
              DELETE IDX-FILE
                 INVALID KEY SET WS-MERGE-BROKEN TO TRUE
                 NOT INVALID KEY ADD 1 TO WS-MOVED-COUNT
              END-DELETE
           END-IF.
       H460-END. EXIT.
      *--------------------------------
      * THE HISTORY BALANCE IS THE BEFORE-IMAGE, AS RECAP51 WRITES IT.
      *--------------------------------
       H470-WRITE-HISTORY.
           MOVE IDX-FILE-ID      TO HST-FILE-ID
           MOVE IDX-FILE-DVZ     TO HST-FILE-DVZ
           MOVE IDX-FILE-NAME    TO HST-FILE-NAME
           MOVE IDX-FILE-SURNAME TO HST-FILE-SURNAME
           MOVE IDX-FILE-DATE    TO HST-FILE-DATE
           MOVE IDX-FILE-BALANCE TO HST-FILE-BALANCE
           MOVE WS-HST-MODE      TO HST-FILE-MODE
           MOVE FUNCTION CURRENT-DATE TO HST-FILE-TIMESTAMP
           MOVE WS-HST-AMOUNT    TO HST-FILE-AMOUNT
           MOVE IDX-FILE-LIMIT   TO HST-FILE-LIMIT
           MOVE WS-MRG-REF       TO HST-FILE-REF
           WRITE HST-FILE-MEMBERS.
       H470-END. EXIT.
      *--------------------------------
      * THE CARD CARRIES THE SURVIVOR'S TC NUMBER; RECAP66 CHECKS THE
      * SURVIVOR IS STILL ON ACCTREC BEFORE IT RETIRES THE RECORD.
      *--------------------------------
       H480-WRITE-RETIRE-CARD.
           MOVE 'R'                        TO ACT-FILE-MODE
           MOVE WS-ACC-ID(WS-RET-IDX)      TO ACT-FILE-ID
           MOVE WS-ACC-NAME(WS-RET-IDX)    TO ACT-FILE-NAME
           MOVE WS-ACC-SURNAME(WS-RET-IDX) TO ACT-FILE-SURNAME
           MOVE WS-ACC-TC-NO(WS-SURV-IDX)  TO ACT-FILE-TC-NO
           MOVE WS-ACC-BIRTHDAY(WS-RET-IDX)
                TO ACT-FILE-BIRTHDAY
           WRITE ACT-FILE-RECORD.
       H480-END. EXIT.
      *--------------------------------
      * RETIRING ID IN WS-MRG-OLD-ID, SURVIVOR BACK IN WS-MRG-NEW-ID.
      *--------------------------------
       H490-FIND-MERGED.
           SET WS-MRG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-COUNT
                      OR WS-MRG-IS-FOUND
              IF WS-MRG-RETIRING(WS-MRG-IDX) = WS-MRG-OLD-ID
                 MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO WS-MRG-NEW-ID
                 SET WS-MRG-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H490-END. EXIT.
      *--------------------------------
      * PENDING ITEMS ARE COPIED TO A WORK FILE WITH THE MEMBER ID
      * REPOINTED (AND THE COUNTERPARTY OF A TRANSFER), THEN COPIED
      * BACK, AS RECAP56 REWRITES THE FILE. A FILE THAT IS NOT THERE
      * HAS NOTHING TO REPOINT; ONE THAT FAILS TO OPEN IS REPORTED AND
      * FAILS THE RUN (RC 8), BUT THE OTHER FILES ARE STILL REPOINTED
      * AS THE MERGES ARE ALREADY ON IDXFILE AND ARE NOT RUN AGAIN.
      *--------------------------------
       H700-REPOINT-PENDING.
           OPEN INPUT PND-FILE.
           IF PENDING-FILE-SUCCESS
              OPEN OUTPUT PWK-FILE
              READ PND-FILE AT END SET PENDING-FILE-EOF TO TRUE
              END-READ
              PERFORM H710-REPOINT-ONE-PENDING UNTIL PENDING-FILE-EOF
              CLOSE PND-FILE
              CLOSE PWK-FILE
              IF WS-PND-REPOINT-COUNT > 0
                 OPEN OUTPUT PND-FILE
                 OPEN INPUT PWK-FILE
                 READ PWK-FILE AT END SET PWK-FILE-EOF TO TRUE
                 END-READ
                 PERFORM H720-COPY-ONE-PENDING UNTIL PWK-FILE-EOF
                 CLOSE PND-FILE
                 CLOSE PWK-FILE
              END-IF
           ELSE
              IF NOT PENDING-FILE-MISSING
                 DISPLAY 'PENDFILE NOT OPENED. ERROR CODE:'
                         PENDING-STATUS
                 SET WS-REPOINT-FAILED TO TRUE
              END-IF
           END-IF.
       H700-END. EXIT.
      *--------------------------------
       H710-REPOINT-ONE-PENDING.
           SET WS-RECORD-SAME TO TRUE
           MOVE PND-FILE-ID TO WS-ID-TEXT
           IF WS-ID-TEXT NUMERIC
              MOVE WS-ID-NUM TO WS-MRG-OLD-ID
              PERFORM H490-FIND-MERGED
              IF WS-MRG-IS-FOUND
                 MOVE WS-MRG-NEW-ID TO WS-ID-NUM
                 MOVE WS-ID-TEXT TO PND-FILE-ID
                 SET WS-RECORD-CHANGED TO TRUE
              END-IF
           END-IF.
           MOVE PND-FILE-RANGE-END TO WS-ID-TEXT
           IF PND-FILE-MODE = 'X' AND WS-ID-TEXT NUMERIC
              MOVE WS-ID-NUM TO WS-MRG-OLD-ID
              PERFORM H490-FIND-MERGED
              IF WS-MRG-IS-FOUND
                 MOVE WS-MRG-NEW-ID TO WS-ID-NUM
                 MOVE WS-ID-TEXT TO PND-FILE-RANGE-END
                 SET WS-RECORD-CHANGED TO TRUE
              END-IF
           END-IF.
           IF WS-RECORD-CHANGED
              ADD 1 TO WS-PND-REPOINT-COUNT
           END-IF.
           MOVE PND-FILE-MEMBERS TO PWK-FILE-RECORD
           WRITE PWK-FILE-RECORD.
           READ PND-FILE AT END SET PENDING-FILE-EOF TO TRUE
           END-READ.
       H710-END. EXIT.
      *--------------------------------
       H720-COPY-ONE-PENDING.
           MOVE PWK-FILE-RECORD TO PND-FILE-MEMBERS
           WRITE PND-FILE-MEMBERS.
           READ PWK-FILE AT END SET PWK-FILE-EOF TO TRUE
           END-READ.
       H720-END. EXIT.
      *--------------------------------
       H750-REPOINT-OVERDRAFTS.
           OPEN INPUT OVD-FILE.
           IF OVD-FILE-SUCCESS
              OPEN OUTPUT OWK-FILE
              READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
              END-READ
              PERFORM H760-REPOINT-ONE-OVERDRAFT UNTIL OVD-FILE-EOF
              CLOSE OVD-FILE
              CLOSE OWK-FILE
              IF WS-OVD-REPOINT-COUNT > 0
                 OPEN OUTPUT OVD-FILE
                 OPEN INPUT OWK-FILE
                 READ OWK-FILE AT END SET OWK-FILE-EOF TO TRUE
                 END-READ
                 PERFORM H770-COPY-ONE-OVERDRAFT UNTIL OWK-FILE-EOF
                 CLOSE OVD-FILE
                 CLOSE OWK-FILE
              END-IF
           ELSE
              IF NOT OVD-FILE-MISSING
                 DISPLAY 'OVDFILE NOT OPENED. ERROR CODE:' OVD-STATUS
                 SET WS-REPOINT-FAILED TO TRUE
              END-IF
           END-IF.
       H750-END. EXIT.
      *--------------------------------
       H760-REPOINT-ONE-OVERDRAFT.
           SET WS-RECORD-SAME TO TRUE
           IF OVD-FILE-ID > 0
              MOVE OVD-FILE-ID TO WS-MRG-OLD-ID
              PERFORM H490-FIND-MERGED
              IF WS-MRG-IS-FOUND
                 MOVE WS-MRG-NEW-ID TO OVD-FILE-ID
                 SET WS-RECORD-CHANGED TO TRUE
              END-IF
           END-IF.
           IF OVD-FILE-MODE = 'X' AND OVD-FILE-RANGE-END > 0
              MOVE OVD-FILE-RANGE-END TO WS-MRG-OLD-ID
              PERFORM H490-FIND-MERGED
              IF WS-MRG-IS-FOUND
                 MOVE WS-MRG-NEW-ID TO OVD-FILE-RANGE-END
                 SET WS-RECORD-CHANGED TO TRUE
              END-IF
           END-IF.
           IF WS-RECORD-CHANGED
              ADD 1 TO WS-OVD-REPOINT-COUNT
           END-IF.
           MOVE OVD-FILE-MEMBERS TO OWK-FILE-RECORD
           WRITE OWK-FILE-RECORD.
           READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
           END-READ.
       H760-END. EXIT.
      *--------------------------------
       H770-COPY-ONE-OVERDRAFT.
           MOVE OWK-FILE-RECORD TO OVD-FILE-MEMBERS
           WRITE OVD-FILE-MEMBERS.
           READ OWK-FILE AT END SET OWK-FILE-EOF TO TRUE
           END-READ.
       H770-END. EXIT.
      *--------------------------------
      * AN ACTIVE ORDER THAT WOULD NOW PAY THE SURVIVOR FROM ITSELF IS
      * CANCELLED INSTEAD OF REPOINTED AND LISTED ON THE REPORT.
      *--------------------------------
       H800-REPOINT-ORDERS.
           OPEN I-O SO-FILE.
           IF SO-FILE-SUCCESS
              MOVE 0 TO SO-FILE-NO
              START SO-FILE KEY IS NOT LESS THAN SO-FILE-NO
                 INVALID KEY SET SO-FILE-EOF TO TRUE
              END-START
              IF NOT SO-FILE-EOF
                 READ SO-FILE NEXT RECORD
                    AT END SET SO-FILE-EOF TO TRUE
                 END-READ
              END-IF
              PERFORM H810-REPOINT-ONE-ORDER UNTIL SO-FILE-EOF
              CLOSE SO-FILE
           ELSE
              IF NOT SO-FILE-MISSING
                 DISPLAY 'SOMAST NOT OPENED. ERROR CODE:' SO-STATUS
                 SET WS-REPOINT-FAILED TO TRUE
              END-IF
           END-IF.
       H800-END. EXIT.
      *--------------------------------
       H810-REPOINT-ONE-ORDER.
           SET WS-RECORD-SAME TO TRUE
           MOVE SO-FILE-DEBIT-ID TO WS-MRG-OLD-ID
           PERFORM H490-FIND-MERGED
           IF WS-MRG-IS-FOUND
              MOVE WS-MRG-NEW-ID TO SO-FILE-DEBIT-ID
              SET WS-RECORD-CHANGED TO TRUE
           END-IF.
           MOVE SO-FILE-CREDIT-ID TO WS-MRG-OLD-ID
           PERFORM H490-FIND-MERGED
           IF WS-MRG-IS-FOUND
              MOVE WS-MRG-NEW-ID TO SO-FILE-CREDIT-ID
              SET WS-RECORD-CHANGED TO TRUE
           END-IF.
           IF WS-RECORD-CHANGED
              ADD 1 TO WS-SO-REPOINT-COUNT
              IF SO-FILE-DEBIT-ID = SO-FILE-CREDIT-ID
                 AND SO-FILE-ACTIVE
                 SET SO-FILE-CANCELLED TO TRUE
                 ADD 1 TO WS-SO-CANCEL-COUNT
                 MOVE SPACES TO OUT-LINE
                 MOVE 'TALIMAT:'           TO OUT-LINE(1:8)
                 MOVE SO-FILE-NO           TO OUT-LINE(9:5)
                 MOVE '-IPTAL-AYNI UYE:'   TO OUT-LINE(14:16)
                 MOVE SO-FILE-DEBIT-ID     TO OUT-LINE(30:5)
                 MOVE OUT-LINE TO RPT-FILE-LINE
                 WRITE RPT-FILE-LINE
              END-IF
              REWRITE SO-FILE-RECORD
                 INVALID KEY ADD 1 TO WS-FAILED-COUNT
              END-REWRITE
           END-IF.
           READ SO-FILE NEXT RECORD
              AT END SET SO-FILE-EOF TO TRUE
           END-READ.
       H810-END. EXIT.
      *--------------------------------
      * ONLY ITEMS STILL WAITING ('P') ARE REPOINTED, AND WITH THEM THE
      * COUNTERPARTY OF A TRANSFER, SO RC83 POSTS AN APPROVED ITEM TO
      * THE SURVIVOR. DECIDED ITEMS KEEP THE ID THEY WERE DECIDED ON.
      *--------------------------------
       H850-REPOINT-QUEUE.
           OPEN I-O APQ-FILE.
           IF APQ-FILE-SUCCESS
              MOVE LOW-VALUES TO APQ-FILE-KEY
              START APQ-FILE KEY IS NOT LESS THAN APQ-FILE-KEY
                 INVALID KEY SET APQ-FILE-EOF TO TRUE
              END-START
              IF NOT APQ-FILE-EOF
                 READ APQ-FILE NEXT RECORD
                    AT END SET APQ-FILE-EOF TO TRUE
                 END-READ
              END-IF
              PERFORM H860-REPOINT-ONE-QUEUED UNTIL APQ-FILE-EOF
              CLOSE APQ-FILE
           ELSE
              IF NOT APQ-FILE-MISSING
                 DISPLAY 'APRQUE NOT OPENED. ERROR CODE:' APQ-STATUS
                 SET WS-REPOINT-FAILED TO TRUE
              END-IF
           END-IF.
       H850-END. EXIT.
      *--------------------------------
       H860-REPOINT-ONE-QUEUED.
           SET WS-RECORD-SAME TO TRUE
           IF APQ-FILE-PENDING
              MOVE APQ-FILE-ID TO WS-ID-TEXT
              IF WS-ID-TEXT NUMERIC
                 MOVE WS-ID-NUM TO WS-MRG-OLD-ID
                 PERFORM H490-FIND-MERGED
                 IF WS-MRG-IS-FOUND
                    MOVE WS-MRG-NEW-ID TO WS-ID-NUM
                    MOVE WS-ID-TEXT TO APQ-FILE-ID
                    SET WS-RECORD-CHANGED TO TRUE
                 END-IF
              END-IF
              MOVE APQ-FILE-RANGE-END TO WS-ID-TEXT
              IF APQ-FILE-MODE = 'X' AND WS-ID-TEXT NUMERIC
                 MOVE WS-ID-NUM TO WS-MRG-OLD-ID
                 PERFORM H490-FIND-MERGED
                 IF WS-MRG-IS-FOUND
                    MOVE WS-MRG-NEW-ID TO WS-ID-NUM
                    MOVE WS-ID-TEXT TO APQ-FILE-RANGE-END
                    SET WS-RECORD-CHANGED TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-RECORD-CHANGED
              ADD 1 TO WS-APQ-REPOINT-COUNT
              REWRITE APQ-FILE-RECORD
                 INVALID KEY ADD 1 TO WS-FAILED-COUNT
              END-REWRITE
           END-IF.
           READ APQ-FILE NEXT RECORD
              AT END SET APQ-FILE-EOF TO TRUE
           END-READ.
       H860-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'BEKLEYEN:'          TO OUT-LINE(1:9)
           MOVE WS-PND-REPOINT-COUNT TO OUT-LINE(10:7)
           MOVE '-OVD:'              TO OUT-LINE(17:5)
           MOVE WS-OVD-REPOINT-COUNT TO OUT-LINE(22:7)
           MOVE '-TALIMAT:'          TO OUT-LINE(29:9)
           MOVE WS-SO-REPOINT-COUNT  TO OUT-LINE(38:7)
           MOVE '-IPTAL:'            TO OUT-LINE(45:7)
           MOVE WS-SO-CANCEL-COUNT   TO OUT-LINE(52:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'ONAY KUYRUGU:'      TO OUT-LINE(1:13)
           MOVE WS-APQ-REPOINT-COUNT TO OUT-LINE(14:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-REPOINT-FAILED
              MOVE SPACES TO OUT-LINE
              MOVE 'HATA:DOSYA ACILAMADI-AKTARIM EKSIK'
                   TO OUT-LINE(1:34)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'POZISYON TASINAN:'  TO OUT-LINE(1:17)
           MOVE WS-MOVED-COUNT       TO OUT-LINE(18:7)
           MOVE '-ACILAN:'           TO OUT-LINE(25:8)
           MOVE WS-OPENED-COUNT      TO OUT-LINE(33:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-ACCT-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:HESAP TABLOSU DOLU'
                   TO OUT-LINE(1:24)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'OKUNAN:'            TO OUT-LINE(1:7)
           MOVE WS-READ-COUNT        TO OUT-LINE(8:7)
           MOVE '-BIRLESEN:'         TO OUT-LINE(15:10)
           MOVE WS-MERGED-COUNT      TO OUT-LINE(25:7)
           MOVE '-RED:'              TO OUT-LINE(32:5)
           MOVE WS-REJECTED-COUNT    TO OUT-LINE(37:7)
           MOVE '-HATA:'             TO OUT-LINE(44:6)
           MOVE WS-FAILED-COUNT      TO OUT-LINE(50:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-MERGED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-FAILED-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-REJECTED-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE CRD-FILE.
           CLOSE ACCT-FILE.
           CLOSE IDX-FILE.
           CLOSE HST-FILE.
           CLOSE BLK-FILE.
           CLOSE ACT-FILE.
           CLOSE RPT-FILE.
           EVALUATE TRUE
              WHEN WS-FAILED-COUNT > 0 OR WS-REPOINT-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECTED-COUNT > 0 OR WS-ACCT-OVERFLOW
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
