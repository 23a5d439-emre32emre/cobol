       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP81.
      ******************************************************************
      * CLEARING RECONCILIATION. MATCHES THE CLEARING HOUSE SETTLEMENT
      * FILE (CLRFILE) WITH THE POSTINGS OF THE BUSINESS DATE BY
      * REFERENCE, MEMBER, CURRENCY AND AMOUNT. THE POSTED SIDE IS
      * EVERY 'P'/'B' JOURNAL ENTRY OF THE DATE WHOSE REFERENCE CAME IN
      * THROUGH AN INPUT BATCH (IT IS ON REFFILE); FEES, BONUS AND
      * STANDING ORDER REFERENCES WE GENERATE OURSELVES ARE LEFT OUT.
      * EACH REFERENCE/MEMBER/DVZ IS CLASSED AS:
      *   ESLESTI - ON BOTH SIDES WITH THE SAME AMOUNT
      *   A       - ON BOTH SIDES, AMOUNTS DIFFER
      *   N       - ON CLEARING BUT NOT POSTED (NOTE BEKLEMEDE WHEN IT
      *             IS STILL ON PENDFILE, ONCEKI GUN WHEN REFFILE SAYS
      *             IT WAS POSTED ON AN EARLIER DATE, IPTAL WHEN THE
      *             POSTING WAS REVERSED)
      *   C       - POSTED BUT NOT ON CLEARING
      * OPEN BREAKS ARE CARRIED ON CLRBRK WITH THE DATE FIRST SEEN AND
      * ARE MATCHED AGAIN THE NEXT DAY, SO A LATE POSTING OR A LATE
      * CLEARING ITEM CLEARS ITS BREAK. OPERATIONS WRITE OFF A BREAK
      * WITH A CLRCLEAR CARD. CLRBRK STARTS WITH A HEADER NAMING THE
      * DATE IT WAS WRITTEN FOR; THE GENERATION IT REPLACED IS KEPT ON
      * CLRBRKP SO A RERUN FOR THE SAME DATE STARTS FROM THE SAME
      * BREAKS. BREAK TOTALS PER DVZ ARE SHOWN NEXT TO THE P/B NET OF
      * THE RECAP58 GLFILE AND ITS TRAILER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'CLRCARD'
                           STATUS CARD-STATUS.
           SELECT CLR-FILE ASSIGN TO 'CLRFILE'
                           STATUS CLR-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT REF-FILE ASSIGN TO 'REFFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS REF-FILE-REF
                           STATUS REF-STATUS.
           SELECT PND-FILE ASSIGN TO 'PENDFILE'
                           STATUS PENDING-STATUS.
           SELECT BRK-FILE ASSIGN TO 'CLRBRK'
                           STATUS BRK-STATUS.
           SELECT PRV-FILE ASSIGN TO 'CLRBRKP'
                           STATUS PRV-STATUS.
           SELECT CLS-FILE ASSIGN TO 'CLRCLEAR'
                           STATUS CLS-STATUS.
           SELECT MAP-FILE ASSIGN TO 'GLMAP'
                           STATUS MAP-STATUS.
           SELECT GLF-FILE ASSIGN TO 'GLFILE'
                           STATUS GLF-STATUS.
           SELECT RPT-FILE ASSIGN TO 'CLRRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(08).
       FD  CLR-FILE RECORDING MODE F.
         01 CLR-FILE-MEMBERS.
           05 CLR-FILE-TYPE          PIC X(01).
             88 CLR-FILE-DETAIL      VALUE 'D'.
             88 CLR-FILE-TRAILER     VALUE 'T'.
           05 CLR-FILE-REF           PIC X(12).
           05 CLR-FILE-ID            PIC 9(05).
           05 CLR-FILE-DVZ           PIC 9(03).
           05 CLR-FILE-AMOUNT        PIC S9(13)V99.
         01 CLR-FILE-TRAILER-REC.
           05 CLR-TRL-TYPE           PIC X(01).
           05 CLR-TRL-COUNT          PIC 9(07).
           05 CLR-TRL-NET            PIC S9(13)V99.
           05 FILLER                 PIC X(13).
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
       FD  REF-FILE.
         01 REF-FILE-RECORD.
           05 REF-FILE-REF            PIC X(12).
           05 REF-FILE-REV-FLAG       PIC X(1).
             88 REF-FILE-REVERSED     VALUE 'Y'.
           05 REF-FILE-REV-DATE       PIC 9(8).
           05 REF-FILE-REV-SOURCE     PIC X(8).
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
       FD  BRK-FILE RECORDING MODE F.
         01 BRK-FILE-MEMBERS.
           05 BRK-FILE-TYPE          PIC X(01).
             88 BRK-FILE-HEADER      VALUE 'H'.
             88 BRK-FILE-BREAK       VALUE 'B'.
           05 BRK-FILE-REF           PIC X(12).
           05 BRK-FILE-ID            PIC 9(05).
           05 BRK-FILE-DVZ           PIC 9(03).
           05 BRK-FILE-CLR-AMOUNT    PIC S9(13)V99.
           05 BRK-FILE-CLR-SET       PIC X(01).
           05 BRK-FILE-POST-AMOUNT   PIC S9(13)V99.
           05 BRK-FILE-POST-SET      PIC X(01).
           05 BRK-FILE-FIRST-DATE    PIC 9(08).
           05 BRK-FILE-CLASS         PIC X(01).
           05 BRK-FILE-NOTE          PIC X(10).
         01 BRK-FILE-HEADER-REC.
           05 BRK-HDR-TYPE           PIC X(01).
           05 BRK-HDR-RUN-DATE       PIC 9(08).
           05 FILLER                 PIC X(63).
       FD  PRV-FILE RECORDING MODE F.
         01 PRV-FILE-RECORD         PIC X(72).
       FD  CLS-FILE RECORDING MODE F.
         01 CLS-FILE-MEMBERS.
           05 CLS-FILE-REF           PIC X(12).
           05 CLS-FILE-ID            PIC 9(05).
           05 CLS-FILE-DVZ           PIC 9(03).
           05 CLS-FILE-CLEARED-BY    PIC X(08).
           05 CLS-FILE-NOTE          PIC X(30).
       FD  MAP-FILE RECORDING MODE F.
         01 MAP-FILE-RECORD.
           05 MAP-FILE-DVZ           PIC 9(03).
           05 MAP-FILE-ACCOUNT       PIC X(08).
       FD  GLF-FILE RECORDING MODE F.
         01 GLF-DETAIL-RECORD.
           05 GLF-REC-TYPE           PIC X(01).
           05 GLF-ACCOUNT            PIC X(08).
           05 GLF-DVZ                PIC 9(03).
           05 GLF-MODE               PIC X(01).
           05 GLF-DC                 PIC X(01).
           05 GLF-AMOUNT             PIC 9(13)V99.
           05 GLF-DATE               PIC 9(08).
         01 GLF-TRAILER-RECORD.
           05 GLF-TRL-TYPE           PIC X(01).
           05 GLF-TRL-DEBITS         PIC 9(13)V99.
           05 GLF-TRL-CREDITS        PIC 9(13)V99.
           05 FILLER                 PIC X(06).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 CLR-STATUS             PIC 9(2).
           88 CLR-FILE-SUCCESS     VALUE 00 97.
           88 CLR-FILE-EOF         VALUE 10.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
         05 REF-STATUS             PIC 9(2).
           88 REF-FILE-SUCCESS     VALUE 00 97.
         05 PENDING-STATUS         PIC 9(2).
           88 PENDING-FILE-SUCCESS VALUE 00 97.
           88 PENDING-FILE-EOF     VALUE 10.
         05 BRK-STATUS             PIC 9(2).
           88 BRK-FILE-SUCCESS     VALUE 00 97.
           88 BRK-FILE-EOF         VALUE 10.
           88 BRK-FILE-MISSING     VALUE 35.
         05 PRV-STATUS             PIC 9(2).
           88 PRV-FILE-SUCCESS     VALUE 00 97.
           88 PRV-FILE-EOF         VALUE 10.
         05 CLS-STATUS             PIC 9(2).
           88 CLS-FILE-SUCCESS     VALUE 00 97.
           88 CLS-FILE-EOF         VALUE 10.
         05 MAP-STATUS             PIC 9(2).
           88 MAP-FILE-SUCCESS     VALUE 00 97.
           88 MAP-FILE-EOF         VALUE 10.
         05 GLF-STATUS             PIC 9(2).
           88 GLF-FILE-SUCCESS     VALUE 00 97.
           88 GLF-FILE-EOF         VALUE 10.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-BUS-INT             PIC 9(8).
          05 WS-AGE-DAYS            PIC 9(4).
          05 WS-TS-DATE             PIC 9(8).
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 FILLER                 PIC 9(03) VALUE 978.
         05 FILLER                 PIC 9(03) VALUE 826.
         05 FILLER                 PIC 9(03) VALUE 392.
       01 WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-VALUES.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
      *----------------------------------------------------------------
      * ONE ENTRY PER REFERENCE/MEMBER/DVZ HOLDS BOTH SIDES: WHAT THE
      * CLEARING HOUSE SETTLED AND WHAT WE POSTED, TODAY'S ITEMS ADDED
      * ON TOP OF ANY BREAK CARRIED FROM EARLIER DAYS.
      *----------------------------------------------------------------
       01 WS-REC-CONTROL.
          05 WS-REC-COUNT           PIC 9(4) VALUE 0.
          05 WS-REC-IDX             PIC 9(4).
          05 WS-REC-SCAN            PIC 9(4).
          05 WS-REC-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-REC-OVERFLOW     VALUE 'Y'.
          05 WS-KEY-REF             PIC X(12).
          05 WS-KEY-ID              PIC 9(5).
          05 WS-KEY-DVZ             PIC 9(3).
       01 WS-REC-TABLE.
          05 WS-REC-ENTRY OCCURS 3000 TIMES.
             10 WS-REC-REF          PIC X(12).
             10 WS-REC-ID           PIC 9(5).
             10 WS-REC-DVZ          PIC 9(3).
             10 WS-REC-CLR-AMOUNT   PIC S9(13)V99 COMP-3.
             10 WS-REC-CLR-SET      PIC X(1).
             10 WS-REC-POST-AMOUNT  PIC S9(13)V99 COMP-3.
             10 WS-REC-POST-SET     PIC X(1).
             10 WS-REC-FIRST-DATE   PIC 9(8).
             10 WS-REC-CARRIED      PIC X(1).
             10 WS-REC-STATE        PIC X(1).
                88 WS-REC-OPEN      VALUE 'O'.
                88 WS-REC-WRITTEN-OFF VALUE 'X'.
             10 WS-REC-CLASS        PIC X(1).
                88 WS-REC-MATCHED   VALUE 'M'.
                88 WS-REC-MISMATCH  VALUE 'A'.
                88 WS-REC-NOT-POSTED VALUE 'N'.
                88 WS-REC-NOT-CLEARED VALUE 'C'.
             10 WS-REC-NOTE         PIC X(10).
       01 WS-PND-CONTROL.
          05 WS-PND-COUNT           PIC 9(4) VALUE 0.
          05 WS-PND-IDX             PIC 9(4).
          05 WS-PND-FLAG            PIC X(1).
             88 WS-PND-IS-FOUND     VALUE 'Y'.
             88 WS-PND-NOT-FOUND    VALUE 'N'.
       01 WS-PND-TABLE.
          05 WS-PND-REF OCCURS 2000 TIMES PIC X(12).
       01 WS-DVZ-TOTALS.
          05 WS-DVZ-ENTRY OCCURS 5 TIMES.
             10 WS-DVZ-CLEARING     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-ELIGIBLE     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-POSTED       PIC S9(13)V99 COMP-3.
             10 WS-DVZ-GL-NET       PIC S9(13)V99 COMP-3.
             10 WS-DVZ-MISMATCH     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-NOT-POSTED   PIC S9(13)V99 COMP-3.
             10 WS-DVZ-NOT-CLEARED  PIC S9(13)V99 COMP-3.
       01 WS-WORK.
          05 WS-CUR-IDX             PIC 9(2).
          05 WS-DVZ-SLOT            PIC 9(2).
          05 WS-WORK-AMOUNT         PIC S9(13)V99.
          05 WS-SETTLE-ACCOUNT      PIC X(8) VALUE SPACES.
          05 WS-GL-TRL-DEBITS       PIC 9(13)V99 VALUE 0.
          05 WS-GL-TRL-CREDITS      PIC 9(13)V99 VALUE 0.
          05 WS-GL-FLAG             PIC X(1) VALUE 'N'.
             88 WS-GL-LOADED        VALUE 'Y'.
          05 WS-CLR-TRL-FLAG        PIC X(1) VALUE 'N'.
             88 WS-CLR-TRL-SEEN     VALUE 'Y'.
          05 WS-CLR-TRL-COUNT       PIC 9(7) VALUE 0.
          05 WS-CLR-TRL-NET         PIC S9(13)V99 VALUE 0.
          05 WS-CLR-NET             PIC S9(13)V99 VALUE 0.
          05 WS-CARRY-SOURCE        PIC X(1) VALUE 'N'.
             88 WS-CARRY-FROM-BRK   VALUE 'B'.
             88 WS-CARRY-FROM-PRV   VALUE 'P'.
             88 WS-CARRY-NONE       VALUE 'N'.
          05 WS-REF-TYPE            PIC X(1).
             88 WS-REF-OWN          VALUE 'O'.
             88 WS-REF-EXTERNAL     VALUE 'E'.
       01 WS-COUNTERS.
          05 WS-CLR-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-HST-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-ELIGIBLE-COUNT      PIC 9(7) VALUE 0.
          05 WS-CARRIED-COUNT       PIC 9(7) VALUE 0.
          05 WS-WRITTEN-OFF-COUNT   PIC 9(7) VALUE 0.
          05 WS-UNKNOWN-CLOSE-COUNT PIC 9(7) VALUE 0.
          05 WS-MATCHED-COUNT       PIC 9(7) VALUE 0.
          05 WS-CLEARED-COUNT       PIC 9(7) VALUE 0.
          05 WS-MISMATCH-COUNT      PIC 9(7) VALUE 0.
          05 WS-NOT-POSTED-COUNT    PIC 9(7) VALUE 0.
          05 WS-NOT-CLEARED-COUNT   PIC 9(7) VALUE 0.
          05 WS-BREAK-COUNT         PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP81'.
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
           PERFORM H200-LOAD-CARRIED-BREAKS.
           PERFORM H250-APPLY-WRITE-OFFS.
           PERFORM H300-LOAD-PENDING.
           PERFORM H400-LOAD-CLEARING UNTIL CLR-FILE-EOF.
           PERFORM H450-LOAD-POSTINGS UNTIL HST-FILE-EOF.
           PERFORM H500-LOAD-GL.
           PERFORM H600-CLASSIFY-ENTRY
              VARYING WS-REC-IDX FROM 1 BY 1
              UNTIL WS-REC-IDX > WS-REC-COUNT.
           PERFORM H700-WRITE-CARRY-FILE.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT CLR-FILE.
           IF (CLR-STATUS NOT = 97) AND (CLR-STATUS NOT = 0)
              DISPLAY 'CLRFILE NOT OPENED. ERROR CODE:' CLR-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT HST-FILE.
           IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
              DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT REF-FILE.
           IF (REF-STATUS NOT = 97) AND (REF-STATUS NOT = 0)
              DISPLAY 'REFFILE NOT OPENED. ERROR CODE:' REF-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-SET-BUS-DATE.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              MOVE 0 TO WS-DVZ-CLEARING(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-ELIGIBLE(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-POSTED(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-GL-NET(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-MISMATCH(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-NOT-POSTED(WS-CUR-IDX)
              MOVE 0 TO WS-DVZ-NOT-CLEARED(WS-CUR-IDX)
           END-PERFORM.
           READ CLR-FILE AT END SET CLR-FILE-EOF TO TRUE
           END-READ.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD NAMES THE SETTLEMENT DATE TO RECONCILE; WITHOUT A
      * CARD THE RUN RECONCILES TODAY.
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
       H110-END. EXIT.
      *--------------------------------
      * A CLRBRK WRITTEN FOR AN EARLIER DATE IS THE INPUT AND IS SAVED
      * TO CLRBRKP AS IT IS READ. ONE ALREADY WRITTEN FOR THIS DATE
      * MEANS A RERUN, AND THE SAVED CLRBRKP IS THE INPUT INSTEAD.
      * ONE WRITTEN FOR A LATER DATE IS NEVER OVERWRITTEN.
      *--------------------------------
       H200-LOAD-CARRIED-BREAKS.
           OPEN INPUT BRK-FILE.
           IF BRK-FILE-SUCCESS
              READ BRK-FILE AT END SET BRK-FILE-EOF TO TRUE
              END-READ
              IF NOT BRK-FILE-EOF AND BRK-FILE-HEADER
                 IF BRK-HDR-RUN-DATE > WS-BUS-DATE
                    DISPLAY 'CLRBRK DAHA SONRAKI TARIHLI:'
                            BRK-HDR-RUN-DATE
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-EXIT
                 END-IF
                 IF BRK-HDR-RUN-DATE = WS-BUS-DATE
                    SET WS-CARRY-FROM-PRV TO TRUE
                 ELSE
                    SET WS-CARRY-FROM-BRK TO TRUE
                 END-IF
              ELSE
                 SET WS-CARRY-FROM-BRK TO TRUE
              END-IF
           END-IF.
           IF WS-CARRY-FROM-BRK
              OPEN OUTPUT PRV-FILE
              PERFORM H210-SAVE-ONE-BREAK UNTIL BRK-FILE-EOF
              CLOSE PRV-FILE
           END-IF.
           CLOSE BRK-FILE.
           IF WS-CARRY-FROM-PRV
              OPEN INPUT PRV-FILE
              IF PRV-FILE-SUCCESS
                 READ PRV-FILE AT END SET PRV-FILE-EOF TO TRUE
                 END-READ
                 PERFORM H220-LOAD-ONE-SAVED UNTIL PRV-FILE-EOF
                 CLOSE PRV-FILE
              END-IF
           END-IF.
       H200-END. EXIT.
      *--------------------------------
       H210-SAVE-ONE-BREAK.
           MOVE BRK-FILE-MEMBERS TO PRV-FILE-RECORD
           WRITE PRV-FILE-RECORD.
           IF BRK-FILE-BREAK
              PERFORM H230-CARRY-ONE-BREAK
           END-IF.
           READ BRK-FILE AT END SET BRK-FILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *--------------------------------
       H220-LOAD-ONE-SAVED.
           MOVE PRV-FILE-RECORD TO BRK-FILE-MEMBERS
           IF BRK-FILE-BREAK
              PERFORM H230-CARRY-ONE-BREAK
           END-IF.
           READ PRV-FILE AT END SET PRV-FILE-EOF TO TRUE
           END-READ.
       H220-END. EXIT.
      *--------------------------------
       H230-CARRY-ONE-BREAK.
           MOVE BRK-FILE-REF TO WS-KEY-REF
           MOVE BRK-FILE-ID  TO WS-KEY-ID
           MOVE BRK-FILE-DVZ TO WS-KEY-DVZ
           PERFORM H800-FIND-OR-ADD
           IF WS-REC-IDX > 0
              ADD 1 TO WS-CARRIED-COUNT
              MOVE 'Y' TO WS-REC-CARRIED(WS-REC-IDX)
              MOVE BRK-FILE-FIRST-DATE TO WS-REC-FIRST-DATE(WS-REC-IDX)
              IF BRK-FILE-CLR-SET = 'Y'
                 ADD BRK-FILE-CLR-AMOUNT
                     TO WS-REC-CLR-AMOUNT(WS-REC-IDX)
                 MOVE 'Y' TO WS-REC-CLR-SET(WS-REC-IDX)
              END-IF
              IF BRK-FILE-POST-SET = 'Y'
                 ADD BRK-FILE-POST-AMOUNT
                     TO WS-REC-POST-AMOUNT(WS-REC-IDX)
                 MOVE 'Y' TO WS-REC-POST-SET(WS-REC-IDX)
              END-IF
           END-IF.
       H230-END. EXIT.
      *--------------------------------
      * A WRITE-OFF CARD CLOSES A CARRIED BREAK FOR GOOD; TODAY'S ITEMS
      * WITH THE SAME KEY OPEN A NEW ONE.
      *--------------------------------
       H250-APPLY-WRITE-OFFS.
           OPEN INPUT CLS-FILE.
           IF CLS-FILE-SUCCESS
              READ CLS-FILE AT END SET CLS-FILE-EOF TO TRUE
              END-READ
              PERFORM H260-APPLY-ONE-WRITE-OFF UNTIL CLS-FILE-EOF
              CLOSE CLS-FILE
           END-IF.
       H250-END. EXIT.
      *--------------------------------
       H260-APPLY-ONE-WRITE-OFF.
           MOVE CLS-FILE-REF TO WS-KEY-REF
           MOVE CLS-FILE-ID  TO WS-KEY-ID
           MOVE CLS-FILE-DVZ TO WS-KEY-DVZ
           PERFORM H810-FIND-ENTRY
           MOVE SPACES TO OUT-LINE
           MOVE CLS-FILE-REF         TO OUT-LINE(1:12)
           MOVE CLS-FILE-ID          TO OUT-LINE(14:5)
           MOVE '/'                  TO OUT-LINE(19:1)
           MOVE CLS-FILE-DVZ         TO OUT-LINE(20:3)
           IF WS-REC-IDX > 0
              SET WS-REC-WRITTEN-OFF(WS-REC-IDX) TO TRUE
              ADD 1 TO WS-WRITTEN-OFF-COUNT
              MOVE '-ELLE KAPATILDI:'   TO OUT-LINE(24:16)
              MOVE CLS-FILE-CLEARED-BY  TO OUT-LINE(40:8)
           ELSE
              ADD 1 TO WS-UNKNOWN-CLOSE-COUNT
              MOVE '-KAPATMA KARTI ESLESMEDI' TO OUT-LINE(24:24)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           READ CLS-FILE AT END SET CLS-FILE-EOF TO TRUE
           END-READ.
       H260-END. EXIT.
      *--------------------------------
       H300-LOAD-PENDING.
           OPEN INPUT PND-FILE.
           IF PENDING-FILE-SUCCESS
              READ PND-FILE AT END SET PENDING-FILE-EOF TO TRUE
              END-READ
              PERFORM H310-LOAD-ONE-PENDING UNTIL PENDING-FILE-EOF
              CLOSE PND-FILE
           END-IF.
       H300-END. EXIT.
      *--------------------------------
       H310-LOAD-ONE-PENDING.
           IF PND-FILE-REF NOT = SPACES AND WS-PND-COUNT < 2000
              ADD 1 TO WS-PND-COUNT
              MOVE PND-FILE-REF TO WS-PND-REF(WS-PND-COUNT)
           END-IF.
           READ PND-FILE AT END SET PENDING-FILE-EOF TO TRUE
           END-READ.
       H310-END. EXIT.
      *--------------------------------
       H400-LOAD-CLEARING.
           IF CLR-FILE-TRAILER
              SET WS-CLR-TRL-SEEN TO TRUE
              MOVE CLR-TRL-COUNT TO WS-CLR-TRL-COUNT
              MOVE CLR-TRL-NET   TO WS-CLR-TRL-NET
           ELSE
              ADD 1 TO WS-CLR-READ-COUNT
              ADD CLR-FILE-AMOUNT TO WS-CLR-NET
              MOVE CLR-FILE-REF TO WS-KEY-REF
              MOVE CLR-FILE-ID  TO WS-KEY-ID
              MOVE CLR-FILE-DVZ TO WS-KEY-DVZ
              PERFORM H800-FIND-OR-ADD
              IF WS-REC-IDX > 0
                 ADD CLR-FILE-AMOUNT TO WS-REC-CLR-AMOUNT(WS-REC-IDX)
                 MOVE 'Y' TO WS-REC-CLR-SET(WS-REC-IDX)
              END-IF
              PERFORM H820-FIND-DVZ-SLOT
              IF WS-DVZ-SLOT > 0
                 ADD CLR-FILE-AMOUNT TO WS-DVZ-CLEARING(WS-DVZ-SLOT)
              END-IF
           END-IF.
           READ CLR-FILE AT END SET CLR-FILE-EOF TO TRUE
           END-READ.
       H400-END. EXIT.
      *--------------------------------
      * THE P/B NET OF THE DATE IS TAKEN THE WAY RECAP58 TAKES IT (A
      * RECAP77 FEE IS ITS OWN GL MODE), SO IT CAN BE SET AGAINST THE
      * GLFILE. ONLY REFERENCES THAT CAME IN ON AN INPUT BATCH AND ARE
      * NOT OUR OWN BONUS OR STANDING ORDER REFERENCES ARE RECONCILED.
      *--------------------------------
       H450-LOAD-POSTINGS.
           ADD 1 TO WS-HST-READ-COUNT
           MOVE HST-FILE-TIMESTAMP(1:8) TO WS-TS-DATE
           IF WS-TS-DATE = WS-BUS-DATE
              AND (HST-FILE-MODE = 'P' OR 'B')
              PERFORM H460-CHECK-OWN-REFERENCE
              MOVE HST-FILE-DVZ TO WS-KEY-DVZ
              PERFORM H820-FIND-DVZ-SLOT
              IF WS-DVZ-SLOT > 0 AND NOT
                 (HST-FILE-MODE = 'P' AND HST-FILE-REF(1:1) = 'F'
                  AND (HST-FILE-REF(2:1) = 'A' OR 'X')
                  AND HST-FILE-REF(3:10) NUMERIC)
                 ADD HST-FILE-AMOUNT TO WS-DVZ-POSTED(WS-DVZ-SLOT)
              END-IF
              IF WS-REF-EXTERNAL
                 MOVE HST-FILE-REF TO REF-FILE-REF
                 READ REF-FILE
                    INVALID KEY SET WS-REF-OWN TO TRUE
                 END-READ
              END-IF
              IF WS-REF-EXTERNAL
                 ADD 1 TO WS-ELIGIBLE-COUNT
                 MOVE HST-FILE-REF TO WS-KEY-REF
                 MOVE HST-FILE-ID  TO WS-KEY-ID
                 PERFORM H800-FIND-OR-ADD
                 IF WS-REC-IDX > 0
                    ADD HST-FILE-AMOUNT
                        TO WS-REC-POST-AMOUNT(WS-REC-IDX)
                    MOVE 'Y' TO WS-REC-POST-SET(WS-REC-IDX)
                 END-IF
                 IF WS-DVZ-SLOT > 0
                    ADD HST-FILE-AMOUNT TO WS-DVZ-ELIGIBLE(WS-DVZ-SLOT)
                 END-IF
              END-IF
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H450-END. EXIT.
      *--------------------------------
       H460-CHECK-OWN-REFERENCE.
           SET WS-REF-EXTERNAL TO TRUE
           EVALUATE TRUE
              WHEN HST-FILE-REF = SPACES
                 SET WS-REF-OWN TO TRUE
              WHEN (HST-FILE-REF(1:1) = 'M' OR 'S')
               AND HST-FILE-REF(2:11) NUMERIC
                 SET WS-REF-OWN TO TRUE
              WHEN HST-FILE-REF(1:1) = 'F'
               AND (HST-FILE-REF(2:1) = 'A' OR 'X')
               AND HST-FILE-REF(3:10) NUMERIC
                 SET WS-REF-OWN TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H460-END. EXIT.
      *--------------------------------
      * MEMBER-SIDE GL LINES FOR MODES P AND B, CREDIT PLUS AND DEBIT
      * MINUS, AND THE TRAILER TOTALS. THE SETTLEMENT OFFSET LINES ARE
      * KNOWN FROM THE DVZ 000 ENTRY OF GLMAP.
      *--------------------------------
       H500-LOAD-GL.
           OPEN INPUT MAP-FILE.
           IF MAP-FILE-SUCCESS
              READ MAP-FILE AT END SET MAP-FILE-EOF TO TRUE
              END-READ
              PERFORM H510-LOAD-ONE-MAP UNTIL MAP-FILE-EOF
              CLOSE MAP-FILE
           END-IF.
           OPEN INPUT GLF-FILE.
           IF GLF-FILE-SUCCESS AND WS-SETTLE-ACCOUNT NOT = SPACES
              SET WS-GL-LOADED TO TRUE
              READ GLF-FILE AT END SET GLF-FILE-EOF TO TRUE
              END-READ
              PERFORM H520-LOAD-ONE-GL UNTIL GLF-FILE-EOF
           END-IF.
           CLOSE GLF-FILE.
       H500-END. EXIT.
      *--------------------------------
       H510-LOAD-ONE-MAP.
           IF MAP-FILE-DVZ = 0
              MOVE MAP-FILE-ACCOUNT TO WS-SETTLE-ACCOUNT
           END-IF.
           READ MAP-FILE AT END SET MAP-FILE-EOF TO TRUE
           END-READ.
       H510-END. EXIT.
      *--------------------------------
       H520-LOAD-ONE-GL.
           IF GLF-REC-TYPE = 'T'
              MOVE GLF-TRL-DEBITS  TO WS-GL-TRL-DEBITS
              MOVE GLF-TRL-CREDITS TO WS-GL-TRL-CREDITS
           ELSE
              IF GLF-ACCOUNT NOT = WS-SETTLE-ACCOUNT
                 AND (GLF-MODE = 'P' OR 'B')
                 MOVE GLF-DVZ TO WS-KEY-DVZ
                 PERFORM H820-FIND-DVZ-SLOT
                 IF WS-DVZ-SLOT > 0
                    IF GLF-DC = 'C'
                       ADD GLF-AMOUNT TO WS-DVZ-GL-NET(WS-DVZ-SLOT)
                    ELSE
                       SUBTRACT GLF-AMOUNT
                           FROM WS-DVZ-GL-NET(WS-DVZ-SLOT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ GLF-FILE AT END SET GLF-FILE-EOF TO TRUE
           END-READ.
       H520-END. EXIT.
      *--------------------------------
       H600-CLASSIFY-ENTRY.
           IF WS-REC-OPEN(WS-REC-IDX)
              MOVE SPACES TO WS-REC-NOTE(WS-REC-IDX)
              EVALUATE TRUE
                 WHEN WS-REC-CLR-SET(WS-REC-IDX) = 'Y'
                  AND WS-REC-POST-SET(WS-REC-IDX) = 'Y'
                  AND WS-REC-CLR-AMOUNT(WS-REC-IDX) =
                      WS-REC-POST-AMOUNT(WS-REC-IDX)
                    SET WS-REC-MATCHED(WS-REC-IDX) TO TRUE
                    ADD 1 TO WS-MATCHED-COUNT
                    IF WS-REC-CARRIED(WS-REC-IDX) = 'Y'
                       ADD 1 TO WS-CLEARED-COUNT
                       MOVE 'KAPANDI' TO WS-REC-NOTE(WS-REC-IDX)
                       PERFORM H610-WRITE-BREAK-LINE
                    END-IF
                 WHEN WS-REC-CLR-SET(WS-REC-IDX) = 'Y'
                  AND WS-REC-POST-SET(WS-REC-IDX) = 'Y'
                    SET WS-REC-MISMATCH(WS-REC-IDX) TO TRUE
                    ADD 1 TO WS-MISMATCH-COUNT
                    PERFORM H620-OPEN-BREAK
                 WHEN WS-REC-CLR-SET(WS-REC-IDX) = 'Y'
                    SET WS-REC-NOT-POSTED(WS-REC-IDX) TO TRUE
                    ADD 1 TO WS-NOT-POSTED-COUNT
                    PERFORM H630-NOTE-NOT-POSTED
                    PERFORM H620-OPEN-BREAK
                 WHEN OTHER
                    SET WS-REC-NOT-CLEARED(WS-REC-IDX) TO TRUE
                    ADD 1 TO WS-NOT-CLEARED-COUNT
                    PERFORM H620-OPEN-BREAK
              END-EVALUATE
           END-IF.
       H600-END. EXIT.
      *--------------------------------
       H610-WRITE-BREAK-LINE.
           MOVE SPACES TO OUT-LINE
           IF WS-REC-MATCHED(WS-REC-IDX)
              MOVE '='                      TO OUT-LINE(1:1)
           ELSE
              MOVE WS-REC-CLASS(WS-REC-IDX) TO OUT-LINE(1:1)
           END-IF
           MOVE WS-REC-REF(WS-REC-IDX)   TO OUT-LINE(3:12)
           MOVE WS-REC-ID(WS-REC-IDX)    TO OUT-LINE(16:5)
           MOVE '/'                      TO OUT-LINE(21:1)
           MOVE WS-REC-DVZ(WS-REC-IDX)   TO OUT-LINE(22:3)
           IF WS-REC-CLR-SET(WS-REC-IDX) = 'Y'
              MOVE WS-REC-CLR-AMOUNT(WS-REC-IDX) TO WS-EDIT-AMOUNT
           ELSE
              MOVE WS-REC-POST-AMOUNT(WS-REC-IDX) TO WS-EDIT-AMOUNT
           END-IF
           MOVE WS-EDIT-AMOUNT           TO OUT-LINE(26:21)
           MOVE 0 TO WS-AGE-DAYS
           IF WS-REC-FIRST-DATE(WS-REC-IDX) NUMERIC
              AND WS-REC-FIRST-DATE(WS-REC-IDX) > 0
              AND WS-REC-FIRST-DATE(WS-REC-IDX) < WS-BUS-DATE
              COMPUTE WS-AGE-DAYS = WS-BUS-INT -
                      FUNCTION INTEGER-OF-DATE
                      (WS-REC-FIRST-DATE(WS-REC-IDX))
           END-IF
           MOVE '-GUN:'                  TO OUT-LINE(48:5)
           MOVE WS-AGE-DAYS              TO OUT-LINE(53:4)
           MOVE WS-REC-NOTE(WS-REC-IDX)  TO OUT-LINE(58:10)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-REC-MISMATCH(WS-REC-IDX)
              MOVE SPACES TO OUT-LINE
              MOVE '  HESAPTA:'             TO OUT-LINE(1:10)
              MOVE WS-REC-POST-AMOUNT(WS-REC-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT           TO OUT-LINE(26:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
       H610-END. EXIT.
      *--------------------------------
       H620-OPEN-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-REC-FIRST-DATE(WS-REC-IDX) = 0
              MOVE WS-BUS-DATE TO WS-REC-FIRST-DATE(WS-REC-IDX)
           END-IF.
           MOVE WS-REC-DVZ(WS-REC-IDX) TO WS-KEY-DVZ
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0
              EVALUATE TRUE
                 WHEN WS-REC-MISMATCH(WS-REC-IDX)
                    COMPUTE WS-WORK-AMOUNT =
                            WS-REC-CLR-AMOUNT(WS-REC-IDX) -
                            WS-REC-POST-AMOUNT(WS-REC-IDX)
                    ADD WS-WORK-AMOUNT TO WS-DVZ-MISMATCH(WS-DVZ-SLOT)
                 WHEN WS-REC-NOT-POSTED(WS-REC-IDX)
                    ADD WS-REC-CLR-AMOUNT(WS-REC-IDX)
                        TO WS-DVZ-NOT-POSTED(WS-DVZ-SLOT)
                 WHEN OTHER
                    ADD WS-REC-POST-AMOUNT(WS-REC-IDX)
                        TO WS-DVZ-NOT-CLEARED(WS-DVZ-SLOT)
              END-EVALUATE
           END-IF.
           PERFORM H610-WRITE-BREAK-LINE.
       H620-END. EXIT.
      *--------------------------------
       H630-NOTE-NOT-POSTED.
           SET WS-PND-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-IS-FOUND
              IF WS-PND-REF(WS-PND-IDX) = WS-REC-REF(WS-REC-IDX)
                 SET WS-PND-IS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-PND-IS-FOUND
              MOVE 'BEKLEMEDE' TO WS-REC-NOTE(WS-REC-IDX)
           ELSE
              MOVE WS-REC-REF(WS-REC-IDX) TO REF-FILE-REF
              READ REF-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF REF-FILE-REVERSED
                       MOVE 'IPTAL' TO WS-REC-NOTE(WS-REC-IDX)
                    ELSE
                       MOVE 'ONCEKI GUN' TO WS-REC-NOTE(WS-REC-IDX)
                    END-IF
              END-READ
           END-IF.
       H630-END. EXIT.
      *--------------------------------
      * THE NEW CARRY FILE: A HEADER FOR THE BUSINESS DATE AND EVERY
      * BREAK STILL OPEN, WITH THE DATE IT WAS FIRST SEEN.
      *--------------------------------
       H700-WRITE-CARRY-FILE.
           OPEN OUTPUT BRK-FILE.
           MOVE SPACES TO BRK-FILE-HEADER-REC
           MOVE 'H' TO BRK-HDR-TYPE
           MOVE WS-BUS-DATE TO BRK-HDR-RUN-DATE
           WRITE BRK-FILE-HEADER-REC.
           PERFORM H710-WRITE-ONE-CARRY
              VARYING WS-REC-IDX FROM 1 BY 1
              UNTIL WS-REC-IDX > WS-REC-COUNT.
           CLOSE BRK-FILE.
       H700-END. EXIT.
      *--------------------------------
       H710-WRITE-ONE-CARRY.
           IF WS-REC-OPEN(WS-REC-IDX)
              AND NOT WS-REC-MATCHED(WS-REC-IDX)
              MOVE 'B'                          TO BRK-FILE-TYPE
              MOVE WS-REC-REF(WS-REC-IDX)       TO BRK-FILE-REF
              MOVE WS-REC-ID(WS-REC-IDX)        TO BRK-FILE-ID
              MOVE WS-REC-DVZ(WS-REC-IDX)       TO BRK-FILE-DVZ
              MOVE WS-REC-CLR-AMOUNT(WS-REC-IDX)
                   TO BRK-FILE-CLR-AMOUNT
              MOVE WS-REC-CLR-SET(WS-REC-IDX)   TO BRK-FILE-CLR-SET
              MOVE WS-REC-POST-AMOUNT(WS-REC-IDX)
                   TO BRK-FILE-POST-AMOUNT
              MOVE WS-REC-POST-SET(WS-REC-IDX)  TO BRK-FILE-POST-SET
              MOVE WS-REC-FIRST-DATE(WS-REC-IDX)
                   TO BRK-FILE-FIRST-DATE
              MOVE WS-REC-CLASS(WS-REC-IDX)     TO BRK-FILE-CLASS
              MOVE WS-REC-NOTE(WS-REC-IDX)      TO BRK-FILE-NOTE
              WRITE BRK-FILE-MEMBERS
           END-IF.
       H710-END. EXIT.
      *--------------------------------
      * KEY IN WS-KEY-REF/ID/DVZ; WS-REC-IDX 0 WHEN THE TABLE IS FULL.
      *--------------------------------
       H800-FIND-OR-ADD.
           PERFORM H810-FIND-ENTRY
           IF WS-REC-IDX = 0
              IF WS-REC-COUNT < 3000
                 ADD 1 TO WS-REC-COUNT
                 MOVE WS-REC-COUNT TO WS-REC-IDX
                 MOVE WS-KEY-REF   TO WS-REC-REF(WS-REC-IDX)
                 MOVE WS-KEY-ID    TO WS-REC-ID(WS-REC-IDX)
                 MOVE WS-KEY-DVZ   TO WS-REC-DVZ(WS-REC-IDX)
                 MOVE 0   TO WS-REC-CLR-AMOUNT(WS-REC-IDX)
                 MOVE 'N' TO WS-REC-CLR-SET(WS-REC-IDX)
                 MOVE 0   TO WS-REC-POST-AMOUNT(WS-REC-IDX)
                 MOVE 'N' TO WS-REC-POST-SET(WS-REC-IDX)
                 MOVE 0   TO WS-REC-FIRST-DATE(WS-REC-IDX)
                 MOVE 'N' TO WS-REC-CARRIED(WS-REC-IDX)
                 MOVE 'O' TO WS-REC-STATE(WS-REC-IDX)
                 MOVE SPACES TO WS-REC-CLASS(WS-REC-IDX)
                 MOVE SPACES TO WS-REC-NOTE(WS-REC-IDX)
              ELSE
                 SET WS-REC-OVERFLOW TO TRUE
              END-IF
           END-IF.
       H800-END. EXIT.
      *--------------------------------
       H810-FIND-ENTRY.
           MOVE 0 TO WS-REC-IDX
           PERFORM VARYING WS-REC-SCAN FROM 1 BY 1
                   UNTIL WS-REC-SCAN > WS-REC-COUNT
                      OR WS-REC-IDX > 0
              IF WS-REC-REF(WS-REC-SCAN) = WS-KEY-REF
                 AND WS-REC-ID(WS-REC-SCAN) = WS-KEY-ID
                 AND WS-REC-DVZ(WS-REC-SCAN) = WS-KEY-DVZ
                 AND WS-REC-OPEN(WS-REC-SCAN)
                 MOVE WS-REC-SCAN TO WS-REC-IDX
              END-IF
           END-PERFORM.
       H810-END. EXIT.
      *--------------------------------
      * DVZ IN WS-KEY-DVZ, SLOT IN WS-DVZ-SLOT (0 = NOT IN TABLE).
      *--------------------------------
       H820-FIND-DVZ-SLOT.
           MOVE 0 TO WS-DVZ-SLOT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-CURRENCY-CODE(WS-CUR-IDX) = WS-KEY-DVZ
                 MOVE WS-CUR-IDX TO WS-DVZ-SLOT
              END-IF
           END-PERFORM.
       H820-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           PERFORM H910-WRITE-ONE-CURRENCY
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 5.
           MOVE SPACES TO OUT-LINE
           IF WS-GL-LOADED
              MOVE 'GL TRAILER BORC:'   TO OUT-LINE(1:16)
              MOVE WS-GL-TRL-DEBITS     TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT       TO OUT-LINE(17:21)
              MOVE '-ALACAK:'           TO OUT-LINE(38:8)
              MOVE WS-GL-TRL-CREDITS    TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT       TO OUT-LINE(46:21)
           ELSE
              MOVE 'GLFILE/GLMAP YOK-GL KARSILASTIRMASI YAPILMADI'
                   TO OUT-LINE(1:45)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'TAKAS KAYIT:'       TO OUT-LINE(1:12)
           MOVE WS-CLR-READ-COUNT    TO OUT-LINE(13:7)
           IF NOT WS-CLR-TRL-SEEN
              MOVE '-KONTROL KAYDI YOK' TO OUT-LINE(20:18)
           ELSE
              IF WS-CLR-TRL-COUNT = WS-CLR-READ-COUNT
                 AND WS-CLR-TRL-NET = WS-CLR-NET
                 MOVE '-KONTROL:TAMAM'  TO OUT-LINE(20:14)
              ELSE
                 MOVE '-KONTROL TOPLAMI TUTMADI'
                      TO OUT-LINE(20:24)
              END-IF
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-REC-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:MUTABAKAT TABLOSU DOLU-SONUC EKSIK'
                   TO OUT-LINE(1:40)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'DEVREDEN:'          TO OUT-LINE(1:9)
           MOVE WS-CARRIED-COUNT     TO OUT-LINE(10:7)
           MOVE '-KAPANAN:'          TO OUT-LINE(17:9)
           MOVE WS-CLEARED-COUNT     TO OUT-LINE(26:7)
           MOVE '-ELLE:'             TO OUT-LINE(33:6)
           MOVE WS-WRITTEN-OFF-COUNT TO OUT-LINE(39:7)
           MOVE '-UYGUN KAYIT:'      TO OUT-LINE(46:13)
           MOVE WS-ELIGIBLE-COUNT    TO OUT-LINE(59:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'IS TARIHI:'         TO OUT-LINE(1:10)
           MOVE WS-BUS-DATE          TO OUT-LINE(11:8)
           MOVE '-ESLESEN:'          TO OUT-LINE(19:9)
           MOVE WS-MATCHED-COUNT     TO OUT-LINE(28:7)
           MOVE '-A:'                TO OUT-LINE(35:3)
           MOVE WS-MISMATCH-COUNT    TO OUT-LINE(38:7)
           MOVE '-N:'                TO OUT-LINE(45:3)
           MOVE WS-NOT-POSTED-COUNT  TO OUT-LINE(48:7)
           MOVE '-C:'                TO OUT-LINE(55:3)
           MOVE WS-NOT-CLEARED-COUNT TO OUT-LINE(58:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
      * GL NET AND THE P/B NET FROM THE JOURNAL SHOULD AGREE; THE
      * RECONCILED PART OF THE LATTER IS SHOWN WITH THE BREAKS.
      *--------------------------------
       H910-WRITE-ONE-CURRENCY.
           MOVE SPACES TO OUT-LINE
           MOVE 'DVZ:'                       TO OUT-LINE(1:4)
           MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO OUT-LINE(5:3)
           MOVE '-TAKAS DOSYASI     :'       TO OUT-LINE(8:20)
           MOVE WS-DVZ-CLEARING(WS-CUR-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -MUTABAKATA GIREN:'  TO OUT-LINE(1:27)
           MOVE WS-DVZ-ELIGIBLE(WS-CUR-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -HAREKET P/B NET :'  TO OUT-LINE(1:27)
           MOVE WS-DVZ-POSTED(WS-CUR-IDX)    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-GL-LOADED
              MOVE SPACES TO OUT-LINE
              MOVE '       -GLFILE P/B NET  :'  TO OUT-LINE(1:27)
              MOVE WS-DVZ-GL-NET(WS-CUR-IDX)    TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
              IF WS-DVZ-GL-NET(WS-CUR-IDX) NOT =
                 WS-DVZ-POSTED(WS-CUR-IDX)
                 MOVE '-FARKLI'                 TO OUT-LINE(51:7)
              END-IF
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE '       -A TUTAR FARKI   :'  TO OUT-LINE(1:27)
           MOVE WS-DVZ-MISMATCH(WS-CUR-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -N HESAPTA YOK   :'  TO OUT-LINE(1:27)
           MOVE WS-DVZ-NOT-POSTED(WS-CUR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -C TAKASTA YOK   :'  TO OUT-LINE(1:27)
           MOVE WS-DVZ-NOT-CLEARED(WS-CUR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT               TO OUT-LINE(29:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-CLR-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-MATCHED-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-BREAK-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-UNKNOWN-CLOSE-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
      * RETURN CODE 4 WHEN BREAKS ARE OPEN, 8 WHEN THE CLEARING FILE
      * DOES NOT AGREE WITH ITS OWN CONTROL RECORD OR THE TABLE FILLED.
      *--------------------------------
       H999-EXIT.
           CLOSE CLR-FILE.
           CLOSE HST-FILE.
           CLOSE REF-FILE.
           CLOSE RPT-FILE.
           IF RETURN-CODE = 0
              IF WS-BREAK-COUNT > 0 OR WS-UNKNOWN-CLOSE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-REC-OVERFLOW
                 OR (WS-CLR-TRL-SEEN
                     AND (WS-CLR-TRL-COUNT NOT = WS-CLR-READ-COUNT
                          OR WS-CLR-TRL-NET NOT = WS-CLR-NET))
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
