       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP82.
      ******************************************************************
      * YEAR-END BALANCE CONFIRMATION AND INTEREST TAX CERTIFICATE.
      * THE YEAR COMES FROM YECARD (DEFAULT LAST YEAR). FOR EVERY
      * POSITION THAT EXISTED IN THE YEAR THE OPENING AND CLOSING
      * BALANCE ARE TAKEN FROM THE JOURNAL (HISTARCH THEN IDXHIST):
      * EACH ENTRY CARRIES THE BALANCE BEFORE ITS CHANGE, SO THE FIRST
      * ENTRY OF THE YEAR GIVES THE OPENING BALANCE AND THE FIRST ENTRY
      * AFTER IT THE CLOSING BALANCE; A POSITION WITHOUT LATER ENTRIES
      * CLOSED WITH ITS CURRENT IDXFILE BALANCE. A CREATE ('W') STARTS
      * FROM NIL. INTEREST IS THE TOTAL OF THE RECAP57 ACCRUALS (REF
      * 'T'+MEMBER+SLOT+YYDDD) OF THE YEAR; WITHHOLDING TAX IS THE
      * TAXPARM RATE OF THE DVZ ON THE INTEREST CREDITED. NAME AND TC
      * NO COME FROM ACCTREC. OUTPUT IS ONE CERTIFICATE PER MEMBER
      * (YECERT), THE TAX OFFICE FILE (YETAX: HEADER, ONE RECORD PER
      * MEMBER AND DVZ WITH INTEREST, TRAILER) AND THE CONTROL REPORT
      * (YERPT). PER DVZ THE OPENING TOTAL PLUS THE YEAR'S MOVEMENTS,
      * TAKEN AS RECAP67 TAKES THEM, MUST GIVE THE CLOSING TOTAL, AND
      * THE CLOSING TOTAL PLUS LATER MOVEMENTS THE IDXFILE TOTAL RECAP67
      * PROVES. A POSFILE SNAPSHOT OF 31 DECEMBER IS ALSO COMPARED.
      * HISTARCH MUST HOLD ALL ARCHIVE GENERATIONS OF THE YEAR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'YECARD'
                           STATUS CARD-STATUS.
           SELECT TAX-FILE ASSIGN TO 'TAXPARM'
                           STATUS TAX-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'ACCTREC'
                           STATUS ACCT-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS IDX-FILE-KEY
                           ALTERNATE RECORD KEY IS IDX-FILE-SURNAME
                                     WITH DUPLICATES
                           STATUS VSAM-STATUS.
           SELECT ARC-FILE ASSIGN TO 'HISTARCH'
                           STATUS ARC-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT POS-FILE ASSIGN TO 'POSFILE'
                           STATUS POS-STATUS.
           SELECT CRT-FILE ASSIGN TO 'YECERT'
                           STATUS CRT-STATUS.
           SELECT TXF-FILE ASSIGN TO 'YETAX'
                           STATUS TXF-STATUS.
           SELECT RPT-FILE ASSIGN TO 'YERPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-YEAR          PIC 9(04).
       FD  TAX-FILE RECORDING MODE F.
         01 TAX-FILE-RECORD.
           05 TAX-FILE-DVZ           PIC 9(03).
           05 TAX-FILE-RATE          PIC 9V9(4).
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
       FD  ARC-FILE RECORDING MODE F.
         01 ARC-FILE-MEMBERS        PIC X(124).
       FD  HST-FILE RECORDING MODE F.
         01 HST-FILE-MEMBERS        PIC X(124).
       FD  POS-FILE RECORDING MODE F.
         01 POS-FILE-RECORD.
           05 POS-FILE-DATE          PIC 9(08).
           05 POS-FILE-DVZ           PIC 9(03).
           05 POS-FILE-BALANCE       PIC S9(13)V99.
           05 POS-FILE-LIMIT         PIC S9(13)V99.
           05 POS-FILE-COUNT         PIC 9(07).
       FD  CRT-FILE RECORDING MODE F.
         01 CRT-FILE-LINE           PIC X(70).
       FD  TXF-FILE RECORDING MODE F.
         01 TXF-FILE-DETAIL.
           05 TXF-FILE-TYPE          PIC X(01).
           05 TXF-FILE-YEAR          PIC 9(04).
           05 TXF-FILE-TC-NO         PIC 9(11).
           05 TXF-FILE-ID            PIC 9(05).
           05 TXF-FILE-NAME          PIC X(15).
           05 TXF-FILE-SURNAME       PIC X(15).
           05 TXF-FILE-DVZ           PIC 9(03).
           05 TXF-FILE-INTEREST      PIC 9(13)V99.
           05 TXF-FILE-RATE          PIC 9V9(4).
           05 TXF-FILE-TAX           PIC 9(13)V99.
           05 TXF-FILE-CLOSING       PIC S9(13)V99.
         01 TXF-FILE-HEADER.
           05 TXF-HDR-TYPE           PIC X(01).
           05 TXF-HDR-YEAR           PIC 9(04).
           05 TXF-HDR-RUN-DATE       PIC 9(08).
           05 FILLER                 PIC X(91).
         01 TXF-FILE-TRAILER.
           05 TXF-TRL-TYPE           PIC X(01).
           05 TXF-TRL-YEAR           PIC 9(04).
           05 TXF-TRL-COUNT          PIC 9(07).
           05 TXF-TRL-INTEREST       PIC 9(13)V99.
           05 TXF-TRL-TAX            PIC 9(13)V99.
           05 FILLER                 PIC X(62).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 TAX-STATUS             PIC 9(2).
           88 TAX-FILE-SUCCESS     VALUE 00 97.
           88 TAX-FILE-EOF         VALUE 10.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
         05 VSAM-STATUS            PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 ARC-STATUS             PIC 9(2).
           88 ARC-FILE-SUCCESS     VALUE 00 97.
           88 ARC-FILE-EOF         VALUE 10.
           88 ARC-FILE-MISSING     VALUE 35.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
         05 POS-STATUS             PIC 9(2).
           88 POS-FILE-SUCCESS     VALUE 00 97.
           88 POS-FILE-EOF         VALUE 10.
         05 CRT-STATUS             PIC 9(2).
           88 CRT-FILE-SUCCESS     VALUE 00 97.
         05 TXF-STATUS             PIC 9(2).
           88 TXF-FILE-SUCCESS     VALUE 00 97.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
          05 WS-YEAR                PIC 9(4).
          05 WS-YEAR-START          PIC 9(8).
          05 WS-YEAR-END            PIC 9(8).
          05 WS-MOV-DAY             PIC 9(8).
          05 WS-SOURCE-EOF          PIC X(1).
             88 WS-SOURCE-DONE      VALUE 'Y'.
          05 WS-IDX-SCAN-DONE       PIC X(1).
             88 IDX-SCAN-DONE       VALUE 'Y'.
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
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 FILLER                 PIC 9(03) VALUE 978.
         05 FILLER                 PIC 9(03) VALUE 826.
         05 FILLER                 PIC 9(03) VALUE 392.
       01 WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-VALUES.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
       01 WS-CUR-IDX                PIC 9(2).
       01 WS-DVZ-SLOT               PIC 9(2).
       01 WS-DVZ-TOTALS.
          05 WS-DVZ-ENTRY OCCURS 5 TIMES.
             10 WS-DVZ-RATE         PIC 9V9(4).
             10 WS-DVZ-RATE-SET     PIC X(1).
             10 WS-DVZ-OPENING      PIC S9(13)V99 COMP-3.
             10 WS-DVZ-YEAR-NET     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-CLOSING      PIC S9(13)V99 COMP-3.
             10 WS-DVZ-LATER-NET    PIC S9(13)V99 COMP-3.
             10 WS-DVZ-CURRENT      PIC S9(13)V99 COMP-3.
             10 WS-DVZ-INTEREST     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-TAX          PIC S9(13)V99 COMP-3.
             10 WS-DVZ-SNAPSHOT     PIC S9(13)V99 COMP-3.
             10 WS-DVZ-SNAP-SET     PIC X(1).
      *----------------------------------------------------------------
      * ONE ENTRY PER POSITION, KEPT IN MEMBER/DVZ ORDER SO THE
      * CERTIFICATES COME OUT ONE MEMBER AT A TIME.
      *----------------------------------------------------------------
       01 WS-POSITION-CONTROL.
          05 WS-POS-COUNT           PIC 9(4) VALUE 0.
          05 WS-POS-IDX             PIC 9(4).
          05 WS-POS-SCAN            PIC 9(4).
          05 WS-POS-OVF-FLAG        PIC X(1) VALUE 'N'.
             88 WS-POS-OVERFLOW     VALUE 'Y'.
          05 WS-FIND-KEY.
             10 WS-FIND-ID          PIC 9(5).
             10 WS-FIND-DVZ         PIC 9(3).
       01 WS-POSITION-TABLE.
          05 WS-POS-ENTRY OCCURS 5000 TIMES.
             10 WS-POS-KEY.
                15 WS-POS-ID        PIC 9(5).
                15 WS-POS-DVZ       PIC 9(3).
             10 WS-POS-NAME         PIC X(15).
             10 WS-POS-SURNAME      PIC X(15).
             10 WS-POS-CUR-BAL      PIC S9(13)V99 COMP-3.
             10 WS-POS-CUR-SET      PIC X(1).
             10 WS-POS-OPEN-BAL     PIC S9(13)V99 COMP-3.
             10 WS-POS-OPEN-SET     PIC X(1).
             10 WS-POS-CLOSE-BAL    PIC S9(13)V99 COMP-3.
             10 WS-POS-CLOSE-SET    PIC X(1).
             10 WS-POS-LATE-OPEN    PIC X(1).
             10 WS-POS-INTEREST     PIC S9(13)V99 COMP-3.
             10 WS-POS-CREDITED     PIC S9(13)V99 COMP-3.
       01 WS-ACCOUNT-CONTROL.
          05 WS-ACCT-COUNT          PIC 9(4) VALUE 0.
          05 WS-ACCT-IDX            PIC 9(4).
          05 WS-ACCT-SCAN           PIC 9(4).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACC-ENTRY OCCURS 9999 TIMES.
             10 WS-ACC-ID           PIC 9(4).
             10 WS-ACC-NAME         PIC X(15).
             10 WS-ACC-SURNAME      PIC X(15).
             10 WS-ACC-TC-NO        PIC 9(11).
       01 WS-MEMBER-WORK.
          05 WS-CUR-MEMBER          PIC 9(5).
          05 WS-MEMBER-OPEN         PIC X(1) VALUE 'N'.
             88 WS-MEMBER-STARTED   VALUE 'Y'.
          05 WS-MEMBER-NAME         PIC X(15).
          05 WS-MEMBER-SURNAME      PIC X(15).
          05 WS-MEMBER-TC-NO        PIC 9(11).
          05 WS-TAX-AMOUNT          PIC S9(13)V99 COMP-3.
          05 WS-DIFFERENCE          PIC S9(13)V99 COMP-3.
          05 WS-TIE-FLAG            PIC X(1) VALUE 'Y'.
             88 WS-TIES-OK          VALUE 'Y'.
             88 WS-TIE-BROKEN       VALUE 'N'.
          05 WS-SNAP-DATE           PIC 9(8) VALUE 0.
          05 WS-TAX-TOTAL-INTEREST  PIC 9(13)V99 VALUE 0.
          05 WS-TAX-TOTAL-TAX       PIC 9(13)V99 VALUE 0.
       01 WS-COUNTERS.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-MEMBER-COUNT        PIC 9(7) VALUE 0.
          05 WS-PRINTED-POS-COUNT   PIC 9(7) VALUE 0.
          05 WS-TAX-REC-COUNT       PIC 9(7) VALUE 0.
          05 WS-NO-ACCT-COUNT       PIC 9(7) VALUE 0.
          05 WS-NO-RATE-COUNT       PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE              PIC 9.9999.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP82'.
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
           PERFORM H150-LOAD-TAX-RATES.
           PERFORM H160-LOAD-ACCOUNTS.
           PERFORM H200-LOAD-POSITIONS.
           PERFORM H300-SCAN-ARCHIVE.
           PERFORM H350-SCAN-HISTORY.
           PERFORM H450-SET-BALANCES
              VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-COUNT.
           PERFORM H500-WRITE-CERTIFICATES.
           PERFORM H600-LOAD-SNAPSHOT.
           PERFORM H900-WRITE-CONTROL-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT ACCT-FILE.
           IF (ACCT-STATUS NOT = 97) AND (ACCT-STATUS NOT = 0)
              DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT CRT-FILE.
           OPEN OUTPUT TXF-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              MOVE 0   TO WS-DVZ-RATE(WS-CUR-IDX)
              MOVE 'N' TO WS-DVZ-RATE-SET(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-OPENING(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-YEAR-NET(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-CLOSING(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-LATER-NET(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-CURRENT(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-INTEREST(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-TAX(WS-CUR-IDX)
              MOVE 0   TO WS-DVZ-SNAPSHOT(WS-CUR-IDX)
              MOVE 'N' TO WS-DVZ-SNAP-SET(WS-CUR-IDX)
           END-PERFORM.
           PERFORM H110-SET-YEAR.
           MOVE SPACES TO TXF-FILE-HEADER
           MOVE 'H'         TO TXF-HDR-TYPE
           MOVE WS-YEAR     TO TXF-HDR-YEAR
           MOVE WS-TODAY    TO TXF-HDR-RUN-DATE
           WRITE TXF-FILE-HEADER.
       H100-END. EXIT.
      *--------------------------------
      * WITHOUT A CARD THE RUN CERTIFIES THE YEAR JUST ENDED.
      *--------------------------------
       H110-SET-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-TODAY
           COMPUTE WS-YEAR = WS-TODAY / 10000 - 1
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRD-FILE-YEAR NUMERIC
                       AND CRD-FILE-YEAR > 0
                       MOVE CRD-FILE-YEAR TO WS-YEAR
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END   = WS-YEAR * 10000 + 1231.
       H110-END. EXIT.
      *--------------------------------
       H150-LOAD-TAX-RATES.
           OPEN INPUT TAX-FILE.
           IF TAX-FILE-SUCCESS
              READ TAX-FILE AT END SET TAX-FILE-EOF TO TRUE
              END-READ
              PERFORM H155-LOAD-ONE-RATE UNTIL TAX-FILE-EOF
              CLOSE TAX-FILE
           END-IF.
       H150-END. EXIT.
      *--------------------------------
       H155-LOAD-ONE-RATE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-CURRENCY-CODE(WS-CUR-IDX) = TAX-FILE-DVZ
                 MOVE TAX-FILE-RATE TO WS-DVZ-RATE(WS-CUR-IDX)
                 MOVE 'Y' TO WS-DVZ-RATE-SET(WS-CUR-IDX)
              END-IF
           END-PERFORM.
           READ TAX-FILE AT END SET TAX-FILE-EOF TO TRUE
           END-READ.
       H155-END. EXIT.
      *--------------------------------
       H160-LOAD-ACCOUNTS.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
           PERFORM H165-LOAD-ONE-ACCOUNT UNTIL ACCT-FILE-EOF.
           CLOSE ACCT-FILE.
       H160-END. EXIT.
      *--------------------------------
       H165-LOAD-ONE-ACCOUNT.
           IF WS-ACCT-COUNT < 9999
              ADD 1 TO WS-ACCT-COUNT
              MOVE ACCT-FILE-ID      TO WS-ACC-ID(WS-ACCT-COUNT)
              MOVE ACCT-FILE-NAME    TO WS-ACC-NAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-SURNAME TO WS-ACC-SURNAME(WS-ACCT-COUNT)
              MOVE ACCT-FILE-TC-NO   TO WS-ACC-TC-NO(WS-ACCT-COUNT)
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H165-END. EXIT.
      *--------------------------------
      * TODAY'S POSITIONS GIVE THE CURRENT BALANCE; THE JOURNAL ROLLS
      * IT BACK TO THE YEAR END.
      *--------------------------------
       H200-LOAD-POSITIONS.
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
           PERFORM H210-LOAD-ONE-POSITION UNTIL IDX-SCAN-DONE.
           CLOSE IDX-FILE.
       H200-END. EXIT.
      *--------------------------------
       H210-LOAD-ONE-POSITION.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-SCAN-DONE TO TRUE
           END-READ.
           IF NOT IDX-SCAN-DONE
              MOVE IDX-FILE-ID  TO WS-FIND-ID
              MOVE IDX-FILE-DVZ TO WS-FIND-DVZ
              PERFORM H800-FIND-OR-INSERT
              IF WS-POS-IDX > 0
                 MOVE IDX-FILE-NAME    TO WS-POS-NAME(WS-POS-IDX)
                 MOVE IDX-FILE-SURNAME TO WS-POS-SURNAME(WS-POS-IDX)
                 MOVE IDX-FILE-BALANCE TO WS-POS-CUR-BAL(WS-POS-IDX)
                 MOVE 'Y' TO WS-POS-CUR-SET(WS-POS-IDX)
                 MOVE IDX-FILE-DVZ TO WS-FIND-DVZ
                 PERFORM H820-FIND-DVZ-SLOT
                 IF WS-DVZ-SLOT > 0
                    ADD IDX-FILE-BALANCE
                        TO WS-DVZ-CURRENT(WS-DVZ-SLOT)
                 END-IF
              END-IF
           END-IF.
       H210-END. EXIT.
      *--------------------------------
      * HISTARCH HOLDS THE PART OF THE YEAR RECAP54 HAS ARCHIVED; IT IS
      * READ BEFORE THE JOURNAL SO THE ENTRIES COME IN TIME ORDER.
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
      * ENTRIES BEFORE THE YEAR ARE NOT NEEDED. THE FIRST ENTRY OF A
      * POSITION IN THE YEAR FIXES ITS OPENING BALANCE AND THE FIRST
      * ONE AFTER THE YEAR ITS CLOSING BALANCE. THE PER-DVZ NET IS
      * TAKEN THE WAY RECAP67 TAKES IT.
      *--------------------------------
       H400-TAKE-MOVEMENT.
           ADD 1 TO WS-READ-COUNT
           MOVE WS-MOV-TIMESTAMP(1:8) TO WS-MOV-DAY
           IF WS-MOV-DAY >= WS-YEAR-START
              MOVE WS-MOV-ID  TO WS-FIND-ID
              MOVE WS-MOV-DVZ TO WS-FIND-DVZ
              PERFORM H800-FIND-OR-INSERT
              IF WS-POS-IDX > 0
                 IF WS-POS-NAME(WS-POS-IDX) = SPACES
                    MOVE WS-MOV-NAME    TO WS-POS-NAME(WS-POS-IDX)
                    MOVE WS-MOV-SURNAME TO WS-POS-SURNAME(WS-POS-IDX)
                 END-IF
                 IF WS-MOV-DAY <= WS-YEAR-END
                    PERFORM H410-TAKE-YEAR-ENTRY
                 ELSE
                    PERFORM H420-TAKE-LATER-ENTRY
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.
      *--------------------------------
       H410-TAKE-YEAR-ENTRY.
           IF WS-POS-OPEN-SET(WS-POS-IDX) = 'N'
              IF WS-MOV-MODE = 'W'
                 MOVE 0 TO WS-POS-OPEN-BAL(WS-POS-IDX)
              ELSE
                 MOVE WS-MOV-BALANCE TO WS-POS-OPEN-BAL(WS-POS-IDX)
              END-IF
              MOVE 'Y' TO WS-POS-OPEN-SET(WS-POS-IDX)
           END-IF.
           IF WS-MOV-MODE = 'P' AND WS-MOV-REF(1:1) = 'T'
              AND WS-MOV-REF(2:11) NUMERIC
              ADD WS-MOV-AMOUNT TO WS-POS-INTEREST(WS-POS-IDX)
              IF WS-MOV-AMOUNT > 0
                 ADD WS-MOV-AMOUNT TO WS-POS-CREDITED(WS-POS-IDX)
              END-IF
           END-IF.
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0
              EVALUATE WS-MOV-MODE
                 WHEN 'P'
                 WHEN 'B'
                 WHEN 'X'
                 WHEN 'I'
                 WHEN 'E'
                 WHEN 'G'
                    ADD WS-MOV-AMOUNT TO WS-DVZ-YEAR-NET(WS-DVZ-SLOT)
                 WHEN 'W'
                    ADD WS-MOV-BALANCE TO WS-DVZ-YEAR-NET(WS-DVZ-SLOT)
                 WHEN 'D'
                    SUBTRACT WS-MOV-BALANCE
                        FROM WS-DVZ-YEAR-NET(WS-DVZ-SLOT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H420-TAKE-LATER-ENTRY.
           IF WS-POS-CLOSE-SET(WS-POS-IDX) = 'N'
              IF WS-MOV-MODE = 'W'
                 MOVE 0 TO WS-POS-CLOSE-BAL(WS-POS-IDX)
                 IF WS-POS-OPEN-SET(WS-POS-IDX) = 'N'
                    MOVE 'Y' TO WS-POS-LATE-OPEN(WS-POS-IDX)
                 END-IF
              ELSE
                 MOVE WS-MOV-BALANCE TO WS-POS-CLOSE-BAL(WS-POS-IDX)
              END-IF
              MOVE 'Y' TO WS-POS-CLOSE-SET(WS-POS-IDX)
           END-IF.
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0
              EVALUATE WS-MOV-MODE
                 WHEN 'P'
                 WHEN 'B'
                 WHEN 'X'
                 WHEN 'I'
                 WHEN 'E'
                 WHEN 'G'
                    ADD WS-MOV-AMOUNT TO WS-DVZ-LATER-NET(WS-DVZ-SLOT)
                 WHEN 'W'
                    ADD WS-MOV-BALANCE
                        TO WS-DVZ-LATER-NET(WS-DVZ-SLOT)
                 WHEN 'D'
                    SUBTRACT WS-MOV-BALANCE
                        FROM WS-DVZ-LATER-NET(WS-DVZ-SLOT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H420-END. EXIT.
      *--------------------------------
      * NO ENTRY AFTER THE YEAR: THE POSITION CLOSED WITH TODAY'S
      * BALANCE, OR AT NIL IF IT HAS SINCE BEEN DELETED. NO ENTRY IN
      * THE YEAR: IT OPENED WITH WHAT IT CLOSED WITH.
      *--------------------------------
       H450-SET-BALANCES.
           IF WS-POS-CLOSE-SET(WS-POS-IDX) = 'N'
              IF WS-POS-CUR-SET(WS-POS-IDX) = 'Y'
                 MOVE WS-POS-CUR-BAL(WS-POS-IDX)
                      TO WS-POS-CLOSE-BAL(WS-POS-IDX)
              ELSE
                 MOVE 0 TO WS-POS-CLOSE-BAL(WS-POS-IDX)
              END-IF
           END-IF.
           IF WS-POS-OPEN-SET(WS-POS-IDX) = 'N'
              MOVE WS-POS-CLOSE-BAL(WS-POS-IDX)
                   TO WS-POS-OPEN-BAL(WS-POS-IDX)
           END-IF.
           MOVE WS-POS-DVZ(WS-POS-IDX) TO WS-FIND-DVZ
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0 AND WS-POS-LATE-OPEN(WS-POS-IDX) = 'N'
              ADD WS-POS-OPEN-BAL(WS-POS-IDX)
                  TO WS-DVZ-OPENING(WS-DVZ-SLOT)
              ADD WS-POS-CLOSE-BAL(WS-POS-IDX)
                  TO WS-DVZ-CLOSING(WS-DVZ-SLOT)
           END-IF.
       H450-END. EXIT.
      *--------------------------------
       H500-WRITE-CERTIFICATES.
           PERFORM H510-CERTIFY-ONE-POSITION
              VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-COUNT.
           MOVE SPACES TO TXF-FILE-TRAILER
           MOVE 'T'                   TO TXF-TRL-TYPE
           MOVE WS-YEAR               TO TXF-TRL-YEAR
           MOVE WS-TAX-REC-COUNT      TO TXF-TRL-COUNT
           MOVE WS-TAX-TOTAL-INTEREST TO TXF-TRL-INTEREST
           MOVE WS-TAX-TOTAL-TAX      TO TXF-TRL-TAX
           WRITE TXF-FILE-TRAILER.
       H500-END. EXIT.
      *--------------------------------
      * A POSITION OPENED ONLY AFTER THE YEAR IS LEFT OFF.
      *--------------------------------
       H510-CERTIFY-ONE-POSITION.
           IF WS-POS-LATE-OPEN(WS-POS-IDX) = 'N'
              IF NOT WS-MEMBER-STARTED
                 OR WS-POS-ID(WS-POS-IDX) NOT = WS-CUR-MEMBER
                 PERFORM H520-START-MEMBER
              END-IF
              PERFORM H530-WRITE-POSITION-LINES
              IF WS-POS-CREDITED(WS-POS-IDX) > 0
                 PERFORM H540-WRITE-TAX-RECORD
              END-IF
           END-IF.
       H510-END. EXIT.
      *--------------------------------
       H520-START-MEMBER.
           SET WS-MEMBER-STARTED TO TRUE
           MOVE WS-POS-ID(WS-POS-IDX) TO WS-CUR-MEMBER
           ADD 1 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-ACCT-IDX
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT
                      OR WS-ACCT-IDX > 0
              IF WS-ACC-ID(WS-ACCT-SCAN) = WS-CUR-MEMBER
                 MOVE WS-ACCT-SCAN TO WS-ACCT-IDX
              END-IF
           END-PERFORM.
           IF WS-ACCT-IDX > 0
              MOVE WS-ACC-NAME(WS-ACCT-IDX)    TO WS-MEMBER-NAME
              MOVE WS-ACC-SURNAME(WS-ACCT-IDX) TO WS-MEMBER-SURNAME
              MOVE WS-ACC-TC-NO(WS-ACCT-IDX)   TO WS-MEMBER-TC-NO
           ELSE
              ADD 1 TO WS-NO-ACCT-COUNT
              MOVE WS-POS-NAME(WS-POS-IDX)     TO WS-MEMBER-NAME
              MOVE WS-POS-SURNAME(WS-POS-IDX)  TO WS-MEMBER-SURNAME
              MOVE 0                           TO WS-MEMBER-TC-NO
              MOVE SPACES TO OUT-LINE
              MOVE 'ACCTREC DE YOK-UYE NO:' TO OUT-LINE(1:22)
              MOVE WS-CUR-MEMBER            TO OUT-LINE(23:5)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE ALL '-' TO OUT-LINE
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'YIL SONU BAKIYE MUTABAKATI VE FAIZ STOPAJ BELGESI'
                TO OUT-LINE(1:49)
           MOVE '-YIL:'                TO OUT-LINE(51:5)
           MOVE WS-YEAR                TO OUT-LINE(56:4)
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'UYE NO:'              TO OUT-LINE(1:7)
           MOVE WS-CUR-MEMBER          TO OUT-LINE(8:5)
           MOVE '-T.C. KIMLIK NO:'     TO OUT-LINE(14:16)
           MOVE WS-MEMBER-TC-NO        TO OUT-LINE(30:11)
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'AD SOYAD:'            TO OUT-LINE(1:9)
           MOVE WS-MEMBER-NAME         TO OUT-LINE(11:15)
           MOVE WS-MEMBER-SURNAME      TO OUT-LINE(27:15)
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
       H520-END. EXIT.
      *--------------------------------
       H530-WRITE-POSITION-LINES.
           ADD 1 TO WS-PRINTED-POS-COUNT
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE WS-POS-DVZ(WS-POS-IDX) TO WS-FIND-DVZ
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0 AND WS-POS-CREDITED(WS-POS-IDX) > 0
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                      WS-POS-CREDITED(WS-POS-IDX) *
                      WS-DVZ-RATE(WS-DVZ-SLOT)
           END-IF.
           IF WS-DVZ-SLOT > 0
              ADD WS-POS-INTEREST(WS-POS-IDX)
                  TO WS-DVZ-INTEREST(WS-DVZ-SLOT)
              ADD WS-TAX-AMOUNT TO WS-DVZ-TAX(WS-DVZ-SLOT)
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'DVZ:'                      TO OUT-LINE(1:4)
           MOVE WS-POS-DVZ(WS-POS-IDX)      TO OUT-LINE(5:3)
           MOVE '-ACILIS :'                 TO OUT-LINE(8:9)
           MOVE WS-POS-OPEN-BAL(WS-POS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT              TO OUT-LINE(17:21)
           MOVE '-KAPANIS:'                 TO OUT-LINE(39:9)
           MOVE WS-POS-CLOSE-BAL(WS-POS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT              TO OUT-LINE(48:21)
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -FAIZ   :'          TO OUT-LINE(1:16)
           MOVE WS-POS-INTEREST(WS-POS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT              TO OUT-LINE(17:21)
           MOVE '-STOPAJ :'                 TO OUT-LINE(39:9)
           MOVE WS-TAX-AMOUNT               TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT              TO OUT-LINE(48:21)
           MOVE OUT-LINE TO CRT-FILE-LINE
           WRITE CRT-FILE-LINE.
       H530-END. EXIT.
      *--------------------------------
       H540-WRITE-TAX-RECORD.
           IF WS-DVZ-SLOT = 0
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              IF WS-DVZ-RATE-SET(WS-DVZ-SLOT) = 'N'
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF
           END-IF.
           MOVE 'D'                          TO TXF-FILE-TYPE
           MOVE WS-YEAR                      TO TXF-FILE-YEAR
           MOVE WS-MEMBER-TC-NO              TO TXF-FILE-TC-NO
           MOVE WS-CUR-MEMBER                TO TXF-FILE-ID
           MOVE WS-MEMBER-NAME               TO TXF-FILE-NAME
           MOVE WS-MEMBER-SURNAME            TO TXF-FILE-SURNAME
           MOVE WS-POS-DVZ(WS-POS-IDX)       TO TXF-FILE-DVZ
           MOVE WS-POS-CREDITED(WS-POS-IDX)  TO TXF-FILE-INTEREST
           IF WS-DVZ-SLOT > 0
              MOVE WS-DVZ-RATE(WS-DVZ-SLOT)  TO TXF-FILE-RATE
           ELSE
              MOVE 0                         TO TXF-FILE-RATE
           END-IF
           MOVE WS-TAX-AMOUNT                TO TXF-FILE-TAX
           MOVE WS-POS-CLOSE-BAL(WS-POS-IDX) TO TXF-FILE-CLOSING
           WRITE TXF-FILE-DETAIL.
           ADD 1 TO WS-TAX-REC-COUNT
           ADD WS-POS-CREDITED(WS-POS-IDX) TO WS-TAX-TOTAL-INTEREST
           ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL-TAX.
       H540-END. EXIT.
      *--------------------------------
      * RECAP67 REWRITES POSFILE EVERY DAY, SO IT CAN ONLY BE COMPARED
      * WHEN IT STILL HOLDS THE 31 DECEMBER SNAPSHOT.
      *--------------------------------
       H600-LOAD-SNAPSHOT.
           OPEN INPUT POS-FILE.
           IF POS-FILE-SUCCESS
              READ POS-FILE AT END SET POS-FILE-EOF TO TRUE
              END-READ
              PERFORM H610-LOAD-ONE-SNAPSHOT UNTIL POS-FILE-EOF
              CLOSE POS-FILE
           END-IF.
       H600-END. EXIT.
      *--------------------------------
       H610-LOAD-ONE-SNAPSHOT.
           MOVE POS-FILE-DATE TO WS-SNAP-DATE
           MOVE POS-FILE-DVZ TO WS-FIND-DVZ
           PERFORM H820-FIND-DVZ-SLOT
           IF WS-DVZ-SLOT > 0
              MOVE POS-FILE-BALANCE TO WS-DVZ-SNAPSHOT(WS-DVZ-SLOT)
              MOVE 'Y' TO WS-DVZ-SNAP-SET(WS-DVZ-SLOT)
           END-IF.
           READ POS-FILE AT END SET POS-FILE-EOF TO TRUE
           END-READ.
       H610-END. EXIT.
      *--------------------------------
      * KEY IN WS-FIND-KEY. THE TABLE IS KEPT IN KEY ORDER; A NEW KEY
      * IS SLOTTED IN FRONT OF THE FIRST HIGHER ONE. WS-POS-IDX IS 0
      * WHEN THE TABLE IS FULL.
      *--------------------------------
       H800-FIND-OR-INSERT.
           MOVE 0 TO WS-POS-IDX
           PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                   UNTIL WS-POS-SCAN > WS-POS-COUNT
                      OR WS-POS-IDX > 0
              IF WS-POS-KEY(WS-POS-SCAN) NOT < WS-FIND-KEY
                 MOVE WS-POS-SCAN TO WS-POS-IDX
              END-IF
           END-PERFORM.
           IF WS-POS-IDX > 0
              IF WS-POS-KEY(WS-POS-IDX) = WS-FIND-KEY
                 CONTINUE
              ELSE
                 PERFORM H810-INSERT-ENTRY
              END-IF
           ELSE
              MOVE WS-POS-COUNT TO WS-POS-IDX
              ADD 1 TO WS-POS-IDX
              PERFORM H810-INSERT-ENTRY
           END-IF.
       H800-END. EXIT.
      *--------------------------------
       H810-INSERT-ENTRY.
           IF WS-POS-COUNT < 5000
              PERFORM VARYING WS-POS-SCAN FROM WS-POS-COUNT BY -1
                      UNTIL WS-POS-SCAN < WS-POS-IDX
                 MOVE WS-POS-ENTRY(WS-POS-SCAN)
                      TO WS-POS-ENTRY(WS-POS-SCAN + 1)
              END-PERFORM
              ADD 1 TO WS-POS-COUNT
              MOVE WS-FIND-KEY TO WS-POS-KEY(WS-POS-IDX)
              MOVE SPACES TO WS-POS-NAME(WS-POS-IDX)
              MOVE SPACES TO WS-POS-SURNAME(WS-POS-IDX)
              MOVE 0   TO WS-POS-CUR-BAL(WS-POS-IDX)
              MOVE 'N' TO WS-POS-CUR-SET(WS-POS-IDX)
              MOVE 0   TO WS-POS-OPEN-BAL(WS-POS-IDX)
              MOVE 'N' TO WS-POS-OPEN-SET(WS-POS-IDX)
              MOVE 0   TO WS-POS-CLOSE-BAL(WS-POS-IDX)
              MOVE 'N' TO WS-POS-CLOSE-SET(WS-POS-IDX)
              MOVE 'N' TO WS-POS-LATE-OPEN(WS-POS-IDX)
              MOVE 0   TO WS-POS-INTEREST(WS-POS-IDX)
              MOVE 0   TO WS-POS-CREDITED(WS-POS-IDX)
           ELSE
              SET WS-POS-OVERFLOW TO TRUE
              MOVE 0 TO WS-POS-IDX
           END-IF.
       H810-END. EXIT.
      *--------------------------------
      * DVZ IN WS-FIND-DVZ, SLOT IN WS-DVZ-SLOT (0 = NOT IN TABLE).
      *--------------------------------
       H820-FIND-DVZ-SLOT.
           MOVE 0 TO WS-DVZ-SLOT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-CURRENCY-CODE(WS-CUR-IDX) = WS-FIND-DVZ
                 MOVE WS-CUR-IDX TO WS-DVZ-SLOT
              END-IF
           END-PERFORM.
       H820-END. EXIT.
      *--------------------------------
       H900-WRITE-CONTROL-REPORT.
           PERFORM H910-WRITE-ONE-CURRENCY
              VARYING WS-DVZ-SLOT FROM 1 BY 1
              UNTIL WS-DVZ-SLOT > 5.
           MOVE SPACES TO OUT-LINE
           MOVE 'VERGI DOSYASI KAYIT:'  TO OUT-LINE(1:20)
           MOVE WS-TAX-REC-COUNT        TO OUT-LINE(21:7)
           MOVE '-FAIZ:'                TO OUT-LINE(28:6)
           MOVE WS-TAX-TOTAL-INTEREST   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT          TO OUT-LINE(34:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '                   -STOPAJ:' TO OUT-LINE(1:27)
           MOVE WS-TAX-TOTAL-TAX        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT          TO OUT-LINE(34:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-POS-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:POZISYON TABLOSU DOLU-BELGELER EKSIK'
                   TO OUT-LINE(1:42)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE 'YIL:'                  TO OUT-LINE(1:4)
           MOVE WS-YEAR                 TO OUT-LINE(5:4)
           MOVE '-UYE:'                 TO OUT-LINE(9:5)
           MOVE WS-MEMBER-COUNT         TO OUT-LINE(14:7)
           MOVE '-POZISYON:'            TO OUT-LINE(21:10)
           MOVE WS-PRINTED-POS-COUNT    TO OUT-LINE(31:7)
           MOVE '-ACCTREC YOK:'         TO OUT-LINE(38:13)
           MOVE WS-NO-ACCT-COUNT        TO OUT-LINE(51:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
      * OPENING + YEAR NET = CLOSING, AND CLOSING + LATER NET = TODAY'S
      * IDXFILE TOTAL, THE FIGURE RECAP67 PROVES EACH DAY.
      *--------------------------------
       H910-WRITE-ONE-CURRENCY.
           MOVE SPACES TO OUT-LINE
           MOVE 'DVZ:'                        TO OUT-LINE(1:4)
           MOVE WS-CURRENCY-CODE(WS-DVZ-SLOT) TO OUT-LINE(5:3)
           MOVE '-ACILIS TOPLAMI  :'          TO OUT-LINE(8:18)
           MOVE WS-DVZ-OPENING(WS-DVZ-SLOT)   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -YIL HAREKETI    :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-YEAR-NET(WS-DVZ-SLOT)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           COMPUTE WS-DIFFERENCE = WS-DVZ-CLOSING(WS-DVZ-SLOT) -
                   WS-DVZ-OPENING(WS-DVZ-SLOT) -
                   WS-DVZ-YEAR-NET(WS-DVZ-SLOT)
           MOVE SPACES TO OUT-LINE
           MOVE '       -KAPANIS TOPLAMI :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-CLOSING(WS-DVZ-SLOT)   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           IF WS-DIFFERENCE NOT = 0
              SET WS-TIE-BROKEN TO TRUE
              MOVE '-TUTMADI'                 TO OUT-LINE(49:8)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -SONRAKI HAREKET :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-LATER-NET(WS-DVZ-SLOT) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           COMPUTE WS-DIFFERENCE = WS-DVZ-CURRENT(WS-DVZ-SLOT) -
                   WS-DVZ-CLOSING(WS-DVZ-SLOT) -
                   WS-DVZ-LATER-NET(WS-DVZ-SLOT)
           MOVE SPACES TO OUT-LINE
           MOVE '       -IDXFILE TOPLAMI :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-CURRENT(WS-DVZ-SLOT)   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           IF WS-DIFFERENCE NOT = 0
              SET WS-TIE-BROKEN TO TRUE
              MOVE '-TUTMADI'                 TO OUT-LINE(49:8)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-DVZ-SNAP-SET(WS-DVZ-SLOT) = 'Y'
              AND WS-SNAP-DATE = WS-YEAR-END
              MOVE SPACES TO OUT-LINE
              MOVE '       -POSFILE 31.12   :' TO OUT-LINE(1:25)
              MOVE WS-DVZ-SNAPSHOT(WS-DVZ-SLOT) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT              TO OUT-LINE(27:21)
              IF WS-DVZ-SNAPSHOT(WS-DVZ-SLOT) NOT =
                 WS-DVZ-CLOSING(WS-DVZ-SLOT)
                 SET WS-TIE-BROKEN TO TRUE
                 MOVE '-TUTMADI'               TO OUT-LINE(49:8)
              END-IF
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           MOVE SPACES TO OUT-LINE
           MOVE '       -FAIZ            :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-INTEREST(WS-DVZ-SLOT)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           MOVE '-ORAN:'                      TO OUT-LINE(49:6)
           MOVE WS-DVZ-RATE(WS-DVZ-SLOT)      TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE                  TO OUT-LINE(55:6)
           IF WS-DVZ-RATE-SET(WS-DVZ-SLOT) = 'N'
              MOVE '-YOK'                     TO OUT-LINE(61:4)
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE '       -STOPAJ          :'   TO OUT-LINE(1:25)
           MOVE WS-DVZ-TAX(WS-DVZ-SLOT)       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT                TO OUT-LINE(27:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-MEMBER-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-NO-RATE-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-NO-ACCT-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
      * RETURN CODE 8 WHEN THE TOTALS DO NOT TIE OR THE TABLE FILLED,
      * 4 WHEN A MEMBER IS MISSING FROM ACCTREC OR A RATE IS MISSING.
      *--------------------------------
       H999-EXIT.
           CLOSE CRT-FILE.
           CLOSE TXF-FILE.
           CLOSE RPT-FILE.
           IF RETURN-CODE = 0
              IF WS-NO-ACCT-COUNT > 0 OR WS-NO-RATE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-TIE-BROKEN OR WS-POS-OVERFLOW
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
