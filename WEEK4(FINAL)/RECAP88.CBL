       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP88.
      ******************************************************************
      * MEMBER BALANCE SEGMENTATION BY AGE BAND AND CURRENCY. EACH
      * MEMBER'S AGE AT THE AS-OF DATE ON AGECARD (DEFAULT TODAY) IS
      * WORKED OUT FROM THE ACCTREC BIRTHDAY AND THE MEMBER IS PUT IN
      * AN AGE BAND. THE BANDS COME FROM AGEBAND, ONE LINE PER BAND IN
      * ASCENDING ORDER WITH THE HIGHEST AGE IN THE BAND AND ITS LABEL;
      * WITHOUT AGEBAND THE BANDS ARE UNDER 18, 18-25, 26-40, 41-65
      * AND OVER 65. A MEMBER NOT ON ACCTREC, WITH NO VALID BIRTHDAY OR
      * OLDER THAN THE LAST BAND FALLS IN THE BELIRSIZ BAND.
      * FOR EVERY BAND AND DVZ THE REPORT (AGERPT) GIVES THE MEMBER AND
      * POSITION COUNTS, THE TOTAL AND AVERAGE BALANCE, THE OVERDRAWN
      * POSITIONS AND THE TOTAL IN TRY AT THE FXRFILE RATE; EACH BAND
      * ALSO GETS A LINE OVER ALL CURRENCIES. THE SAME FIGURES GO TO
      * AGEEXT AS ';' SEPARATED TEXT WITH A HEADING LINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'AGECARD'
                           STATUS CARD-STATUS.
           SELECT BND-FILE ASSIGN TO 'AGEBAND'
                           STATUS BND-STATUS.
           SELECT FXR-FILE ASSIGN TO 'FXRFILE'
                           STATUS FXR-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'ACCTREC'
                           STATUS ACCT-STATUS.
           SELECT IDX-FILE ASSIGN TO 'IDXFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS IDX-FILE-KEY
                           ALTERNATE RECORD KEY IS IDX-FILE-SURNAME
                                     WITH DUPLICATES
                           STATUS VSAM-STATUS.
           SELECT RPT-FILE ASSIGN TO 'AGERPT'
                           STATUS RPT-STATUS.
           SELECT EXT-FILE ASSIGN TO 'AGEEXT'
                           STATUS EXT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-AS-OF-DATE    PIC 9(08).
       FD  BND-FILE RECORDING MODE F.
         01 BND-FILE-RECORD.
           05 BND-FILE-UPPER-AGE     PIC 9(03).
           05 BND-FILE-LABEL         PIC X(10).
       FD  FXR-FILE RECORDING MODE F.
         01 FXR-FILE-RECORD.
           05 FXR-FILE-DVZ           PIC 9(03).
           05 FXR-FILE-RATE          PIC 9(7)V9(7).
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
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       FD  EXT-FILE RECORDING MODE F.
         01 EXT-FILE-LINE           PIC X(120).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 BND-STATUS             PIC 9(2).
           88 BND-FILE-SUCCESS     VALUE 00 97.
           88 BND-FILE-EOF         VALUE 10.
           88 BND-FILE-MISSING     VALUE 35.
         05 FXR-STATUS             PIC 9(2).
           88 FXR-FILE-SUCCESS     VALUE 00 97.
           88 FXR-FILE-EOF         VALUE 10.
         05 ACCT-STATUS            PIC 9(2).
           88 ACCT-FILE-SUCCESS    VALUE 00 97.
           88 ACCT-FILE-EOF        VALUE 10.
         05 VSAM-STATUS            PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 EXT-STATUS             PIC 9(2).
           88 EXT-FILE-SUCCESS     VALUE 00 97.
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-AS-OF-DATE          PIC 9(8).
          05 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
             10 WS-AS-OF-YEAR       PIC 9(4).
             10 WS-AS-OF-MMDD       PIC 9(4).
          05 WS-BIRTH-DATE          PIC 9(8).
          05 WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
             10 WS-BIRTH-YEAR       PIC 9(4).
             10 WS-BIRTH-MMDD       PIC 9(4).
          05 WS-AGE                 PIC 9(3).
      *----------------------------------------------------------------
      * AGE BANDS. THE LAST SLOT IS ALWAYS BELIRSIZ AND IS NOT PART OF
      * THE CONFIGURED BANDS.
      *----------------------------------------------------------------
       01 WS-DEFAULT-BAND-VALUES.
          05 FILLER                 PIC X(13) VALUE '01718 ALTI   '.
          05 FILLER                 PIC X(13) VALUE '02518-25     '.
          05 FILLER                 PIC X(13) VALUE '04026-40     '.
          05 FILLER                 PIC X(13) VALUE '06541-65     '.
          05 FILLER                 PIC X(13) VALUE '99965 USTU   '.
       01 WS-DEFAULT-BAND-TABLE REDEFINES WS-DEFAULT-BAND-VALUES.
          05 WS-DEFAULT-BAND OCCURS 5 TIMES.
             10 WS-DFB-UPPER-AGE    PIC 9(03).
             10 WS-DFB-LABEL        PIC X(10).
       01 WS-BAND-CONTROL.
          05 WS-BAND-COUNT          PIC 9(2) VALUE 0.
          05 WS-BAND-LIMIT          PIC 9(2) VALUE 10.
          05 WS-BAND-IDX            PIC 9(2).
          05 WS-UNKNOWN-BAND        PIC 9(2).
          05 WS-MEMBER-BAND-NO      PIC 9(2).
          05 WS-BAND-TEXT           PIC X(30).
       01 WS-BAND-TABLE.
          05 WS-BAND OCCURS 11 TIMES.
             10 WS-BND-UPPER-AGE    PIC 9(03).
             10 WS-BND-LABEL        PIC X(10).
             10 WS-BND-MEMBERS      PIC 9(7).
             10 WS-BND-POSITIONS    PIC 9(7).
             10 WS-BND-OVERDRAWN    PIC 9(7).
             10 WS-BND-TRY          PIC S9(13)V99 COMP-3.
             10 WS-BND-CCY OCCURS 5 TIMES.
                15 WS-BCC-MEMBERS   PIC 9(7).
                15 WS-BCC-POSITIONS PIC 9(7).
                15 WS-BCC-OVERDRAWN PIC 9(7).
                15 WS-BCC-BALANCE   PIC S9(13)V99 COMP-3.
                15 WS-BCC-TRY       PIC S9(13)V99 COMP-3.
      *----------------------------------------------------------------
      * BAND OF EVERY MEMBER ID ON ACCTREC, 00 = NOT ON ACCTREC.
      *----------------------------------------------------------------
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-BAND         PIC 9(2) OCCURS 9999 TIMES.
       01 WS-RATE-CONTROL.
          05 WS-RATE-COUNT          PIC 9(2) VALUE 0.
          05 WS-RATE-IDX            PIC 9(2).
          05 WS-RATE-FOUND          PIC X(1).
             88 WS-RATE-IS-FOUND    VALUE 'Y'.
             88 WS-RATE-NOT-FOUND   VALUE 'N'.
          05 WS-RATE-WORK           PIC 9(7)V9(7).
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 10 TIMES.
             10 WS-RTE-DVZ          PIC 9(03).
             10 WS-RTE-RATE         PIC 9(7)V9(7).
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
       01 WS-SCAN-CONTROL.
          05 WS-CURRENT-ID          PIC S9(5) COMP-3 VALUE -1.
          05 WS-POS-BAND            PIC 9(2).
          05 WS-MEMBER-COUNTED      PIC X(1).
             88 MEMBER-COUNTED      VALUE 'Y'.
          05 WS-TRY-AMOUNT          PIC S9(13)V99 COMP-3.
          05 WS-AVERAGE             PIC S9(13)V99 COMP-3.
          05 WS-IDX-SCAN-DONE       PIC X(1).
             88 IDX-SCAN-DONE       VALUE 'Y'.
       01 WS-GRAND-TOTALS.
          05 WS-GRD-MEMBERS         PIC 9(7) VALUE 0.
          05 WS-GRD-POSITIONS       PIC 9(7) VALUE 0.
          05 WS-GRD-OVERDRAWN       PIC 9(7) VALUE 0.
          05 WS-GRD-TRY             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-COUNTERS.
          05 WS-ACCT-COUNT          PIC 9(7) VALUE 0.
          05 WS-READ-COUNT          PIC 9(7) VALUE 0.
          05 WS-NORATE-COUNT        PIC 9(7) VALUE 0.
          05 WS-NODVZ-COUNT         PIC 9(7) VALUE 0.
          05 WS-BAND-ERROR-COUNT    PIC 9(7) VALUE 0.
          05 WS-EXTRACT-COUNT       PIC 9(7) VALUE 0.
       01 WS-EXTRACT-WORK.
          05 WS-EXT-DVZ             PIC X(03).
          05 WS-EXT-MEMBERS         PIC 9(7).
          05 WS-EXT-POSITIONS       PIC 9(7).
          05 WS-EXT-OVERDRAWN       PIC 9(7).
          05 WS-EXT-BALANCE         PIC S9(13)V99 COMP-3.
          05 WS-EXT-AVERAGE         PIC S9(13)V99 COMP-3.
          05 WS-EXT-TRY             PIC S9(13)V99 COMP-3.
          05 WS-EXT-EDIT-BALANCE    PIC -(14)9.99.
          05 WS-EXT-EDIT-AVERAGE    PIC -(14)9.99.
          05 WS-EXT-EDIT-TRY        PIC -(14)9.99.
          05 WS-EXT-EDIT-MEMBERS    PIC Z(6)9.
          05 WS-EXT-EDIT-POSITIONS  PIC Z(6)9.
          05 WS-EXT-EDIT-OVERDRAWN  PIC Z(6)9.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 EXT-LINE                  PIC X(120).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP88'.
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
           PERFORM H150-LOAD-BANDS.
           PERFORM H200-LOAD-RATES UNTIL FXR-FILE-EOF.
           PERFORM H250-LOAD-MEMBERS UNTIL ACCT-FILE-EOF.
           PERFORM H300-SCAN-POSITIONS.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           OPEN INPUT FXR-FILE.
           IF (FXR-STATUS NOT = 97) AND (FXR-STATUS NOT = 0)
              DISPLAY 'FXRFILE NOT OPENED. ERROR CODE:' FXR-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-FILE-SUCCESS
              DISPLAY 'ACCTREC NOT OPENED. ERROR CODE:' ACCT-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (VSAM-STATUS NOT = 97) AND (VSAM-STATUS NOT = 0)
              DISPLAY 'IDXFILE NOT OPENED. ERROR CODE:' VSAM-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXT-FILE.
           PERFORM H110-SET-AS-OF-DATE.
           INITIALIZE WS-BAND-TABLE.
           INITIALIZE WS-MEMBER-TABLE.
           READ FXR-FILE AT END SET FXR-FILE-EOF TO TRUE
           END-READ.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *--------------------------------
       H110-SET-AS-OF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-AS-OF-DATE
           OPEN INPUT CRD-FILE
           IF CARD-FILE-SUCCESS
              READ CRD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRD-FILE-AS-OF-DATE NUMERIC
                       AND CRD-FILE-AS-OF-DATE > 0
                       MOVE CRD-FILE-AS-OF-DATE TO WS-AS-OF-DATE
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      * A BAND LINE MUST CARRY A HIGHER AGE THAN THE LINE BEFORE IT
      * AND A LABEL; A BAD LINE IS LISTED AND SKIPPED. WITHOUT ANY
      * GOOD LINE THE STANDARD BANDS ARE USED.
      *--------------------------------
       H150-LOAD-BANDS.
           OPEN INPUT BND-FILE.
           IF BND-FILE-SUCCESS
              READ BND-FILE AT END SET BND-FILE-EOF TO TRUE
              END-READ
              PERFORM H160-LOAD-ONE-BAND UNTIL BND-FILE-EOF
              CLOSE BND-FILE
           END-IF.
           IF WS-BAND-COUNT = 0
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > 5
                 MOVE WS-DFB-UPPER-AGE(WS-BAND-IDX)
                      TO WS-BND-UPPER-AGE(WS-BAND-IDX)
                 MOVE WS-DFB-LABEL(WS-BAND-IDX)
                      TO WS-BND-LABEL(WS-BAND-IDX)
              END-PERFORM
              MOVE 5 TO WS-BAND-COUNT
           END-IF.
           COMPUTE WS-UNKNOWN-BAND = WS-BAND-COUNT + 1
           MOVE 999 TO WS-BND-UPPER-AGE(WS-UNKNOWN-BAND)
           MOVE 'BELIRSIZ' TO WS-BND-LABEL(WS-UNKNOWN-BAND).
       H150-END. EXIT.
      *--------------------------------
       H160-LOAD-ONE-BAND.
           MOVE SPACES TO WS-BAND-TEXT
           EVALUATE TRUE
              WHEN BND-FILE-UPPER-AGE NOT NUMERIC
                 MOVE '-GECERSIZ YAS' TO WS-BAND-TEXT
              WHEN BND-FILE-LABEL = SPACES
                 MOVE '-ETIKET BOS' TO WS-BAND-TEXT
              WHEN WS-BAND-COUNT >= WS-BAND-LIMIT
                 MOVE '-BANT SINIRI ASILDI' TO WS-BAND-TEXT
              WHEN WS-BAND-COUNT > 0
                 AND BND-FILE-UPPER-AGE <=
                     WS-BND-UPPER-AGE(WS-BAND-COUNT)
                 MOVE '-SIRA HATASI' TO WS-BAND-TEXT
              WHEN OTHER
                 ADD 1 TO WS-BAND-COUNT
                 MOVE BND-FILE-UPPER-AGE
                      TO WS-BND-UPPER-AGE(WS-BAND-COUNT)
                 MOVE BND-FILE-LABEL TO WS-BND-LABEL(WS-BAND-COUNT)
           END-EVALUATE.
           IF WS-BAND-TEXT NOT = SPACES
              ADD 1 TO WS-BAND-ERROR-COUNT
              MOVE SPACES TO OUT-LINE
              MOVE 'AGEBAND RED:'       TO OUT-LINE(1:12)
              MOVE BND-FILE-RECORD      TO OUT-LINE(13:13)
              MOVE WS-BAND-TEXT         TO OUT-LINE(27:30)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           READ BND-FILE AT END SET BND-FILE-EOF TO TRUE
           END-READ.
       H160-END. EXIT.
      *--------------------------------
       H200-LOAD-RATES.
           IF WS-RATE-COUNT < 10
              ADD 1 TO WS-RATE-COUNT
              MOVE FXR-FILE-DVZ  TO WS-RTE-DVZ(WS-RATE-COUNT)
              MOVE FXR-FILE-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
           END-IF.
           READ FXR-FILE AT END SET FXR-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * AGE IN COMPLETED YEARS: THE YEAR DIFFERENCE, LESS ONE WHEN THE
      * BIRTHDAY HAS NOT YET COME ROUND IN THE AS-OF YEAR.
      *--------------------------------
       H250-LOAD-MEMBERS.
           ADD 1 TO WS-ACCT-COUNT
           IF ACCT-FILE-ID > 0
              MOVE WS-UNKNOWN-BAND TO WS-MEMBER-BAND-NO
              MOVE ACCT-FILE-BIRTHDAY TO WS-BIRTH-DATE
              IF WS-BIRTH-DATE NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE) = 0
                 AND WS-BIRTH-DATE <= WS-AS-OF-DATE
                 COMPUTE WS-AGE = WS-AS-OF-YEAR - WS-BIRTH-YEAR
                 IF WS-AS-OF-MMDD < WS-BIRTH-MMDD
                    SUBTRACT 1 FROM WS-AGE
                 END-IF
                 PERFORM H260-FIND-BAND
              END-IF
              MOVE WS-MEMBER-BAND-NO TO WS-MEMBER-BAND(ACCT-FILE-ID)
           END-IF.
           READ ACCT-FILE AT END SET ACCT-FILE-EOF TO TRUE
           END-READ.
       H250-END. EXIT.
      *--------------------------------
       H260-FIND-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
                      OR WS-MEMBER-BAND-NO NOT = WS-UNKNOWN-BAND
              IF WS-AGE <= WS-BND-UPPER-AGE(WS-BAND-IDX)
                 MOVE WS-BAND-IDX TO WS-MEMBER-BAND-NO
              END-IF
           END-PERFORM.
       H260-END. EXIT.
      *--------------------------------
      * THE CLUSTER IS KEYED ON ID + DVZ, SO A MEMBER'S POSITIONS COME
      * TOGETHER AND THE MEMBER IS COUNTED IN ITS BAND WITH ITS FIRST
      * POSITION IN A KNOWN CURRENCY. A MEMBER HAS ONE POSITION PER
      * DVZ, SO WITHIN A DVZ EVERY POSITION IS ALSO ONE MEMBER.
      *--------------------------------
       H300-SCAN-POSITIONS.
           MOVE 0 TO IDX-FILE-ID
           MOVE 0 TO IDX-FILE-DVZ
           MOVE 'N' TO WS-IDX-SCAN-DONE
           START IDX-FILE KEY IS >= IDX-FILE-KEY
              INVALID KEY SET IDX-SCAN-DONE TO TRUE
           END-START.
           PERFORM H310-SCAN-ONE-POSITION UNTIL IDX-SCAN-DONE.
       H300-END. EXIT.
      *--------------------------------
       H310-SCAN-ONE-POSITION.
           READ IDX-FILE NEXT RECORD
              AT END SET IDX-SCAN-DONE TO TRUE
           END-READ.
           IF NOT IDX-SCAN-DONE
              ADD 1 TO WS-READ-COUNT
              IF IDX-FILE-ID NOT = WS-CURRENT-ID
                 MOVE IDX-FILE-ID TO WS-CURRENT-ID
                 MOVE WS-UNKNOWN-BAND TO WS-POS-BAND
                 IF IDX-FILE-ID > 0 AND IDX-FILE-ID <= 9999
                    IF WS-MEMBER-BAND(IDX-FILE-ID) > 0
                       MOVE WS-MEMBER-BAND(IDX-FILE-ID) TO WS-POS-BAND
                    END-IF
                 END-IF
                 MOVE 'N' TO WS-MEMBER-COUNTED
              END-IF
              PERFORM H320-ADD-POSITION
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H320-ADD-POSITION.
           MOVE 0 TO WS-DVZ-SLOT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5 OR WS-DVZ-SLOT > 0
              IF WS-CURRENCY-CODE(WS-CUR-IDX) = IDX-FILE-DVZ
                 MOVE WS-CUR-IDX TO WS-DVZ-SLOT
              END-IF
           END-PERFORM.
           IF WS-DVZ-SLOT = 0
              ADD 1 TO WS-NODVZ-COUNT
              MOVE SPACES TO OUT-LINE
              MOVE 'DVZ DISI-ID:'      TO OUT-LINE(1:12)
              MOVE IDX-FILE-ID         TO OUT-LINE(13:5)
              MOVE '-DVZ:'             TO OUT-LINE(18:5)
              MOVE IDX-FILE-DVZ        TO OUT-LINE(23:3)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           ELSE
              IF NOT MEMBER-COUNTED
                 MOVE 'Y' TO WS-MEMBER-COUNTED
                 ADD 1 TO WS-BND-MEMBERS(WS-POS-BAND)
                 ADD 1 TO WS-GRD-MEMBERS
              END-IF
              ADD 1 TO WS-BND-POSITIONS(WS-POS-BAND)
              ADD 1 TO WS-BCC-MEMBERS(WS-POS-BAND, WS-DVZ-SLOT)
              ADD 1 TO WS-BCC-POSITIONS(WS-POS-BAND, WS-DVZ-SLOT)
              ADD IDX-FILE-BALANCE
                  TO WS-BCC-BALANCE(WS-POS-BAND, WS-DVZ-SLOT)
              ADD 1 TO WS-GRD-POSITIONS
              IF IDX-FILE-BALANCE < 0
                 ADD 1 TO WS-BND-OVERDRAWN(WS-POS-BAND)
                 ADD 1 TO WS-BCC-OVERDRAWN(WS-POS-BAND, WS-DVZ-SLOT)
                 ADD 1 TO WS-GRD-OVERDRAWN
              END-IF
              PERFORM H325-FIND-RATE
              IF WS-RATE-NOT-FOUND
                 ADD 1 TO WS-NORATE-COUNT
                 MOVE SPACES TO OUT-LINE
                 MOVE 'KUR YOK-ID:'    TO OUT-LINE(1:11)
                 MOVE IDX-FILE-ID      TO OUT-LINE(12:5)
                 MOVE '-DVZ:'          TO OUT-LINE(17:5)
                 MOVE IDX-FILE-DVZ     TO OUT-LINE(22:3)
                 MOVE OUT-LINE TO RPT-FILE-LINE
                 WRITE RPT-FILE-LINE
              ELSE
                 COMPUTE WS-TRY-AMOUNT ROUNDED =
                         IDX-FILE-BALANCE * WS-RATE-WORK
                 ADD WS-TRY-AMOUNT
                     TO WS-BCC-TRY(WS-POS-BAND, WS-DVZ-SLOT)
                 ADD WS-TRY-AMOUNT TO WS-BND-TRY(WS-POS-BAND)
                 ADD WS-TRY-AMOUNT TO WS-GRD-TRY
              END-IF
           END-IF.
       H320-END. EXIT.
      *--------------------------------
      * 949 IS THE BASE CURRENCY ITSELF; EVERY OTHER CURRENCY NEEDS A
      * CROSS RATE TO TRY FROM THE DAILY RATE FILE.
      *--------------------------------
       H325-FIND-RATE.
           IF IDX-FILE-DVZ = 949
              SET WS-RATE-IS-FOUND TO TRUE
              MOVE 1 TO WS-RATE-WORK
           ELSE
              SET WS-RATE-NOT-FOUND TO TRUE
              MOVE 0 TO WS-RATE-WORK
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                      UNTIL WS-RATE-IDX > WS-RATE-COUNT
                         OR WS-RATE-IS-FOUND
                 IF WS-RTE-DVZ(WS-RATE-IDX) = IDX-FILE-DVZ
                    MOVE WS-RTE-RATE(WS-RATE-IDX) TO WS-RATE-WORK
                    SET WS-RATE-IS-FOUND TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
       H325-END. EXIT.
      *--------------------------------
       H900-WRITE-TOTALS.
           MOVE SPACES TO OUT-LINE
           MOVE 'YAS TARIHI:'        TO OUT-LINE(1:11)
           MOVE WS-AS-OF-DATE        TO OUT-LINE(12:8)
           MOVE '-BANT:'             TO OUT-LINE(20:6)
           MOVE WS-BAND-COUNT        TO OUT-LINE(26:2)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'BANT'               TO OUT-LINE(1:4)
           MOVE 'DVZ'                TO OUT-LINE(12:3)
           MOVE 'UYE'                TO OUT-LINE(20:3)
           MOVE 'POZ'                TO OUT-LINE(28:3)
           MOVE 'EKSI'               TO OUT-LINE(35:4)
           MOVE 'TRY KARSILIGI'      TO OUT-LINE(48:13)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO EXT-LINE
           STRING 'YAS TARIHI;BANT;DVZ;UYE;POZISYON;TOPLAM BAKIYE;'
                  'ORTALAMA BAKIYE;EKSI BAKIYE;TRY KARSILIGI'
                  DELIMITED BY SIZE INTO EXT-LINE
           END-STRING.
           MOVE EXT-LINE TO EXT-FILE-LINE
           WRITE EXT-FILE-LINE.
           PERFORM H910-WRITE-BAND
              VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-UNKNOWN-BAND.
           MOVE SPACES TO OUT-LINE
           MOVE 'UYE:'               TO OUT-LINE(1:4)
           MOVE WS-GRD-MEMBERS       TO OUT-LINE(5:7)
           MOVE '-POZ:'              TO OUT-LINE(12:5)
           MOVE WS-GRD-POSITIONS     TO OUT-LINE(17:7)
           MOVE '-EKSI:'             TO OUT-LINE(24:6)
           MOVE WS-GRD-OVERDRAWN     TO OUT-LINE(30:7)
           MOVE '-TRY:'              TO OUT-LINE(37:5)
           MOVE WS-GRD-TRY           TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(42:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-NORATE-COUNT > 0 OR WS-NODVZ-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:KURSUZ POZISYON:' TO OUT-LINE(1:22)
              MOVE WS-NORATE-COUNT    TO OUT-LINE(23:7)
              MOVE '-DVZ DISI:'       TO OUT-LINE(30:10)
              MOVE WS-NODVZ-COUNT     TO OUT-LINE(40:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           DISPLAY OUT-LINE.
       H900-END. EXIT.
      *--------------------------------
      * PER BAND: ONE PAIR OF LINES PER DVZ HELD, THEN THE BAND OVER
      * ALL CURRENCIES (TRY ONLY, AS BALANCES IN DIFFERENT CURRENCIES
      * CANNOT BE ADDED).
      *--------------------------------
       H910-WRITE-BAND.
           PERFORM H920-WRITE-BAND-DVZ
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 5.
           MOVE SPACES TO OUT-LINE
           MOVE WS-BND-LABEL(WS-BAND-IDX) TO OUT-LINE(1:10)
           MOVE 'TUM'                TO OUT-LINE(12:3)
           MOVE WS-BND-MEMBERS(WS-BAND-IDX) TO OUT-LINE(16:7)
           MOVE WS-BND-POSITIONS(WS-BAND-IDX) TO OUT-LINE(24:7)
           MOVE WS-BND-OVERDRAWN(WS-BAND-IDX) TO OUT-LINE(32:7)
           MOVE WS-BND-TRY(WS-BAND-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO OUT-LINE(40:21)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE 'TUM' TO WS-EXT-DVZ
           MOVE WS-BND-MEMBERS(WS-BAND-IDX) TO WS-EXT-MEMBERS
           MOVE WS-BND-POSITIONS(WS-BAND-IDX) TO WS-EXT-POSITIONS
           MOVE WS-BND-OVERDRAWN(WS-BAND-IDX) TO WS-EXT-OVERDRAWN
           MOVE 0 TO WS-EXT-BALANCE
           MOVE 0 TO WS-EXT-AVERAGE
           MOVE WS-BND-TRY(WS-BAND-IDX) TO WS-EXT-TRY
           PERFORM H950-WRITE-EXTRACT.
       H910-END. EXIT.
      *--------------------------------
       H920-WRITE-BAND-DVZ.
           IF WS-BCC-POSITIONS(WS-BAND-IDX, WS-CUR-IDX) > 0
              COMPUTE WS-AVERAGE ROUNDED =
                      WS-BCC-BALANCE(WS-BAND-IDX, WS-CUR-IDX) /
                      WS-BCC-POSITIONS(WS-BAND-IDX, WS-CUR-IDX)
              MOVE SPACES TO OUT-LINE
              MOVE WS-BND-LABEL(WS-BAND-IDX) TO OUT-LINE(1:10)
              MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO OUT-LINE(12:3)
              MOVE WS-BCC-MEMBERS(WS-BAND-IDX, WS-CUR-IDX)
                   TO OUT-LINE(16:7)
              MOVE WS-BCC-POSITIONS(WS-BAND-IDX, WS-CUR-IDX)
                   TO OUT-LINE(24:7)
              MOVE WS-BCC-OVERDRAWN(WS-BAND-IDX, WS-CUR-IDX)
                   TO OUT-LINE(32:7)
              MOVE WS-BCC-TRY(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO OUT-LINE(40:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE SPACES TO OUT-LINE
              MOVE 'BAKIYE:'         TO OUT-LINE(12:7)
              MOVE WS-BCC-BALANCE(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO OUT-LINE(19:21)
              MOVE '-ORT:'           TO OUT-LINE(40:5)
              MOVE WS-AVERAGE        TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO OUT-LINE(45:21)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO WS-EXT-DVZ
              MOVE WS-BCC-MEMBERS(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EXT-MEMBERS
              MOVE WS-BCC-POSITIONS(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EXT-POSITIONS
              MOVE WS-BCC-OVERDRAWN(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EXT-OVERDRAWN
              MOVE WS-BCC-BALANCE(WS-BAND-IDX, WS-CUR-IDX)
                   TO WS-EXT-BALANCE
              MOVE WS-AVERAGE TO WS-EXT-AVERAGE
              MOVE WS-BCC-TRY(WS-BAND-IDX, WS-CUR-IDX) TO WS-EXT-TRY
              PERFORM H950-WRITE-EXTRACT
           END-IF.
       H920-END. EXIT.
      *--------------------------------
      * EXTRACT FIELDS ARE TRIMMED SO THE SPREADSHEET READS THEM AS
      * NUMBERS; THE 'TUM' LINE OF A BAND LEAVES THE BALANCE COLUMNS
      * EMPTY.
      *--------------------------------
       H950-WRITE-EXTRACT.
           MOVE WS-EXT-MEMBERS       TO WS-EXT-EDIT-MEMBERS
           MOVE WS-EXT-POSITIONS     TO WS-EXT-EDIT-POSITIONS
           MOVE WS-EXT-OVERDRAWN     TO WS-EXT-EDIT-OVERDRAWN
           MOVE WS-EXT-BALANCE       TO WS-EXT-EDIT-BALANCE
           MOVE WS-EXT-AVERAGE       TO WS-EXT-EDIT-AVERAGE
           MOVE WS-EXT-TRY           TO WS-EXT-EDIT-TRY
           MOVE SPACES TO EXT-LINE
           IF WS-EXT-DVZ = 'TUM'
              STRING WS-AS-OF-DATE ';'
                     FUNCTION TRIM(WS-BND-LABEL(WS-BAND-IDX)) ';'
                     WS-EXT-DVZ ';'
                     FUNCTION TRIM(WS-EXT-EDIT-MEMBERS) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-POSITIONS) ';;;'
                     FUNCTION TRIM(WS-EXT-EDIT-OVERDRAWN) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-TRY)
                     DELIMITED BY SIZE INTO EXT-LINE
              END-STRING
           ELSE
              STRING WS-AS-OF-DATE ';'
                     FUNCTION TRIM(WS-BND-LABEL(WS-BAND-IDX)) ';'
                     WS-EXT-DVZ ';'
                     FUNCTION TRIM(WS-EXT-EDIT-MEMBERS) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-POSITIONS) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-BALANCE) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-AVERAGE) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-OVERDRAWN) ';'
                     FUNCTION TRIM(WS-EXT-EDIT-TRY)
                     DELIMITED BY SIZE INTO EXT-LINE
              END-STRING
           END-IF.
           MOVE EXT-LINE TO EXT-FILE-LINE
           WRITE EXT-FILE-LINE.
           ADD 1 TO WS-EXTRACT-COUNT.
       H950-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           MOVE WS-READ-COUNT TO WL-LOG-READ-COUNT
           MOVE WS-EXTRACT-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-BAND-ERROR-COUNT TO WL-LOG-FAILED-COUNT
           COMPUTE WL-LOG-REJECT-COUNT =
                   WS-NORATE-COUNT + WS-NODVZ-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE FXR-FILE.
           CLOSE ACCT-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           CLOSE EXT-FILE.
           IF WS-NORATE-COUNT > 0 OR WS-NODVZ-COUNT > 0
              OR WS-BAND-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
