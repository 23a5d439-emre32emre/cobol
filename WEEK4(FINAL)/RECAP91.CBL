       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP91.
      ******************************************************************
      * DAY-END MEMBER ALERT FEED FOR THE SMS/E-POSTA GATEWAY. READS
      * THE BUSINESS DATE'S IDXHIST, OVDFILE AND BLKLOG ENTRIES AND
      * THE SOMAST ORDERS COMING DUE, AND WRITES ONE ALRFEED RECORD
      * PER EVENT, ADDRESSED FROM THE MEMBER'S ALRPREF RECORD (RECAP89).
      *   DSK  A POSTING TOOK THE BALANCE FROM AT OR ABOVE THE MEMBER'S
      *        LOW-BALANCE THRESHOLD TO BELOW IT (ONCE PER POSITION)
      *   LMT  AN OVDFILE REFUSAL FOR THE OVERDRAFT LIMIT
      *   BYK  A MOVEMENT AT OR OVER THE MEMBER'S LARGE-MOVEMENT AMOUNT,
      *        OR THE CARD AMOUNT WHEN THE MEMBER HAS NONE
      *   UYK  A RECAP64 DORMANT CLOSURE (IDXHIST 'D', REF 'UYKU...')
      *   TAL  AN ACTIVE STANDING ORDER FALLING DUE WITHIN THE CARD'S
      *        DAYS AFTER THE BUSINESS DATE, TO THE DEBIT MEMBER
      *   BLK  A BLKLOG POSTING STOPPED BY A BLOCK OR LEGAL HOLD
      * AN EVENT IS SENT ONLY WHEN THE MEMBER IS OPTED IN FOR ITS TYPE.
      * EVERY EVENT SENT IS KEYED ON ALRSENT, SO A RERUN OF THE SAME
      * DATE (OR A TAL ORDER SEEN AGAIN NEXT DAY) IS NOT SENT TWICE.
      * ALRFEED IS EXTENDED; THE GATEWAY TAKES AND EMPTIES IT.
      * CARD: BUSINESS DATE (DEFAULT TODAY), LARGE-MOVEMENT AMOUNT
      * (DEFAULT 50,000.00), TAL DAYS AHEAD (DEFAULT 3).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRD-FILE ASSIGN TO 'ALRCARD'
                           STATUS CARD-STATUS.
           SELECT PRF-FILE ASSIGN TO 'ALRPREF'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS PRF-FILE-ID
                           STATUS PRF-STATUS.
           SELECT HST-FILE ASSIGN TO 'IDXHIST'
                           STATUS HST-STATUS.
           SELECT OVD-FILE ASSIGN TO 'OVDFILE'
                           STATUS OVD-STATUS.
           SELECT BLG-FILE ASSIGN TO 'BLKLOG'
                           STATUS BLG-STATUS.
           SELECT SO-FILE ASSIGN TO 'SOMAST'
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IS SO-FILE-NO
                           STATUS SO-STATUS.
           SELECT SNT-FILE ASSIGN TO 'ALRSENT'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS SNT-FILE-KEY
                           STATUS SNT-STATUS.
           SELECT FED-FILE ASSIGN TO 'ALRFEED'
                           STATUS FED-STATUS.
           SELECT RPT-FILE ASSIGN TO 'ALRRPT'
                           STATUS RPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CRD-FILE RECORDING MODE F.
         01 CRD-FILE-RECORD.
           05 CRD-FILE-BUS-DATE      PIC 9(8).
           05 CRD-FILE-BIG-AMOUNT    PIC 9(13)V99.
           05 CRD-FILE-SO-DAYS       PIC 9(3).
       FD  PRF-FILE.
         01 PRF-FILE-RECORD.
           05 PRF-FILE-ID            PIC 9(5).
           05 PRF-FILE-NAME          PIC X(15).
           05 PRF-FILE-SURNAME       PIC X(15).
           05 PRF-FILE-PHONE         PIC X(15).
           05 PRF-FILE-EMAIL         PIC X(40).
           05 PRF-FILE-CHANNEL       PIC X(1).
             88 PRF-FILE-SMS         VALUE 'S'.
             88 PRF-FILE-MAIL        VALUE 'E'.
             88 PRF-FILE-BOTH        VALUE 'B'.
           05 PRF-FILE-OPT-IN        PIC X(1).
             88 PRF-FILE-OPTED-IN    VALUE 'Y'.
             88 PRF-FILE-OPTED-OUT   VALUE 'N'.
           05 PRF-FILE-EVENTS.
             10 PRF-FILE-EVENT-FLAG  PIC X(1) OCCURS 6 TIMES.
           05 PRF-FILE-LOW-AMOUNT    PIC 9(13)V99.
           05 PRF-FILE-LOW-DVZ       PIC 9(3).
           05 PRF-FILE-BIG-AMOUNT    PIC 9(13)V99.
           05 PRF-FILE-UPDATE-DATE   PIC 9(8).
           05 PRF-FILE-ENTRY-DATE    PIC 9(8).
           05 PRF-FILE-SOURCE        PIC X(8).
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
       FD  BLG-FILE RECORDING MODE F.
         01 BLG-FILE-MEMBERS.
           05 BLG-FILE-ID            PIC 9(5).
           05 BLG-FILE-DVZ           PIC 9(3).
           05 BLG-FILE-MODE          PIC X(1).
           05 BLG-FILE-AMOUNT        PIC S9(13)V99.
           05 BLG-FILE-BLOCK-DVZ     PIC 9(3).
           05 BLG-FILE-TYPE          PIC X(1).
           05 BLG-FILE-REASON        PIC X(30).
           05 BLG-FILE-TIMESTAMP     PIC X(14).
           05 BLG-FILE-REF           PIC X(12).
       FD  SO-FILE.
         01 SO-FILE-RECORD.
           05 SO-FILE-NO             PIC 9(5).
           05 SO-FILE-DEBIT-ID       PIC 9(5).
           05 SO-FILE-CREDIT-ID      PIC 9(5).
           05 SO-FILE-DVZ            PIC 9(3).
           05 SO-FILE-AMOUNT         PIC 9(13)V99.
           05 SO-FILE-FREQ           PIC X(1).
           05 SO-FILE-DAY            PIC 9(2).
           05 SO-FILE-START-DATE     PIC 9(8).
           05 SO-FILE-END-DATE       PIC 9(8).
           05 SO-FILE-LIMITED        PIC X(1).
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
       FD  SNT-FILE.
         01 SNT-FILE-RECORD.
           05 SNT-FILE-KEY           PIC X(40).
           05 SNT-FILE-SENT-TS       PIC X(14).
           05 SNT-FILE-CHANNEL       PIC X(1).
       FD  FED-FILE RECORDING MODE F.
         01 FED-FILE-RECORD.
           05 FED-FILE-TYPE          PIC X(3).
           05 FED-FILE-EVENT-DATE    PIC 9(8).
           05 FED-FILE-ID            PIC 9(5).
           05 FED-FILE-DVZ           PIC 9(3).
           05 FED-FILE-NAME          PIC X(15).
           05 FED-FILE-SURNAME       PIC X(15).
           05 FED-FILE-CHANNEL       PIC X(1).
           05 FED-FILE-PHONE         PIC X(15).
           05 FED-FILE-EMAIL         PIC X(40).
           05 FED-FILE-AMOUNT        PIC S9(13)V99.
           05 FED-FILE-BALANCE       PIC S9(13)V99.
           05 FED-FILE-REF           PIC X(12).
           05 FED-FILE-TEXT          PIC X(30).
           05 FED-FILE-RUN-TS        PIC X(14).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
           88 CARD-FILE-SUCCESS    VALUE 00 97.
         05 PRF-STATUS             PIC 9(2).
           88 PRF-FILE-SUCCESS     VALUE 00 97.
           88 PRF-FILE-MISSING     VALUE 35.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
           88 HST-FILE-MISSING     VALUE 35.
         05 OVD-STATUS             PIC 9(2).
           88 OVD-FILE-SUCCESS     VALUE 00 97.
           88 OVD-FILE-EOF         VALUE 10.
           88 OVD-FILE-MISSING     VALUE 35.
         05 BLG-STATUS             PIC 9(2).
           88 BLG-FILE-SUCCESS     VALUE 00 97.
           88 BLG-FILE-EOF         VALUE 10.
           88 BLG-FILE-MISSING     VALUE 35.
         05 SO-STATUS              PIC 9(2).
           88 SO-FILE-SUCCESS      VALUE 00 97.
           88 SO-FILE-EOF          VALUE 10.
           88 SO-FILE-MISSING      VALUE 35.
         05 SNT-STATUS             PIC 9(2).
           88 SNT-FILE-SUCCESS     VALUE 00 97.
           88 SNT-FILE-MISSING     VALUE 35.
         05 FED-STATUS             PIC 9(2).
           88 FED-FILE-SUCCESS     VALUE 00 97.
         05 RPT-STATUS             PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
      *----------------------------------------------------------------
      * EVENT TYPES, TEXTS AND COUNTS, IN REPORT ORDER. THE ORDER IS
      * ALSO THE ORDER OF THE EVENT FLAGS ON ALRPREF.
      *----------------------------------------------------------------
       01 WS-TYPE-VALUES.
          05 FILLER PIC X(33) VALUE 'DSKBAKIYE ALT SINIRIN ALTINDA'.
          05 FILLER PIC X(33) VALUE 'LMTLIMIT ASIMI NEDENIYLE RED'.
          05 FILLER PIC X(33) VALUE 'BYKBUYUK TUTARLI HAREKET'.
          05 FILLER PIC X(33) VALUE 'UYKHAREKETSIZ HESAP KAPATILDI'.
          05 FILLER PIC X(33) VALUE 'TALYAKLASAN TALIMAT ODEMESI'.
          05 FILLER PIC X(33) VALUE 'BLKBLOKE NEDENIYLE DURDURULDU'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
          05 WS-TYPE-ENTRY OCCURS 6 TIMES.
             10 WS-TYPE-CODE        PIC X(3).
             10 WS-TYPE-TEXT        PIC X(30).
       01 WS-TYPE-COUNTS.
          05 WS-TYPE-COUNT-ENTRY OCCURS 6 TIMES.
             10 WS-TYPE-FOUND       PIC 9(7).
             10 WS-TYPE-SENT        PIC 9(7).
             10 WS-TYPE-RESENT      PIC 9(7).
             10 WS-TYPE-NO-CONSENT  PIC 9(7).
       01 WS-TYPE-IDX               PIC 9(2).
      *----------------------------------------------------------------
      * THE EVENT BEING RAISED. ITS KEY IS THE ALRSENT KEY; THE
      * OCCURRENCE NUMBER TELLS APART EVENTS THAT ARE OTHERWISE THE
      * SAME WITHIN THE RUN, AND IS THE SAME ON EVERY RERUN.
      *----------------------------------------------------------------
       01 WS-EVENT-AREA.
          05 WS-EVT-KEY.
             10 WS-EVT-BASE-KEY.
                15 WS-EVT-TYPE      PIC X(3).
                15 WS-EVT-ID        PIC 9(5).
                15 WS-EVT-DVZ       PIC 9(3).
                15 WS-EVT-DATE      PIC 9(8).
                15 WS-EVT-DETAIL    PIC X(17).
             10 WS-EVT-OCCUR        PIC 9(4).
          05 WS-EVT-AMOUNT          PIC S9(13)V99.
          05 WS-EVT-BALANCE         PIC S9(13)V99.
          05 WS-EVT-REF             PIC X(12).
          05 WS-EVT-TEXT            PIC X(30).
          05 WS-EVT-ONCE-FLAG       PIC X(1).
             88 WS-EVT-ONCE-ONLY    VALUE 'Y'.
             88 WS-EVT-REPEATABLE   VALUE 'N'.
          05 WS-EVT-DETAIL-TS.
             10 WS-EVT-DETAIL-STAMP PIC X(16).
             10 WS-EVT-DETAIL-MODE  PIC X(1).
          05 WS-EVT-DETAIL-NO       PIC 9(5).
       01 WS-SEEN-CONTROL.
          05 WS-SEEN-COUNT          PIC 9(5) VALUE 0.
          05 WS-SEEN-IDX            PIC 9(5).
          05 WS-SEEN-SLOT           PIC 9(5).
          05 WS-SEEN-OVF-FLAG       PIC X(1) VALUE 'N'.
             88 WS-SEEN-OVERFLOW    VALUE 'Y'.
       01 WS-SEEN-TABLE.
          05 WS-SEEN-ENTRY OCCURS 5000 TIMES.
             10 WS-SEEN-KEY         PIC X(36).
             10 WS-SEEN-OCCUR       PIC 9(4).
       01 WS-RUN-WORK.
          05 WS-RUN-TS              PIC X(14).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-BIG-AMOUNT          PIC 9(13)V99 VALUE 50000.
          05 WS-SO-DAYS             PIC 9(3) VALUE 3.
          05 WS-SO-LAST-DATE        PIC 9(8).
          05 WS-LOW-AMOUNT          PIC 9(13)V99.
          05 WS-MOVE-AMOUNT         PIC 9(13)V99.
          05 WS-AFTER-BALANCE       PIC S9(13)V99.
          05 WS-PREF-FLAG           PIC X(1).
             88 WS-PREF-FOUND       VALUE 'Y'.
             88 WS-PREF-MISSING     VALUE 'N'.
          05 WS-PRF-FLAG            PIC X(1) VALUE 'Y'.
             88 WS-PRF-PRESENT      VALUE 'Y'.
             88 WS-PRF-ABSENT       VALUE 'N'.
          05 WS-SO-FLAG             PIC X(1) VALUE 'Y'.
             88 WS-SO-PRESENT       VALUE 'Y'.
             88 WS-SO-ABSENT        VALUE 'N'.
       01 WS-COUNTERS.
          05 WS-HST-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-OVD-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-BLG-READ-COUNT      PIC 9(7) VALUE 0.
          05 WS-SO-READ-COUNT       PIC 9(7) VALUE 0.
          05 WS-FOUND-COUNT         PIC 9(7) VALUE 0.
          05 WS-SENT-COUNT          PIC 9(7) VALUE 0.
          05 WS-RESENT-COUNT        PIC 9(7) VALUE 0.
          05 WS-NO-CONSENT-COUNT    PIC 9(7) VALUE 0.
          05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP91'.
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
           PERFORM H200-SCAN-HISTORY UNTIL HST-FILE-EOF.
           PERFORM H300-SCAN-REFUSALS UNTIL OVD-FILE-EOF.
           PERFORM H400-SCAN-BLOCKS UNTIL BLG-FILE-EOF.
           IF WS-SO-PRESENT
              PERFORM H500-SCAN-ORDERS
           END-IF.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WL-LOG-START-TS.
           MOVE WL-LOG-START-TS TO WS-RUN-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
           MOVE WS-CURRENT-DATE-AREA(1:8) TO WS-BUS-DATE.
           MOVE ZEROS TO WS-TYPE-COUNTS.
           OPEN OUTPUT RPT-FILE.
           PERFORM H110-READ-CARD.
           COMPUTE WS-SO-LAST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + WS-SO-DAYS).
           OPEN INPUT PRF-FILE.
           IF PRF-FILE-MISSING
              SET WS-PRF-ABSENT TO TRUE
           ELSE
              IF (PRF-STATUS NOT = 97) AND (PRF-STATUS NOT = 0)
                 DISPLAY 'ALRPREF NOT OPENED. ERROR CODE:' PRF-STATUS
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           PERFORM H140-OPEN-SENT.
           OPEN EXTEND FED-FILE.
           IF FED-STATUS = 35
              OPEN OUTPUT FED-FILE
           END-IF.
           IF NOT FED-FILE-SUCCESS
              DISPLAY 'ALRFEED NOT OPENED. ERROR CODE:' FED-STATUS
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT HST-FILE.
           IF HST-FILE-MISSING
              SET HST-FILE-EOF TO TRUE
           ELSE
              IF (HST-STATUS NOT = 97) AND (HST-STATUS NOT = 0)
                 DISPLAY 'IDXHIST NOT OPENED. ERROR CODE:' HST-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
              END-READ
           END-IF.
           OPEN INPUT OVD-FILE.
           IF OVD-FILE-MISSING
              SET OVD-FILE-EOF TO TRUE
           ELSE
              IF (OVD-STATUS NOT = 97) AND (OVD-STATUS NOT = 0)
                 DISPLAY 'OVDFILE NOT OPENED. ERROR CODE:' OVD-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
              END-READ
           END-IF.
           OPEN INPUT BLG-FILE.
           IF BLG-FILE-MISSING
              SET BLG-FILE-EOF TO TRUE
           ELSE
              IF (BLG-STATUS NOT = 97) AND (BLG-STATUS NOT = 0)
                 DISPLAY 'BLKLOG NOT OPENED. ERROR CODE:' BLG-STATUS
                 PERFORM H999-EXIT
              END-IF
              READ BLG-FILE AT END SET BLG-FILE-EOF TO TRUE
              END-READ
           END-IF.
           OPEN INPUT SO-FILE.
           IF NOT SO-FILE-SUCCESS
              SET WS-SO-ABSENT TO TRUE
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      * THE CARD GIVES THE BUSINESS DATE, THE LARGE-MOVEMENT AMOUNT
      * AND THE DAYS AHEAD FOR STANDING ORDERS; EACH FIELD DEFAULTS
      * WHEN THE CARD IS ABSENT OR THE FIELD IS ZERO.
      *--------------------------------
       H110-READ-CARD.
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
                    IF CRD-FILE-BIG-AMOUNT NUMERIC
                       AND CRD-FILE-BIG-AMOUNT > 0
                       MOVE CRD-FILE-BIG-AMOUNT TO WS-BIG-AMOUNT
                    END-IF
                    IF CRD-FILE-SO-DAYS NUMERIC
                       AND CRD-FILE-SO-DAYS > 0
                       MOVE CRD-FILE-SO-DAYS TO WS-SO-DAYS
                    END-IF
              END-READ
              CLOSE CRD-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      * THE FIRST RUN CREATES THE CLUSTER, AS RECAP75 DOES FOR SOMAST.
      *--------------------------------
       H140-OPEN-SENT.
           OPEN I-O SNT-FILE.
           IF SNT-FILE-MISSING
              OPEN OUTPUT SNT-FILE
              CLOSE SNT-FILE
              OPEN I-O SNT-FILE
           END-IF.
           IF (SNT-STATUS NOT = 97) AND (SNT-STATUS NOT = 0)
              DISPLAY 'ALRSENT NOT OPENED. ERROR CODE:' SNT-STATUS
              PERFORM H999-EXIT
           END-IF.
       H140-END. EXIT.
      *--------------------------------
      * ONLY THE BUSINESS DATE'S ENTRIES COUNT. EVERY ENTRY CARRIES
      * THE BEFORE-IMAGE AND THE SIGNED AMOUNT POSTED, SO BALANCE +
      * AMOUNT IS THE BALANCE AFTER THE POSTING.
      *--------------------------------
       H200-SCAN-HISTORY.
           ADD 1 TO WS-HST-READ-COUNT
           IF HST-FILE-TIMESTAMP(1:8) = WS-BUS-DATE
              EVALUATE HST-FILE-MODE
                 WHEN 'P' WHEN 'B' WHEN 'X' WHEN 'I' WHEN 'E'
                    PERFORM H210-CHECK-LOW-BALANCE
                    PERFORM H220-CHECK-BIG-MOVEMENT
                 WHEN 'D'
                    IF HST-FILE-REF(1:4) = 'UYKU'
                       PERFORM H230-RAISE-CLOSURE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * THE THRESHOLD IS THE MEMBER'S OWN; A MEMBER WITHOUT ONE, OR
      * WITH ONE FOR ANOTHER CURRENCY, HAS NO LOW-BALANCE EVENT.
      *--------------------------------
       H210-CHECK-LOW-BALANCE.
           MOVE HST-FILE-ID TO PRF-FILE-ID
           PERFORM H600-READ-PREFERENCE
           IF WS-PREF-FOUND AND PRF-FILE-LOW-AMOUNT > 0
              AND (PRF-FILE-LOW-DVZ = 0 OR PRF-FILE-LOW-DVZ =
                   HST-FILE-DVZ)
              MOVE PRF-FILE-LOW-AMOUNT TO WS-LOW-AMOUNT
              COMPUTE WS-AFTER-BALANCE =
                      HST-FILE-BALANCE + HST-FILE-AMOUNT
              IF HST-FILE-BALANCE NOT < WS-LOW-AMOUNT
                 AND WS-AFTER-BALANCE < WS-LOW-AMOUNT
                 MOVE 1 TO WS-TYPE-IDX
                 PERFORM H240-SET-HISTORY-EVENT
                 MOVE SPACES TO WS-EVT-DETAIL
                 SET WS-EVT-ONCE-ONLY TO TRUE
                 PERFORM H700-RAISE-ALERT
              END-IF
           END-IF.
       H210-END. EXIT.
      *--------------------------------
       H220-CHECK-BIG-MOVEMENT.
           MOVE HST-FILE-ID TO PRF-FILE-ID
           PERFORM H600-READ-PREFERENCE
           MOVE WS-BIG-AMOUNT TO WS-LOW-AMOUNT
           IF WS-PREF-FOUND AND PRF-FILE-BIG-AMOUNT > 0
              MOVE PRF-FILE-BIG-AMOUNT TO WS-LOW-AMOUNT
           END-IF
           IF HST-FILE-AMOUNT < 0
              COMPUTE WS-MOVE-AMOUNT = 0 - HST-FILE-AMOUNT
           ELSE
              MOVE HST-FILE-AMOUNT TO WS-MOVE-AMOUNT
           END-IF
           IF WS-MOVE-AMOUNT NOT < WS-LOW-AMOUNT
              MOVE 3 TO WS-TYPE-IDX
              PERFORM H240-SET-HISTORY-EVENT
              MOVE HST-FILE-TIMESTAMP(1:16) TO WS-EVT-DETAIL-STAMP
              MOVE HST-FILE-MODE            TO WS-EVT-DETAIL-MODE
              MOVE WS-EVT-DETAIL-TS         TO WS-EVT-DETAIL
              SET WS-EVT-REPEATABLE TO TRUE
              PERFORM H700-RAISE-ALERT
           END-IF.
       H220-END. EXIT.
      *--------------------------------
       H230-RAISE-CLOSURE.
           MOVE 4 TO WS-TYPE-IDX
           PERFORM H240-SET-HISTORY-EVENT
           MOVE SPACES TO WS-EVT-DETAIL
           SET WS-EVT-ONCE-ONLY TO TRUE
           PERFORM H700-RAISE-ALERT.
       H230-END. EXIT.
      *--------------------------------
       H240-SET-HISTORY-EVENT.
           MOVE HST-FILE-ID          TO WS-EVT-ID
           MOVE HST-FILE-DVZ         TO WS-EVT-DVZ
           MOVE WS-BUS-DATE          TO WS-EVT-DATE
           MOVE HST-FILE-AMOUNT      TO WS-EVT-AMOUNT
           COMPUTE WS-EVT-BALANCE = HST-FILE-BALANCE + HST-FILE-AMOUNT
           MOVE HST-FILE-REF         TO WS-EVT-REF
           MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO WS-EVT-TEXT.
       H240-END. EXIT.
      *--------------------------------
      * RECAP51 WRITES A REFUSAL DATED THE DAY OF THE ATTEMPT; A
      * RECAP65 RETRY REFUSED AGAIN IS A NEW EVENT OF ITS OWN DAY.
      *--------------------------------
       H300-SCAN-REFUSALS.
           ADD 1 TO WS-OVD-READ-COUNT
           IF OVD-FILE-DATE = WS-BUS-DATE
              MOVE 2 TO WS-TYPE-IDX
              MOVE OVD-FILE-ID       TO WS-EVT-ID
              MOVE OVD-FILE-DVZ      TO WS-EVT-DVZ
              MOVE OVD-FILE-DATE     TO WS-EVT-DATE
              MOVE SPACES            TO WS-EVT-DETAIL
              MOVE OVD-FILE-REF      TO WS-EVT-DETAIL(1:12)
              MOVE OVD-FILE-MODE     TO WS-EVT-DETAIL(13:1)
              MOVE OVD-FILE-AMOUNT   TO WS-EVT-AMOUNT
              MOVE OVD-FILE-BALANCE  TO WS-EVT-BALANCE
              MOVE OVD-FILE-REF      TO WS-EVT-REF
              MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO WS-EVT-TEXT
              SET WS-EVT-REPEATABLE TO TRUE
              PERFORM H700-RAISE-ALERT
           END-IF.
           READ OVD-FILE AT END SET OVD-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      * THE BLOCK'S OWN REASON GOES OUT AS THE ALERT TEXT.
      *--------------------------------
       H400-SCAN-BLOCKS.
           ADD 1 TO WS-BLG-READ-COUNT
           IF BLG-FILE-TIMESTAMP(1:8) = WS-BUS-DATE
              MOVE 6 TO WS-TYPE-IDX
              MOVE BLG-FILE-ID       TO WS-EVT-ID
              MOVE BLG-FILE-DVZ      TO WS-EVT-DVZ
              MOVE WS-BUS-DATE       TO WS-EVT-DATE
              MOVE SPACES            TO WS-EVT-DETAIL
              MOVE BLG-FILE-TIMESTAMP TO WS-EVT-DETAIL(1:14)
              MOVE BLG-FILE-MODE     TO WS-EVT-DETAIL(15:1)
              MOVE BLG-FILE-AMOUNT   TO WS-EVT-AMOUNT
              MOVE 0                 TO WS-EVT-BALANCE
              MOVE BLG-FILE-REF      TO WS-EVT-REF
              MOVE BLG-FILE-REASON   TO WS-EVT-TEXT
              IF WS-EVT-TEXT = SPACES
                 MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO WS-EVT-TEXT
              END-IF
              SET WS-EVT-REPEATABLE TO TRUE
              PERFORM H700-RAISE-ALERT
           END-IF.
           READ BLG-FILE AT END SET BLG-FILE-EOF TO TRUE
           END-READ.
       H400-END. EXIT.
      *--------------------------------
      * RECAP76 HAS ALREADY ROLLED TODAY'S PAYMENTS FORWARD, SO THE
      * NEXT-DUE DATE IS THE NEXT DEBIT. THE EVENT IS DATED WITH THE
      * DUE DATE, SO THE SAME PAYMENT IS NOT ANNOUNCED ON EACH OF THE
      * DAYS BEFORE IT.
      *--------------------------------
       H500-SCAN-ORDERS.
           MOVE 0 TO SO-FILE-NO
           START SO-FILE KEY IS >= SO-FILE-NO
              INVALID KEY SET SO-FILE-EOF TO TRUE
           END-START.
           IF NOT SO-FILE-EOF
              READ SO-FILE NEXT RECORD
                 AT END SET SO-FILE-EOF TO TRUE
              END-READ
           END-IF.
           PERFORM H510-CHECK-ONE-ORDER UNTIL SO-FILE-EOF.
       H500-END. EXIT.
      *--------------------------------
       H510-CHECK-ONE-ORDER.
           ADD 1 TO WS-SO-READ-COUNT
           IF SO-FILE-ACTIVE
              AND SO-FILE-NEXT-DUE > WS-BUS-DATE
              AND SO-FILE-NEXT-DUE NOT > WS-SO-LAST-DATE
              AND (SO-FILE-END-DATE = 0
                   OR SO-FILE-NEXT-DUE NOT > SO-FILE-END-DATE)
              MOVE 5 TO WS-TYPE-IDX
              MOVE SO-FILE-DEBIT-ID  TO WS-EVT-ID
              MOVE SO-FILE-DVZ       TO WS-EVT-DVZ
              MOVE SO-FILE-NEXT-DUE  TO WS-EVT-DATE
              MOVE SO-FILE-NO        TO WS-EVT-DETAIL-NO
              MOVE SPACES            TO WS-EVT-DETAIL
              MOVE WS-EVT-DETAIL-NO  TO WS-EVT-DETAIL(1:5)
              COMPUTE WS-EVT-AMOUNT = 0 - SO-FILE-AMOUNT
              MOVE 0                 TO WS-EVT-BALANCE
              MOVE SPACES            TO WS-EVT-REF
              MOVE 'TALIMAT'         TO WS-EVT-REF(1:7)
              MOVE WS-EVT-DETAIL-NO  TO WS-EVT-REF(8:5)
              MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO WS-EVT-TEXT
              SET WS-EVT-ONCE-ONLY TO TRUE
              PERFORM H700-RAISE-ALERT
           END-IF.
           READ SO-FILE NEXT RECORD
              AT END SET SO-FILE-EOF TO TRUE
           END-READ.
       H510-END. EXIT.
      *--------------------------------
      * PRF-FILE-ID IS SET BY THE CALLER. UNTIL RECAP89 HAS BUILT
      * ALRPREF NO MEMBER HAS A PREFERENCE.
      *--------------------------------
       H600-READ-PREFERENCE.
           SET WS-PREF-MISSING TO TRUE
           IF WS-PRF-PRESENT
              SET WS-PREF-FOUND TO TRUE
              READ PRF-FILE INVALID KEY
                 SET WS-PREF-MISSING TO TRUE
              END-READ
           END-IF.
       H600-END. EXIT.
      *--------------------------------
      * AN EVENT IS SENT WHEN THE MEMBER IS OPTED IN FOR ITS TYPE AND
      * IT IS NOT ALREADY ON ALRSENT. THE FEED RECORD IS WRITTEN
      * BEFORE THE ALRSENT KEY, SO A FAILED RUN IS NEVER SHORT OF AN
      * ALERT WHEN IT IS RERUN.
      *--------------------------------
       H700-RAISE-ALERT.
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-EVT-TYPE
           PERFORM H710-SET-OCCURRENCE
           IF WS-EVT-REPEATABLE OR WS-EVT-OCCUR = 1
              ADD 1 TO WS-TYPE-FOUND(WS-TYPE-IDX)
              ADD 1 TO WS-FOUND-COUNT
              MOVE WS-EVT-ID TO PRF-FILE-ID
              PERFORM H600-READ-PREFERENCE
              IF WS-PREF-MISSING
                 OR NOT PRF-FILE-OPTED-IN
                 OR PRF-FILE-EVENT-FLAG(WS-TYPE-IDX) NOT = 'Y'
                 ADD 1 TO WS-TYPE-NO-CONSENT(WS-TYPE-IDX)
                 ADD 1 TO WS-NO-CONSENT-COUNT
              ELSE
                 MOVE WS-EVT-KEY TO SNT-FILE-KEY
                 READ SNT-FILE
                    INVALID KEY
                       PERFORM H720-SEND-ALERT
                    NOT INVALID KEY
                       ADD 1 TO WS-TYPE-RESENT(WS-TYPE-IDX)
                       ADD 1 TO WS-RESENT-COUNT
                 END-READ
              END-IF
           END-IF.
       H700-END. EXIT.
      *--------------------------------
      * COUNTS THE EVENT'S BASE KEY WITHIN THE RUN. WHEN THE TABLE IS
      * FULL THE OCCURRENCE STAYS 1 AND THE REPORT SAYS SO.
      *--------------------------------
       H710-SET-OCCURRENCE.
           MOVE 1 TO WS-EVT-OCCUR
           MOVE 0 TO WS-SEEN-SLOT
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-SEEN-SLOT > 0
              IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-EVT-BASE-KEY
                 MOVE WS-SEEN-IDX TO WS-SEEN-SLOT
              END-IF
           END-PERFORM
           IF WS-SEEN-SLOT > 0
              ADD 1 TO WS-SEEN-OCCUR(WS-SEEN-SLOT)
              MOVE WS-SEEN-OCCUR(WS-SEEN-SLOT) TO WS-EVT-OCCUR
           ELSE
              IF WS-SEEN-COUNT < 5000
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE WS-EVT-BASE-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
                 MOVE 1 TO WS-SEEN-OCCUR(WS-SEEN-COUNT)
              ELSE
                 SET WS-SEEN-OVERFLOW TO TRUE
              END-IF
           END-IF.
       H710-END. EXIT.
      *--------------------------------
       H720-SEND-ALERT.
           MOVE SPACES               TO FED-FILE-RECORD
           MOVE WS-EVT-TYPE          TO FED-FILE-TYPE
           MOVE WS-EVT-DATE          TO FED-FILE-EVENT-DATE
           MOVE WS-EVT-ID            TO FED-FILE-ID
           MOVE WS-EVT-DVZ           TO FED-FILE-DVZ
           MOVE PRF-FILE-NAME        TO FED-FILE-NAME
           MOVE PRF-FILE-SURNAME     TO FED-FILE-SURNAME
           MOVE PRF-FILE-CHANNEL     TO FED-FILE-CHANNEL
           MOVE PRF-FILE-PHONE       TO FED-FILE-PHONE
           MOVE PRF-FILE-EMAIL       TO FED-FILE-EMAIL
           MOVE WS-EVT-AMOUNT        TO FED-FILE-AMOUNT
           MOVE WS-EVT-BALANCE       TO FED-FILE-BALANCE
           MOVE WS-EVT-REF           TO FED-FILE-REF
           MOVE WS-EVT-TEXT          TO FED-FILE-TEXT
           MOVE WS-RUN-TS            TO FED-FILE-RUN-TS
           WRITE FED-FILE-RECORD.
           IF NOT FED-FILE-SUCCESS
              ADD 1 TO WS-FAILED-COUNT
           ELSE
              MOVE WS-EVT-KEY        TO SNT-FILE-KEY
              MOVE WS-RUN-TS         TO SNT-FILE-SENT-TS
              MOVE PRF-FILE-CHANNEL  TO SNT-FILE-CHANNEL
              WRITE SNT-FILE-RECORD INVALID KEY
                 ADD 1 TO WS-FAILED-COUNT
              END-WRITE
              ADD 1 TO WS-TYPE-SENT(WS-TYPE-IDX)
              ADD 1 TO WS-SENT-COUNT
           END-IF.
       H720-END. EXIT.
      *--------------------------------
       H900-WRITE-REPORT.
           MOVE SPACES TO OUT-LINE
           MOVE 'UYE ALARMLARI - IS GUNU:' TO OUT-LINE(1:24)
           MOVE WS-BUS-DATE          TO OUT-LINE(25:8)
           MOVE '-CALISMA:'          TO OUT-LINE(34:9)
           MOVE WS-RUN-TS            TO OUT-LINE(43:14)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           PERFORM H910-WRITE-TYPE-LINES
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 6.
           MOVE SPACES TO OUT-LINE
           MOVE 'TOP'                TO OUT-LINE(1:3)
           MOVE 'BUL:'               TO OUT-LINE(5:4)
           MOVE WS-FOUND-COUNT       TO OUT-LINE(9:7)
           MOVE '-GON:'              TO OUT-LINE(16:5)
           MOVE WS-SENT-COUNT        TO OUT-LINE(21:7)
           MOVE '-ONCEDEN:'          TO OUT-LINE(28:9)
           MOVE WS-RESENT-COUNT      TO OUT-LINE(37:7)
           MOVE '-IZINSIZ:'          TO OUT-LINE(44:9)
           MOVE WS-NO-CONSENT-COUNT  TO OUT-LINE(53:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           DISPLAY OUT-LINE.
           IF WS-FAILED-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'YAZILAMAYAN ALARM:' TO OUT-LINE(1:18)
              MOVE WS-FAILED-COUNT   TO OUT-LINE(19:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              DISPLAY OUT-LINE
           END-IF.
           IF WS-SEEN-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI: OLAY TABLOSU DOLDU, TEKRARLAR AYRILAMADI'
                                     TO OUT-LINE
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
              DISPLAY OUT-LINE
           END-IF.
       H900-END. EXIT.
      *--------------------------------
       H910-WRITE-TYPE-LINES.
           MOVE SPACES TO OUT-LINE
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO OUT-LINE(1:3)
           MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO OUT-LINE(5:30)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE 'BUL:'               TO OUT-LINE(5:4)
           MOVE WS-TYPE-FOUND(WS-TYPE-IDX)      TO OUT-LINE(9:7)
           MOVE '-GON:'              TO OUT-LINE(16:5)
           MOVE WS-TYPE-SENT(WS-TYPE-IDX)       TO OUT-LINE(21:7)
           MOVE '-ONCEDEN:'          TO OUT-LINE(28:9)
           MOVE WS-TYPE-RESENT(WS-TYPE-IDX)     TO OUT-LINE(37:7)
           MOVE '-IZINSIZ:'          TO OUT-LINE(44:9)
           MOVE WS-TYPE-NO-CONSENT(WS-TYPE-IDX) TO OUT-LINE(53:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
       H910-END. EXIT.
      *--------------------------------
       H990-WRITE-RUN-LOG.
           COMPUTE WL-LOG-READ-COUNT = WS-HST-READ-COUNT
                   + WS-OVD-READ-COUNT + WS-BLG-READ-COUNT
                   + WS-SO-READ-COUNT
           MOVE WS-SENT-COUNT TO WL-LOG-SUCCESS-COUNT
           MOVE WS-FAILED-COUNT TO WL-LOG-FAILED-COUNT
           MOVE WS-NO-CONSENT-COUNT TO WL-LOG-REJECT-COUNT
           MOVE RETURN-CODE TO WL-LOG-RETURN-CODE
           CALL WK-LOG-PROG USING WL-LOG-AREA.
       H990-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE PRF-FILE.
           CLOSE HST-FILE.
           CLOSE OVD-FILE.
           CLOSE BLG-FILE.
           CLOSE SO-FILE.
           CLOSE SNT-FILE.
           CLOSE FED-FILE.
           CLOSE RPT-FILE.
           IF WS-FAILED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SEEN-OVERFLOW
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM H990-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
