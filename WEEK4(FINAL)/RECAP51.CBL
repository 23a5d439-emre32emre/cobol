                           STATUS HST-STATUS.
           SELECT OVD-FILE ASSIGN TO 'OVDFILE'
                           STATUS OVD-STATUS.
           SELECT FXR-FILE ASSIGN TO 'FXRFILE'
                           STATUS FXR-STATUS.
           SELECT SPR-FILE ASSIGN TO 'FXSPRD'
                           STATUS SPR-STATUS.
           SELECT FXD-FILE ASSIGN TO 'FXDLOG'
                           STATUS FXD-STATUS.
           SELECT BLK-FILE ASSIGN TO 'BLKFILE'
                           ORGANIZATION IS INDEXED
                           ACCESS RANDOM
                           RECORD KEY IS BLK-FILE-KEY
                           STATUS BLK-STATUS.
           SELECT BLG-FILE ASSIGN TO 'BLKLOG'
                           STATUS BLG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  OVD-FILE RECORDING MODE F.
         01 OVD-FILE-MEMBERS.
           05 OVD-FILE-ID            PIC S9(5).
           05 OVD-FILE-REF           PIC X(12).
           05 OVD-FILE-MODE          PIC X(1).
           05 OVD-FILE-RANGE-END     PIC S9(5).
       FD  FXR-FILE RECORDING MODE F.
         01 FXR-FILE-RECORD.
           05 FXR-FILE-DVZ           PIC 9(03).
           05 FXR-FILE-RATE          PIC 9(7)V9(7).
      *----------------------------------------------------------------
      * EXCHANGE SPREAD PER CURRENCY AS A FRACTION OF THE MID RATE: THE
      * BUY SPREAD APPLIES WHEN THE MEMBER SELLS THE CURRENCY, THE
      * SELL SPREAD WHEN THE MEMBER BUYS IT.
      *----------------------------------------------------------------
       FD  SPR-FILE RECORDING MODE F.
         01 SPR-FILE-RECORD.
           05 SPR-FILE-DVZ           PIC 9(03).
           05 SPR-FILE-BUY-SPREAD    PIC 9V9(5).
           05 SPR-FILE-SELL-SPREAD   PIC 9V9(5).
       FD  FXD-FILE RECORDING MODE F.
         01 FXD-FILE-MEMBERS.
           05 FXD-FILE-ID            PIC S9(5).
           05 FXD-FILE-SRC-DVZ       PIC 9(03).
           05 FXD-FILE-TGT-DVZ       PIC 9(03).
           05 FXD-FILE-SRC-AMOUNT    PIC S9(13)V99.
           05 FXD-FILE-TGT-AMOUNT    PIC S9(13)V99.
           05 FXD-FILE-SRC-MID       PIC 9(7)V9(7).
           05 FXD-FILE-TGT-MID       PIC 9(7)V9(7).
           05 FXD-FILE-BUY-SPREAD    PIC 9V9(5).
           05 FXD-FILE-SELL-SPREAD   PIC 9V9(5).
           05 FXD-FILE-RATE          PIC 9(7)V9(7).
           05 FXD-FILE-DATE          PIC 9(8).
           05 FXD-FILE-REF           PIC X(12).
      *----------------------------------------------------------------
      * POSITION BLOCKS AND LEGAL HOLDS, KEYED ON MEMBER AND CURRENCY.
      * DVZ 000 BLOCKS EVERY POSITION OF THE MEMBER. A ZERO END DATE
      * KEEPS THE BLOCK IN FORCE UNTIL IT IS LIFTED.
      *----------------------------------------------------------------
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
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 VSAM-STATUS       PIC 9(2).
           88 BRW-FILE-SUCCESS     VALUE 00 97.
         05 HST-STATUS             PIC 9(2).
           88 HST-FILE-SUCCESS     VALUE 00 97.
           88 HST-FILE-EOF         VALUE 10.
         05 OVD-STATUS             PIC 9(2).
           88 OVD-FILE-SUCCESS     VALUE 00 97.
         05 FXR-STATUS             PIC 9(2).
           88 FXR-FILE-SUCCESS     VALUE 00 97.
           88 FXR-FILE-EOF         VALUE 10.
         05 SPR-STATUS             PIC 9(2).
           88 SPR-FILE-SUCCESS     VALUE 00 97.
           88 SPR-FILE-EOF         VALUE 10.
         05 FXD-STATUS             PIC 9(2).
           88 FXD-FILE-SUCCESS     VALUE 00 97.
         05 BLK-STATUS             PIC 9(2).
           88 BLK-FILE-SUCCESS     VALUE 00 97.
           88 BLK-FILE-MISSING     VALUE 35.
         05 BLG-STATUS             PIC 9(2).
           88 BLG-FILE-SUCCESS     VALUE 00 97.
         05 WS-NAME-STRING         PIC X(15).
         05 WS-TEMP                PIC X.
         05 WS-INDEX               PIC 9(2) VALUE 0.
         05 WS-XFR-DEBIT-OK        PIC X(1).
           88 XFR-DEBIT-APPLIED    VALUE 'Y'.
           88 XFR-DEBIT-FAILED     VALUE 'N'.
         05 WS-HST-BACKOUT-FLAG    PIC X(1) VALUE 'N'.
           88 HST-BACKOUT-ENTRY    VALUE 'Y'.
           88 HST-NORMAL-ENTRY     VALUE 'N'.
         05 WS-CUR-IDX             PIC 9(2).
         05 WS-UPD-COUNT           PIC 9(1).
         05 WS-UPD-FAIL-COUNT      PIC 9(1).
         05 WS-DVZ-VALID           PIC X(1).
           88 DVZ-VALID            VALUE 'Y'.
           88 DVZ-INVALID          VALUE 'N'.
      *----------------------------------------------------------------
      * REVERSAL WORK AREA: THE NET JOURNALED MOVEMENT OF THE ORIGINAL
      * REFERENCE PER POSITION. A POSTING TOUCHES ONE POSITION, A
      * TRANSFER OR AN EXCHANGE TWO, SO TWO SLOTS COVER EVERY
      * REVERSIBLE ITEM.
      *----------------------------------------------------------------
       01 WS-REVERSAL-CONTROL.
          05 WS-REV-COUNT           PIC 9(1).
          05 WS-REV-SLOT            PIC 9(1).
          05 WS-REV-FIRST           PIC 9(1).
          05 WS-REV-SECOND          PIC 9(1).
          05 WS-REV-IDX             PIC 9(1).
          05 WS-REV-FOUND-SLOT      PIC 9(1).
          05 WS-REV-SCAN-DONE       PIC X(1).
             88 WS-REV-SCAN-FINISHED VALUE 'Y'.
          05 WS-REV-ORIG-FLAG       PIC X(1).
             88 WS-REV-ORIG-SEEN    VALUE 'Y'.
          05 WS-REV-DONE-FLAG       PIC X(1).
             88 WS-REV-ALREADY-SEEN VALUE 'Y'.
          05 WS-REV-OVF-FLAG        PIC X(1).
             88 WS-REV-OVERFLOW     VALUE 'Y'.
          05 WS-REV-LEG-FLAG        PIC X(1).
             88 WS-REV-LEG-APPLIED  VALUE 'Y'.
             88 WS-REV-LEG-FAILED   VALUE 'N'.
          05 WS-REV-ENTRY OCCURS 2 TIMES.
             10 WS-REV-ID           PIC S9(5) COMP-3.
             10 WS-REV-DVZ          PIC S9(3) COMP.
             10 WS-REV-NET          PIC S9(13)V99 COMP-3.
      *----------------------------------------------------------------
      * EXCHANGE RATES TO TRY AND SPREADS, LOADED FROM FXRFILE AND
      * FXSPRD ON THE FIRST EXCHANGE OF THE RUN. 949 IS THE BASE
      * CURRENCY AND TRADES AT 1 WITHOUT A SPREAD.
      *----------------------------------------------------------------
       01 WS-FX-CONTROL.
          05 WS-FX-LOADED-FLAG      PIC X(1) VALUE 'N'.
             88 WS-FX-LOADED        VALUE 'Y'.
          05 WS-FX-COUNT            PIC 9(2) VALUE 0.
          05 WS-FX-IDX              PIC 9(2).
          05 WS-FX-LOOKUP-DVZ       PIC 9(3).
          05 WS-FX-FOUND-FLAG       PIC X(1).
             88 WS-FX-FOUND         VALUE 'Y'.
             88 WS-FX-NOT-FOUND     VALUE 'N'.
          05 WS-FX-MID              PIC 9(7)V9(7).
          05 WS-FX-BUY-SPREAD       PIC 9V9(5).
          05 WS-FX-SELL-SPREAD      PIC 9V9(5).
          05 WS-FX-SRC-MID          PIC 9(7)V9(7).
          05 WS-FX-SRC-SPREAD       PIC 9V9(5).
          05 WS-FX-TGT-MID          PIC 9(7)V9(7).
          05 WS-FX-TGT-SPREAD       PIC 9V9(5).
          05 WS-FX-CROSS-RATE       PIC 9(7)V9(7).
          05 WS-FX-TGT-DVZ          PIC S9(3) COMP.
          05 WS-FX-TGT-AMOUNT       PIC S9(13)V99 COMP-3.
          05 WS-FX-RATES-OK         PIC X(1).
             88 WS-FX-RATES-FOUND   VALUE 'Y'.
       01 WS-FX-TABLE.
          05 WS-FX-ENTRY OCCURS 10 TIMES.
             10 WS-FXT-DVZ          PIC 9(03).
             10 WS-FXT-RATE         PIC 9(7)V9(7).
             10 WS-FXT-BUY-SPREAD   PIC 9V9(5).
             10 WS-FXT-SELL-SPREAD  PIC 9V9(5).
      *----------------------------------------------------------------
      * BLOCK CHECK WORK AREA. THE CALLER NAMES THE POSITION, THE KIND
      * OF CHANGE AND, FOR A DEBIT, THE MOVEMENT AND THE BALANCE IT
      * WOULD LEAVE; H020 ANSWERS WITH THE BLOCK IN FORCE, IF ANY.
      *----------------------------------------------------------------
       01 WS-BLOCK-CONTROL.
          05 WS-BLK-OPEN-FLAG       PIC X(1) VALUE 'N'.
             88 WS-BLK-FILE-OPEN    VALUE 'Y'.
          05 WS-BLK-CHK-ID          PIC 9(5).
          05 WS-BLK-CHK-DVZ         PIC 9(3).
          05 WS-BLK-CHK-KIND        PIC X(1).
             88 WS-BLK-CHK-DEBIT    VALUE 'B'.
             88 WS-BLK-CHK-CREDIT   VALUE 'A'.
             88 WS-BLK-CHK-DELETE   VALUE 'S'.
             88 WS-BLK-CHK-NAME     VALUE 'G'.
          05 WS-BLK-CHK-AMOUNT      PIC S9(13)V99 COMP-3.
          05 WS-BLK-CHK-BALANCE     PIC S9(13)V99 COMP-3.
          05 WS-BLK-TODAY           PIC 9(8).
          05 WS-BLK-FLAG            PIC X(1).
             88 WS-BLOCK-FOUND      VALUE 'Y'.
             88 WS-BLOCK-CLEAR      VALUE 'N'.
          05 WS-BLK-HIT-DVZ         PIC 9(3).
          05 WS-BLK-HIT-TYPE        PIC X(1).
          05 WS-BLK-HIT-REASON      PIC X(30).
          05 WS-BLK-MSG-POS         PIC 9(2).
          05 WS-BLK-MESSAGE.
             10 FILLER              PIC X(13) VALUE '-BLOKELI-RED:'.
             10 WS-BLK-MSG-REASON   PIC X(30).
          05 WS-BLK-CREDIT-ID       PIC 9(5).
          05 WS-BLK-CREDIT-DVZ      PIC 9(3).
          05 WS-BLK-CREDIT-AMOUNT   PIC S9(13)V99 COMP-3.
          05 WS-BATCH-BLK-COUNT     PIC 9(5) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE              PIC ZZZZZZ9.9999999.
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
          05 LS-OVERDRAFT-FLAG       PIC X(1).
             88 LS-OVERDRAFT-HIT     VALUE 'Y'.
             88 LS-OVERDRAFT-NONE    VALUE 'N'.
             88 LS-BLOCK-HIT         VALUE 'B'.
          05 LS-INP-REF              PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION USING LS-LINK-AREA.
           IF OVD-STATUS = 35
              OPEN OUTPUT OVD-FILE
           END-IF.
           OPEN EXTEND FXD-FILE.
           IF FXD-STATUS = 35
              OPEN OUTPUT FXD-FILE
           END-IF.
           PERFORM H110-OPEN-BLOCKS.
       H100-END. EXIT.
      *--------------------------------
      * NO BLOCK FILE YET MEANS NO BLOCKS. ANY OTHER OPEN FAILURE STOPS
      * THE CALL: POSTING WITHOUT BEING ABLE TO SEE A LEGAL HOLD IS
      * NOT ALLOWED.
      *--------------------------------
       H110-OPEN-BLOCKS.
           MOVE 'N' TO WS-BLK-OPEN-FLAG
           OPEN INPUT BLK-FILE
           IF BLK-FILE-SUCCESS
              SET WS-BLK-FILE-OPEN TO TRUE
           ELSE
              IF NOT BLK-FILE-MISSING
                 MOVE SPACES TO LS-REPORT
                 MOVE 'BLKFILE NOT OPENED. ERROR CODE:'
                      TO LS-REPORT(1:31)
                 MOVE BLK-STATUS TO LS-REPORT(32:2)
                 SET LS-FUNCTION-FAILED TO TRUE
                 PERFORM H999-EXIT
              END-IF
           END-IF
           OPEN EXTEND BLG-FILE
           IF BLG-STATUS = 35
              OPEN OUTPUT BLG-FILE
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      * THE REFUSAL RECORD CARRIES THE REFUSED SIDE'S BALANCE AND
      * LIMIT PLUS THE MODE. A REFUSED TRANSFER IS RECORDED AS THE
      * WHOLE TWO-LEGGED MOVEMENT - DEBTOR ID AND COUNTERPARTY - SO
      * THE RECAP65 FOLLOW-UP CAN RETRY IT AS AN 'X' AND NEVER AS A
      * ONE-SIDED POSTING. A REFUSED EXCHANGE KEEPS ITS TARGET CURRENCY
      * IN THE SAME FIELD AND IS RETRIED AS AN 'E'. A REFUSED REVERSAL
      * CARRIES THE SIGNED DEBIT LEG OF THE REFUSED POSITION AND IS
      * RETRIED AS AN 'I' UNDER THE ORIGINAL'S REFERENCE.
      *--------------------------------
       H018-WRITE-OVERDRAFT.
           IF LS-SELECT-MODE = 'X' OR 'E'
              MOVE LS-INP-IDX-FILE-ID  TO OVD-FILE-ID
              MOVE LS-INP-RANGE-END-ID TO OVD-FILE-RANGE-END
           ELSE
              MOVE 0 TO OVD-FILE-RANGE-END
           END-IF
           MOVE IDX-FILE-DVZ     TO OVD-FILE-DVZ
           IF LS-SELECT-MODE = 'I'
              MOVE WS-XFR-LEG-AMOUNT TO OVD-FILE-AMOUNT
           ELSE
              MOVE LS-INP-AMOUNT TO OVD-FILE-AMOUNT
           END-IF
           MOVE IDX-FILE-BALANCE TO OVD-FILE-BALANCE
           MOVE IDX-FILE-LIMIT   TO OVD-FILE-LIMIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVD-FILE-DATE
      * OF THE NEW POSITION AND A CREATE CAN BE REPLAYED IN RECOVERY.
      * A TRANSFER ('X') JOURNALS THE BEFORE-IMAGE OF EACH LEG WITH
      * THE SIGNED LEG AMOUNT, SO BOTH SIDES REPLAY LIKE POSTINGS.
      * A REVERSAL ('I') AND AN EXCHANGE ('E') JOURNAL EACH LEG THE
      * SAME WAY, AN EXCHANGE LEG IN ITS OWN POSITION'S CURRENCY.
      * EVERY ENTRY CARRIES THE TRANSACTION REFERENCE; A REVERSAL ENTRY
      * CARRIES THE REFERENCE OF THE ORIGINAL IT REVERSES, WHICH PAIRS
      * THE TWO. THE COMPENSATION OF A LEG THAT WAS BACKED OUT IS
      * JOURNALED AS A 'G' WITH THE SIGNED AMOUNT UNDER THE SAME
      * REFERENCE, SO IT NETS THE LEG BUT IS NEVER TAKEN FOR A
      * TRANSFER, AN EXCHANGE OR A REVERSAL OF ITS OWN.
      *--------------------------------
       H015-WRITE-HISTORY.
           MOVE IDX-FILE-ID      TO HST-FILE-ID
           IF LS-SELECT-MODE = 'P' OR 'B'
              MOVE LS-INP-AMOUNT TO HST-FILE-AMOUNT
           ELSE
              IF LS-SELECT-MODE = 'X' OR 'I' OR 'E'
                 MOVE WS-XFR-LEG-AMOUNT TO HST-FILE-AMOUNT
              ELSE
                 MOVE 0 TO HST-FILE-AMOUNT
              END-IF
           END-IF
           IF HST-BACKOUT-ENTRY
              MOVE 'G' TO HST-FILE-MODE
              MOVE WS-XFR-LEG-AMOUNT TO HST-FILE-AMOUNT
              SET HST-NORMAL-ENTRY TO TRUE
           END-IF
           MOVE IDX-FILE-LIMIT TO HST-FILE-LIMIT
           MOVE LS-INP-REF     TO HST-FILE-REF
           WRITE HST-FILE-MEMBERS.
       H015-END. EXIT.
      *--------------------------------
      * A BLOCK ON THE POSITION ITSELF IS LOOKED UP FIRST, THEN A
      * MEMBER-WIDE BLOCK (DVZ 000). A FULL FREEZE STOPS EVERY CHANGE,
      * A DEBIT BLOCK STOPS DEBITS AND DELETES, AND A HOLD STOPS A
      * DELETE AND ANY DEBIT THAT WOULD LEAVE LESS THAN THE HELD
      * AMOUNT ON THE POSITION. EVERY STOPPED ATTEMPT IS LOGGED.
      *--------------------------------
       H020-CHECK-BLOCK.
           SET WS-BLOCK-CLEAR TO TRUE
           IF WS-BLK-FILE-OPEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BLK-TODAY
              MOVE WS-BLK-CHK-ID  TO BLK-FILE-ID
              MOVE WS-BLK-CHK-DVZ TO BLK-FILE-DVZ
              PERFORM H022-TEST-BLOCK
              IF WS-BLOCK-CLEAR AND WS-BLK-CHK-DVZ NOT = 0
                 MOVE WS-BLK-CHK-ID TO BLK-FILE-ID
                 MOVE 0 TO BLK-FILE-DVZ
                 PERFORM H022-TEST-BLOCK
              END-IF
              IF WS-BLOCK-FOUND
                 PERFORM H025-LOG-BLOCKED-ATTEMPT
              END-IF
           END-IF.
       H020-END. EXIT.
      *--------------------------------
       H022-TEST-BLOCK.
           READ BLK-FILE INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF BLK-FILE-START-DATE <= WS-BLK-TODAY
                 AND (BLK-FILE-END-DATE = 0
                      OR BLK-FILE-END-DATE >= WS-BLK-TODAY)
                 EVALUATE TRUE
                   WHEN BLK-FILE-FULL
                     SET WS-BLOCK-FOUND TO TRUE
                   WHEN BLK-FILE-DEBIT
                     IF WS-BLK-CHK-DEBIT OR WS-BLK-CHK-DELETE
                        SET WS-BLOCK-FOUND TO TRUE
                     END-IF
                   WHEN BLK-FILE-HOLD
                     IF WS-BLK-CHK-DELETE
                        OR (WS-BLK-CHK-DEBIT AND
                            WS-BLK-CHK-BALANCE < BLK-FILE-HOLD-AMOUNT)
                        SET WS-BLOCK-FOUND TO TRUE
                     END-IF
                 END-EVALUATE
                 IF WS-BLOCK-FOUND
                    MOVE BLK-FILE-DVZ    TO WS-BLK-HIT-DVZ
                    MOVE BLK-FILE-TYPE   TO WS-BLK-HIT-TYPE
                    MOVE BLK-FILE-REASON TO WS-BLK-HIT-REASON
                 END-IF
              END-IF
           END-READ.
       H022-END. EXIT.
      *--------------------------------
       H025-LOG-BLOCKED-ATTEMPT.
           MOVE WS-BLK-CHK-ID     TO BLG-FILE-ID
           MOVE WS-BLK-CHK-DVZ    TO BLG-FILE-DVZ
           MOVE LS-SELECT-MODE    TO BLG-FILE-MODE
           MOVE WS-BLK-CHK-AMOUNT TO BLG-FILE-AMOUNT
           MOVE WS-BLK-HIT-DVZ    TO BLG-FILE-BLOCK-DVZ
           MOVE WS-BLK-HIT-TYPE   TO BLG-FILE-TYPE
           MOVE WS-BLK-HIT-REASON TO BLG-FILE-REASON
           MOVE FUNCTION CURRENT-DATE(1:14) TO BLG-FILE-TIMESTAMP
           MOVE LS-INP-REF        TO BLG-FILE-REF
           WRITE BLG-FILE-MEMBERS.
       H025-END. EXIT.
      *--------------------------------
      * THE REFUSAL TEXT AND REASON GO AFTER THE CALLER'S OWN PREFIX;
      * A BLOCKED ITEM IS NOT AN OVERDRAFT AND WRITES NO OVDFILE RECORD.
      *--------------------------------
       H028-REPORT-BLOCK.
           MOVE WS-BLK-HIT-REASON TO WS-BLK-MSG-REASON
           MOVE WS-BLK-MESSAGE TO LS-REPORT(WS-BLK-MSG-POS:)
           SET LS-BLOCK-HIT TO TRUE
           SET LS-FUNCTION-FAILED TO TRUE.
       H028-END. EXIT.
      *--------------------------------
       H300-READ-ACTION.
           SET LS-MEMBER-FOUND-OK TO TRUE.
              LS-SELECT-MODE NOT EQUAL 'P' AND
              LS-SELECT-MODE NOT EQUAL 'L' AND
              LS-SELECT-MODE NOT EQUAL 'B' AND
              LS-SELECT-MODE NOT EQUAL 'X' AND
              LS-SELECT-MODE NOT EQUAL 'I' AND
              LS-SELECT-MODE NOT EQUAL 'E')
              MOVE SPACES TO LS-REPORT
              MOVE 'HATALI SECIM MODU:' TO LS-REPORT(1:18)
              MOVE LS-SELECT-MODE TO LS-REPORT(19:1)
              WHEN 'L' PERFORM H360-BROWSE-FUNCTION
              WHEN 'B' PERFORM H370-BATCH-FUNCTION
              WHEN 'X' PERFORM H380-TRANSFER-FUNCTION
              WHEN 'I' PERFORM H390-REVERSAL-FUNCTION
              WHEN 'E' PERFORM H400-EXCHANGE-FUNCTION
           END-EVALUATE.
       H300-READ-ACTION-END. EXIT.
      *--------------------------------
           PERFORM H010-CHECK-MEMBER
           EVALUATE TRUE
             WHEN MEMBER-FOUND
              MOVE IDX-FILE-ID      TO WS-BLK-CHK-ID
              MOVE IDX-FILE-DVZ     TO WS-BLK-CHK-DVZ
              SET WS-BLK-CHK-DELETE TO TRUE
              MOVE 0                TO WS-BLK-CHK-AMOUNT
              MOVE IDX-FILE-BALANCE TO WS-BLK-CHK-BALANCE
              PERFORM H020-CHECK-BLOCK
              IF WS-BLOCK-FOUND
                 MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                 MOVE '-delete-rc:' TO LS-REPORT(6:11)
                 MOVE VSAM-STATUS TO LS-REPORT(17:2)
                 MOVE 19 TO WS-BLK-MSG-POS
                 PERFORM H028-REPORT-BLOCK
              ELSE
                 PERFORM H015-WRITE-HISTORY
                 DELETE IDX-FILE INVALID KEY
                     MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                     MOVE '-delete-rc:' TO LS-REPORT(6:11)
                     MOVE VSAM-STATUS TO LS-REPORT(17:2)
                     MOVE '-KAYIT SILINEMEDI' TO LS-REPORT(19:17)
                     SET LS-FUNCTION-FAILED TO TRUE
                 NOT INVALID KEY
                     MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                     MOVE '-delete-rc:' TO LS-REPORT(6:11)
                     MOVE VSAM-STATUS TO LS-REPORT(17:2)
                     MOVE '-KAYIT SILINDI' TO LS-REPORT(19:14)
                     SET LS-FUNCTION-SUCCESS TO TRUE
                 END-DELETE
              END-IF
             WHEN MEMBER-READ-ERROR
               MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
               MOVE '-delete-rc:' TO LS-REPORT(6:11)
           END-PERFORM
           MOVE 0 TO WS-UPD-COUNT
           MOVE 0 TO WS-UPD-FAIL-COUNT
           PERFORM H347-CHECK-NAME-BLOCKS
           IF WS-BLOCK-CLEAR
              PERFORM H345-UPDATE-ONE-POSITION
                 VARYING WS-CUR-IDX FROM 1 BY 1 UNTIL WS-CUR-IDX > 5
           END-IF
           EVALUATE TRUE
             WHEN WS-BLOCK-FOUND
               MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
               MOVE '-update-rc:' TO LS-REPORT(6:11)
               MOVE VSAM-STATUS TO LS-REPORT(17:2)
               MOVE 19 TO WS-BLK-MSG-POS
               PERFORM H028-REPORT-BLOCK
             WHEN WS-UPD-FAIL-COUNT > 0
               MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
               MOVE '-update-rc:' TO LS-REPORT(6:11)
              END-REWRITE
           END-READ.
       H345-UPDATE-ONE-POSITION-END. EXIT.
      *--------------------------------
      * THE NAME IS CHANGED ON ALL POSITIONS OR NONE, SO A FULL FREEZE
      * ON ANY ONE OF THEM STOPS THE WHOLE CHANGE BEFORE IT STARTS.
      *--------------------------------
       H347-CHECK-NAME-BLOCKS.
           SET WS-BLOCK-CLEAR TO TRUE
           PERFORM H348-CHECK-ONE-NAME-BLOCK
              VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 5 OR WS-BLOCK-FOUND.
       H347-CHECK-NAME-BLOCKS-END. EXIT.
      *--------------------------------
       H348-CHECK-ONE-NAME-BLOCK.
           MOVE LS-INP-IDX-FILE-ID TO WS-BLK-CHK-ID
           MOVE WS-CURRENCY-CODE(WS-CUR-IDX) TO WS-BLK-CHK-DVZ
           SET WS-BLK-CHK-NAME TO TRUE
           MOVE 0 TO WS-BLK-CHK-AMOUNT
           MOVE 0 TO WS-BLK-CHK-BALANCE
           PERFORM H020-CHECK-BLOCK.
       H348-CHECK-ONE-NAME-BLOCK-END. EXIT.
      *--------------------------------
       H350-POST-FUNCTION.
           PERFORM H010-CHECK-MEMBER
             WHEN MEMBER-FOUND
              COMPUTE WS-NEW-BALANCE =
                      IDX-FILE-BALANCE + LS-INP-AMOUNT
              PERFORM H352-CHECK-POSTING-BLOCK
              EVALUATE TRUE
                WHEN WS-BLOCK-FOUND
                 MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                 MOVE '-post-rc:' TO LS-REPORT(6:9)
                 MOVE VSAM-STATUS TO LS-REPORT(15:2)
                 MOVE 17 TO WS-BLK-MSG-POS
                 PERFORM H028-REPORT-BLOCK
                WHEN WS-NEW-BALANCE < (0 - IDX-FILE-LIMIT)
                 PERFORM H018-WRITE-OVERDRAFT
                 MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                 MOVE '-post-rc:' TO LS-REPORT(6:9)
                 MOVE '-LIMIT ASIMI-RED' TO LS-REPORT(17:16)
                 SET LS-OVERDRAFT-HIT TO TRUE
                 SET LS-FUNCTION-FAILED TO TRUE
                WHEN OTHER
                 PERFORM H355-APPLY-POSTING
              END-EVALUATE
             WHEN MEMBER-READ-ERROR
               MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
               MOVE '-post-rc:' TO LS-REPORT(6:9)
               SET LS-FUNCTION-FAILED TO TRUE
           END-EVALUATE.
       H350-POST-FUNCTION-END. EXIT.
      *--------------------------------
      * THE POSITION IN IDX-FILE-MEMBERS IS CHECKED FOR A BLOCK WITH
      * THE SIGNED MOVEMENT IN LS-INP-AMOUNT AND THE BALANCE IT WOULD
      * LEAVE IN WS-NEW-BALANCE; THE BATCH LOOP USES IT AS WELL.
      *--------------------------------
       H352-CHECK-POSTING-BLOCK.
           MOVE IDX-FILE-ID    TO WS-BLK-CHK-ID
           MOVE IDX-FILE-DVZ   TO WS-BLK-CHK-DVZ
           IF LS-INP-AMOUNT < 0
              SET WS-BLK-CHK-DEBIT TO TRUE
           ELSE
              SET WS-BLK-CHK-CREDIT TO TRUE
           END-IF
           MOVE LS-INP-AMOUNT  TO WS-BLK-CHK-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-BLK-CHK-BALANCE
           PERFORM H020-CHECK-BLOCK.
       H352-CHECK-POSTING-BLOCK-END. EXIT.
      *--------------------------------
       H355-APPLY-POSTING.
           PERFORM H015-WRITE-HISTORY
           MOVE 0 TO WS-BATCH-COUNT
           MOVE 0 TO WS-BATCH-FAILED-COUNT
           MOVE 0 TO WS-BATCH-OVD-COUNT
           MOVE 0 TO WS-BATCH-BLK-COUNT
           MOVE 'N' TO WS-BATCH-DONE
           MOVE LS-INP-IDX-FILE-ID TO IDX-FILE-ID
           MOVE 0 TO IDX-FILE-DVZ
           MOVE WS-BATCH-FAILED-COUNT TO LS-REPORT(54:5)
           IF WS-BATCH-OVD-COUNT > 0
              SET LS-OVERDRAFT-HIT TO TRUE
           ELSE
              IF WS-BATCH-BLK-COUNT > 0
                 SET LS-BLOCK-HIT TO TRUE
              END-IF
           END-IF.
           IF WS-BATCH-FAILED-COUNT > 0
              SET LS-FUNCTION-FAILED TO TRUE
                 IF IDX-FILE-DVZ = LS-INP-DVZ
                    COMPUTE WS-NEW-BALANCE =
                            IDX-FILE-BALANCE + LS-INP-AMOUNT
                    PERFORM H352-CHECK-POSTING-BLOCK
                    EVALUATE TRUE
                      WHEN WS-BLOCK-FOUND
                       ADD 1 TO WS-BATCH-BLK-COUNT
                      WHEN WS-NEW-BALANCE < (0 - IDX-FILE-LIMIT)
                       PERFORM H018-WRITE-OVERDRAFT
                       ADD 1 TO WS-BATCH-OVD-COUNT
                      WHEN OTHER
                       PERFORM H015-WRITE-HISTORY
                       MOVE WS-NEW-BALANCE TO IDX-FILE-BALANCE
                       REWRITE IDX-FILE-MEMBERS INVALID KEY
                       NOT INVALID KEY
                          ADD 1 TO WS-BATCH-COUNT
                       END-REWRITE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
                WHEN MEMBER-FOUND
                 COMPUTE WS-NEW-BALANCE =
                         IDX-FILE-BALANCE - LS-INP-AMOUNT
                 MOVE LS-INP-RANGE-END-ID TO WS-BLK-CREDIT-ID
                 MOVE LS-INP-DVZ          TO WS-BLK-CREDIT-DVZ
                 MOVE LS-INP-AMOUNT       TO WS-BLK-CREDIT-AMOUNT
                 PERFORM H388-CHECK-TWO-LEG-BLOCKS
                 EVALUATE TRUE
                   WHEN WS-BLOCK-FOUND
                    MOVE WS-BLK-CHK-ID TO LS-REPORT
                    MOVE '-xfer-rc:' TO LS-REPORT(6:9)
                    MOVE VSAM-STATUS TO LS-REPORT(15:2)
                    MOVE 17 TO WS-BLK-MSG-POS
                    PERFORM H028-REPORT-BLOCK
                   WHEN WS-NEW-BALANCE < (0 - IDX-FILE-LIMIT)
                    PERFORM H018-WRITE-OVERDRAFT
                    MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                    MOVE '-xfer-rc:' TO LS-REPORT(6:9)
                    MOVE '-LIMIT ASIMI-RED' TO LS-REPORT(17:16)
                    SET LS-OVERDRAFT-HIT TO TRUE
                    SET LS-FUNCTION-FAILED TO TRUE
                   WHEN OTHER
                    PERFORM H382-APPLY-DEBIT-LEG
                    IF XFR-DEBIT-APPLIED
                       PERFORM H384-APPLY-CREDIT-LEG
                    END-IF
                 END-EVALUATE
                WHEN MEMBER-READ-ERROR
                  MOVE LS-INP-IDX-FILE-ID TO LS-REPORT
                  MOVE '-xfer-rc:' TO LS-REPORT(6:9)
       H384-APPLY-CREDIT-LEG-END. EXIT.
      *--------------------------------
      * THE DEBIT LEG IS ALREADY ON THE CLUSTER AND IN IDXHIST, SO THE
      * BACK-OUT IS A COMPENSATING CREDIT THAT IS JOURNALED AS WELL, AS
      * A 'G' - THE STATEMENT SHOWS BOTH THE REFUSED TRANSFER AND ITS
      * BACK-OUT.
      *--------------------------------
       H386-BACKOUT-DEBIT-LEG.
           MOVE LS-INP-IDX-FILE-ID TO IDX-FILE-ID
              CONTINUE
           NOT INVALID KEY
              MOVE LS-INP-AMOUNT TO WS-XFR-LEG-AMOUNT
              SET HST-BACKOUT-ENTRY TO TRUE
              PERFORM H015-WRITE-HISTORY
              COMPUTE IDX-FILE-BALANCE =
                      IDX-FILE-BALANCE + LS-INP-AMOUNT
              END-REWRITE
           END-READ.
       H386-BACKOUT-DEBIT-LEG-END. EXIT.
      *--------------------------------
      * BOTH SIDES OF A TRANSFER OR AN EXCHANGE ARE CHECKED BEFORE
      * EITHER IS TOUCHED: THE DEBIT SIDE IS THE POSITION IN
      * IDX-FILE-MEMBERS WITH WS-NEW-BALANCE, THE CREDIT SIDE IS NAMED
      * IN THE WS-BLK-CREDIT FIELDS.
      *--------------------------------
       H388-CHECK-TWO-LEG-BLOCKS.
           MOVE IDX-FILE-ID    TO WS-BLK-CHK-ID
           MOVE IDX-FILE-DVZ   TO WS-BLK-CHK-DVZ
           SET WS-BLK-CHK-DEBIT TO TRUE
           COMPUTE WS-BLK-CHK-AMOUNT = 0 - LS-INP-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-BLK-CHK-BALANCE
           PERFORM H020-CHECK-BLOCK
           IF WS-BLOCK-CLEAR
              MOVE WS-BLK-CREDIT-ID     TO WS-BLK-CHK-ID
              MOVE WS-BLK-CREDIT-DVZ    TO WS-BLK-CHK-DVZ
              SET WS-BLK-CHK-CREDIT TO TRUE
              MOVE WS-BLK-CREDIT-AMOUNT TO WS-BLK-CHK-AMOUNT
              MOVE 0 TO WS-BLK-CHK-BALANCE
              PERFORM H020-CHECK-BLOCK
           END-IF.
       H388-CHECK-TWO-LEG-BLOCKS-END. EXIT.
      *--------------------------------
      * A REVERSAL NAMES THE ORIGINAL TRANSACTION BY ITS REFERENCE IN
      * LS-INP-REF. THE JOURNAL IS SCANNED FOR THAT REFERENCE AND THE
      * NET MOVEMENT OF EVERY POSITION IT TOUCHED IS POSTED BACK WITH
      * THE OPPOSITE SIGN - ONE LEG FOR A POSTING, BOTH LEGS FOR A
      * TRANSFER OR AN EXCHANGE. EARLIER REVERSAL ENTRIES OF THE SAME
      * REFERENCE ARE IN THE NET AS WELL, SO A SECOND REVERSAL FINDS
      * NOTHING LEFT TO UNDO AND IS REFUSED.
      *--------------------------------
       H390-REVERSAL-FUNCTION.
           IF LS-INP-REF = SPACES
              MOVE SPACES TO LS-REPORT
              MOVE 'TERS KAYIT-REFERANS VERILMEDI' TO LS-REPORT(1:29)
              SET LS-FUNCTION-FAILED TO TRUE
           ELSE
              PERFORM H391-SCAN-ORIGINAL
              MOVE SPACES TO LS-REPORT
              MOVE LS-INP-REF TO LS-REPORT(1:12)
              MOVE '-ters-rc:' TO LS-REPORT(13:9)
              MOVE VSAM-STATUS TO LS-REPORT(22:2)
              EVALUATE TRUE
                WHEN NOT WS-REV-ORIG-SEEN
                  MOVE '-ORIJINAL HAREKET BULUNMADI'
                       TO LS-REPORT(24:27)
                  SET LS-FUNCTION-FAILED TO TRUE
                WHEN WS-REV-OVERFLOW
                  MOVE '-TOPLU HAREKET TERS KAYIT OLMAZ'
                       TO LS-REPORT(24:31)
                  SET LS-FUNCTION-FAILED TO TRUE
                WHEN WS-REV-NET(1) = 0 AND
                     (WS-REV-COUNT < 2 OR WS-REV-NET(2) = 0)
                  IF WS-REV-ALREADY-SEEN
                     MOVE '-ZATEN TERS KAYIT YAPILMIS'
                          TO LS-REPORT(24:26)
                  ELSE
                     MOVE '-NET HAREKET YOK' TO LS-REPORT(24:16)
                  END-IF
                  SET LS-FUNCTION-FAILED TO TRUE
                WHEN OTHER
                  PERFORM H393-APPLY-REVERSAL
              END-EVALUATE
           END-IF.
       H390-REVERSAL-FUNCTION-END. EXIT.
      *--------------------------------
      * IDXHIST IS HELD OPEN FOR EXTEND, SO IT IS SWITCHED TO INPUT FOR
      * THE SCAN AND BACK TO EXTEND BEFORE ANY LEG IS JOURNALED.
      *--------------------------------
       H391-SCAN-ORIGINAL.
           MOVE 0 TO WS-REV-COUNT
           MOVE 'N' TO WS-REV-ORIG-FLAG
           MOVE 'N' TO WS-REV-DONE-FLAG
           MOVE 'N' TO WS-REV-OVF-FLAG
           MOVE 'N' TO WS-REV-SCAN-DONE
           MOVE 0 TO WS-REV-NET(1)
           MOVE 0 TO WS-REV-NET(2)
           CLOSE HST-FILE
           OPEN INPUT HST-FILE
           IF HST-FILE-SUCCESS
              PERFORM H392-SCAN-ONE-ENTRY UNTIL WS-REV-SCAN-FINISHED
           END-IF
           CLOSE HST-FILE
           OPEN EXTEND HST-FILE
           IF HST-STATUS = 35
              OPEN OUTPUT HST-FILE
           END-IF.
       H391-SCAN-ORIGINAL-END. EXIT.
      *--------------------------------
       H392-SCAN-ONE-ENTRY.
           READ HST-FILE AT END SET WS-REV-SCAN-FINISHED TO TRUE
           END-READ.
           IF NOT WS-REV-SCAN-FINISHED
              AND HST-FILE-REF = LS-INP-REF
              AND (HST-FILE-MODE = 'P' OR 'B' OR 'X' OR 'I' OR 'E'
                   OR 'G')
              EVALUATE HST-FILE-MODE
                WHEN 'I'
                 SET WS-REV-ALREADY-SEEN TO TRUE
                WHEN 'G'
                 CONTINUE
                WHEN OTHER
                 SET WS-REV-ORIG-SEEN TO TRUE
              END-EVALUATE
              MOVE 0 TO WS-REV-FOUND-SLOT
              PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                      UNTIL WS-REV-IDX > WS-REV-COUNT
                 IF WS-REV-ID(WS-REV-IDX) = HST-FILE-ID
                    AND WS-REV-DVZ(WS-REV-IDX) = HST-FILE-DVZ
                    MOVE WS-REV-IDX TO WS-REV-FOUND-SLOT
                 END-IF
              END-PERFORM
              IF WS-REV-FOUND-SLOT = 0
                 IF WS-REV-COUNT < 2
                    ADD 1 TO WS-REV-COUNT
                    MOVE WS-REV-COUNT TO WS-REV-FOUND-SLOT
                    MOVE HST-FILE-ID  TO WS-REV-ID(WS-REV-FOUND-SLOT)
                    MOVE HST-FILE-DVZ TO WS-REV-DVZ(WS-REV-FOUND-SLOT)
                    MOVE 0 TO WS-REV-NET(WS-REV-FOUND-SLOT)
                 ELSE
                    SET WS-REV-OVERFLOW TO TRUE
                 END-IF
              END-IF
              IF WS-REV-FOUND-SLOT > 0
                 ADD HST-FILE-AMOUNT TO WS-REV-NET(WS-REV-FOUND-SLOT)
              END-IF
           END-IF.
       H392-SCAN-ONE-ENTRY-END. EXIT.
      *--------------------------------
      * THE LEG THAT TAKES MONEY OUT (A POSITIVE ORIGINAL NET) GOES
      * FIRST AND IS CHECKED AGAINST THE LIMIT LIKE A POSTING; IF THE
      * SECOND LEG CANNOT BE APPLIED THE FIRST IS BACKED OUT, SO THE
      * REVERSAL IS APPLIED WHOLE OR NOT AT ALL.
      *--------------------------------
       H393-APPLY-REVERSAL.
           MOVE 1 TO WS-REV-FIRST
           MOVE 2 TO WS-REV-SECOND
           IF WS-REV-COUNT = 2 AND WS-REV-NET(2) > 0
              MOVE 2 TO WS-REV-FIRST
              MOVE 1 TO WS-REV-SECOND
           END-IF
           MOVE WS-REV-FIRST TO WS-REV-SLOT
           PERFORM H395-APPLY-ONE-LEG
           IF WS-REV-LEG-APPLIED AND WS-REV-COUNT = 2
              MOVE WS-REV-SECOND TO WS-REV-SLOT
              PERFORM H395-APPLY-ONE-LEG
              IF WS-REV-LEG-FAILED
                 PERFORM H397-BACKOUT-FIRST-LEG
                 MOVE '-GERI ALINDI' TO LS-REPORT(49:12)
              END-IF
           END-IF
           IF WS-REV-LEG-APPLIED
              MOVE SPACES TO LS-REPORT
              MOVE LS-INP-REF TO LS-REPORT(1:12)
              MOVE '-ters-rc:' TO LS-REPORT(13:9)
              MOVE VSAM-STATUS TO LS-REPORT(22:2)
              MOVE '-TERS KAYIT TAMAM-UYE:' TO LS-REPORT(24:22)
              MOVE WS-REV-ID(WS-REV-FIRST) TO LS-REPORT(46:5)
              SET LS-FUNCTION-SUCCESS TO TRUE
           ELSE
              SET LS-FUNCTION-FAILED TO TRUE
           END-IF.
       H393-APPLY-REVERSAL-END. EXIT.
      *--------------------------------
       H395-APPLY-ONE-LEG.
           SET WS-REV-LEG-FAILED TO TRUE
           MOVE WS-REV-ID(WS-REV-SLOT)  TO IDX-FILE-ID
           MOVE WS-REV-DVZ(WS-REV-SLOT) TO IDX-FILE-DVZ
           MOVE SPACES TO LS-REPORT
           MOVE WS-REV-ID(WS-REV-SLOT) TO LS-REPORT(1:5)
           MOVE '-ters-rc:' TO LS-REPORT(6:9)
           READ IDX-FILE INVALID KEY
              MOVE VSAM-STATUS TO LS-REPORT(15:2)
              MOVE '-KAYIT VSAMDA MEVCUT DEGIL' TO LS-REPORT(17:26)
              SET LS-MEMBER-NOT-FOUND TO TRUE
           NOT INVALID KEY
              COMPUTE WS-XFR-LEG-AMOUNT = 0 - WS-REV-NET(WS-REV-SLOT)
              COMPUTE WS-NEW-BALANCE =
                      IDX-FILE-BALANCE + WS-XFR-LEG-AMOUNT
              MOVE IDX-FILE-ID       TO WS-BLK-CHK-ID
              MOVE IDX-FILE-DVZ      TO WS-BLK-CHK-DVZ
              IF WS-XFR-LEG-AMOUNT < 0
                 SET WS-BLK-CHK-DEBIT TO TRUE
              ELSE
                 SET WS-BLK-CHK-CREDIT TO TRUE
              END-IF
              MOVE WS-XFR-LEG-AMOUNT TO WS-BLK-CHK-AMOUNT
              MOVE WS-NEW-BALANCE    TO WS-BLK-CHK-BALANCE
              PERFORM H020-CHECK-BLOCK
              EVALUATE TRUE
                WHEN WS-BLOCK-FOUND
                 MOVE VSAM-STATUS TO LS-REPORT(15:2)
                 MOVE 17 TO WS-BLK-MSG-POS
                 PERFORM H028-REPORT-BLOCK
                WHEN WS-XFR-LEG-AMOUNT < 0
                 AND WS-NEW-BALANCE < (0 - IDX-FILE-LIMIT)
                 MOVE VSAM-STATUS TO LS-REPORT(15:2)
                 MOVE '-LIMIT ASIMI-RED' TO LS-REPORT(17:16)
                 SET LS-OVERDRAFT-HIT TO TRUE
                 PERFORM H018-WRITE-OVERDRAFT
                WHEN OTHER
                 PERFORM H015-WRITE-HISTORY
                 MOVE WS-NEW-BALANCE TO IDX-FILE-BALANCE
                 REWRITE IDX-FILE-MEMBERS INVALID KEY
                    MOVE VSAM-STATUS TO LS-REPORT(15:2)
                    MOVE '-BAKIYE GUNCELLENEMEDI' TO LS-REPORT(17:22)
                 NOT INVALID KEY
                    SET WS-REV-LEG-APPLIED TO TRUE
                 END-REWRITE
              END-EVALUATE
           END-READ.
       H395-APPLY-ONE-LEG-END. EXIT.
      *--------------------------------
      * LIKE THE TRANSFER BACK-OUT, THE COMPENSATION OF THE FIRST LEG
      * IS JOURNALED AS A 'G', SO THE NET OF THE REFERENCE RETURNS TO
      * THE ORIGINAL AND THE REVERSAL CAN BE RE-SUBMITTED.
      *--------------------------------
       H397-BACKOUT-FIRST-LEG.
           MOVE WS-REV-ID(WS-REV-FIRST)  TO IDX-FILE-ID
           MOVE WS-REV-DVZ(WS-REV-FIRST) TO IDX-FILE-DVZ
           READ IDX-FILE INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE WS-REV-NET(WS-REV-FIRST) TO WS-XFR-LEG-AMOUNT
              SET HST-BACKOUT-ENTRY TO TRUE
              PERFORM H015-WRITE-HISTORY
              COMPUTE IDX-FILE-BALANCE =
                      IDX-FILE-BALANCE + WS-XFR-LEG-AMOUNT
              REWRITE IDX-FILE-MEMBERS INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 CONTINUE
              END-REWRITE
           END-READ.
       H397-BACKOUT-FIRST-LEG-END. EXIT.
      *--------------------------------
      * AN EXCHANGE SELLS LS-INP-AMOUNT OF THE LS-INP-DVZ POSITION AND
      * BUYS THE CURRENCY IN LS-INP-RANGE-END-ID FOR THE SAME MEMBER.
      * THE AMOUNT IS TAKEN TO TRY AT THE MID RATE LESS THE BUY SPREAD
      * AND OUT OF TRY AT THE MID RATE PLUS THE SELL SPREAD. BOTH
      * POSITIONS AND BOTH RATES ARE CHECKED BEFORE EITHER LEG IS
      * TOUCHED, THE DEBIT LEG IS CHECKED AGAINST THE LIMIT LIKE A
      * POSTING, AND A CREDIT LEG THAT CANNOT BE WRITTEN BACKS THE
      * DEBIT LEG OUT, SO THE JOURNAL NEVER HOLDS HALF AN EXCHANGE.
      * A TARGET OUTSIDE 001-999 CAN BE NO CURRENCY CODE AND IS REFUSED
      * AS AN INVALID PAIR BEFORE IT IS TAKEN INTO THE 3-DIGIT FIELD.
      *--------------------------------
       H400-EXCHANGE-FUNCTION.
           MOVE SPACES TO LS-REPORT
           MOVE LS-INP-IDX-FILE-ID TO LS-REPORT(1:5)
           MOVE '-exch-rc:' TO LS-REPORT(6:9)
           IF LS-INP-RANGE-END-ID < 1 OR LS-INP-RANGE-END-ID > 999
              MOVE 0 TO WS-FX-TGT-DVZ
              SET DVZ-INVALID TO TRUE
           ELSE
              MOVE LS-INP-RANGE-END-ID TO WS-FX-TGT-DVZ
              MOVE LS-INP-DVZ TO WS-FX-LOOKUP-DVZ
              PERFORM H012-CHECK-CURRENCY
              IF DVZ-VALID
                 MOVE WS-FX-TGT-DVZ TO LS-INP-DVZ
                 PERFORM H012-CHECK-CURRENCY
                 MOVE WS-FX-LOOKUP-DVZ TO LS-INP-DVZ
              END-IF
           END-IF
           EVALUATE TRUE
             WHEN LS-INP-AMOUNT NOT > 0
               MOVE '-DOVIZ TUTARI GECERSIZ' TO LS-REPORT(17:23)
               SET LS-FUNCTION-FAILED TO TRUE
             WHEN DVZ-INVALID OR WS-FX-TGT-DVZ = LS-INP-DVZ
               MOVE '-DOVIZ CIFTI GECERSIZ' TO LS-REPORT(17:21)
               SET LS-FUNCTION-FAILED TO TRUE
             WHEN OTHER
               PERFORM H402-PRICE-EXCHANGE
               EVALUATE TRUE
                 WHEN NOT WS-FX-RATES-FOUND
                   MOVE '-KUR BULUNAMADI' TO LS-REPORT(17:15)
                   SET LS-FUNCTION-FAILED TO TRUE
                 WHEN WS-FX-TGT-AMOUNT NOT > 0
                   MOVE '-DOVIZ TUTARI GECERSIZ' TO LS-REPORT(17:23)
                   SET LS-FUNCTION-FAILED TO TRUE
                 WHEN OTHER
                   PERFORM H405-CHECK-EXCHANGE-LEGS
               END-EVALUATE
           END-EVALUATE.
       H400-EXCHANGE-FUNCTION-END. EXIT.
      *--------------------------------
       H402-PRICE-EXCHANGE.
           IF NOT WS-FX-LOADED
              PERFORM H410-LOAD-RATES
           END-IF
           MOVE 'Y' TO WS-FX-RATES-OK
           MOVE LS-INP-DVZ TO WS-FX-LOOKUP-DVZ
           PERFORM H415-FIND-RATE
           IF WS-FX-NOT-FOUND
              MOVE 'N' TO WS-FX-RATES-OK
           END-IF
           MOVE WS-FX-MID        TO WS-FX-SRC-MID
           MOVE WS-FX-BUY-SPREAD TO WS-FX-SRC-SPREAD
           MOVE WS-FX-TGT-DVZ TO WS-FX-LOOKUP-DVZ
           PERFORM H415-FIND-RATE
           IF WS-FX-NOT-FOUND
              MOVE 'N' TO WS-FX-RATES-OK
           END-IF
           MOVE WS-FX-MID         TO WS-FX-TGT-MID
           MOVE WS-FX-SELL-SPREAD TO WS-FX-TGT-SPREAD
           IF WS-FX-RATES-FOUND
              COMPUTE WS-FX-TGT-AMOUNT ROUNDED =
                      LS-INP-AMOUNT * WS-FX-SRC-MID
                      * (1 - WS-FX-SRC-SPREAD)
                      / (WS-FX-TGT-MID * (1 + WS-FX-TGT-SPREAD))
              COMPUTE WS-FX-CROSS-RATE ROUNDED =
                      WS-FX-SRC-MID * (1 - WS-FX-SRC-SPREAD)
                      / (WS-FX-TGT-MID * (1 + WS-FX-TGT-SPREAD))
           END-IF.
       H402-PRICE-EXCHANGE-END. EXIT.
      *--------------------------------
       H405-CHECK-EXCHANGE-LEGS.
           MOVE LS-INP-IDX-FILE-ID TO IDX-FILE-ID
           MOVE WS-FX-TGT-DVZ      TO IDX-FILE-DVZ
           READ IDX-FILE INVALID KEY
              MOVE VSAM-STATUS TO LS-REPORT(15:2)
              MOVE '-HEDEF POZISYON YOK' TO LS-REPORT(17:19)
              SET LS-MEMBER-NOT-FOUND TO TRUE
              SET LS-FUNCTION-FAILED TO TRUE
           NOT INVALID KEY
              PERFORM H010-CHECK-MEMBER
              EVALUATE TRUE
                WHEN MEMBER-FOUND
                 COMPUTE WS-NEW-BALANCE =
                         IDX-FILE-BALANCE - LS-INP-AMOUNT
                 MOVE LS-INP-IDX-FILE-ID TO WS-BLK-CREDIT-ID
                 MOVE WS-FX-TGT-DVZ      TO WS-BLK-CREDIT-DVZ
                 MOVE WS-FX-TGT-AMOUNT   TO WS-BLK-CREDIT-AMOUNT
                 PERFORM H388-CHECK-TWO-LEG-BLOCKS
                 EVALUATE TRUE
                   WHEN WS-BLOCK-FOUND
                    MOVE VSAM-STATUS TO LS-REPORT(15:2)
                    MOVE 17 TO WS-BLK-MSG-POS
                    PERFORM H028-REPORT-BLOCK
                   WHEN WS-NEW-BALANCE < (0 - IDX-FILE-LIMIT)
                    PERFORM H018-WRITE-OVERDRAFT
                    MOVE VSAM-STATUS TO LS-REPORT(15:2)
                    MOVE '-LIMIT ASIMI-RED' TO LS-REPORT(17:16)
                    SET LS-OVERDRAFT-HIT TO TRUE
                    SET LS-FUNCTION-FAILED TO TRUE
                   WHEN OTHER
                    PERFORM H382-APPLY-DEBIT-LEG
                    IF XFR-DEBIT-APPLIED
                       PERFORM H420-APPLY-EXCHANGE-CREDIT
                    ELSE
                       MOVE '-exch-rc:' TO LS-REPORT(6:9)
                    END-IF
                 END-EVALUATE
                WHEN MEMBER-READ-ERROR
                  MOVE VSAM-STATUS TO LS-REPORT(15:2)
                  MOVE '-VSAM HATASI' TO LS-REPORT(17:12)
                  SET LS-FUNCTION-FAILED TO TRUE
                WHEN OTHER
                  MOVE VSAM-STATUS TO LS-REPORT(15:2)
                  MOVE '-KAYIT VSAMDA MEVCUT DEGIL' TO LS-REPORT(17:26)
                  SET LS-MEMBER-NOT-FOUND TO TRUE
                  SET LS-FUNCTION-FAILED TO TRUE
              END-EVALUATE
           END-READ.
       H405-CHECK-EXCHANGE-LEGS-END. EXIT.
      *--------------------------------
       H410-LOAD-RATES.
           MOVE 0 TO WS-FX-COUNT
           OPEN INPUT FXR-FILE
           IF FXR-FILE-SUCCESS
              READ FXR-FILE AT END SET FXR-FILE-EOF TO TRUE
              END-READ
              PERFORM H412-LOAD-ONE-RATE UNTIL FXR-FILE-EOF
              CLOSE FXR-FILE
           END-IF
           OPEN INPUT SPR-FILE
           IF SPR-FILE-SUCCESS
              READ SPR-FILE AT END SET SPR-FILE-EOF TO TRUE
              END-READ
              PERFORM H414-LOAD-ONE-SPREAD UNTIL SPR-FILE-EOF
              CLOSE SPR-FILE
           END-IF
           SET WS-FX-LOADED TO TRUE.
       H410-LOAD-RATES-END. EXIT.
      *--------------------------------
       H412-LOAD-ONE-RATE.
           IF WS-FX-COUNT < 10
              ADD 1 TO WS-FX-COUNT
              MOVE FXR-FILE-DVZ  TO WS-FXT-DVZ(WS-FX-COUNT)
              MOVE FXR-FILE-RATE TO WS-FXT-RATE(WS-FX-COUNT)
              MOVE 0 TO WS-FXT-BUY-SPREAD(WS-FX-COUNT)
              MOVE 0 TO WS-FXT-SELL-SPREAD(WS-FX-COUNT)
           END-IF.
           READ FXR-FILE AT END SET FXR-FILE-EOF TO TRUE
           END-READ.
       H412-LOAD-ONE-RATE-END. EXIT.
      *--------------------------------
       H414-LOAD-ONE-SPREAD.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
              IF WS-FXT-DVZ(WS-FX-IDX) = SPR-FILE-DVZ
                 MOVE SPR-FILE-BUY-SPREAD
                      TO WS-FXT-BUY-SPREAD(WS-FX-IDX)
                 MOVE SPR-FILE-SELL-SPREAD
                      TO WS-FXT-SELL-SPREAD(WS-FX-IDX)
              END-IF
           END-PERFORM.
           READ SPR-FILE AT END SET SPR-FILE-EOF TO TRUE
           END-READ.
       H414-LOAD-ONE-SPREAD-END. EXIT.
      *--------------------------------
       H415-FIND-RATE.
           MOVE 0 TO WS-FX-MID
           MOVE 0 TO WS-FX-BUY-SPREAD
           MOVE 0 TO WS-FX-SELL-SPREAD
           IF WS-FX-LOOKUP-DVZ = 949
              SET WS-FX-FOUND TO TRUE
              MOVE 1 TO WS-FX-MID
           ELSE
              SET WS-FX-NOT-FOUND TO TRUE
              PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                      UNTIL WS-FX-IDX > WS-FX-COUNT
                         OR WS-FX-FOUND
                 IF WS-FXT-DVZ(WS-FX-IDX) = WS-FX-LOOKUP-DVZ
                    AND WS-FXT-RATE(WS-FX-IDX) > 0
                    MOVE WS-FXT-RATE(WS-FX-IDX) TO WS-FX-MID
                    MOVE WS-FXT-BUY-SPREAD(WS-FX-IDX)
                         TO WS-FX-BUY-SPREAD
                    MOVE WS-FXT-SELL-SPREAD(WS-FX-IDX)
                         TO WS-FX-SELL-SPREAD
                    SET WS-FX-FOUND TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
       H415-FIND-RATE-END. EXIT.
      *--------------------------------
       H420-APPLY-EXCHANGE-CREDIT.
           MOVE LS-INP-IDX-FILE-ID TO IDX-FILE-ID
           MOVE WS-FX-TGT-DVZ      TO IDX-FILE-DVZ
           READ IDX-FILE INVALID KEY
              PERFORM H386-BACKOUT-DEBIT-LEG
              MOVE VSAM-STATUS TO LS-REPORT(15:2)
              MOVE '-HEDEF POZISYON YOK-GERI ALINDI'
                   TO LS-REPORT(17:31)
              SET LS-MEMBER-NOT-FOUND TO TRUE
              SET LS-FUNCTION-FAILED TO TRUE
           NOT INVALID KEY
              COMPUTE WS-NEW-BALANCE =
                      IDX-FILE-BALANCE + WS-FX-TGT-AMOUNT
              MOVE WS-FX-TGT-AMOUNT TO WS-XFR-LEG-AMOUNT
              PERFORM H015-WRITE-HISTORY
              MOVE WS-NEW-BALANCE TO IDX-FILE-BALANCE
              REWRITE IDX-FILE-MEMBERS INVALID KEY
                  PERFORM H386-BACKOUT-DEBIT-LEG
                  MOVE VSAM-STATUS TO LS-REPORT(15:2)
                  MOVE '-ALACAK HATA-GERI ALINDI' TO LS-REPORT(17:24)
                  SET LS-FUNCTION-FAILED TO TRUE
              NOT INVALID KEY
                  PERFORM H425-WRITE-DEAL
                  MOVE VSAM-STATUS TO LS-REPORT(15:2)
                  MOVE '-DOVIZ TAMAM-KUR:' TO LS-REPORT(17:17)
                  MOVE WS-FX-CROSS-RATE TO WS-EDIT-RATE
                  MOVE WS-EDIT-RATE TO LS-REPORT(34:15)
                  SET LS-FUNCTION-SUCCESS TO TRUE
              END-REWRITE
           END-READ.
       H420-APPLY-EXCHANGE-CREDIT-END. EXIT.
      *--------------------------------
       H425-WRITE-DEAL.
           MOVE LS-INP-IDX-FILE-ID TO FXD-FILE-ID
           MOVE LS-INP-DVZ         TO FXD-FILE-SRC-DVZ
           MOVE WS-FX-TGT-DVZ      TO FXD-FILE-TGT-DVZ
           MOVE LS-INP-AMOUNT      TO FXD-FILE-SRC-AMOUNT
           MOVE WS-FX-TGT-AMOUNT   TO FXD-FILE-TGT-AMOUNT
           MOVE WS-FX-SRC-MID      TO FXD-FILE-SRC-MID
           MOVE WS-FX-TGT-MID      TO FXD-FILE-TGT-MID
           MOVE WS-FX-SRC-SPREAD   TO FXD-FILE-BUY-SPREAD
           MOVE WS-FX-TGT-SPREAD   TO FXD-FILE-SELL-SPREAD
           MOVE WS-FX-CROSS-RATE   TO FXD-FILE-RATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO FXD-FILE-DATE
           MOVE LS-INP-REF         TO FXD-FILE-REF
           WRITE FXD-FILE-MEMBERS.
       H425-WRITE-DEAL-END. EXIT.
      *--------------------------------
       H999-EXIT.
           CLOSE IDX-FILE.
           CLOSE BRW-FILE.
           CLOSE HST-FILE.
           CLOSE OVD-FILE.
           CLOSE FXD-FILE.
           CLOSE BLK-FILE.
           CLOSE BLG-FILE.
           GOBACK.
       H999-END. EXIT.
