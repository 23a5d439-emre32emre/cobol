           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
           05 IDX-FILE-BALANCE       PIC S9(13)V99 COMP-3.
           05 IDX-FILE-LIMIT         PIC S9(13)V99 COMP-3.
       FD  STM-FILE RECORDING MODE F.
         01 STM-REC                  PIC X(88).
       SD  SRT-FILE.
         01 SRT-RECORD.
           05 SRT-SEQ                PIC 9(7).
           05 SRT-TIMESTAMP          PIC X(21).
           05 SRT-AMOUNT             PIC S9(13)V99.
           05 SRT-BALANCE            PIC S9(13)V99.
           05 SRT-REF                PIC X(12).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CARD-STATUS            PIC 9(2).
             10 WS-PEND-MODE        PIC X(1).
             10 WS-PEND-TIMESTAMP   PIC X(21).
             10 WS-PEND-BALANCE     PIC S9(13)V99.
             10 WS-PEND-REF         PIC X(12).
      *----------------------------------------------------------------
      * REFERENCES REVERSED BY AN 'I' ENTRY IN THE MEMBER'S JOURNAL.
      * THE ORIGINAL AND ITS REVERSAL PRINT WITH THE SAME REFERENCE IN
      * THE PAIRING COLUMN SO THE TWO LINES READ AS A MATCHED PAIR.
      * A LATER 'G' BACK-OUT UNDER THE REFERENCE UNDOES THE REVERSAL,
      * SO IT DROPS THE REFERENCE AGAIN UNTIL A NEW 'I' ARRIVES.
      *----------------------------------------------------------------
       01 WS-REV-TABLE.
          05 WS-REV-COUNT           PIC 9(3) VALUE 0.
          05 WS-REV-IDX             PIC 9(3).
          05 WS-REV-FLAG            PIC X(1).
             88 WS-REV-REF-FOUND    VALUE 'Y'.
          05 WS-REV-PAIR-COUNT      PIC 9(5) VALUE 0.
          05 WS-REV-REF             PIC X(12) OCCURS 100 TIMES.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 5 TIMES.
             10 WS-CLOSE-SET        PIC X(1).
           05  FILLER         PIC X(08) VALUE 'SAAT'.
           05  FILLER         PIC X(22) VALUE 'TUTAR'.
           05  FILLER         PIC X(06) VALUE 'BAKIYE'.
           05  FILLER         PIC X(17) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'ESLESME'.
       01  HEADER-4.
           05  FILLER         PIC X(04) VALUE '---'.
           05  FILLER         PIC X(04) VALUE '---'.
               '---------------------'.
           05  FILLER         PIC X(21) VALUE
               '---------------------'.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE '----------------'.
       01  DETAIL-1.
           05  DET-DVZ        PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DET-BALANCE    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-PAIR       PIC X(04).
           05  DET-REF        PIC X(12).
       01  TRAILER-1.
           05  FILLER         PIC X(15) VALUE 'TOPLAM HAREKET:'.
           05  TRL-MOVE-COUNT PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  TRL-BALANCE    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  TRAILER-3.
           05  FILLER         PIC X(22) VALUE 'TERS KAYIT ESLESMESI :'.
           05  TRL-PAIR-COUNT PIC 9(05).
           05  FILLER         PIC X(43) VALUE SPACES.
       01 WL-LOG-AREA.
          05 WL-LOG-PROGRAM         PIC X(8) VALUE 'RECAP53'.
          05 WL-LOG-START-TS        PIC X(14) VALUE SPACES.
           ADD 1 TO WS-STMT-COUNT
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-PRINTED-COUNT
           MOVE 0 TO WS-REV-COUNT
           MOVE 0 TO WS-REV-PAIR-COUNT
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE SPACES TO WS-MEMBER-SURNAME
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
           IF HST-FILE-ID = WS-MEMBER-ID
              MOVE HST-FILE-NAME    TO WS-MEMBER-NAME
              MOVE HST-FILE-SURNAME TO WS-MEMBER-SURNAME
              IF HST-FILE-MODE = 'I' AND HST-FILE-REF NOT = SPACES
                 PERFORM H318-NOTE-REVERSED-REF
              END-IF
              IF HST-FILE-MODE = 'G' AND HST-FILE-REF NOT = SPACES
                 PERFORM H317-DROP-REVERSED-REF
              END-IF
              PERFORM H315-FIND-CURRENCY-SLOT
              IF WS-SLOT-IDX > 0
                 ADD 1 TO WS-SEQ-COUNT
                      TO WS-PEND-TIMESTAMP(WS-SLOT-IDX)
                 MOVE HST-FILE-BALANCE
                      TO WS-PEND-BALANCE(WS-SLOT-IDX)
                 MOVE HST-FILE-REF TO WS-PEND-REF(WS-SLOT-IDX)
              END-IF
           END-IF.
           READ HST-FILE AT END SET HST-FILE-EOF TO TRUE
              END-IF
           END-PERFORM.
       H315-END. EXIT.
      *--------------------------------
       H317-DROP-REVERSED-REF.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-REF(WS-REV-IDX) = HST-FILE-REF
                 MOVE SPACES TO WS-REV-REF(WS-REV-IDX)
              END-IF
           END-PERFORM.
       H317-END. EXIT.
      *--------------------------------
       H318-NOTE-REVERSED-REF.
           MOVE HST-FILE-REF TO SRT-REF
           PERFORM H319-LOOK-UP-REVERSED-REF
           IF NOT WS-REV-REF-FOUND AND WS-REV-COUNT < 100
              ADD 1 TO WS-REV-COUNT
              MOVE HST-FILE-REF TO WS-REV-REF(WS-REV-COUNT)
           END-IF.
       H318-END. EXIT.
      *--------------------------------
       H319-LOOK-UP-REVERSED-REF.
           MOVE 'N' TO WS-REV-FLAG
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-REF(WS-REV-IDX) = SRT-REF
                 SET WS-REV-REF-FOUND TO TRUE
              END-IF
           END-PERFORM.
       H319-END. EXIT.
      *--------------------------------
       H320-RELEASE-PENDING.
           MOVE WS-PEND-SEQ(WS-SLOT-IDX)  TO SRT-SEQ
           MOVE WS-PEND-TIMESTAMP(WS-SLOT-IDX) TO SRT-TIMESTAMP
           MOVE WS-MOVE-AMOUNT TO SRT-AMOUNT
           MOVE WS-RUN-BALANCE TO SRT-BALANCE
           MOVE WS-PEND-REF(WS-SLOT-IDX) TO SRT-REF
           RELEASE SRT-RECORD.
       H320-END. EXIT.
      *--------------------------------
              MOVE SRT-TIMESTAMP(9:6)   TO DET-TIME
              MOVE SRT-AMOUNT           TO DET-AMOUNT
              MOVE SRT-BALANCE          TO DET-BALANCE
              PERFORM H520-SET-PAIRING
              WRITE STM-REC FROM DETAIL-1 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-PRINTED-COUNT
           END-RETURN.
       H510-END. EXIT.
      *--------------------------------
      * A REVERSAL LINE IS MARKED 'TRS' AND THE ORIGINAL IT REVERSED
      * 'IPT', BOTH WITH THE SHARED REFERENCE. A BACK-OUT LINE IS
      * MARKED 'GRI' WITH THE REFERENCE OF THE LEG IT COMPENSATES.
      *--------------------------------
       H520-SET-PAIRING.
           MOVE SPACES TO DET-PAIR
           MOVE SPACES TO DET-REF
           IF SRT-REF NOT = SPACES
              EVALUATE SRT-MODE
                WHEN 'I'
                 MOVE 'TRS ' TO DET-PAIR
                 MOVE SRT-REF TO DET-REF
                WHEN 'G'
                 MOVE 'GRI ' TO DET-PAIR
                 MOVE SRT-REF TO DET-REF
                WHEN OTHER
                 PERFORM H319-LOOK-UP-REVERSED-REF
                 IF WS-REV-REF-FOUND
                    MOVE 'IPT ' TO DET-PAIR
                    MOVE SRT-REF TO DET-REF
                    ADD 1 TO WS-REV-PAIR-COUNT
                 END-IF
              END-EVALUATE
           END-IF.
       H520-END. EXIT.
      *--------------------------------
      * THE CLOSING BALANCE IS THE RUNNING BALANCE OF THE LAST
      * MOVEMENT INSIDE THE REQUESTED PERIOD, SO A BACKDATED
      * STATEMENT AGREES WITH ITS OWN DETAIL COLUMN. THE LIVE
           MOVE CRD-FILE-FROM    TO TRL-FROM.
           MOVE CRD-FILE-TO      TO TRL-TO.
           WRITE STM-REC FROM TRAILER-1 AFTER ADVANCING 1 LINE.
           IF WS-REV-PAIR-COUNT > 0
              MOVE WS-REV-PAIR-COUNT TO TRL-PAIR-COUNT
              WRITE STM-REC FROM TRAILER-3 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-CLOSE-SET(WS-CUR-IDX) = 'Y'
