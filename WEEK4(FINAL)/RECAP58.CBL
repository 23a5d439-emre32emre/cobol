           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  GLF-FILE RECORDING MODE F.
         01 GLF-DETAIL-RECORD.
           05 GLF-REC-TYPE           PIC X(01).
          05 FILLER                 PIC X(1) VALUE 'B'.
          05 FILLER                 PIC X(1) VALUE 'X'.
          05 FILLER                 PIC X(1) VALUE 'D'.
          05 FILLER                 PIC X(1) VALUE 'I'.
          05 FILLER                 PIC X(1) VALUE 'E'.
          05 FILLER                 PIC X(1) VALUE 'F'.
          05 FILLER                 PIC X(1) VALUE 'G'.
       01 WS-MODE-TABLE REDEFINES WS-MODE-VALUES.
          05 WS-MODE-CODE           PIC X(1) OCCURS 8 TIMES.
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
         05 WS-CURRENCY-CODE       PIC 9(03) OCCURS 5 TIMES.
       01 WS-NET-TOTALS.
          05 WS-NET-CURRENCY OCCURS 5 TIMES.
             10 WS-NET-MODE OCCURS 8 TIMES.
                15 WS-NET-AMOUNT    PIC S9(13)V99 COMP-3.
       01 WS-WORK.
          05 WS-CUR-IDX             PIC 9(2).
          05 WS-MODE-IDX            PIC 9(2).
          05 WS-ENTRY-AMOUNT        PIC S9(13)V99 COMP-3.
          05 WS-ENTRY-MODE          PIC X(1).
          05 WS-ABS-AMOUNT          PIC 9(13)V99 COMP-3.
          05 WS-CUR-NET             PIC S9(13)V99 COMP-3.
          05 WS-TS-DATE             PIC 9(8).
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                      UNTIL WS-MODE-IDX > 8
                 MOVE 0 TO WS-NET-AMOUNT(WS-CUR-IDX, WS-MODE-IDX)
              END-PERFORM
           END-PERFORM.
           END-READ.
       H200-END. EXIT.
      *--------------------------------
      * POSTINGS, TRANSFER LEGS, REVERSALS, EXCHANGE LEGS AND THE
      * BACK-OUTS OF REFUSED LEGS CARRY THEIR SIGNED AMOUNT IN THE
      * JOURNAL; A DELETE REMOVES THE BEFORE-IMAGE BALANCE FROM THE
      * LEDGER POSITION. A RECAP77 FEE
      * IS A 'P' WITH AN 'FA'/'FX' REFERENCE AND IS EXTRACTED UNDER
      * ITS OWN MODE 'F' SO FEE INCOME CAN BE PROVED AGAINST FEERPT.
      *--------------------------------
       H300-NET-MOVEMENTS.
           ADD 1 TO WS-READ-COUNT
           MOVE HST-FILE-TIMESTAMP(1:8) TO WS-TS-DATE
           MOVE HST-FILE-MODE TO WS-ENTRY-MODE
           IF HST-FILE-MODE = 'P' AND HST-FILE-REF(1:1) = 'F'
              AND (HST-FILE-REF(2:1) = 'A' OR 'X')
              AND HST-FILE-REF(3:10) NUMERIC
              MOVE 'F' TO WS-ENTRY-MODE
           END-IF
           IF WS-TS-DATE = CRD-FILE-GL-DATE
              EVALUATE HST-FILE-MODE
                 WHEN 'P'
                 WHEN 'B'
                 WHEN 'X'
                 WHEN 'I'
                 WHEN 'E'
                 WHEN 'G'
                    MOVE HST-FILE-AMOUNT TO WS-ENTRY-AMOUNT
                    PERFORM H310-ACCUMULATE
                 WHEN 'D'
       H310-ACCUMULATE.
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > 8
              IF WS-MODE-CODE(WS-MODE-IDX) = WS-ENTRY-MODE
                 PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                         UNTIL WS-CUR-IDX > 5
                    IF WS-CURRENCY-CODE(WS-CUR-IDX) = HST-FILE-DVZ
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                      UNTIL WS-MODE-IDX > 8
                 IF WS-NET-AMOUNT(WS-CUR-IDX, WS-MODE-IDX) NOT = 0
                    PERFORM H410-WRITE-ONE-PAIR
                 END-IF
