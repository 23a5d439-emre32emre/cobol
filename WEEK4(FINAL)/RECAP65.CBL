          05 WW-OVERDRAFT-FLAG     PIC X(1) VALUE 'N'.
             88 WW-OVERDRAFT-HIT   VALUE 'Y'.
             88 WW-OVERDRAFT-NONE  VALUE 'N'.
             88 WW-BLOCK-HIT       VALUE 'B'.
          05 WW-INP-REF            PIC X(12) VALUE SPACES.
       01 WK-SUB-PROG              PIC X(08) VALUE 'RECAP51'.
       01 WS-DATE-WORK.
          05 WS-DUP-COUNT           PIC 9(7) VALUE 0.
          05 WS-RETRIED-COUNT       PIC 9(7) VALUE 0.
          05 WS-HELD-COUNT          PIC 9(7) VALUE 0.
          05 WS-BLOCKED-COUNT       PIC 9(7) VALUE 0.
       01 WS-EDIT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 OUT-LINE                  PIC X(70).
       01 WL-LOG-AREA.
      *--------------------------------
      * A REFUSED POSTING IS RE-ATTEMPTED AS A 'P'; A REFUSED TRANSFER
      * IS RE-ATTEMPTED AS THE SAME TWO-LEGGED 'X' WITH ITS RECORDED
      * COUNTERPARTY - A ONE-SIDED 'P' COULD NEVER REPRODUCE IT. A
      * REFUSED EXCHANGE IS RE-ATTEMPTED AS AN 'E' INTO ITS RECORDED
      * TARGET CURRENCY AT THE RATES OF THE RETRY DAY. A REFUSED
      * REVERSAL IS RE-ATTEMPTED AS AN 'I' UNDER ITS REFERENCE, WHICH
      * RECAP51 NETS AGAIN FROM THE JOURNAL. AN ITEM THAT NOW MEETS A
      * POSITION BLOCK STAYS HELD UNTIL THE BLOCK IS LIFTED.
      *--------------------------------
       H310-RETRY-ONE-ITEM.
           ADD 1 TO WS-ITEM-IDX
           EVALUATE WS-ITM-MODE(WS-ITEM-IDX)
             WHEN 'X'
             WHEN 'E'
              MOVE WS-ITM-MODE(WS-ITEM-IDX) TO WW-SELECT-MODE
              MOVE WS-ITM-RANGE-END(WS-ITEM-IDX)
                   TO WW-INP-RANGE-END-ID
             WHEN 'I'
              MOVE 'I' TO WW-SELECT-MODE
              MOVE 0 TO WW-INP-RANGE-END-ID
             WHEN OTHER
              MOVE 'P' TO WW-SELECT-MODE
              MOVE 0 TO WW-INP-RANGE-END-ID
           END-EVALUATE
           MOVE WS-ITM-ID(WS-ITEM-IDX)     TO WW-INP-IDX-FILE-ID
           MOVE WS-ITM-DVZ(WS-ITEM-IDX)    TO WW-INP-DVZ
           MOVE SPACES TO WW-INP-NAME
              MOVE 'R' TO WS-ITM-STATE(WS-ITEM-IDX)
           ELSE
              ADD 1 TO WS-HELD-COUNT
              IF WW-BLOCK-HIT
                 ADD 1 TO WS-BLOCKED-COUNT
              END-IF
              PERFORM H320-WRITE-AGING-LINE
           END-IF.
       H310-END. EXIT.
      *--------------------------------
      * THE SHORTFALL IS HOW FAR THE MOVEMENT OVERSHOOTS THE LIMIT ON
      * THE BALANCE AND LIMIT RECORDED AT REFUSAL TIME (A TRANSFER OR
      * AN EXCHANGE DEBITS ITS AMOUNT, SO THE SIGN FLIPS); THE WAIT IS
      * COUNTED FROM THE FIRST REFUSAL DATE.
      *--------------------------------
       H320-WRITE-AGING-LINE.
           IF WS-ITM-DATE(WS-ITEM-IDX) > 0
           ELSE
              MOVE 0 TO WS-WAIT-DAYS
           END-IF
           IF WS-ITM-MODE(WS-ITEM-IDX) = 'X' OR 'E'
              COMPUTE WS-SHORTFALL = 0 -
                      (WS-ITM-BALANCE(WS-ITEM-IDX)
                       - WS-ITM-AMOUNT(WS-ITEM-IDX)
           MOVE WS-HELD-COUNT        TO OUT-LINE(58:7)
           MOVE OUT-LINE TO RPT-FILE-LINE
           WRITE RPT-FILE-LINE.
           IF WS-BLOCKED-COUNT > 0
              MOVE SPACES TO OUT-LINE
              MOVE 'BEKLEYEN BLOKELI:'   TO OUT-LINE(1:17)
              MOVE WS-BLOCKED-COUNT     TO OUT-LINE(18:7)
              MOVE OUT-LINE TO RPT-FILE-LINE
              WRITE RPT-FILE-LINE
           END-IF.
           IF WS-ITEM-OVERFLOW
              MOVE SPACES TO OUT-LINE
              MOVE 'UYARI:TABLO DOLU-TEKRAR DENEME EKSIK'
