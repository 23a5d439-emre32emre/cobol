           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
           END-IF.
       H310-END. EXIT.
      *--------------------------------
      * THE SELECTION MIRRORS THE RECAP58 GL EXTRACT: POSTINGS,
      * TRANSFER LEGS, REVERSALS, EXCHANGE LEGS AND BACK-OUTS CARRY
      * THEIR SIGNED AMOUNT, A CREATE ('W') ADDS ITS AFTER-IMAGE
      * BALANCE AND A DELETE REMOVES ITS BEFORE-IMAGE BALANCE.
      *--------------------------------
       H400-NET-MOVEMENTS.
           ADD 1 TO WS-HST-READ-COUNT
                       WHEN 'P'
                       WHEN 'B'
                       WHEN 'X'
                       WHEN 'I'
                       WHEN 'E'
                       WHEN 'G'
                          ADD HST-FILE-AMOUNT
                             TO WS-PRF-NET(WS-CUR-IDX)
                          ADD 1 TO WS-HST-SELECTED-COUNT
