           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
       01 WK-SUB-PROG              PIC X(08) VALUE 'RECAP51'.
       01 WS-CLOSE-MODE             PIC X(1) VALUE 'N'.
          88 WS-CLOSE-REQUESTED     VALUE 'Y'.
       01 WS-REF-BUILD.
          05 WS-REF-PREFIX          PIC X(4) VALUE 'UYKU'.
          05 WS-REF-ID              PIC 9(5).
          05 WS-REF-DVZ             PIC 9(3).
       01 WS-DATE-WORK.
          05 WS-CURRENT-DATE-DATA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
      *--------------------------------
      * ZERO-BALANCE DORMANT POSITIONS ARE CLOSED THROUGH RECAP51 'D'
      * SO THE DELETION IS JOURNALED IN IDXHIST LIKE ANY OTHER CHANGE.
      * THE REFERENCE 'UYKU' + ID + DVZ MARKS THE ENTRY AS A DORMANT
      * CLOSURE FOR THE RECAP91 MEMBER ALERTS.
      *--------------------------------
       H420-CLOSE-POSITION.
           MOVE 'D' TO WW-SELECT-MODE
           MOVE 0 TO WW-INP-BALANCE
           MOVE 0 TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           MOVE WS-POS-ID(WS-POS-IDX)  TO WS-REF-ID
           MOVE WS-POS-DVZ(WS-POS-IDX) TO WS-REF-DVZ
           MOVE WS-REF-BUILD TO WW-INP-REF
           SET WW-MEMBER-FOUND-OK TO TRUE
           SET WW-OVERDRAFT-NONE TO TRUE
           CALL WK-SUB-PROG USING WW-SEND-AREA
