          05 WS-ACCRUAL-DATE        PIC 9(7).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
          05 WS-TODAY               PIC 9(8).
          05 WS-ACCRUAL-REF.
             10 WS-REF-PREFIX       PIC X(1) VALUE 'T'.
             10 WS-REF-ID           PIC 9(5).
             10 WS-REF-SLOT         PIC 9(1).
             10 WS-REF-DAY          PIC 9(5).
       01 WS-CURRENCY-VALUES.
         05 FILLER                 PIC 9(03) VALUE 949.
         05 FILLER                 PIC 9(03) VALUE 840.
           COMPUTE WS-ACCRUAL-DATE =
                   FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)).
           MOVE WS-ACCRUAL-DATE(3:5) TO WS-REF-DAY.
           READ RTE-FILE AT END SET RATE-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
              END-IF
           END-PERFORM.
       H420-END. EXIT.
      *--------------------------------
      * EVERY ACCRUAL CARRIES THE REFERENCE 'T'+MEMBER+CURRENCY SLOT+
      * YYDDD, WHICH THE YEAR-END CERTIFICATE RUN (RECAP82) TOTALS AS
      * INTEREST CREDITED.
      *--------------------------------
       H430-CALL-SUBPROGRAM.
           MOVE 'P' TO WW-SELECT-MODE
           MOVE 0 TO WW-INP-BALANCE
           MOVE WS-ACCRUAL-AMOUNT TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           MOVE WS-POS-ID(WS-POS-IDX) TO WS-REF-ID
           MOVE 0 TO WS-REF-SLOT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-CURRENCY-CODE(WS-CUR-IDX) =
                 WS-POS-DVZ(WS-POS-IDX)
                 MOVE WS-CUR-IDX TO WS-REF-SLOT
              END-IF
           END-PERFORM
           MOVE WS-ACCRUAL-REF TO WW-INP-REF
           SET WW-MEMBER-FOUND-OK TO TRUE
           SET WW-OVERDRAFT-NONE TO TRUE
           CALL WK-SUB-PROG USING WW-SEND-AREA
