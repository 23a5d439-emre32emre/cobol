           88 RPT-FILE-SUCCESS     VALUE 00 97.
      *----------------------------------------------------------------
      * THE EXPECTED DAY-END CHAIN IN RUN ORDER: POSTING, RELEASE,
      * ACCRUAL, FEES, STATEMENTS, GL EXTRACT, TRIAL BALANCE, HISTORY
      * ARCHIVE, ENROLLMENT, BONUS BRIDGE, STANDING ORDERS, MEMBER
      * ALERTS, APPROVAL QUEUE DAY-END, INTEGRITY SCAN, BACKUP.
      * THE STATEMENT RUN MUST PRECEDE THE ARCHIVE AND THE GL EXTRACT
      * MUST FOLLOW POSTING AND THE FEE CHARGES. THE STANDING ORDER
      * BATCH IS APPENDED TO THE INPFILE THE BONUS BRIDGE HAS JUST
      * WRITTEN. THE MEMBER ALERTS FOLLOW THE STANDING ORDERS SO THE
      * NEXT-DUE DATES ARE ALREADY ROLLED FORWARD. THE APPROVAL QUEUE
      * IS CARRIED FORWARD AND ARCHIVED AFTER EVERY RUN THAT CAN PARK
      * AN ITEM ON IT HAS FINISHED. THE INTEGRITY SCAN RUNS LAST
      * BEFORE THE BACKUP SO A DAMAGED IDXFILE IS NEVER TAKEN AS THE
      * RECOVERY BASE.
      *----------------------------------------------------------------
       01 WS-CHAIN-VALUES.
          05 FILLER                 PIC X(8) VALUE 'RECAP50'.
          05 FILLER                 PIC X(8) VALUE 'RECAP56'.
          05 FILLER                 PIC X(8) VALUE 'RECAP57'.
          05 FILLER                 PIC X(8) VALUE 'RECAP77'.
          05 FILLER                 PIC X(8) VALUE 'RECAP53'.
          05 FILLER                 PIC X(8) VALUE 'RECAP58'.
          05 FILLER                 PIC X(8) VALUE 'RECAP67'.
          05 FILLER                 PIC X(8) VALUE 'RECAP54'.
          05 FILLER                 PIC X(8) VALUE 'RECAP59'.
          05 FILLER                 PIC X(8) VALUE 'RECAP60'.
          05 FILLER                 PIC X(8) VALUE 'RECAP76'.
          05 FILLER                 PIC X(8) VALUE 'RECAP91'.
          05 FILLER                 PIC X(8) VALUE 'RECAP84'.
          05 FILLER                 PIC X(8) VALUE 'RECAP86'.
          05 FILLER                 PIC X(8) VALUE 'RECAP70'.
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
          05 WS-CHAIN-PROGRAM       PIC X(8) OCCURS 15 TIMES.
       01 WS-CHAIN-LIMIT            PIC 9(2) VALUE 15.
       01 WS-CHAIN-STATS.
          05 WS-CHAIN-STAT OCCURS 15 TIMES.
             10 WS-CHN-COUNT        PIC 9(3).
             10 WS-CHN-LAST-TS      PIC X(14).
             10 WS-CHN-END-TS       PIC X(14).
             10 WS-CHN-LAST-RC      PIC 9(2).
             10 WS-CHN-RERUN        PIC X(1).
                88 WS-CHN-GOOD-RERUN VALUE 'Y'.
       01 WS-VERIFY-WORK.
          05 WS-BUS-DATE            PIC 9(8).
          05 WS-CURRENT-DATE-AREA   PIC X(21).
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHAIN-LIMIT
              MOVE 0 TO WS-CHN-COUNT(WS-CHN-IDX)
              MOVE SPACES TO WS-CHN-LAST-TS(WS-CHN-IDX)
              MOVE SPACES TO WS-CHN-END-TS(WS-CHN-IDX)
              MOVE 0 TO WS-CHN-LAST-RC(WS-CHN-IDX)
              MOVE 'N' TO WS-CHN-RERUN(WS-CHN-IDX)
           END-PERFORM.
           PERFORM H110-SET-BUS-DATE.
           IF NOT LOG-FILE-EOF
                   UNTIL WS-CHN-IDX > WS-CHAIN-LIMIT
              IF WS-CHAIN-PROGRAM(WS-CHN-IDX) = LOG-FILE-PROGRAM
                 SUBTRACT 1 FROM WS-UNKNOWN-COUNT
                 PERFORM H315-TAKE-STEP-ENTRY
              END-IF
           END-PERFORM.
       H310-END. EXIT.
      *--------------------------------
      * A STEP IS JUDGED ON ITS LATEST RUNLOG ENTRY. A STEP THAT FAILED
      * AND WAS RUN AGAIN (E.G. RESUMED BY RECAP87) IS NOT AN ERROR;
      * ONLY A RUN AFTER AN EARLIER ENTRY THAT WAS ALREADY WITHIN THE
      * ACCEPTED RC IS A DOUBLE RUN.
      *--------------------------------
       H315-TAKE-STEP-ENTRY.
           ADD 1 TO WS-CHN-COUNT(WS-CHN-IDX)
           IF WS-CHN-LAST-TS(WS-CHN-IDX) = SPACES
              OR LOG-FILE-START-TS > WS-CHN-LAST-TS(WS-CHN-IDX)
              IF WS-CHN-LAST-TS(WS-CHN-IDX) NOT = SPACES
                 AND WS-CHN-LAST-RC(WS-CHN-IDX) <= WS-ACCEPT-RC
                 SET WS-CHN-GOOD-RERUN(WS-CHN-IDX) TO TRUE
              END-IF
              MOVE LOG-FILE-START-TS    TO WS-CHN-LAST-TS(WS-CHN-IDX)
              MOVE LOG-FILE-END-TS      TO WS-CHN-END-TS(WS-CHN-IDX)
              MOVE LOG-FILE-RETURN-CODE TO WS-CHN-LAST-RC(WS-CHN-IDX)
           ELSE
              IF LOG-FILE-RETURN-CODE <= WS-ACCEPT-RC
                 SET WS-CHN-GOOD-RERUN(WS-CHN-IDX) TO TRUE
              END-IF
           END-IF.
       H315-END. EXIT.
      *--------------------------------
       H400-VERIFY-CHAIN.
           MOVE SPACES TO WS-PREV-TS
              UNTIL WS-CHN-IDX > WS-CHAIN-LIMIT.
       H400-END. EXIT.
      *--------------------------------
      * THE ORDER CHECK COMPARES THE START OF EACH STEP'S LATEST RUN
      * AGAINST THE END OF THE PREVIOUS STEP'S LATEST RUN, SO A STEP
      * THAT STARTED WHILE ITS PREDECESSOR WAS STILL RUNNING - E.G.
      * THE GL EXTRACT BEFORE POSTING FINISHED - IS A SIRA HATASI, NOT
      * JUST A SWAPPED START. THE RC SHOWN IS THAT OF THE LATEST RUN,
      * SO A FAILED STEP RECOVERED BY A LATER RUN VERIFIES CLEAN.
      *--------------------------------
       H410-VERIFY-ONE-STEP.
           MOVE SPACES TO OUT-LINE
           MOVE '-ADET:'             TO OUT-LINE(9:6)
           MOVE WS-CHN-COUNT(WS-CHN-IDX) TO OUT-LINE(15:3)
           MOVE '-RC:'               TO OUT-LINE(18:4)
           MOVE WS-CHN-LAST-RC(WS-CHN-IDX) TO OUT-LINE(22:2)
           EVALUATE TRUE
              WHEN WS-CHN-COUNT(WS-CHN-IDX) = 0
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '-CALISMADI' TO OUT-LINE(25:10)
              WHEN WS-CHN-GOOD-RERUN(WS-CHN-IDX)
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '-BIRDEN FAZLA CALISTI' TO OUT-LINE(25:21)
              WHEN WS-CHN-LAST-RC(WS-CHN-IDX) > WS-ACCEPT-RC
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '-KABUL DISI RC' TO OUT-LINE(25:14)
              WHEN WS-PREV-TS NOT = SPACES
                 AND WS-CHN-LAST-TS(WS-CHN-IDX) < WS-PREV-TS
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE '-SIRA HATASI' TO OUT-LINE(25:12)
              WHEN OTHER
                 MOVE '-TAMAM' TO OUT-LINE(25:6)
           END-EVALUATE
           IF WS-CHN-COUNT(WS-CHN-IDX) > 0
              MOVE WS-CHN-LAST-TS(WS-CHN-IDX) TO OUT-LINE(47:14)
              MOVE WS-CHN-END-TS(WS-CHN-IDX) TO WS-PREV-TS
           END-IF
           MOVE OUT-LINE TO RPT-FILE-LINE
