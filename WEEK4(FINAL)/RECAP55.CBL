           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC S9(13)V99.
           05 HST-FILE-LIMIT         PIC S9(13)V99.
           05 HST-FILE-REF           PIC X(12).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
      * JOURNAL ENTRIES CARRY THE RECORD IMAGE, THE POSTED AMOUNT AND
      * THE CREDIT LIMIT. ENTRIES AT OR BEFORE THE BACKUP TIMESTAMP
      * ARE ALREADY IN THE BACKUP AND ARE SKIPPED. CREATES ('W' - AN
      * AFTER-IMAGE) AND DELETES ARE RE-APPLIED; POST, BATCH-POST,
      * TRANSFER-LEG, REVERSAL, EXCHANGE-LEG, BACK-OUT AND MERGE
      * MOVEMENTS ARE RE-APPLIED, RECREATING A MISSING POSITION FROM
      * THE JOURNAL IMAGE. UPDATES CARRY NO AFTER-IMAGE AND ARE
      * REPORTED AS UNAPPLIABLE SO THE OPERATOR CAN RE-KEY THEM.
      *--------------------------------
                 WHEN 'P'
                 WHEN 'B'
                 WHEN 'X'
                 WHEN 'I'
                 WHEN 'E'
                 WHEN 'G'
                 WHEN 'M'
                    PERFORM H310-REPLAY-POSTING
                 WHEN 'D'
                    PERFORM H320-REPLAY-DELETE
