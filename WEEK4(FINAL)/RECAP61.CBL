      ******************************************************************
      * ONLINE MEMBER INQUIRY AND MAINTENANCE (TRANSACTION RC61).
      * PSEUDO-CONVERSATIONAL FRONT END OVER THE RECAP51 SUBPROGRAM:
      * R=GORUNTULE U=AD DEGISTIR P=TUTAR ISLE L=SOYISIM TARA
      * I=TERS KAYIT (REFERANSI VERILEN ISLEMI GERI ALIR).
      * A SUCCESSFUL 'L' CHAINS TO THE RC62 RESULT LIST SCREEN, AND
      * RC62 HANDS A PICKED MEMBER BACK WITH MODE 'S'. EVERY CHANGE
      * STILL FLOWS THROUGH RECAP51 AND SO THROUGH H015-WRITE-HISTORY.
      * A BLOCK OR LEGAL HOLD IN FORCE ON THE MEMBER IS SHOWN ON THE
      * BLOKE LINE WHATEVER THE FUNCTION.
      * A 'P' ABOVE THE APRLIM THRESHOLD OF ITS CURRENCY IS NOT POSTED:
      * IT IS PARKED ON THE APRQUE APPROVAL QUEUE UNDER THE SIGNED-ON
      * OPERATOR AND WAITS FOR A SECOND OPERATOR ON RC83.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 C62-PAGE              PIC 9(3).
           05 FILLER                PIC X(1).
      *----------------------------------------------------------------
      * REFFILE RECORD. A 'P' WITH A REFERENCE IS RECORDED WHEN IT
      * POSTS; A REVERSAL MARKS THE ORIGINAL'S REFERENCE WITH THE DATE
      * AND THE TERMINAL THAT REVERSED IT.
      *----------------------------------------------------------------
       01  WS-REF-RECORD.
           05 WS-REF-KEY            PIC X(12).
           05 WS-REF-REV-FLAG       PIC X(1).
              88 WS-REF-REVERSED    VALUE 'Y'.
           05 WS-REF-REV-DATE       PIC 9(8).
           05 WS-REF-REV-SOURCE     PIC X(8).
       01  WS-REF-DUP-FLAG          PIC X(1).
           88  WS-REF-DUPLICATE     VALUE 'Y'.
           88  WS-REF-NEW           VALUE 'N'.
       01  WS-BROWSE-DONE           PIC X(1).
           88  WS-BROWSE-FINISHED   VALUE 'Y'.
       01  WS-BROWSE-KEY            PIC X(18).
      *----------------------------------------------------------------
      * BLKFILE RECORD, KEYED ON MEMBER AND CURRENCY (000 = EVERY
      * POSITION OF THE MEMBER).
      *----------------------------------------------------------------
       01  WS-BLK-KEY.
           05 WS-BLK-KEY-ID         PIC 9(5).
           05 WS-BLK-KEY-DVZ        PIC 9(3).
       01  WS-BLK-RECORD.
           05 WS-BLK-ID             PIC 9(5).
           05 WS-BLK-DVZ            PIC 9(3).
           05 WS-BLK-TYPE           PIC X(1).
              88 WS-BLK-FULL        VALUE 'F'.
              88 WS-BLK-DEBIT       VALUE 'D'.
              88 WS-BLK-HOLD        VALUE 'H'.
           05 WS-BLK-HOLD-AMOUNT    PIC S9(13)V99.
           05 WS-BLK-REASON         PIC X(30).
           05 WS-BLK-START-DATE     PIC 9(8).
           05 WS-BLK-END-DATE       PIC 9(8).
           05 WS-BLK-ENTRY-DATE     PIC 9(8).
           05 WS-BLK-SOURCE         PIC X(8).
       01  WS-BLK-TODAY             PIC 9(8).
       01  WS-BLK-FLAG              PIC X(1).
           88  WS-BLK-IN-FORCE      VALUE 'Y'.
           88  WS-BLK-NONE          VALUE 'N'.
      *----------------------------------------------------------------
      * APRLIM THRESHOLD RECORD (KEY CURRENCY) AND APRQUE APPROVAL
      * QUEUE RECORD (KEY ENTRY TIMESTAMP + SEQUENCE). THE ITEM IS
      * HELD IN THE INPFILE DETAIL LAYOUT.
      *----------------------------------------------------------------
       01  WS-APL-KEY               PIC 9(3).
       01  WS-APL-RECORD.
           05 WS-APL-DVZ            PIC 9(3).
           05 WS-APL-LIMIT          PIC 9(13)V99.
       01  WS-APQ-KEY.
           05 WS-APQ-KEY-TS         PIC X(14).
           05 WS-APQ-KEY-SEQ        PIC 9(4).
       01  WS-APQ-RECORD.
           05 WS-APQ-REC-KEY        PIC X(18).
           05 WS-APQ-STATUS         PIC X(1).
              88 WS-APQ-PENDING     VALUE 'P'.
           05 WS-APQ-ORIGIN         PIC X(8).
           05 WS-APQ-MAKER          PIC X(8).
           05 WS-APQ-ITEM.
              10 WS-APQ-MODE        PIC X(1).
              10 WS-APQ-ID          PIC 9(5).
              10 WS-APQ-DVZ         PIC 9(3).
              10 WS-APQ-NAME        PIC X(15).
              10 WS-APQ-SURNAME     PIC X(15).
              10 WS-APQ-DATE        PIC 9(7).
              10 WS-APQ-BALANCE     PIC S9(13)V99.
              10 WS-APQ-AMOUNT      PIC S9(13)V99.
              10 WS-APQ-RANGE-END   PIC X(5).
              10 WS-APQ-REF         PIC X(12).
           05 WS-APQ-CHECKER        PIC X(8).
           05 WS-APQ-DECIDE-TS      PIC X(14).
           05 WS-APQ-REASON         PIC X(30).
           05 WS-APQ-RESULT         PIC X(60).
           05 WS-APQ-CARRY-DAYS     PIC 9(3).
           05 WS-APQ-LAST-REPORT    PIC 9(8).
       01  WS-USERID                PIC X(8).
       01  WS-APR-ABS-AMOUNT        PIC S9(13)V99.
       01  WS-APR-FLAG              PIC X(1).
           88  WS-APR-NEEDED        VALUE 'Y'.
           88  WS-APR-NOT-NEEDED    VALUE 'N'.
       01  WS-APR-TRIES             PIC 9(2).
      *----------------------------------------------------------------
      * COMMAREA IMAGE OF RECAP51'S LS-LINK-AREA.
      *----------------------------------------------------------------
       01  WS-COMM-AREA.
           05 WW-OVERDRAFT-FLAG     PIC X(1).
              88 WW-OVERDRAFT-HIT   VALUE 'Y'.
              88 WW-OVERDRAFT-NONE  VALUE 'N'.
              88 WW-BLOCK-HIT       VALUE 'B'.
           05 WW-INP-REF            PIC X(12).
      *----------------------------------------------------------------
      * SYMBOLIC MAP FOR MAPSET RECAP61 / MAP RC61MAP, CODED BY HAND
           05 AMOUNTL               PIC S9(4) COMP.
           05 AMOUNTF               PIC X(1).
           05 AMOUNTI               PIC X(16).
           05 REFL                  PIC S9(4) COMP.
           05 REFF                  PIC X(1).
           05 REFI                  PIC X(12).
           05 BALOL                 PIC S9(4) COMP.
           05 BALOF                 PIC X(1).
           05 BALOI                 PIC X(18).
           05 BLKL                  PIC S9(4) COMP.
           05 BLKF                  PIC X(1).
           05 BLKI                  PIC X(62).
           05 MSGL                  PIC S9(4) COMP.
           05 MSGF                  PIC X(1).
           05 MSGI                  PIC X(60).
           05 FILLER                PIC X(3).
           05 AMOUNTO               PIC X(16).
           05 FILLER                PIC X(3).
           05 REFO                  PIC X(12).
           05 FILLER                PIC X(3).
           05 BALOO                 PIC X(18).
           05 FILLER                PIC X(3).
           05 BLKO                  PIC X(62).
           05 FILLER                PIC X(3).
           05 MSGO                  PIC X(60).
       COPY DFHAID.
       COPY DFHBMSCA.
                      FUNCTION NUMVAL(WS-AMOUNT-TEXT)
              MOVE WS-AMOUNT-NUM TO WW-INP-AMOUNT
           END-IF
           IF REFI NOT = SPACES AND REFI NOT = LOW-VALUES
              MOVE REFI TO WW-INP-REF
           END-IF
           SET WW-MEMBER-FOUND-OK TO TRUE
           SET WW-OVERDRAFT-NONE TO TRUE
           MOVE SPACES TO WW-REPORT
           EVALUATE WW-SELECT-MODE
              WHEN 'R'
              WHEN 'U'
              WHEN 'L'
                 PERFORM H400-LINK-SUBPROGRAM
              WHEN 'P'
                 PERFORM H422-CHECK-POSTING-REF
                 IF WS-REF-DUPLICATE
                    MOVE 'REFERANS ZATEN ISLENMIS-ISLEM YAPILMADI'
                         TO WW-REPORT
                    SET WW-FUNCTION-FAILED TO TRUE
                 ELSE
                    PERFORM H430-CHECK-APPROVAL
                    IF WS-APR-NEEDED
                       PERFORM H440-QUEUE-FOR-APPROVAL
                    ELSE
                       PERFORM H400-LINK-SUBPROGRAM
                       IF WW-FUNCTION-SUCCESS
                          PERFORM H424-RECORD-POSTING-REF
                       END-IF
                    END-IF
                 END-IF
              WHEN 'I'
                 PERFORM H410-REVERSE-TRANSACTION
              WHEN OTHER
                 MOVE 'GECERSIZ FONKSIYON-R/U/P/L/I GIRINIZ'
                      TO WW-REPORT
                 MOVE SPACE TO WW-SELECT-MODE
           END-EVALUATE
       H400-LINK-SUBPROGRAM.
           CALL 'RECAP51' USING WS-COMM-AREA.
       H400-END. EXIT.
      *--------------------------------
      * A REFERENCE ALREADY MARKED IN REFFILE IS REFUSED AT THE SCREEN;
      * RECAP51 CHECKS THE JOURNAL AS WELL AND POSTS THE OPPOSITE
      * MOVEMENT. ON SUCCESS THE ORIGINAL'S REFERENCE IS MARKED, OR
      * ADDED ALREADY MARKED WHEN IT WAS POSTED WITHOUT A REFFILE ENTRY.
      *--------------------------------
       H410-REVERSE-TRANSACTION.
           MOVE WW-INP-REF TO WS-REF-KEY
           EXEC CICS READ
                FILE('REFFILE')
                INTO(WS-REF-RECORD)
                RIDFLD(WS-REF-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-REF-REVERSED
              MOVE 'REFERANS ZATEN TERS KAYITLI' TO WW-REPORT
              SET WW-FUNCTION-FAILED TO TRUE
           ELSE
              PERFORM H400-LINK-SUBPROGRAM
              IF WW-FUNCTION-SUCCESS
                 PERFORM H420-MARK-REFERENCE
              END-IF
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H420-MARK-REFERENCE.
           MOVE WW-INP-REF TO WS-REF-KEY
           EXEC CICS READ
                FILE('REFFILE')
                INTO(WS-REF-RECORD)
                RIDFLD(WS-REF-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           MOVE WW-INP-REF TO WS-REF-KEY
           SET WS-REF-REVERSED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-REV-DATE
           MOVE 'RC61' TO WS-REF-REV-SOURCE(1:4)
           MOVE EIBTRMID TO WS-REF-REV-SOURCE(5:4)
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('REFFILE')
                   FROM(WS-REF-RECORD)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('REFFILE')
                   FROM(WS-REF-RECORD)
                   RIDFLD(WS-REF-KEY)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.
       H420-END. EXIT.
      *--------------------------------
      * A 'P' REFERENCE ALREADY ON REFFILE HAS BEEN POSTED ONCE AND IS
      * REFUSED, AS RECAP50 REFUSES IT FROM A BATCH; SO IS ONE STILL
      * WAITING FOR APPROVAL ON APRQUE (H426). A POSTED 'P' HAS ITS
      * REFERENCE RECORDED UNMARKED, AS RC83 DOES FOR AN APPROVED
      * ITEM. A 'P' WITHOUT A REFERENCE IS NEITHER CHECKED NOR KEPT.
      *--------------------------------
       H422-CHECK-POSTING-REF.
           SET WS-REF-NEW TO TRUE
           IF WW-INP-REF NOT = SPACES
              MOVE WW-INP-REF TO WS-REF-KEY
              EXEC CICS READ
                   FILE('REFFILE')
                   INTO(WS-REF-RECORD)
                   RIDFLD(WS-REF-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-REF-DUPLICATE TO TRUE
              ELSE
                 PERFORM H426-CHECK-QUEUED-REF
              END-IF
           END-IF.
       H422-END. EXIT.
      *--------------------------------
       H424-RECORD-POSTING-REF.
           IF WW-INP-REF NOT = SPACES
              MOVE WW-INP-REF TO WS-REF-KEY
              MOVE 'N' TO WS-REF-REV-FLAG
              MOVE 0 TO WS-REF-REV-DATE
              MOVE SPACES TO WS-REF-REV-SOURCE
              EXEC CICS WRITE
                   FILE('REFFILE')
                   FROM(WS-REF-RECORD)
                   RIDFLD(WS-REF-KEY)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.
       H424-END. EXIT.
      *--------------------------------
      * THE SAME REFERENCE PENDING ON APRQUE WOULD BE POSTED TWICE
      * ONCE THE CHECKER APPROVES IT, SO IT IS A DUPLICATE AS WELL.
      *--------------------------------
       H426-CHECK-QUEUED-REF.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR
                FILE('APRQUE')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM H427-SCAN-ONE-QUEUED
                 UNTIL WS-BROWSE-FINISHED OR WS-REF-DUPLICATE
              EXEC CICS ENDBR
                   FILE('APRQUE')
              END-EXEC
           END-IF.
       H426-END. EXIT.
      *--------------------------------
       H427-SCAN-ONE-QUEUED.
           EXEC CICS READNEXT
                FILE('APRQUE')
                INTO(WS-APQ-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-FINISHED TO TRUE
           ELSE
              IF WS-APQ-PENDING AND WS-APQ-REF = WW-INP-REF
                 SET WS-REF-DUPLICATE TO TRUE
              END-IF
           END-IF.
       H427-END. EXIT.
      *--------------------------------
      * AN AMOUNT OF EITHER SIGN ABOVE THE CURRENCY'S THRESHOLD NEEDS
      * APPROVAL; A CURRENCY WITH NO APRLIM RECORD POSTS AS BEFORE.
      *--------------------------------
       H430-CHECK-APPROVAL.
           SET WS-APR-NOT-NEEDED TO TRUE
           MOVE WW-INP-DVZ TO WS-APL-KEY
           EXEC CICS READ
                FILE('APRLIM')
                INTO(WS-APL-RECORD)
                RIDFLD(WS-APL-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WW-INP-AMOUNT TO WS-APR-ABS-AMOUNT
              IF WS-APR-ABS-AMOUNT < 0
                 COMPUTE WS-APR-ABS-AMOUNT = 0 - WS-APR-ABS-AMOUNT
              END-IF
              IF WS-APR-ABS-AMOUNT > WS-APL-LIMIT
                 SET WS-APR-NEEDED TO TRUE
              END-IF
           END-IF.
       H430-END. EXIT.
      *--------------------------------
      * THE ITEM IS QUEUED UNDER THE SIGNED-ON USER, WHO MAY NOT BE ITS
      * APPROVER. THE KEY IS THE ENTRY TIMESTAMP PLUS THE TASK NUMBER;
      * A KEY ALREADY TAKEN MOVES TO THE NEXT SEQUENCE. THE TELLER IS
      * TOLD THE ITEM IS WAITING, NOT THAT IT FAILED.
      *--------------------------------
       H440-QUEUE-FOR-APPROVAL.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
           END-EXEC.
           MOVE SPACES TO WS-APQ-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-APQ-KEY-TS
           MOVE EIBTASKN TO WS-APQ-KEY-SEQ
           MOVE 'P' TO WS-APQ-STATUS
           MOVE 'RC61' TO WS-APQ-ORIGIN(1:4)
           MOVE EIBTRMID TO WS-APQ-ORIGIN(5:4)
           MOVE WS-USERID TO WS-APQ-MAKER
           MOVE 'P' TO WS-APQ-MODE
           MOVE WW-INP-IDX-FILE-ID TO WS-APQ-ID
           MOVE WW-INP-DVZ TO WS-APQ-DVZ
           MOVE WW-INP-NAME TO WS-APQ-NAME
           MOVE WW-INP-SURNAME TO WS-APQ-SURNAME
           MOVE 0 TO WS-APQ-DATE
           MOVE 0 TO WS-APQ-BALANCE
           MOVE WW-INP-AMOUNT TO WS-APQ-AMOUNT
           MOVE '00000' TO WS-APQ-RANGE-END
           MOVE WW-INP-REF TO WS-APQ-REF
           MOVE 0 TO WS-APQ-CARRY-DAYS
           MOVE 0 TO WS-APQ-LAST-REPORT
           MOVE 0 TO WS-APR-TRIES
           MOVE DFHRESP(DUPREC) TO WS-RESP
           PERFORM H445-WRITE-QUEUE-RECORD
              UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                 OR WS-APR-TRIES >= 10
           IF WS-RESP = DFHRESP(NORMAL)
              SET WW-FUNCTION-SUCCESS TO TRUE
              MOVE SPACES TO WW-REPORT
              MOVE 'ISLEM ONAY BEKLIYOR-SIRA:' TO WW-REPORT(1:25)
              MOVE WS-APQ-KEY TO WW-REPORT(26:18)
           ELSE
              SET WW-FUNCTION-FAILED TO TRUE
              MOVE 'ONAY KUYRUGUNA YAZILAMADI-ISLEM YAPILMADI'
                   TO WW-REPORT
           END-IF.
       H440-END. EXIT.
      *--------------------------------
       H445-WRITE-QUEUE-RECORD.
           ADD 1 TO WS-APR-TRIES
           IF WS-APR-TRIES > 1
              ADD 1 TO WS-APQ-KEY-SEQ
           END-IF
           MOVE WS-APQ-KEY TO WS-APQ-REC-KEY
           EXEC CICS WRITE
                FILE('APRQUE')
                FROM(WS-APQ-RECORD)
                RIDFLD(WS-APQ-KEY)
                RESP(WS-RESP)
           END-EXEC.
       H445-END. EXIT.
      *--------------------------------
       H450-BUILD-SCREEN.
           MOVE LOW-VALUES TO RC61MAPO
              MOVE WW-INP-BALANCE TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO BALOO
           END-IF
           IF WW-SELECT-MODE NOT = 'L' AND WW-SELECT-MODE NOT = SPACE
              AND WW-INP-IDX-FILE-ID > 0
              PERFORM H460-SHOW-BLOCK
           END-IF
           MOVE WW-REPORT TO MSGO.
       H450-END. EXIT.
      *--------------------------------
      * THE POSITION'S OWN BLOCK IS SHOWN FIRST, ELSE A MEMBER-WIDE
      * ONE; ONLY A BLOCK IN FORCE TODAY IS SHOWN.
      *--------------------------------
       H460-SHOW-BLOCK.
           SET WS-BLK-NONE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BLK-TODAY
           MOVE WW-INP-IDX-FILE-ID TO WS-BLK-KEY-ID
           MOVE WW-INP-DVZ TO WS-BLK-KEY-DVZ
           IF WS-BLK-KEY-DVZ NOT = 0
              PERFORM H465-READ-BLOCK
           END-IF
           IF WS-BLK-NONE
              MOVE WW-INP-IDX-FILE-ID TO WS-BLK-KEY-ID
              MOVE 0 TO WS-BLK-KEY-DVZ
              PERFORM H465-READ-BLOCK
           END-IF
           IF WS-BLK-IN-FORCE
              EVALUATE TRUE
                 WHEN WS-BLK-FULL
                    MOVE 'TAM BLOKE    -' TO BLKO(1:14)
                 WHEN WS-BLK-DEBIT
                    MOVE 'BORC BLOKESI -' TO BLKO(1:14)
                 WHEN OTHER
                    MOVE 'TUTAR BLOKESI-' TO BLKO(1:14)
                    MOVE WS-BLK-HOLD-AMOUNT TO WS-EDIT-AMOUNT
                    MOVE WS-EDIT-AMOUNT TO BLKO(45:18)
              END-EVALUATE
              MOVE WS-BLK-REASON TO BLKO(15:30)
           END-IF.
       H460-END. EXIT.
      *--------------------------------
       H465-READ-BLOCK.
           EXEC CICS READ
                FILE('BLKFILE')
                INTO(WS-BLK-RECORD)
                RIDFLD(WS-BLK-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-BLK-START-DATE <= WS-BLK-TODAY
              AND (WS-BLK-END-DATE = 0
                   OR WS-BLK-END-DATE >= WS-BLK-TODAY)
              SET WS-BLK-IN-FORCE TO TRUE
           END-IF.
       H465-END. EXIT.
      *--------------------------------
       H500-SEND-DATAONLY.
           EXEC CICS SEND
