       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAP83.
      ******************************************************************
      * ONLINE APPROVAL OF HIGH-VALUE POSTINGS (TRANSACTION RC83).
      * LISTS THE ITEMS WAITING ON THE APRQUE APPROVAL QUEUE A PAGE
      * AT A TIME (PF7/PF8). THE OPERATOR PICKS A ROW AND ENTERS
      * O=ONAY TO POST IT THROUGH RECAP51 OR R=RED WITH A REASON TO
      * REFUSE IT. THE ITEMS ARE PARKED THERE BY RECAP50 AND RECAP56
      * (BATCH) AND BY RC61 'P' WHEN THE AMOUNT IS ABOVE THE APRLIM
      * THRESHOLD OF ITS CURRENCY. THE APPROVER MUST BE A DIFFERENT
      * USER FROM THE ONE WHO ENTERED THE ITEM. THE DECISION, THE
      * APPROVER AND THE RECAP51 RESULT STAY ON THE QUEUE RECORD UNTIL
      * THE DAY-END RUN (RECAP84) ARCHIVES THEM TO APRHIST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                  PIC S9(8) COMP.
       01  WS-SKIP-COUNT            PIC 9(5).
       01  WS-SKIP-INDEX            PIC 9(5).
       01  WS-ROW-COUNT             PIC 9(2).
       01  WS-SEL-NUM               PIC 9(2).
       01  WS-BROWSE-DONE           PIC X(1).
          88 WS-BROWSE-FINISHED     VALUE 'Y'.
       01  WS-PENDING-FLAG          PIC X(1).
          88 WS-PENDING-FOUND       VALUE 'Y'.
       01  WS-EDIT-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MESSAGE               PIC X(60).
       01  WS-USERID                PIC X(8).
       01  WS-BROWSE-KEY            PIC X(18).
       01  WS-ROW-LINE.
           05 WS-ROW-NO             PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-MODE           PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-MEMID          PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-DVZ            PIC 9(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-AMOUNT         PIC X(18).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-REF            PIC X(12).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-MAKER          PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-TIME           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ROW-RANGE-END      PIC X(5).
       01  WS-ROW-KEY-TABLE.
           05 WS-ROW-KEY            PIC X(18) OCCURS 10 TIMES.
      *----------------------------------------------------------------
      * RC83'S OWN COMMAREA.
      *----------------------------------------------------------------
       01  WS-C83-AREA.
           05 C83-PAGE              PIC 9(3).
           05 FILLER                PIC X(17).
      *----------------------------------------------------------------
      * APRQUE APPROVAL QUEUE RECORD (KEY ENTRY TIMESTAMP + SEQUENCE).
      * THE ITEM IS HELD IN THE INPFILE DETAIL LAYOUT. STATUS P = ONAY
      * BEKLIYOR, A = ONAYLANDI VE ISLENDI, F = ONAYLANDI AMA RECAP51
      * REDDETTI, R = RED EDILDI.
      *----------------------------------------------------------------
       01  WS-APQ-KEY               PIC X(18).
       01  WS-APQ-RECORD.
           05 WS-APQ-REC-KEY.
              10 WS-APQ-KEY-TS      PIC X(14).
              10 WS-APQ-KEY-SEQ     PIC 9(4).
           05 WS-APQ-STATUS         PIC X(1).
              88 WS-APQ-PENDING     VALUE 'P'.
              88 WS-APQ-APPROVED    VALUE 'A'.
              88 WS-APQ-POST-FAILED VALUE 'F'.
              88 WS-APQ-REJECTED    VALUE 'R'.
           05 WS-APQ-ORIGIN         PIC X(8).
           05 WS-APQ-MAKER          PIC X(8).
           05 WS-APQ-ITEM.
              10 WS-APQ-MODE        PIC X(1).
              10 WS-APQ-ID          PIC X(5).
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
      *----------------------------------------------------------------
      * REFFILE RECORD. AN APPROVED ITEM'S REFERENCE IS RECORDED AS
      * RECAP50 DOES FOR A POSTED ONE, SO IT CAN NEITHER BE APPROVED
      * TWICE NOR COME IN AGAIN ON A LATER BATCH.
      *----------------------------------------------------------------
       01  WS-REF-RECORD.
           05 WS-REF-KEY            PIC X(12).
           05 WS-REF-REV-FLAG       PIC X(1).
              88 WS-REF-REVERSED    VALUE 'Y'.
           05 WS-REF-REV-DATE       PIC 9(8).
           05 WS-REF-REV-SOURCE     PIC X(8).
      *----------------------------------------------------------------
      * COMMAREA IMAGE OF RECAP51'S LS-LINK-AREA.
      *----------------------------------------------------------------
       01  WS-COMM-AREA.
           05 WW-SELECT-MODE        PIC X(1).
           05 WW-INP-IDX-FILE-ID    PIC S9(5) COMP-3.
           05 WW-INP-DVZ            PIC S9(3)  COMP.
           05 WW-INP-NAME           PIC X(15).
           05 WW-INP-SURNAME        PIC X(15).
           05 WW-INP-DATE           PIC S9(7)  COMP-3.
           05 WW-INP-BALANCE        PIC S9(13)V99 COMP-3.
           05 WW-INP-AMOUNT         PIC S9(13)V99 COMP-3.
           05 WW-INP-RANGE-END-ID   PIC S9(5) COMP-3.
           05 WW-RETURN-CODE        PIC 9(1).
              88 WW-FUNCTION-SUCCESS VALUE 0.
              88 WW-FUNCTION-FAILED  VALUE 1.
           05 WW-NOT-FOUND-FLAG     PIC X(1).
              88 WW-MEMBER-NOT-FOUND VALUE 'Y'.
              88 WW-MEMBER-FOUND-OK  VALUE 'N'.
           05 WW-REPORT             PIC X(60).
           05 WW-OVERDRAFT-FLAG     PIC X(1).
              88 WW-OVERDRAFT-HIT   VALUE 'Y'.
              88 WW-OVERDRAFT-NONE  VALUE 'N'.
              88 WW-BLOCK-HIT       VALUE 'B'.
           05 WW-INP-REF            PIC X(12).
      *----------------------------------------------------------------
      * SYMBOLIC MAP FOR MAPSET RECAP83 / MAP RC83MAP, CODED BY HAND
      * IN STEP WITH THE BMS SOURCE.
      *----------------------------------------------------------------
       01  RC83MAPI.
           05 FILLER                PIC X(12).
           05 SPAGEL                PIC S9(4) COMP.
           05 SPAGEF                PIC X(1).
           05 SPAGEI                PIC X(3).
           05 ROW1L                 PIC S9(4) COMP.
           05 ROW1F                 PIC X(1).
           05 ROW1I                 PIC X(70).
           05 ROW2L                 PIC S9(4) COMP.
           05 ROW2F                 PIC X(1).
           05 ROW2I                 PIC X(70).
           05 ROW3L                 PIC S9(4) COMP.
           05 ROW3F                 PIC X(1).
           05 ROW3I                 PIC X(70).
           05 ROW4L                 PIC S9(4) COMP.
           05 ROW4F                 PIC X(1).
           05 ROW4I                 PIC X(70).
           05 ROW5L                 PIC S9(4) COMP.
           05 ROW5F                 PIC X(1).
           05 ROW5I                 PIC X(70).
           05 ROW6L                 PIC S9(4) COMP.
           05 ROW6F                 PIC X(1).
           05 ROW6I                 PIC X(70).
           05 ROW7L                 PIC S9(4) COMP.
           05 ROW7F                 PIC X(1).
           05 ROW7I                 PIC X(70).
           05 ROW8L                 PIC S9(4) COMP.
           05 ROW8F                 PIC X(1).
           05 ROW8I                 PIC X(70).
           05 ROW9L                 PIC S9(4) COMP.
           05 ROW9F                 PIC X(1).
           05 ROW9I                 PIC X(70).
           05 ROW10L                PIC S9(4) COMP.
           05 ROW10F                PIC X(1).
           05 ROW10I                PIC X(70).
           05 SELNL                 PIC S9(4) COMP.
           05 SELNF                 PIC X(1).
           05 SELNI                 PIC X(2).
           05 ACTL                  PIC S9(4) COMP.
           05 ACTF                  PIC X(1).
           05 ACTI                  PIC X(1).
           05 REASONL               PIC S9(4) COMP.
           05 REASONF               PIC X(1).
           05 REASONI               PIC X(30).
           05 MSGL                  PIC S9(4) COMP.
           05 MSGF                  PIC X(1).
           05 MSGI                  PIC X(60).
       01  RC83MAPO REDEFINES RC83MAPI.
           05 FILLER                PIC X(12).
           05 FILLER                PIC X(3).
           05 SPAGEO                PIC X(3).
           05 FILLER                PIC X(3).
           05 ROW1O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW2O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW3O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW4O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW5O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW6O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW7O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW8O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW9O                 PIC X(70).
           05 FILLER                PIC X(3).
           05 ROW10O                PIC X(70).
           05 FILLER                PIC X(3).
           05 SELNO                 PIC X(2).
           05 FILLER                PIC X(3).
           05 ACTO                  PIC X(1).
           05 FILLER                PIC X(3).
           05 REASONO               PIC X(30).
           05 FILLER                PIC X(3).
           05 MSGO                  PIC X(60).
       COPY DFHAID.
       COPY DFHBMSCA.
       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0001-MAIN-PROCESS.
           IF EIBCALEN = 0
              PERFORM H100-FIRST-TIME
           ELSE
              MOVE DFHCOMMAREA(1:20) TO WS-C83-AREA
              PERFORM H300-PROCESS-INPUT
           END-IF.
           EXEC CICS RETURN
                TRANSID('RC83')
                COMMAREA(WS-C83-AREA)
           END-EXEC.
       0001-END. EXIT.
      *--------------------------------
       H100-FIRST-TIME.
           MOVE SPACES TO WS-C83-AREA
           MOVE 1 TO C83-PAGE
           MOVE SPACES TO WS-MESSAGE
           PERFORM H400-BUILD-PAGE
           PERFORM H500-SEND-FULL-MAP.
       H100-END. EXIT.
      *--------------------------------
       H300-PROCESS-INPUT.
           IF EIBAID = DFHPF3
              EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE LOW-VALUES TO RC83MAPI
           EXEC CICS RECEIVE
                MAP('RC83MAP')
                MAPSET('RECAP83')
                INTO(RC83MAPI)
                RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
              WHEN EIBAID = DFHPF7
                 PERFORM H320-PAGE-BACKWARD
              WHEN EIBAID = DFHPF8
                 PERFORM H330-PAGE-FORWARD
              WHEN SELNI NUMERIC
                 PERFORM H340-SELECT-ROW
              WHEN OTHER
                 MOVE 'SECIM 1-10 + ISLEM O/R VEYA PF7/PF8'
                      TO WS-MESSAGE
                 PERFORM H400-BUILD-PAGE
           END-EVALUATE.
           PERFORM H500-SEND-FULL-MAP.
       H300-END. EXIT.
      *--------------------------------
       H320-PAGE-BACKWARD.
           IF C83-PAGE > 1
              SUBTRACT 1 FROM C83-PAGE
           ELSE
              MOVE 'ILK SAYFA' TO WS-MESSAGE
           END-IF
           PERFORM H400-BUILD-PAGE.
       H320-END. EXIT.
      *--------------------------------
       H330-PAGE-FORWARD.
           ADD 1 TO C83-PAGE
           PERFORM H400-BUILD-PAGE
           IF WS-ROW-COUNT = 0 AND C83-PAGE > 1
              SUBTRACT 1 FROM C83-PAGE
              MOVE 'SON SAYFA' TO WS-MESSAGE
              PERFORM H400-BUILD-PAGE
           END-IF.
       H330-END. EXIT.
      *--------------------------------
      * THE ROW KEYS OF THE PAGE ARE REBUILT FROM THE QUEUE ON EVERY
      * ATTENTION, SO THE DECISION IS TAKEN ON THE ROW THE OPERATOR
      * IS LOOKING AT. THE RECORD IS RE-READ FOR UPDATE AND MUST STILL
      * BE WAITING - ANOTHER APPROVER MAY HAVE DECIDED IT MEANWHILE.
      *--------------------------------
       H340-SELECT-ROW.
           COMPUTE WS-SEL-NUM = FUNCTION NUMVAL(SELNI)
           PERFORM H400-BUILD-PAGE
           EVALUATE TRUE
              WHEN WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-ROW-COUNT
                 MOVE 'GECERSIZ SECIM' TO WS-MESSAGE
              WHEN ACTI NOT = 'O' AND ACTI NOT = 'R'
                 MOVE 'ISLEM O (ONAY) VEYA R (RED) OLMALI'
                      TO WS-MESSAGE
              WHEN ACTI = 'R'
                   AND (REASONI = SPACES OR REASONI = LOW-VALUES)
                 MOVE 'RED ICIN NEDEN GIRINIZ' TO WS-MESSAGE
              WHEN OTHER
                 MOVE WS-ROW-KEY(WS-SEL-NUM) TO WS-APQ-KEY
                 PERFORM H350-DECIDE-ITEM
                 PERFORM H400-BUILD-PAGE
           END-EVALUATE.
           IF WS-MESSAGE NOT = SPACES
              MOVE WS-MESSAGE TO MSGO
           END-IF.
       H340-END. EXIT.
      *--------------------------------
       H350-DECIDE-ITEM.
           EXEC CICS READ
                FILE('APRQUE')
                INTO(WS-APQ-RECORD)
                RIDFLD(WS-APQ-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'KAYIT OKUNAMADI' TO WS-MESSAGE
           ELSE
              EXEC CICS ASSIGN
                   USERID(WS-USERID)
              END-EXEC
              EVALUATE TRUE
                 WHEN NOT WS-APQ-PENDING
                    MOVE 'KAYIT ARTIK ONAY BEKLEMIYOR' TO WS-MESSAGE
                    PERFORM H390-UNLOCK-ITEM
                 WHEN WS-USERID = WS-APQ-MAKER
                    MOVE 'ISLEMI GIREN KULLANICI ONAYLAYAMAZ'
                         TO WS-MESSAGE
                    PERFORM H390-UNLOCK-ITEM
                 WHEN ACTI = 'O'
                    PERFORM H360-APPROVE-ITEM
                 WHEN OTHER
                    PERFORM H370-REJECT-ITEM
              END-EVALUATE
           END-IF.
       H350-END. EXIT.
      *--------------------------------
      * A REFERENCE ALREADY ON REFFILE HAS BEEN POSTED SINCE THE ITEM
      * WAS QUEUED AND IS NOT POSTED AGAIN; THE ITEM CAN ONLY BE
      * REJECTED. OTHERWISE THE ITEM GOES THROUGH RECAP51 EXACTLY AS
      * RECAP50 WOULD HAVE SENT IT. A REFUSAL BY RECAP51 (LIMIT,
      * BLOCK, MEMBER MISSING) CLOSES THE ITEM AS F WITH THE REASON;
      * A LIMIT REFUSAL IS QUEUED ON OVDFILE BY RECAP51 ITSELF.
      *--------------------------------
       H360-APPROVE-ITEM.
           MOVE SPACES TO WS-REF-RECORD
           MOVE DFHRESP(NOTFND) TO WS-RESP
           IF WS-APQ-REF NOT = SPACES
              MOVE WS-APQ-REF TO WS-REF-KEY
              EXEC CICS READ
                   FILE('REFFILE')
                   INTO(WS-REF-RECORD)
                   RIDFLD(WS-REF-KEY)
                   RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'REFERANS ZATEN ISLENMIS-R ILE RED EDINIZ'
                   TO WS-MESSAGE
              PERFORM H390-UNLOCK-ITEM
           ELSE
              PERFORM H365-POST-ITEM
              MOVE WS-USERID TO WS-APQ-CHECKER
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-APQ-DECIDE-TS
              MOVE WW-REPORT TO WS-APQ-RESULT
              IF WW-FUNCTION-SUCCESS
                 SET WS-APQ-APPROVED TO TRUE
                 PERFORM H368-RECORD-REFERENCE
                 MOVE 'ONAYLANDI VE ISLENDI-SIRA:' TO WS-MESSAGE
                 MOVE WS-APQ-KEY TO WS-MESSAGE(27:18)
              ELSE
                 SET WS-APQ-POST-FAILED TO TRUE
                 MOVE WW-REPORT TO WS-MESSAGE
              END-IF
              PERFORM H380-REWRITE-ITEM
           END-IF.
       H360-END. EXIT.
      *--------------------------------
       H365-POST-ITEM.
           MOVE SPACES TO WS-COMM-AREA
           MOVE WS-APQ-MODE TO WW-SELECT-MODE
           COMPUTE WW-INP-IDX-FILE-ID = FUNCTION NUMVAL(WS-APQ-ID)
           MOVE WS-APQ-DVZ       TO WW-INP-DVZ
           MOVE WS-APQ-NAME      TO WW-INP-NAME
           MOVE WS-APQ-SURNAME   TO WW-INP-SURNAME
           MOVE WS-APQ-DATE      TO WW-INP-DATE
           MOVE WS-APQ-BALANCE   TO WW-INP-BALANCE
           MOVE WS-APQ-AMOUNT    TO WW-INP-AMOUNT
           MOVE 0 TO WW-INP-RANGE-END-ID
           IF WW-SELECT-MODE = 'X'
              COMPUTE WW-INP-RANGE-END-ID =
                      FUNCTION NUMVAL(WS-APQ-RANGE-END)
           END-IF
           MOVE WS-APQ-REF TO WW-INP-REF
           MOVE 0 TO WW-RETURN-CODE
           SET WW-MEMBER-FOUND-OK TO TRUE
           SET WW-OVERDRAFT-NONE TO TRUE
           CALL 'RECAP51' USING WS-COMM-AREA.
       H365-END. EXIT.
      *--------------------------------
       H368-RECORD-REFERENCE.
           IF WS-APQ-REF NOT = SPACES
              MOVE WS-APQ-REF TO WS-REF-KEY
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
       H368-END. EXIT.
      *--------------------------------
       H370-REJECT-ITEM.
           SET WS-APQ-REJECTED TO TRUE
           MOVE WS-USERID TO WS-APQ-CHECKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-APQ-DECIDE-TS
           MOVE REASONI TO WS-APQ-REASON
           MOVE 'RED EDILDI-ISLEM YAPILMADI' TO WS-APQ-RESULT
           PERFORM H380-REWRITE-ITEM
           MOVE 'RED EDILDI-SIRA:' TO WS-MESSAGE
           MOVE WS-APQ-KEY TO WS-MESSAGE(17:18).
       H370-END. EXIT.
      *--------------------------------
       H380-REWRITE-ITEM.
           EXEC CICS REWRITE
                FILE('APRQUE')
                FROM(WS-APQ-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'KARAR KAYDEDILEMEDI-SISTEM DESTEGE BILDIRIN'
                   TO WS-MESSAGE
           END-IF.
       H380-END. EXIT.
      *--------------------------------
       H390-UNLOCK-ITEM.
           EXEC CICS UNLOCK
                FILE('APRQUE')
                RESP(WS-RESP)
           END-EXEC.
       H390-END. EXIT.
      *--------------------------------
      * THE PAGE IS A BROWSE OF THE QUEUE IN ENTRY ORDER THAT SHOWS
      * ONLY THE WAITING ITEMS; (PAGE-1)*10 OF THEM ARE SKIPPED BEFORE
      * THE TEN ROWS ARE FORMATTED.
      *--------------------------------
       H400-BUILD-PAGE.
           MOVE LOW-VALUES TO RC83MAPO
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR
                FILE('APRQUE')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-FINISHED TO TRUE
           ELSE
              COMPUTE WS-SKIP-COUNT = (C83-PAGE - 1) * 10
              MOVE 0 TO WS-SKIP-INDEX
              PERFORM H410-SKIP-ONE-ITEM
                 UNTIL WS-SKIP-INDEX >= WS-SKIP-COUNT
                    OR WS-BROWSE-FINISHED
              PERFORM H420-FILL-ONE-ROW
                 UNTIL WS-ROW-COUNT >= 10
                    OR WS-BROWSE-FINISHED
              IF NOT WS-BROWSE-FINISHED
                 PERFORM H430-CHECK-MORE
              END-IF
              EXEC CICS ENDBR
                   FILE('APRQUE')
              END-EXEC
           END-IF.
           IF WS-ROW-COUNT = 0
              MOVE 'ONAY BEKLEYEN ISLEM YOK' TO MSGO
           END-IF.
           IF WS-MESSAGE NOT = SPACES
              MOVE WS-MESSAGE TO MSGO
           END-IF.
           MOVE C83-PAGE TO SPAGEO.
       H400-END. EXIT.
      *--------------------------------
       H405-NEXT-PENDING.
           MOVE 'N' TO WS-PENDING-FLAG
           PERFORM H407-READ-NEXT
              UNTIL WS-PENDING-FOUND OR WS-BROWSE-FINISHED.
       H405-END. EXIT.
      *--------------------------------
       H407-READ-NEXT.
           EXEC CICS READNEXT
                FILE('APRQUE')
                INTO(WS-APQ-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-FINISHED TO TRUE
           ELSE
              IF WS-APQ-PENDING
                 SET WS-PENDING-FOUND TO TRUE
              END-IF
           END-IF.
       H407-END. EXIT.
      *--------------------------------
       H410-SKIP-ONE-ITEM.
           PERFORM H405-NEXT-PENDING
           IF NOT WS-BROWSE-FINISHED
              ADD 1 TO WS-SKIP-INDEX
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H420-FILL-ONE-ROW.
           PERFORM H405-NEXT-PENDING
           IF NOT WS-BROWSE-FINISHED
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-APQ-REC-KEY   TO WS-ROW-KEY(WS-ROW-COUNT)
              MOVE WS-ROW-COUNT     TO WS-ROW-NO
              MOVE WS-APQ-MODE      TO WS-ROW-MODE
              MOVE WS-APQ-ID        TO WS-ROW-MEMID
              MOVE WS-APQ-DVZ       TO WS-ROW-DVZ
              MOVE WS-APQ-AMOUNT    TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT   TO WS-ROW-AMOUNT
              MOVE WS-APQ-REF       TO WS-ROW-REF
              MOVE WS-APQ-MAKER     TO WS-ROW-MAKER
              MOVE WS-APQ-KEY-TS(5:8) TO WS-ROW-TIME
              MOVE SPACES           TO WS-ROW-RANGE-END
              IF WS-APQ-MODE = 'X'
                 MOVE WS-APQ-RANGE-END TO WS-ROW-RANGE-END
              END-IF
              PERFORM H425-MOVE-ROW-TO-MAP
           END-IF.
       H420-END. EXIT.
      *--------------------------------
       H425-MOVE-ROW-TO-MAP.
           EVALUATE WS-ROW-COUNT
              WHEN 1  MOVE WS-ROW-LINE TO ROW1O
              WHEN 2  MOVE WS-ROW-LINE TO ROW2O
              WHEN 3  MOVE WS-ROW-LINE TO ROW3O
              WHEN 4  MOVE WS-ROW-LINE TO ROW4O
              WHEN 5  MOVE WS-ROW-LINE TO ROW5O
              WHEN 6  MOVE WS-ROW-LINE TO ROW6O
              WHEN 7  MOVE WS-ROW-LINE TO ROW7O
              WHEN 8  MOVE WS-ROW-LINE TO ROW8O
              WHEN 9  MOVE WS-ROW-LINE TO ROW9O
              WHEN 10 MOVE WS-ROW-LINE TO ROW10O
           END-EVALUATE.
       H425-END. EXIT.
      *--------------------------------
       H430-CHECK-MORE.
           PERFORM H405-NEXT-PENDING
           IF NOT WS-BROWSE-FINISHED
              MOVE 'PF8=DEVAMI' TO MSGO
           END-IF.
       H430-END. EXIT.
      *--------------------------------
       H500-SEND-FULL-MAP.
           EXEC CICS SEND
                MAP('RC83MAP')
                MAPSET('RECAP83')
                FROM(RC83MAPO)
                ERASE
           END-EXEC.
       H500-END. EXIT.
