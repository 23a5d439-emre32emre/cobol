       FD  REF-FILE.
         01 REF-FILE-RECORD.
           05 REF-FILE-REF           PIC X(12).
           05 REF-FILE-REV-FLAG      PIC X(1).
             88 REF-FILE-REVERSED    VALUE 'Y'.
           05 REF-FILE-REV-DATE      PIC 9(8).
           05 REF-FILE-REV-SOURCE    PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(70).
       WORKING-STORAGE SECTION.
                 MOVE PND-FILE-REF TO OUT-LINE(17:12)
                 MOVE OUT-LINE TO RPT-FILE-LINE
                 WRITE RPT-FILE-LINE
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO WS-REF-DELETED-COUNT
              END-DELETE
