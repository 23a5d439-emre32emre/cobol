           05 HST-FILE-TIMESTAMP     PIC X(21).
           05 HST-FILE-AMOUNT        PIC X(15).
           05 HST-FILE-LIMIT         PIC X(15).
           05 HST-FILE-REF           PIC X(12).
       FD  ARC-FILE RECORDING MODE F.
         01 ARC-FILE-MEMBERS        PIC X(124).
       FD  NEW-FILE RECORDING MODE F.
         01 NEW-FILE-MEMBERS        PIC X(124).
       FD  RPT-FILE RECORDING MODE F.
         01 RPT-FILE-LINE           PIC X(60).
       WORKING-STORAGE SECTION.
