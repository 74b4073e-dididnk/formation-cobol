           05 EMP-CITY      PIC X(12).
           05 FILLER        PIC X.
           05 EMP-SAL       PIC 9(5).
           05 FILLER        PIC X.
           05 EMP-DTENTREE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-DTSORTIE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-MOTIF     PIC X(3).

       FD  SALFILE.
       01  SALREC.
