           05 EMP-CITY      PIC X(12).
           05 FILLER        PIC X VALUE SPACE.
           05 EMP-SAL       PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 EMP-DTENTREE  PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 EMP-DTSORTIE  PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 EMP-MOTIF     PIC X(3).

       FD  TRANSFILE.
       01  NEW-REC.
           MOVE N-EMP-NAME TO EMP-NAME.
           MOVE N-EMP-CITY TO EMP-CITY.
           MOVE N-EMP-SAL  TO EMP-SAL.
           MOVE ZERO       TO EMP-DTENTREE EMP-DTSORTIE.
           MOVE SPACES     TO EMP-MOTIF.
           WRITE EMP-REC
              INVALID KEY
                 DISPLAY "MATRICULE DEJA EXISTANT : " EMP-NO
