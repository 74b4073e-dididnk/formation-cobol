               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-TMVTC
               ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
               FILE STATUS IS FS-MVTC.

      *----FICHIERS DE SORTIE POUR LE MODE REORGANISATION--------------
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-TMVTC-NEW
               ALTERNATE RECORD KEY IS CPTDT-TMVTC-NEW WITH DUPLICATES
               FILE STATUS IS FS-MVTC-NEW.

       DATA DIVISION.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
       FD  FMVTC-NEW.
       01  ENR-TMVTC-NEW.
           10 CLT-TMVTC-NEW   PIC 9(5).
           10 CPTDT-TMVTC-NEW.
              15 CPTE-TMVTC-NEW  PIC X(23).
              15 DATE-TMVTC-NEW  PIC 9(8).
           10 MONT-TMVTC-NEW  PIC 9(9)V9(2).
           10 SENS-TMVTC-NEW  PIC X.
           10 TYPE-TMVTC-NEW  PIC X(3).
