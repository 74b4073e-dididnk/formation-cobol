           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC-SRC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC-SRC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FMVTC-TRIE ASSIGN TO "WK-MVT-CLT.dat"
       FD  FMVTC.
       01  ENR-TMVTC-SRC.
           10 CLT-TMVTC-SRC   PIC 9(5).
           10 CPTDT-TMVTC-SRC.
              15 CPTE-TMVTC-SRC  PIC X(23).
              15 DATE-TMVTC-SRC  PIC 9(8).
           10 MONT-TMVTC-SRC  PIC 9(9)V9(2).
           10 SENS-TMVTC-SRC  PIC X.
           10 TYPE-TMVTC-SRC  PIC X(3).
