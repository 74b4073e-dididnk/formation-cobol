       WORKING-STORAGE SECTION.
       01  FS-TYPOP    PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-TYPES PIC 9(2) VALUE 17.

       01  T-SEED-TYPOP.
           05 SEED-TYPOP-LIG OCCURS 17 TIMES.
              10 ST-CODE   PIC X(3).
              10 ST-LIB    PIC X(18).

           MOVE 'RETRAIT CARTE' TO ST-LIB(12).
           MOVE 'ESP' TO ST-CODE(13).
           MOVE 'OPERATION ESPECES' TO ST-LIB(13).
           MOVE 'LIV' TO ST-CODE(14).
           MOVE 'INTERETS LIVRET' TO ST-LIB(14).
           MOVE 'PFU' TO ST-CODE(15).
           MOVE 'PRELEVEMENT FISCAL' TO ST-LIB(15).
           MOVE 'RCH' TO ST-CODE(16).
           MOVE 'REMISE DE CHEQUES' TO ST-LIB(16).
           MOVE 'REC' TO ST-CODE(17).
           MOVE 'REMB. RECLAMATION' TO ST-LIB(17).
       ECRIRE-TYPES.
           MOVE ST-CODE(WS-IDX) TO TOP-CODE.
           MOVE ST-LIB(WS-IDX)  TO TOP-LIB.
