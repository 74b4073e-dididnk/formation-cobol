      * MOUVEMENT 'CAT' SUR LE COMPTE DE REGLEMENT, STATUT PASSE A
      * 'E', ET UN AVIS D'ECHEANCE ENCADRE (PRESENTATION CLOTCPTE)
      * EST EDITE SUR DDCATAV.
      * LE PRELEVEMENT A LA SOURCE SUR LES INTERETS (ROUTINE CALCPFU,
      * SAUF DISPENSE DE L'ANNEE) EST POSTE EN MOUVEMENT DEBIT 'PFU'
      * A COTE DU CREDIT 'CAT' ET FIGURE SUR L'AVIS ; LES INTERETS
      * SONT HISTORISES DANS AS-INTHIST (ORIGINE 'CAT') AVEC LA
      * RETENUE, POUR LE REVERSEMENT REVFISC ET LA DECLARATION DECLINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FINTHIST ASSIGN TO AS-INTHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTHIST.

           SELECT FPRINT ASSIGN TO DDCATAV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FINTHIST.
       01  ENR-INTHIST.
           10 IH-CLT      PIC 9(5).
           10 IH-CPTE     PIC X(23).
           10 IH-DATE     PIC 9(8).
           10 IH-MONTANT  PIC 9(7)V9(2).
           10 IH-RETENUE  PIC 9(7)V9(2).
           10 IH-ORIGINE  PIC X(3).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
       01  WS-NB-JOURS  PIC 9(5) VALUE ZERO.
       01  WS-MT-INT    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
      *----PRELEVEMENT A LA SOURCE (ROUTINE PARTAGEE CALCPFU)----------
       01  FS-INTHIST   PIC XX VALUE ZERO.
       01  WS-MT-PFU    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-NET    PIC S9(9)V9(2) VALUE ZERO.
       01  WS-DISPENSE  PIC X VALUE 'N'.
      *----CONTROLE DE JOUR OUVRE (ROUTINE PARTAGEE JOUROUVR)----------
       01  WS-CAL-FONCTION PIC X VALUE 'V'.
       01  WS-CAL-RESULT   PIC 9(8) VALUE ZERO.
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN OUTPUT FPRINT.
           OPEN EXTEND FINTHIST.
           IF FS-INTHIST = '35'
              OPEN OUTPUT FINTHIST
           END-IF.
           IF FS-CAT NOT = '00' OR FS-MVTC NOT = '00'
              OR FS-PRINT NOT = '00' OR FS-INTHIST NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FT ' FS-CAT
                 ' FM ' FS-MVTC ' FP ' FS-PRINT ' FH ' FS-INTHIST
           ELSE
              PERFORM LIRE-CAT
           END-IF.
           MOVE SPACES     TO LIB-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
           PERFORM PRELEVER-A-LA-SOURCE.
           MOVE 'E' TO CAT-STATUT.
           REWRITE ENR-CAT
              INVALID KEY DISPLAY 'ERR. MAJ DD-CAT : ' FS-CAT
           DISPLAY 'ECHEANCE REGLEE - CAT ' CAT-NUM ' CLIENT '
              CAT-CLT ' ' WS-MT-TOTAL ' (INTERETS ' WS-MT-INT ')'.
      *----------------------------------------------------------------
      *    RETENUE A LA SOURCE SUR LES INTERETS : DEBIT 'PFU' A COTE   *
      *    DU CREDIT, PUIS HISTORIQUE DES INTERETS VERSES              *
      *----------------------------------------------------------------
       PRELEVER-A-LA-SOURCE.
           CALL 'CALCPFU' USING CAT-CLT WS-DTTRAIT WS-MT-INT
              WS-MT-PFU WS-DISPENSE.
           IF WS-MT-PFU > ZERO
              MOVE CAT-CLT    TO CLT-TMVTC
              MOVE CAT-CPTE   TO CPTE-TMVTC
              MOVE WS-DTTRAIT TO DATE-TMVTC
              MOVE WS-MT-PFU  TO MONT-TMVTC
              MOVE 'D'        TO SENS-TMVTC
              MOVE 'PFU'      TO TYPE-TMVTC
              CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT
              MOVE WS-REF-MVT TO REF-TMVTC
              MOVE 'EUR'      TO DEV-TMVTC
              MOVE DATE-TMVTC TO DTVAL-TMVTC
              MOVE 'PRELEV. SOURCE CAT' TO LIB-TMVTC
              MOVE ZERO       TO NUMCHQ-TMVTC
              WRITE ENR-TMVTC
           END-IF.
           COMPUTE WS-MT-NET = WS-MT-TOTAL - WS-MT-PFU.
           IF WS-MT-INT > ZERO
              MOVE CAT-CLT    TO IH-CLT
              MOVE CAT-CPTE   TO IH-CPTE
              MOVE WS-DTTRAIT TO IH-DATE
              MOVE WS-MT-INT  TO IH-MONTANT
              MOVE WS-MT-PFU  TO IH-RETENUE
              MOVE 'CAT'      TO IH-ORIGINE
              WRITE ENR-INTHIST
           END-IF.
      *----------------------------------------------------------------
      *    INTERETS = CAPITAL X TAUX ANNUEL X JOURS COURUS / 360       *
      *----------------------------------------------------------------
       CALCULER-INTERETS.
           MOVE 'TOTAL CREDITE' TO WE-RUBRIQUE.
           MOVE WS-MT-TOTAL TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           IF WS-DISPENSE = 'O'
              MOVE 'PRELEVEMENT SOURCE (DISPENSE)' TO WE-RUBRIQUE
           ELSE
              MOVE 'PRELEVEMENT A LA SOURCE' TO WE-RUBRIQUE
           END-IF.
           COMPUTE WE-MONTANT = ZERO - WS-MT-PFU.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET VERSE' TO WE-RUBRIQUE.
           MOVE WS-MT-NET TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-TRAC.
       FIN.
           IF FS-CAT = '00' OR FS-CAT = '10'
              CLOSE FCAT FMVTC FPRINT FINTHIST
           END-IF.
           DISPLAY 'ECHEANCES REGLEES : ' WS-NB-REGLES.
           STOP RUN.
