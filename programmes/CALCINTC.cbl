      *CHAQUE LIGNE D'INTERETS EST AUSSI HISTORISEE (EN AJOUT) DANS
      *AS-INTHIST AVEC LA DATE DU PASSAGE : C'EST CE CUMUL ANNUEL QUE
      *DEPOUILLE LA DECLARATION FISCALE DECLINT.
      *LES LIVRETS D'EPARGNE (REGISTRE DD-LIVRET) SONT EXCLUS : LEURS
      *INTERETS SUIVENT LA REGLE DES QUINZAINES (VOIR LIVINT).
      *LE TAUX JOURNALIER VIENT DU BAREME DATE AS-TAUX (CODE 'INT',
      *CHARGEUR CHGTAUX) : LA PERIODE (LES N JOURS FINISSANT A
      *L'ARRETE) EST COUPEE A CHAQUE CHANGEMENT DE TAUX ET CHAQUE
      *TRONCON EST DECOMPTE A SON TAUX ; LES TAUX APPLIQUES SONT
      *AFFICHES SOUS LA LIGNE D'INTERETS. SANS BAREME, LE TAUX SAISI
      *S'APPLIQUE A TOUTE LA PERIODE.
      *LE PRELEVEMENT A LA SOURCE EST FAIT AU VERSEMENT (ROUTINE
      *CALCPFU : TAUX 'PFU' DU BAREME, DISPENSE DD-EXOFISC DE L'ANNEE)
      *ET POSTE EN MOUVEMENT DEBIT 'PFU' DANS FMVTC A COTE DE CHAQUE
      *LIGNE D'INTERETS ; L'HISTORIQUE AS-INTHIST PORTE LE BRUT, LA
      *RETENUE ET L'ORIGINE ('INT') POUR LE REVERSEMENT MENSUEL
      *(REVFISC) ET LA DECLARATION ANNUELLE (DECLINT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTHIST.

           SELECT FMVTC   ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FTAUX   ASSIGN TO AS-TAUX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FRIB.
           10 IH-CPTE     PIC X(23).
           10 IH-DATE     PIC 9(8).
           10 IH-MONTANT  PIC 9(7)V9(2).
           10 IH-RETENUE  PIC 9(7)V9(2).
           10 IH-ORIGINE  PIC X(3).

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC    PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FTAUX.
       01  ENR-TAUX.
           10 TX-CODE     PIC X(3).
           10 TX-DTEFF    PIC 9(8).
           10 TX-TAUX     PIC 9V9(6).

       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-INTCRE    PIC XX VALUE ZERO.
       01  FS-INTHIST   PIC XX VALUE ZERO.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  WS-LIVRET-DISPO PIC X VALUE 'N'.
       01  WS-EST-LIVRET PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-RIB-EOF   PIC X VALUE 'N'.
       01  WS-TX-JOUR   PIC 9V9(6) VALUE 0.000082.
       01  WS-MT-INT    PIC 9(7)V9(2) VALUE ZERO.
       01  WS-TOT-INT   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-CPTES  PIC 9(5) VALUE ZERO.
      *----PRELEVEMENT A LA SOURCE (ROUTINE PARTAGEE CALCPFU)----------
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-BRUT-PFU  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-PFU    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-DISPENSE  PIC X VALUE 'N'.
       01  WS-TOT-PFU   PIC 9(9)V9(2) VALUE ZERO.
      *----BAREME DATE DES TAUX CREDITEURS (CODE 'INT', TRIE PAR DATE)-
       01  FS-TAUX        PIC XX VALUE ZERO.
       01  WS-TAUX-EOF    PIC X VALUE 'N'.
       01  WS-NB-TAUX     PIC 9(2) VALUE ZERO.
       01  WS-IND-TX      PIC 9(2) VALUE ZERO.
       01  WS-IND-TX-SUIV PIC 9(2) VALUE ZERO.
       01  T-TAUX.
           05 T-TAUX-LIG OCCURS 50 TIMES.
              10 TT-DTEFF PIC 9(8).
              10 TT-TAUX  PIC 9V9(6).
              10 TT-QT    PIC 9(9).
       01  WS-QT-ARRETE   PIC 9(9) VALUE ZERO.
       01  WS-QT-PERDEB   PIC 9(9) VALUE ZERO.
       01  WS-QT-SEGDEB   PIC 9(9) VALUE ZERO.
       01  WS-QT-SEGFIN   PIC 9(9) VALUE ZERO.
       01  WS-NBJ-SEG     PIC 9(3) VALUE ZERO.
       01  WS-INT-BRUT    PIC 9(9)V9(8) VALUE ZERO.
      *----CONVERSION D'UNE DATE EN QUANTIEME (DIFFERENCE DE JOURS)----
       01  WS-DATE-CONV PIC 9(8) VALUE ZERO.
       01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
           05 WS-CV-AA  PIC 9(4).
           05 WS-CV-MM  PIC 9(2).
           05 WS-CV-JJ  PIC 9(2).
       01  WS-CV-AAPREC PIC 9(4) VALUE ZERO.
       01  WS-CV-CUMUL  PIC 9(3) VALUE ZERO.
       01  WS-CV-BISSEXT PIC X VALUE 'N'.
       01  WS-CV-RESTE4   PIC 9(4) VALUE ZERO.
       01  WS-CV-RESTE100 PIC 9(4) VALUE ZERO.
       01  WS-CV-RESTE400 PIC 9(4) VALUE ZERO.
       01  WS-CV-QUOT     PIC 9(4) VALUE ZERO.
       01  WS-CV-Q4       PIC 9(4) VALUE ZERO.
       01  WS-CV-Q100     PIC 9(4) VALUE ZERO.
       01  WS-CV-Q400     PIC 9(4) VALUE ZERO.
       01  WS-QUANTIEME   PIC 9(9) VALUE ZERO.

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINMOIS - SI ZERO,----
           IF WS-NBJOURS = ZERO
              MOVE 30 TO WS-NBJOURS
           END-IF.
           PERFORM CHARGER-BAREME.
           IF WS-NB-TAUX = ZERO
              DISPLAY 'TAUX JOURNALIER (9V9(6), DEFAUT ' WS-TX-JOUR
                 ') : ' WITH NO ADVANCING
              ACCEPT WS-TX-JOUR-SAISI
              IF WS-TX-JOUR-SAISI NOT = ZERO
                 MOVE WS-TX-JOUR-SAISI TO WS-TX-JOUR
              END-IF
           END-IF.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTJOUR
           ELSE
              ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DTJOUR TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-ARRETE.
           COMPUTE WS-QT-PERDEB = WS-QT-ARRETE + 1 - WS-NBJOURS.
           PERFORM CALCULER-QT-TAUX VARYING WS-IND-TX FROM 1 BY 1
              UNTIL WS-IND-TX > WS-NB-TAUX.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE 'O' TO WS-LIVRET-DISPO
           END-IF.
           OPEN INPUT FRIB.
           OPEN OUTPUT FINTCRE.
           OPEN EXTEND FINTHIST.
           IF FS-INTHIST = '35'
              OPEN OUTPUT FINTHIST
           END-IF.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           IF FS-RIB = '00' AND FS-INTCRE = '00' AND FS-MVTC = '00'
           THEN PERFORM LECTURE
           ELSE DISPLAY 'ERR. OUVERTURE FICHIERS'
                DISPLAY 'FS-RIB   : ' FS-RIB
                DISPLAY 'FS-INTCRE: ' FS-INTCRE
                DISPLAY 'FS-MVTC  : ' FS-MVTC
           END-IF.
       TRAITEMENT.
           PERFORM CONTROLER-LIVRET.
           IF SENS-TRIB = 'C' AND SOLDE-TRIB > ZERO
              AND ETAT-TRIB NOT = 'F' AND WS-EST-LIVRET = 'N' THEN
              PERFORM CALCUL-INTERETS
           END-IF.
           PERFORM LECTURE.
       CONTROLER-LIVRET.
           MOVE 'N' TO WS-EST-LIVRET.
           IF WS-LIVRET-DISPO = 'O'
              MOVE CPTE-TRIB TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'O' TO WS-EST-LIVRET
              END-READ
           END-IF.
       CALCUL-INTERETS.
           IF WS-NB-TAUX = ZERO
              COMPUTE WS-MT-INT ROUNDED =
                 SOLDE-TRIB * WS-TX-JOUR * WS-NBJOURS
           ELSE
              MOVE ZERO TO WS-INT-BRUT
              PERFORM VENTILER-TAUX VARYING WS-IND-TX FROM 1 BY 1
                 UNTIL WS-IND-TX > WS-NB-TAUX
              COMPUTE WS-MT-INT ROUNDED = WS-INT-BRUT
           END-IF.
           MOVE CLT-TRIB   TO IC-CLT.
           MOVE CPTE-TRIB  TO IC-CPTE.
           MOVE SOLDE-TRIB TO IC-SOLDE.
           MOVE CPTE-TRIB  TO IH-CPTE.
           MOVE WS-DTJOUR  TO IH-DATE.
           MOVE WS-MT-INT  TO IH-MONTANT.
           PERFORM PRELEVER-A-LA-SOURCE.
           MOVE WS-MT-PFU  TO IH-RETENUE.
           MOVE 'INT'      TO IH-ORIGINE.
           WRITE ENR-INTHIST.
           ADD WS-MT-INT TO WS-TOT-INT.
           ADD 1 TO WS-NB-CPTES.
           DISPLAY 'INTERETS - COMPTE ' CPTE-TRIB ' SOLDE ' SOLDE-TRIB
              ' MONTANT ' WS-MT-INT.
           IF WS-NB-TAUX = ZERO
              DISPLAY '   TAUX ' WS-TX-JOUR ' (SAISI) : '
                 WS-NBJOURS ' JOURS'
           ELSE
              PERFORM AFFICHER-TAUX VARYING WS-IND-TX FROM 1 BY 1
                 UNTIL WS-IND-TX > WS-NB-TAUX
           END-IF.
       LECTURE.
           READ FRIB
           AT END MOVE 'O' TO WS-RIB-EOF
           END-READ.
      *----------------------------------------------------------------
      *    RETENUE A LA SOURCE SUR LA LIGNE D'INTERETS : DEBIT 'PFU'   *
      *    SUR LE COMPTE REMUNERE (SAUF DISPENSE DE L'ANNEE)           *
      *----------------------------------------------------------------
       PRELEVER-A-LA-SOURCE.
           MOVE WS-MT-INT TO WS-BRUT-PFU.
           CALL 'CALCPFU' USING CLT-TRIB WS-DTJOUR WS-BRUT-PFU
              WS-MT-PFU WS-DISPENSE.
           IF WS-DISPENSE = 'O'
              DISPLAY '   PRELEVEMENT A LA SOURCE : DISPENSE'
           END-IF.
           IF WS-MT-PFU > ZERO
              MOVE CLT-TRIB   TO CLT-TMVTC
              MOVE CPTE-TRIB  TO CPTE-TMVTC
              MOVE WS-DTJOUR  TO DATE-TMVTC
              MOVE WS-MT-PFU  TO MONT-TMVTC
              MOVE 'D'        TO SENS-TMVTC
              MOVE 'PFU'      TO TYPE-TMVTC
              CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT
              MOVE WS-REF-MVT TO REF-TMVTC
              MOVE DEV-TRIB   TO DEV-TMVTC
              MOVE WS-DTJOUR  TO DTVAL-TMVTC
              MOVE 'PRELEV. SOURCE INT' TO LIB-TMVTC
              MOVE ZERO       TO NUMCHQ-TMVTC
              WRITE ENR-TMVTC
                 INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
              END-WRITE
              ADD WS-MT-PFU TO WS-TOT-PFU
              DISPLAY '   PRELEVEMENT A LA SOURCE : ' WS-MT-PFU
           END-IF.
      *----------------------------------------------------------------
      *    BAREME DATE DES TAUX : LIGNES 'INT' EN TABLE (ABSENT = TAUX *
      *    SAISI, COMME AVANT LE BAREME)                               *
      *----------------------------------------------------------------
       CHARGER-BAREME.
           OPEN INPUT FTAUX.
           IF FS-TAUX NOT = '00'
              DISPLAY 'BAREME AS-TAUX ABSENT - PASSER CHGTAUX'
           ELSE
              PERFORM LIRE-TAUX
              PERFORM RANGER-TAUX UNTIL WS-TAUX-EOF = 'O'
                 OR WS-NB-TAUX >= 50
              CLOSE FTAUX
              IF WS-NB-TAUX = ZERO
                 DISPLAY 'AUCUN TAUX INT DANS AS-TAUX'
              END-IF
           END-IF.
       LIRE-TAUX.
           READ FTAUX
              AT END MOVE 'O' TO WS-TAUX-EOF
           END-READ.
       RANGER-TAUX.
           IF TX-CODE = 'INT'
              ADD 1 TO WS-NB-TAUX
              MOVE TX-DTEFF TO TT-DTEFF(WS-NB-TAUX)
              MOVE TX-TAUX  TO TT-TAUX(WS-NB-TAUX)
           END-IF.
           PERFORM LIRE-TAUX.
       CALCULER-QT-TAUX.
           MOVE TT-DTEFF(WS-IND-TX) TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO TT-QT(WS-IND-TX).
      *----------------------------------------------------------------
      *    TRONCON DE LA PERIODE COUVERT PAR UN TAUX : DE SA DATE      *
      *    D'EFFET (LA PREMIERE COUVRE AUSSI L'AMONT) A LA VEILLE DU   *
      *    TAUX SUIVANT, BORNE PAR LA PERIODE                          *
      *----------------------------------------------------------------
       BORNER-TRONCON.
           MOVE WS-QT-PERDEB TO WS-QT-SEGDEB.
           IF WS-IND-TX > 1 AND TT-QT(WS-IND-TX) > WS-QT-PERDEB
              MOVE TT-QT(WS-IND-TX) TO WS-QT-SEGDEB
           END-IF.
           MOVE WS-QT-ARRETE TO WS-QT-SEGFIN.
           IF WS-IND-TX < WS-NB-TAUX
              COMPUTE WS-IND-TX-SUIV = WS-IND-TX + 1
              IF TT-QT(WS-IND-TX-SUIV) <= WS-QT-ARRETE
                 COMPUTE WS-QT-SEGFIN = TT-QT(WS-IND-TX-SUIV) - 1
              END-IF
           END-IF.
           IF WS-QT-SEGFIN < WS-QT-SEGDEB
              MOVE ZERO TO WS-NBJ-SEG
           ELSE
              COMPUTE WS-NBJ-SEG = WS-QT-SEGFIN - WS-QT-SEGDEB + 1
           END-IF.
       VENTILER-TAUX.
           PERFORM BORNER-TRONCON.
           COMPUTE WS-INT-BRUT = WS-INT-BRUT
              + SOLDE-TRIB * TT-TAUX(WS-IND-TX) * WS-NBJ-SEG.
       AFFICHER-TAUX.
           PERFORM BORNER-TRONCON.
           IF WS-NBJ-SEG > ZERO
              DISPLAY '   TAUX ' TT-TAUX(WS-IND-TX) ' EFFET '
                 TT-DTEFF(WS-IND-TX) ' : ' WS-NBJ-SEG ' JOURS'
           END-IF.
      *----------------------------------------------------------------
       CONVERTIR-EN-QUANTIEME.
           COMPUTE WS-CV-AAPREC = WS-CV-AA - 1.
           PERFORM CALCULER-CUMUL-MOIS.
           PERFORM CONTROLER-BISSEXTILE.
           IF WS-CV-BISSEXT = 'O' AND WS-CV-MM > 2
              ADD 1 TO WS-CV-CUMUL
           END-IF.
      *----CHAQUE DIVISION EST TRONQUEE AVANT LA SOMME : LA-----------
      *----CORRECTION BISSEXTILE COMPTE PAR ANNEE ENTIERE--------------
           DIVIDE WS-CV-AAPREC BY 4 GIVING WS-CV-Q4.
           DIVIDE WS-CV-AAPREC BY 100 GIVING WS-CV-Q100.
           DIVIDE WS-CV-AAPREC BY 400 GIVING WS-CV-Q400.
           COMPUTE WS-QUANTIEME = WS-CV-AAPREC * 365
              + WS-CV-Q4 - WS-CV-Q100 + WS-CV-Q400
              + WS-CV-CUMUL + WS-CV-JJ.
       CALCULER-CUMUL-MOIS.
           EVALUATE WS-CV-MM
              WHEN 01 MOVE 000 TO WS-CV-CUMUL
              WHEN 02 MOVE 031 TO WS-CV-CUMUL
              WHEN 03 MOVE 059 TO WS-CV-CUMUL
              WHEN 04 MOVE 090 TO WS-CV-CUMUL
              WHEN 05 MOVE 120 TO WS-CV-CUMUL
              WHEN 06 MOVE 151 TO WS-CV-CUMUL
              WHEN 07 MOVE 181 TO WS-CV-CUMUL
              WHEN 08 MOVE 212 TO WS-CV-CUMUL
              WHEN 09 MOVE 243 TO WS-CV-CUMUL
              WHEN 10 MOVE 273 TO WS-CV-CUMUL
              WHEN 11 MOVE 304 TO WS-CV-CUMUL
              WHEN 12 MOVE 334 TO WS-CV-CUMUL
           END-EVALUATE.
       CONTROLER-BISSEXTILE.
           MOVE 'N' TO WS-CV-BISSEXT.
           DIVIDE WS-CV-AA BY 4 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE4.
           DIVIDE WS-CV-AA BY 100 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE100.
           DIVIDE WS-CV-AA BY 400 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE400.
           IF (WS-CV-RESTE4 = ZERO AND WS-CV-RESTE100 NOT = ZERO)
              OR WS-CV-RESTE400 = ZERO
              MOVE 'O' TO WS-CV-BISSEXT
           END-IF.
      *----------------------------------------------------------------
      *    ENREGISTREMENT TOTAL POUR LA COMPTABILITE (CLIENT 99999)    *
      *----------------------------------------------------------------
       FIN.
           WRITE ENR-INTCRE.
           DISPLAY 'NOMBRE DE COMPTES REMUNERES : ' WS-NB-CPTES.
           DISPLAY 'TOTAL INTERETS A VERSER     : ' WS-TOT-INT.
           DISPLAY 'TOTAL PRELEVE A LA SOURCE   : ' WS-TOT-PFU.
           CLOSE FRIB FINTCRE FINTHIST FMVTC.
           IF WS-LIVRET-DISPO = 'O'
              CLOSE FLIVRET
           END-IF.
           IF FS-RIB = '00' OR FS-RIB = '10'
              MOVE 0 TO RETURN-CODE
           ELSE
