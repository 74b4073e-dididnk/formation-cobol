      *JUSQU'A LA DATE D'ARRETE, PLAFONNEE AU NOMBRE DE JOURS
      *PARAMETRE. UN COMPTE DEBITEUR SANS MOUVEMENT DE LA PERIODE
      *RESTE DECOMPTE SUR LA PERIODE ENTIERE.
      *LE TAUX JOURNALIER VIENT DU BAREME DATE AS-TAUX (CODE 'AGI',
      *CHARGEUR CHGTAUX) : LA PERIODE DEBITRICE EST COUPEE A CHAQUE
      *CHANGEMENT DE TAUX ET CHAQUE TRONCON EST DECOMPTE A SON TAUX ;
      *LES TAUX APPLIQUES SONT AFFICHES SOUS LA LIGNE D'AGIOS. LES
      *JOURS ANTERIEURS A LA PREMIERE DATE D'EFFET PRENNENT LE PREMIER
      *TAUX. SANS BAREME, LE TAUX SAISI S'APPLIQUE A TOUTE LA PERIODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVTRIE.

           SELECT FTAUX   ASSIGN TO AS-TAUX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT FAGIOS  ASSIGN TO AS-AGIOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FTAUX.
       01  ENR-TAUX.
           10 TX-CODE     PIC X(3).
           10 TX-DTEFF    PIC 9(8).
           10 TX-TAUX     PIC 9V9(6).

       FD  FAGIOS.
       01  ENR-AGIOS.
           10 AG-CLT      PIC 9(5).
       01  WS-SCELLE-RESULTAT PIC X VALUE 'O'.
       01  WS-QT-DEBUT    PIC 9(9) VALUE ZERO.
       01  WS-QT-ARRETE   PIC 9(9) VALUE ZERO.
      *----BAREME DATE DES TAUX D'AGIOS (CODE 'AGI', TRIE PAR DATE)----
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
       01  WS-QT-PERDEB   PIC 9(9) VALUE ZERO.
       01  WS-QT-SEGDEB   PIC 9(9) VALUE ZERO.
       01  WS-QT-SEGFIN   PIC 9(9) VALUE ZERO.
       01  WS-NBJ-SEG     PIC 9(3) VALUE ZERO.
       01  WS-AGIOS-BRUT  PIC 9(9)V9(8) VALUE ZERO.

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
              MOVE LS-DTARRETE TO WS-DTARRETE
           MOVE WS-DTARRETE TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-ARRETE.
           PERFORM CALCULER-QT-TAUX VARYING WS-IND-TX FROM 1 BY 1
              UNTIL WS-IND-TX > WS-NB-TAUX.
           PERFORM RELEVER-DATES-VALEUR.
           IF WS-SCELLE-KO = 'O'
              MOVE 'O' TO WS-RIB-EOF
           PERFORM LECTURE.
       CALCUL-AGIOS.
           PERFORM CALCULER-JOURS-DEBITEURS.
           IF WS-NB-TAUX = ZERO
              COMPUTE WS-MT-AGIOS ROUNDED =
                 SOLDE-TRIB * WS-TX-JOUR * WS-NBJOURS-CPT
           ELSE
              MOVE ZERO TO WS-AGIOS-BRUT
              COMPUTE WS-QT-PERDEB = WS-QT-ARRETE + 1 - WS-NBJOURS-CPT
              PERFORM VENTILER-TAUX VARYING WS-IND-TX FROM 1 BY 1
                 UNTIL WS-IND-TX > WS-NB-TAUX
              COMPUTE WS-MT-AGIOS ROUNDED = WS-AGIOS-BRUT
           END-IF.
           MOVE CLT-TRIB   TO AG-CLT.
           MOVE CPTE-TRIB  TO AG-CPTE.
           MOVE SOLDE-TRIB TO AG-SOLDE.
           ADD 1 TO WS-NB-CPTES.
           DISPLAY 'AGIOS - CLIENT ' CLT-TRIB ' SOLDE ' SOLDE-TRIB
              ' MONTANT ' WS-MT-AGIOS.
           IF WS-NB-TAUX = ZERO
              DISPLAY '   TAUX ' WS-TX-JOUR ' (SAISI) : '
                 WS-NBJOURS-CPT ' JOURS'
           ELSE
              PERFORM AFFICHER-TAUX VARYING WS-IND-TX FROM 1 BY 1
                 UNTIL WS-IND-TX > WS-NB-TAUX
           END-IF.
       LECTURE.
           READ FRIB
           AT END MOVE 'O' TO WS-RIB-EOF
           END-READ.
      *----------------------------------------------------------------
      *    BAREME DATE DES TAUX : LIGNES 'AGI' EN TABLE (ABSENT = TAUX *
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
                 DISPLAY 'AUCUN TAUX AGI DANS AS-TAUX'
              END-IF
           END-IF.
       LIRE-TAUX.
           READ FTAUX
              AT END MOVE 'O' TO WS-TAUX-EOF
           END-READ.
       RANGER-TAUX.
           IF TX-CODE = 'AGI'
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
      *    TRONCON DE LA PERIODE DEBITRICE COUVERT PAR UN TAUX : DE SA *
      *    DATE D'EFFET (LA PREMIERE COUVRE AUSSI L'AMONT) A LA VEILLE *
      *    DU TAUX SUIVANT, BORNE PAR LA PERIODE                       *
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
           COMPUTE WS-AGIOS-BRUT = WS-AGIOS-BRUT
              + SOLDE-TRIB * TT-TAUX(WS-IND-TX) * WS-NBJ-SEG.
       AFFICHER-TAUX.
           PERFORM BORNER-TRONCON.
           IF WS-NBJ-SEG > ZERO
              DISPLAY '   TAUX ' TT-TAUX(WS-IND-TX) ' EFFET '
                 TT-DTEFF(WS-IND-TX) ' : ' WS-NBJ-SEG ' JOURS'
           END-IF.
      *----------------------------------------------------------------
      *    PRE-PASSE : PLUS ANCIENNE DATE DE VALEUR DEBITRICE PAR      *
      *    COMPTE, RELEVEE DANS LE FICHIER PARTAGE (TRIMVT EST APPELE  *
      *    SI LE FICHIER EST ABSENT, COMME PG17CH12 ET RECONCIL)       *
