      *   6 SOLDHIST  - ARRETE DES SOLDES ET HISTORISATION
      *   7 STATAGM   - STATISTIQUES MENSUELLES PAR AGENCE
      *   8 REEVDEV   - REEVALUATION DES AVOIRS EN DEVISES
      *   9 PRETPROV  - PROVISIONS SUR PRETS DOUTEUX (AS-GLPROV)
      *  10 LIVINT    - INTERETS DES LIVRETS, EN DECEMBRE SEULEMENT
      *                 (APRES SOLDHIST : LE SOLDE ARRETE SERT DE BASE)
      *  11 REVFISC   - REVERSEMENT MENSUEL DU PRELEVEMENT A LA SOURCE
      *AVEC CONTROLE DU RETURN-CODE ENTRE CHAQUE ETAPE. LA DATE
      *D'ARRETE VALIDEE ICI EST TRANSMISE A CHAQUE ETAPE PAR LINKAGE
      *(COMME FINJOUR LE FAIT POUR PG17CH12) : TOUTES LES ETAPES
      *JOUR OUVRE DONT LE JOUR OUVRE SUIVANT CHANGE DE MOIS), SAUF
      *PASSAGE FORCE. UN COMPTE-RENDU CONSOLIDE DES ETAPES EST EDITE
      *SUR DDFINMOIS.
      *CHAQUE ETAPE EST JOURNALISEE DANS AS-RUNJRN COMME DANS FINJOUR
      *(RUN-CHAINE 'M'), ET LA MEME REPRISE Y EST OFFERTE : AU
      *LANCEMENT, LES ENTREES DE L'ARRETE SONT RELUES ET LA CHAINE
      *PEUT REPARTIR DE LA PREMIERE ETAPE NON TERMINEE EN RC 0, LES
      *ETAPES FAITES ETANT SAUTEES ET JOURNALISEES 'S'. LA REPRISE EST
      *REFUSEE SI LE FICHIER DE TRAVAIL CONSOMME PAR UNE ETAPE FAITE
      *(WK-MVT-CLT POUR CALCAGIO ET SOLDHIST) A CHANGE DEPUIS, CONTROLE
      *PAR SON SCELLE (ROUTINE SCELLE). LES ETAPES HORS PERIODE
      *(FRAISTEN, LIVINT) SONT JOURNALISEES 'H'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

           SELECT FRUNJRN ASSIGN TO AS-RUNJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNJRN.

       DATA DIVISION.
       FILE SECTION.
       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       FD  FRUNJRN.
       01  ENR-RUNJRN.
           10 RUN-DATE    PIC 9(8).
           10 RUN-ETAPE   PIC X(10).
           10 RUN-HHDEB   PIC 9(8).
           10 RUN-HHFIN   PIC 9(8).
           10 RUN-DUREE   PIC 9(6).
           10 RUN-RC      PIC 9(4).
      *----CHAINE : J = FINJOUR, M = FINMOIS ; STATUT : T = TERMINEE,---
      *----S = SAUTEE EN REPRISE, H = HORS PERIODE ; SCELLE DU FICHIER--
      *----CONSOMME PAR L'ETAPE (O = LU, A = ABSENT, BLANC = SANS)------
           10 RUN-CHAINE  PIC X.
           10 RUN-STATUT  PIC X.
           10 RUN-SCL-ETAT PIC X.
           10 RUN-SCL-NBENR PIC 9(9).
           10 RUN-SCL-MONTANT PIC 9(13)V9(2).

       WORKING-STORAGE SECTION.
       01 FS-PRINT      PIC XX VALUE ZERO.
       01 WS-RC-ETAPE   PIC S9(4) COMP.
       01 WS-CAL-OUVRE    PIC X VALUE 'O'.
       01 WS-FORCER       PIC X VALUE 'N'.
       01 WS-DERNIER-OUVRE PIC X VALUE 'N'.
      *----JOURNAL DES ETAPES (HHMMSSCC) ET DUREE EN SECONDES----------
       01 FS-RUNJRN     PIC XX VALUE ZERO.
       01 WS-HH-DEBUT   PIC 9(8) VALUE ZERO.
       01 WS-HD-R REDEFINES WS-HH-DEBUT.
          05 WS-DEB-HH  PIC 9(2).
          05 WS-DEB-MM  PIC 9(2).
          05 WS-DEB-SS  PIC 9(2).
          05 WS-DEB-CC  PIC 9(2).
       01 WS-HH-FIN     PIC 9(8) VALUE ZERO.
       01 WS-HH-R REDEFINES WS-HH-FIN.
          05 WS-FIN-HH  PIC 9(2).
          05 WS-FIN-MM  PIC 9(2).
          05 WS-FIN-SS  PIC 9(2).
          05 WS-FIN-CC  PIC 9(2).
       01 WS-SEC-DEBUT  PIC S9(6) VALUE ZERO.
       01 WS-SEC-FIN    PIC S9(6) VALUE ZERO.
       01 WS-DUREE      PIC S9(6) VALUE ZERO.
      *----REPRISE : ETAPES DE LA CHAINE ET FICHIER SCELLE CONSOMME----
       01 WS-ETAPE-NUM    PIC 9(2) VALUE ZERO.
       01 WS-ETAPE-A-FAIRE PIC X VALUE 'O'.
       01 WS-REPRISE      PIC 9(2) VALUE 1.
       01 WS-REPRISE-OK   PIC X VALUE 'O'.
       01 WS-REPONSE      PIC X VALUE 'N'.
       01 WS-JRN-EOF      PIC X VALUE 'N'.
       01 WS-NB-JRN-JOUR  PIC 9(3) VALUE ZERO.
       01 WS-IND-ETAPE    PIC 9(2) VALUE ZERO.
       01 WS-NB-ETAPES    PIC 9(2) VALUE 11.
       01 T-ETAPES-DEF.
          05 FILLER PIC X(10) VALUE 'GENORDRE'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'FRAISTEN'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'TRIMVT'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'CALCAGIO'.
          05 FILLER PIC X(30) VALUE 'WK-MVT-CLT.CTL'.
          05 FILLER PIC X(10) VALUE 'CALCINTC'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'SOLDHIST'.
          05 FILLER PIC X(30) VALUE 'WK-MVT-CLT.CTL'.
          05 FILLER PIC X(10) VALUE 'STATAGM'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'REEVDEV'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PRETPROV'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'LIVINT'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'REVFISC'.
          05 FILLER PIC X(30) VALUE SPACES.
       01 T-ETAPES REDEFINES T-ETAPES-DEF.
          05 T-ETAPE-LIG OCCURS 11 TIMES.
             10 TE-NOM     PIC X(10).
             10 TE-SCELLE  PIC X(30).
       01 T-SUIVI.
          05 T-SUIVI-LIG OCCURS 11 TIMES.
             10 TS-FAIT       PIC X.
             10 TS-SCL-ETAT   PIC X.
             10 TS-SCL-NBENR  PIC 9(9).
             10 TS-SCL-MONTANT PIC 9(13)V9(2).
      *----SCELLE DES FICHIERS DE TRAVAIL (ROUTINE PARTAGEE SCELLE)----
       01 WS-SCELLE-FONCTION PIC X VALUE 'L'.
       01 WS-SCELLE-NOM PIC X(30) VALUE SPACES.
       01 WS-SCELLE-NBENR PIC 9(9) VALUE ZERO.
       01 WS-SCELLE-MONTANT PIC 9(13)V9(2) VALUE ZERO.
       01 WS-SCELLE-RESULTAT PIC X VALUE 'O'.
      *----COMPTE-RENDU CONSOLIDE--------------------------------------
       01 LG-VIDE       PIC X(80) VALUE SPACES.
       01 LG-TITRE.
              ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
           END-IF.

           PERFORM RECHERCHER-REPRISE.
           OPEN EXTEND FRUNJRN.
           IF FS-RUNJRN = '35'
              OPEN OUTPUT FRUNJRN
           END-IF.
           IF FS-RUNJRN NOT = '00'
              DISPLAY 'ERR. OUV JOURNAL AS-RUNJRN : ' FS-RUNJRN
           END-IF.
           OPEN OUTPUT FPRINT.
           MOVE WS-DTARRETE TO WE-DTARRETE.
           WRITE REC-PRT FROM LG-TITRE.
              END-IF
           END-IF.
           DISPLAY 'ARRETE DE FIN DE MOIS : ' WS-DTARRETE.
           PERFORM PROPOSER-REPRISE.
           IF WS-REPRISE-OK = 'N'
              IF WS-REPRISE > WS-NB-ETAPES
                 MOVE 'DEJA TERMINEE' TO WE-FINAL
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'REPRISE REFUSEE' TO WE-FINAL
                 MOVE 8 TO RETURN-CODE
              END-IF
              WRITE REC-PRT FROM LG-FINAL
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 1/11 : GENERATION DES ORDRES PERMANENTS'.
           MOVE 'GENORDRE' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'GENORDRE' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           IF WS-MM-ARR = 03 OR WS-MM-ARR = 06
              OR WS-MM-ARR = 09 OR WS-MM-ARR = 12
              DISPLAY 'ETAPE 2/11 : FRAIS DE TENUE (FIN DE TRIMESTRE)'
              MOVE 'FRAISTEN' TO WE-ETAPE-NOM
              PERFORM DEBUTER-ETAPE
              IF WS-ETAPE-A-FAIRE = 'O'
                 CALL 'FRAISTEN' USING WS-DTARRETE
              END-IF
              PERFORM CONTROLER-ETAPE
              IF WS-ARRET = 'O' GO TO ABANDON END-IF
           ELSE
              DISPLAY 'ETAPE 2/11 : FRAIS DE TENUE - HORS TRIMESTRE, '
                 'SAUTEE'
              MOVE 'FRAISTEN' TO WE-ETAPE-NOM
              PERFORM DEBUTER-ETAPE
              MOVE 'H' TO WS-ETAPE-A-FAIRE
              PERFORM CONTROLER-ETAPE
           END-IF.

           DISPLAY 'ETAPE 3/11 : TRI PARTAGE DES MOUVEMENTS'.
           MOVE 'TRIMVT' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'TRIMVT'
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 4/11 : CALCUL DES AGIOS'.
           MOVE 'CALCAGIO' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'CALCAGIO' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 5/11 : INTERETS CREDITEURS'.
           MOVE 'CALCINTC' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'CALCINTC' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 6/11 : ARRETE DES SOLDES (SOLDHIST)'.
           MOVE 'SOLDHIST' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'SOLDHIST' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 7/11 : STATISTIQUES PAR AGENCE'.
           MOVE 'STATAGM' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'STATAGM' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 8/11 : REEVALUATION DES DEVISES'.
           MOVE 'REEVDEV' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'REEVDEV' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 9/11 : PROVISIONS SUR PRETS DOUTEUX'.
           MOVE 'PRETPROV' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'PRETPROV' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           IF WS-MM-ARR = 12
              DISPLAY 'ETAPE 10/11 : INTERETS DES LIVRETS (FIN D ANNEE)'
              MOVE 'LIVINT' TO WE-ETAPE-NOM
              PERFORM DEBUTER-ETAPE
              IF WS-ETAPE-A-FAIRE = 'O'
                 CALL 'LIVINT' USING WS-DTARRETE
              END-IF
              PERFORM CONTROLER-ETAPE
              IF WS-ARRET = 'O' GO TO ABANDON END-IF
           ELSE
              DISPLAY 'ETAPE 10/11 : INTERETS DES LIVRETS - HORS '
                 'DECEMBRE, SAUTEE'
              MOVE 'LIVINT' TO WE-ETAPE-NOM
              PERFORM DEBUTER-ETAPE
              MOVE 'H' TO WS-ETAPE-A-FAIRE
              PERFORM CONTROLER-ETAPE
           END-IF.

           DISPLAY 'ETAPE 11/11 : REVERSEMENT DU PRELEVEMENT A LA '
              'SOURCE'.
           MOVE 'REVFISC' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'REVFISC' USING WS-DTARRETE
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           MOVE 8 TO RETURN-CODE.
       FIN.
           CLOSE FPRINT.
           IF FS-RUNJRN = '00'
              CLOSE FRUNJRN
           END-IF.
           DISPLAY '=========================================='.
           STOP RUN.
      *----------------------------------------------------------------
      *    CONTROLE DU RETURN-CODE D'UNE ETAPE ET LIGNE AU COMPTE-     *
      *    RENDU CONSOLIDE                                             *
      *----------------------------------------------------------------
       DEBUTER-ETAPE.
           ADD 1 TO WS-ETAPE-NUM.
           IF WS-ETAPE-NUM < WS-REPRISE
              MOVE 'N' TO WS-ETAPE-A-FAIRE
              DISPLAY '   DEJA TERMINEE - SAUTEE (REPRISE)'
           ELSE
              MOVE 'O' TO WS-ETAPE-A-FAIRE
           END-IF.
           ACCEPT WS-HH-DEBUT FROM TIME.
       CONTROLER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           ELSE
              MOVE ZERO TO WS-RC-ETAPE
           END-IF.
           MOVE WS-RC-ETAPE TO WE-ETAPE-RC.
           MOVE 'N' TO WS-ARRET.
           EVALUATE TRUE
              WHEN WS-ETAPE-A-FAIRE = 'H'
                 MOVE 'SAUTEE' TO WE-ETAPE-ETAT
              WHEN WS-ETAPE-A-FAIRE = 'N'
                 MOVE 'REPRISE' TO WE-ETAPE-ETAT
              WHEN WS-RC-ETAPE = 0
                 MOVE 'OK' TO WE-ETAPE-ETAT
              WHEN OTHER
                 MOVE 'ECHEC' TO WE-ETAPE-ETAT
                 MOVE 'O' TO WS-ARRET
           END-EVALUATE.
           WRITE REC-PRT FROM LG-ETAPE.
           PERFORM JOURNALISER-ETAPE.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      *    JOURNALISATION D'UNE ETAPE DANS AS-RUNJRN (COMME FINJOUR)   *
      *----------------------------------------------------------------
       JOURNALISER-ETAPE.
           ACCEPT WS-HH-FIN FROM TIME.
           COMPUTE WS-SEC-DEBUT = WS-DEB-HH * 3600
              + WS-DEB-MM * 60 + WS-DEB-SS.
           COMPUTE WS-SEC-FIN = WS-FIN-HH * 3600
              + WS-FIN-MM * 60 + WS-FIN-SS.
           COMPUTE WS-DUREE = WS-SEC-FIN - WS-SEC-DEBUT.
      *----PASSAGE DE MINUIT PENDANT L'ETAPE---------------------------
           IF WS-DUREE < ZERO
              ADD 86400 TO WS-DUREE
           END-IF.
           IF FS-RUNJRN = '00'
              MOVE WS-DTARRETE  TO RUN-DATE
              MOVE WE-ETAPE-NOM TO RUN-ETAPE
              MOVE WS-HH-DEBUT  TO RUN-HHDEB
              MOVE WS-HH-FIN    TO RUN-HHFIN
              MOVE WS-DUREE     TO RUN-DUREE
              IF WS-RC-ETAPE < ZERO
                 MOVE ZERO TO RUN-RC
              ELSE
                 MOVE WS-RC-ETAPE TO RUN-RC
              END-IF
              MOVE 'M' TO RUN-CHAINE
              PERFORM NOTER-SCELLE-ETAPE
              WRITE ENR-RUNJRN
           END-IF.
      *----------------------------------------------------------------
      *    SCELLE DU FICHIER CONSOMME : RELU APRES UNE ETAPE EXECUTEE, *
      *    RECOPIE DU PASSAGE D'ORIGINE POUR UNE ETAPE SAUTEE          *
      *----------------------------------------------------------------
       NOTER-SCELLE-ETAPE.
           MOVE SPACE TO RUN-SCL-ETAT.
           MOVE ZERO  TO RUN-SCL-NBENR RUN-SCL-MONTANT.
           EVALUATE WS-ETAPE-A-FAIRE
              WHEN 'H'
                 MOVE 'H' TO RUN-STATUT
              WHEN 'N'
                 MOVE 'S' TO RUN-STATUT
                 MOVE TS-SCL-ETAT(WS-ETAPE-NUM)    TO RUN-SCL-ETAT
                 MOVE TS-SCL-NBENR(WS-ETAPE-NUM)   TO RUN-SCL-NBENR
                 MOVE TS-SCL-MONTANT(WS-ETAPE-NUM) TO RUN-SCL-MONTANT
              WHEN OTHER
                 MOVE 'T' TO RUN-STATUT
                 IF TE-SCELLE(WS-ETAPE-NUM) NOT = SPACES
                    MOVE 'L' TO WS-SCELLE-FONCTION
                    MOVE TE-SCELLE(WS-ETAPE-NUM) TO WS-SCELLE-NOM
                    CALL 'SCELLE' USING WS-SCELLE-FONCTION
                       WS-SCELLE-NOM WS-SCELLE-NBENR
                       WS-SCELLE-MONTANT WS-SCELLE-RESULTAT
                    MOVE WS-SCELLE-RESULTAT TO RUN-SCL-ETAT
                    MOVE WS-SCELLE-NBENR    TO RUN-SCL-NBENR
                    MOVE WS-SCELLE-MONTANT  TO RUN-SCL-MONTANT
                 END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *    REPRISE : ETAPES DEJA TERMINEES EN RC 0 POUR CET ARRETE     *
      *    (JOURNAL AS-RUNJRN DE LA CHAINE) ET PREMIERE A RELANCER     *
      *----------------------------------------------------------------
       RECHERCHER-REPRISE.
           PERFORM INITIALISER-SUIVI VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES.
           OPEN INPUT FRUNJRN.
           IF FS-RUNJRN = '00'
              PERFORM LIRE-JOURNAL UNTIL WS-JRN-EOF = 'O'
              CLOSE FRUNJRN
           END-IF.
           PERFORM CHERCHER-ETAPE VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES
                 OR TS-FAIT(WS-IND-ETAPE) = 'N'.
           MOVE WS-IND-ETAPE TO WS-REPRISE.
       INITIALISER-SUIVI.
           MOVE 'N'   TO TS-FAIT(WS-IND-ETAPE).
           MOVE SPACE TO TS-SCL-ETAT(WS-IND-ETAPE).
           MOVE ZERO  TO TS-SCL-NBENR(WS-IND-ETAPE)
                         TS-SCL-MONTANT(WS-IND-ETAPE).
       LIRE-JOURNAL.
           READ FRUNJRN
              AT END MOVE 'O' TO WS-JRN-EOF
              NOT AT END
                 IF RUN-DATE = WS-DTARRETE AND RUN-CHAINE = 'M'
                    ADD 1 TO WS-NB-JRN-JOUR
                    PERFORM NOTER-ETAPE-JOURNAL
                 END-IF
           END-READ.
       NOTER-ETAPE-JOURNAL.
           PERFORM CHERCHER-ETAPE VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES
                 OR TE-NOM(WS-IND-ETAPE) = RUN-ETAPE.
           IF WS-IND-ETAPE NOT > WS-NB-ETAPES AND RUN-RC = ZERO
              MOVE 'O'             TO TS-FAIT(WS-IND-ETAPE)
              MOVE RUN-SCL-ETAT    TO TS-SCL-ETAT(WS-IND-ETAPE)
              MOVE RUN-SCL-NBENR   TO TS-SCL-NBENR(WS-IND-ETAPE)
              MOVE RUN-SCL-MONTANT TO TS-SCL-MONTANT(WS-IND-ETAPE)
           END-IF.
       CHERCHER-ETAPE.
           CONTINUE.
      *----------------------------------------------------------------
      *    PROPOSITION DE REPRISE A L'OPERATEUR, APRES CONTROLE DES    *
      *    SCELLES DES FICHIERS CONSOMMES PAR LES ETAPES FAITES        *
      *----------------------------------------------------------------
       PROPOSER-REPRISE.
           MOVE 'O' TO WS-REPRISE-OK.
           IF WS-REPRISE > WS-NB-ETAPES
              DISPLAY 'CHAINE DEJA TERMINEE POUR L ARRETE '
                 WS-DTARRETE ' - AUCUNE ETAPE A RELANCER'
              MOVE 'N' TO WS-REPRISE-OK
           ELSE
              IF WS-REPRISE > 1
                 COMPUTE WS-IND-ETAPE = WS-REPRISE - 1
                 DISPLAY 'PASSAGE INTERROMPU : ETAPES 1 A '
                    WS-IND-ETAPE ' DEJA TERMINEES EN RC 0'
                 DISPLAY 'REPRENDRE A L ETAPE ' WS-REPRISE ' ('
                    TE-NOM(WS-REPRISE) ') (O/N) ? '
                    WITH NO ADVANCING
                 ACCEPT WS-REPONSE
                 IF WS-REPONSE = 'O'
                    PERFORM VERIFIER-SCELLE-REPRISE
                       VARYING WS-IND-ETAPE FROM 1 BY 1
                       UNTIL WS-IND-ETAPE NOT < WS-REPRISE
                    IF WS-REPRISE-OK = 'N'
                       DISPLAY 'REPRISE REFUSEE - FICHIER MODIFIE '
                          'DEPUIS LE PASSAGE INTERROMPU'
                    END-IF
                 ELSE
                    DISPLAY 'REPRISE DECLINEE - CHAINE NON RELANCEE'
                    MOVE 'N' TO WS-REPRISE-OK
                 END-IF
              END-IF
           END-IF.
       VERIFIER-SCELLE-REPRISE.
           IF TS-SCL-ETAT(WS-IND-ETAPE) = 'O'
              MOVE 'V' TO WS-SCELLE-FONCTION
              MOVE TE-SCELLE(WS-IND-ETAPE)      TO WS-SCELLE-NOM
              MOVE TS-SCL-NBENR(WS-IND-ETAPE)   TO WS-SCELLE-NBENR
              MOVE TS-SCL-MONTANT(WS-IND-ETAPE) TO WS-SCELLE-MONTANT
              CALL 'SCELLE' USING WS-SCELLE-FONCTION WS-SCELLE-NOM
                 WS-SCELLE-NBENR WS-SCELLE-MONTANT WS-SCELLE-RESULTAT
              IF WS-SCELLE-RESULTAT NOT = 'O'
                 DISPLAY 'ETAPE ' TE-NOM(WS-IND-ETAPE) ' : '
                    WS-SCELLE-NOM ' A CHANGE'
                 MOVE 'N' TO WS-REPRISE-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    DERNIER JOUR OUVRE DU MOIS : JOUR OUVRE DONT LE PROCHAIN    *
      *    JOUR OUVRE (JOUROUVR 'N') APPARTIENT A UN AUTRE MOIS        *
      *----------------------------------------------------------------
