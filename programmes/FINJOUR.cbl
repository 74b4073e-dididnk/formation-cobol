       PROGRAM-ID. FINJOUR.
       AUTHOR. E NGBAME.
      *PROGRAMME PILOTE DE LA CHAINE DE FIN DE JOURNEE : CREATION DES
      *FICHIERS, CHARGEMENT DU BUFFER AS400, REJET DES CHEQUES SANS
      *PROVISION (CHQIMPAY), EDITION DES RELEVES,
      *RECONCILIATION FRIB/FMVTC, PUIS COMPTE-RENDU D'EXPLOITATION
      *CONSOLIDE, AVEC CONTROLE DU RETURN-CODE ENTRE CHAQUE ETAPE.
      *CHAQUE ETAPE EST JOURNALISEE DANS AS-RUNJRN (DATE, HEURES DE
      *DEBUT ET DE FIN, DUREE, RETURN-CODE) : L'ETAT RUNTREND SUIT
      *LA DERIVE DES DUREES D'UNE NUIT A L'AUTRE.
      *LES SAISIES ET AVIS A TIERS DETENTEUR (SAISTRT) SONT BLOQUES
      *OU PAYES JUSTE APRES LA LEVEE DES BLOCAGES EXPIRES.
      *LES COMMISSIONS D'INCIDENT (COMMINC) SONT DEBITEES APRES LES
      *CHEQUES IMPAYES, AVANT LE TRI : ELLES FIGURENT AU RELEVE.
      *LES BALAYAGES ENTRE COMPTES D'UN CLIENT (BALAYAGE) SUIVENT, DE
      *SORTE QUE L'ARRETE SOLDHIST TROUVE LES CIBLES RENFLOUEES.
      *LE JOURNAL COMPTABLE (GLEXPORT) EST PRODUIT ET CUMULE AU GRAND
      *LIVRE APRES LA RECONCILIATION ; LE DERNIER JOUR OUVRE DU MOIS,
      *BALGEN EDITE LA BALANCE GENERALE ET RAPPROCHE LES COMPTES
      *CLIENTS DE FRIB AVANT LE COMPTE-RENDU.
      *REPRISE : AU LANCEMENT, LES ENTREES AS-RUNJRN DE LA CHAINE
      *(RUN-CHAINE 'J') POUR LE JOUR DE TRAITEMENT SONT RELUES. SI DES
      *ETAPES ONT DEJA FINI EN RC 0, LA REPRISE EST PROPOSEE A LA
      *PREMIERE ETAPE NON TERMINEE : LES ETAPES FAITES SONT SAUTEES ET
      *JOURNALISEES 'S' (SAUTEE). A LA FIN DE CHAQUE ETAPE, LE SCELLE
      *DU FICHIER DE TRAVAIL QU'ELLE A CONSOMME (ROUTINE SCELLE, 'L')
      *EST JOURNALISE ; EN REPRISE IL EST REVERIFIE ('V') ET LA REPRISE
      *EST REFUSEE SI LE FICHIER A CHANGE DEPUIS. REFUSER LA REPRISE
      *ARRETE LA CHAINE (PAS DE RELANCE COMPLETE : DOUBLE CHARGEMENT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01 FS-RUNJRN     PIC XX VALUE ZERO.
       01 WS-CAL-RESULT   PIC 9(8) VALUE ZERO.
       01 WS-CAL-OUVRE    PIC X VALUE 'O'.
       01 WS-FORCER       PIC X VALUE 'N'.
      *----REPRISE : ETAPES DE LA CHAINE ET FICHIER SCELLE CONSOMME----
       01 WS-ETAPE-NUM    PIC 9(2) VALUE ZERO.
       01 WS-ETAPE-A-FAIRE PIC X VALUE 'O'.
       01 WS-REPRISE      PIC 9(2) VALUE 1.
       01 WS-REPRISE-OK   PIC X VALUE 'O'.
       01 WS-REPONSE      PIC X VALUE 'N'.
       01 WS-JRN-EOF      PIC X VALUE 'N'.
       01 WS-NB-JRN-JOUR  PIC 9(3) VALUE ZERO.
       01 WS-IND-ETAPE    PIC 9(2) VALUE ZERO.
       01 WS-NB-ETAPES    PIC 9(2) VALUE 14.
       01 T-ETAPES-DEF.
          05 FILLER PIC X(10) VALUE 'CRE-FICH'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'BLOLIBER'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'SAISTRT'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PROCUREXP'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PG15CH08'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'CHQIMPAY'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'COMMINC'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'BALAYAGE'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'TRIMVT'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PG17CH12'.
          05 FILLER PIC X(30) VALUE 'WK-MVT-CLT.CTL'.
          05 FILLER PIC X(10) VALUE 'RECONCIL'.
          05 FILLER PIC X(30) VALUE 'WK-MVT-CLT.CTL'.
          05 FILLER PIC X(10) VALUE 'GLEXPORT'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'BALGEN'.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'CRFINJOUR'.
          05 FILLER PIC X(30) VALUE 'AS-ECARTS.CTL'.
       01 T-ETAPES REDEFINES T-ETAPES-DEF.
          05 T-ETAPE-LIG OCCURS 14 TIMES.
             10 TE-NOM     PIC X(10).
             10 TE-SCELLE  PIC X(30).
       01 T-SUIVI.
          05 T-SUIVI-LIG OCCURS 14 TIMES.
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

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY '=========================================='.

           ACCEPT WS-DTARRETE-PARM FROM DATE YYYYMMDD.
           PERFORM RECHERCHER-REPRISE.
           OPEN EXTEND FRUNJRN.
           IF FS-RUNJRN = '35'
              OPEN OUTPUT FRUNJRN
              END-IF
           END-IF.
           DISPLAY 'JOUR DE TRAITEMENT : ' WS-DTARRETE-PARM.
           PERFORM PROPOSER-REPRISE.
           IF WS-REPRISE-OK = 'N'
              IF WS-REPRISE > WS-NB-ETAPES
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 1/14 : CREATION/REORGANISATION FICHIERS'.
           MOVE 'CRE-FICH' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'CRE-FICHIERS' USING WS-MODE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC CRE-FICHIERS, RC='
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 2/14 : LEVEE DES BLOCAGES EXPIRES'.
           MOVE 'BLOLIBER' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'BLOLIBER'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC BLOLIBER, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 3/14 : SAISIES ET ATD'.
           MOVE 'SAISTRT' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'SAISTRT'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC SAISTRT, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 4/14 : PROCURATIONS EXPIREES'.
           MOVE 'PROCUREXP' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'PROCUREXP'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC PROCUREXP, RC='
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 5/14 : CHARGEMENT DU BUFFER AS400'.
           MOVE 'PG15CH08' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'PG15CH08' USING WS-CHARG-MODE
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC PG15CH08, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 6/14 : CHEQUES IMPAYES ET INTERDITS'.
           MOVE 'CHQIMPAY' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'CHQIMPAY' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC CHQIMPAY, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 7/14 : COMMISSIONS D INCIDENT'.
           MOVE 'COMMINC' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'COMMINC' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC COMMINC, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 8/14 : BALAYAGES ENTRE COMPTES'.
           MOVE 'BALAYAGE' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'BALAYAGE' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC BALAYAGE, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 9/14 : TRI PARTAGE DES MOUVEMENTS'.
           MOVE 'TRIMVT' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'TRIMVT'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC TRIMVT, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 10/14 : EDITION DES RELEVES CLIENT'.
           MOVE 'PG17CH12' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'PG17CH12' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC PG17CH12, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 11/14 : RECONCILIATION FRIB/FMVTC'.
           MOVE 'RECONCIL' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'RECONCIL'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC RECONCIL, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 12/14 : JOURNAL COMPTABLE ET GRAND LIVRE'.
           MOVE 'GLEXPORT' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'GLEXPORT' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC GLEXPORT, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 13/14 : BALANCE GENERALE (FIN DE MOIS)'.
           MOVE 'BALGEN' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'BALGEN' USING WS-DTARRETE-PARM
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC BALGEN, RC=' WS-RC-ETAPE
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 14/14 : COMPTE-RENDU D EXPLOITATION'.
           MOVE 'CRFINJOUR' TO WS-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'CRFINJOUR'
              MOVE RETURN-CODE TO WS-RC-ETAPE
           END-IF.
           PERFORM CLORE-ETAPE.
           IF WS-RC-ETAPE NOT = 0
              DISPLAY 'ARRET CHAINE - ECHEC CRFINJOUR, RC='
      *    HEURE DE FIN, DUREE EN SECONDES ET RETURN-CODE APRES        *
      *----------------------------------------------------------------
       DEBUTER-ETAPE.
           ADD 1 TO WS-ETAPE-NUM.
           MOVE ZERO TO WS-RC-ETAPE.
           IF WS-ETAPE-NUM < WS-REPRISE
              MOVE 'N' TO WS-ETAPE-A-FAIRE
              DISPLAY '   DEJA TERMINEE - SAUTEE (REPRISE)'
           ELSE
              MOVE 'O' TO WS-ETAPE-A-FAIRE
           END-IF.
           ACCEPT WS-HH-DEBUT FROM TIME.
       CLORE-ETAPE.
           ACCEPT WS-HH-FIN FROM TIME.
              ELSE
                 MOVE WS-RC-ETAPE TO RUN-RC
              END-IF
              MOVE 'J' TO RUN-CHAINE
              PERFORM NOTER-SCELLE-ETAPE
              WRITE ENR-RUNJRN
           END-IF.
      *----------------------------------------------------------------
      *    SCELLE DU FICHIER CONSOMME : RELU APRES UNE ETAPE EXECUTEE, *
      *    RECOPIE DU PASSAGE D'ORIGINE POUR UNE ETAPE SAUTEE          *
      *----------------------------------------------------------------
       NOTER-SCELLE-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'N'
              MOVE 'S' TO RUN-STATUT
              MOVE TS-SCL-ETAT(WS-ETAPE-NUM)    TO RUN-SCL-ETAT
              MOVE TS-SCL-NBENR(WS-ETAPE-NUM)   TO RUN-SCL-NBENR
              MOVE TS-SCL-MONTANT(WS-ETAPE-NUM) TO RUN-SCL-MONTANT
           ELSE
              MOVE 'T' TO RUN-STATUT
              MOVE SPACE TO RUN-SCL-ETAT
              MOVE ZERO  TO RUN-SCL-NBENR RUN-SCL-MONTANT
              IF TE-SCELLE(WS-ETAPE-NUM) NOT = SPACES
                 MOVE 'L' TO WS-SCELLE-FONCTION
                 MOVE TE-SCELLE(WS-ETAPE-NUM) TO WS-SCELLE-NOM
                 CALL 'SCELLE' USING WS-SCELLE-FONCTION WS-SCELLE-NOM
                    WS-SCELLE-NBENR WS-SCELLE-MONTANT
                    WS-SCELLE-RESULTAT
                 MOVE WS-SCELLE-RESULTAT TO RUN-SCL-ETAT
                 MOVE WS-SCELLE-NBENR    TO RUN-SCL-NBENR
                 MOVE WS-SCELLE-MONTANT  TO RUN-SCL-MONTANT
      *----LE RETURN-CODE DE L'ETAPE RESTE CELUI DE LA CHAINE----------
                 MOVE WS-RC-ETAPE TO RETURN-CODE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    REPRISE : ETAPES DEJA TERMINEES EN RC 0 CE JOUR (JOURNAL    *
      *    AS-RUNJRN DE LA CHAINE) ET PREMIERE ETAPE A RELANCER        *
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
                 IF RUN-DATE = WS-DTARRETE-PARM AND RUN-CHAINE = 'J'
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
              DISPLAY 'CHAINE DEJA TERMINEE POUR LE ' WS-DTARRETE-PARM
                 ' - AUCUNE ETAPE A RELANCER'
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
