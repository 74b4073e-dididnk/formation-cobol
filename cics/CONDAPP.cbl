       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDAPP.
      *****************************************************************
      * APPROBATION A L'ECRAN DES MODIFICATIONS DE CONDITIONS EN      *
      * ATTENTE (DOUBLE CONTROLE, VOIR MAJCOND / MAJCONDV) : LE       *
      * SUPERVISEUR VOYAIT LES DEMANDES SUR LA LISTE BATCH ET LES     *
      * TRAITAIT UNE A UNE PAR NUMERO. ACCES PAR LE MENU (OPTION 6).  *
      * MEMES REGLES QUE MAJCONDV : NIVEAU 3 AU MOINS (FILE TS DE     *
      * SIGNON), JAMAIS LE DEMANDEUR, REWRITE DE FRIB A L'APPROBATION *
      * SEULEMENT. ECRAN 1 : LES DEMANDES EN ATTENTE ('A') SUR COMPTE *
      * (ZONES 'D' DECOUVERT ET 'E' ETAT) DES CLIENTS DE L'AGENCE DU  *
      * SUPERVISEUR (OPR-AGENCE DE FOPERAT, AGENCE DU CLIENT DANS     *
      * FCLT), AVEC COMPTE, VALEURS ANCIENNE ET DEMANDEE, DEMANDEUR   *
      * ET ANCIENNETE EN JOURS ; LES DEMANDES DU SUPERVISEUR LUI-MEME *
      * NE SONT PAS PROPOSEES. ECRAN 2 : LA DEMANDE CHOISIE, LA       *
      * VALEUR ACTUELLE DU COMPTE ET LES DERNIERS SOLDES ARRETES      *
      * (MIROIR CLE DD-SOLDIDX DE L'HISTORIQUE, CHEMIN FSOLDIDX) AVEC *
      * LEUR TENDANCE ; LE SUPERVISEUR APPROUVE (V) OU REFUSE (R) AVEC*
      * UN COMMENTAIRE, OBLIGATOIRE POUR UN REFUS. LA DEMANDE EST     *
      * RELUE EN MISE A JOUR AVANT DECISION : UNE DEMANDE TRAITEE     *
      * ENTRE-TEMPS N'EST PAS RETRAITEE. LES RELEVEMENTS DE PLAFOND   *
      * CARTE ('P'/'R') RESTENT TRAITES PAR MAJCONDV. REFUS           *
      * D'HABILITATION (REF) ET TENTATIVE SUR SA PROPRE DEMANDE (AUT) *
      * SONT JOURNALISES DANS FSECLOG.                                *
      * UNE DEMANDE SUR UN COMPTE GELE PAR DECES (ETAT 'G') NE PEUT   *
      * ETRE APPROUVEE : ELLE RESTE EN ATTENTE ET NE PEUT QU'ETRE     *
      * REFUSEE, L'ETAT N'ETANT LEVE QUE PAR LE REGLEMENT (DECES).    *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPCOND.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-MSG          PIC X(60)  VALUE SPACES.
       01  WS-OPR-LEN      PIC S9(04) VALUE 58 COMP.
       01  WS-OPR-KLEN     PIC S9(03) VALUE 008 COMP.
       01  WS-OPR-KEY      PIC X(8).
       01  WS-OPR-DATA.
           05 WS-OPR-CODE   PIC X(8).
           05 WS-OPR-NOM    PIC X(20).
           05 WS-OPR-NIVEAU PIC 9.
           05 WS-OPR-MDP-HASH  PIC 9(10).
           05 WS-OPR-MDP-DATE  PIC 9(8).
           05 WS-OPR-NB-ECHECS PIC 9.
           05 WS-OPR-VERROU    PIC X.
           05 WS-OPR-AGENCE    PIC 9(7).
           05 WS-OPR-STATUT    PIC X.
           05 WS-OPR-SIEGE     PIC X.
      *----DEMANDES DE MODIFICATION (DD-CONDATT, VOIR MAJCOND)---------
       01  WS-DMD-LEN      PIC S9(04) VALUE 120 COMP.
       01  WS-DMD-KLEN     PIC S9(03) VALUE 005 COMP.
       01  WS-DMD-KEY      PIC 9(05).
       01  WS-DMD-DATA.
           05 WS-DMD-NUM      PIC 9(5).
           05 WS-DMD-CPTE     PIC X(23).
           05 WS-DMD-ZONE     PIC X.
           05 WS-DMD-ANCIENNE PIC X(10).
           05 WS-DMD-NOUVELLE PIC X(10).
           05 WS-DMD-DEMANDEUR PIC X(8).
           05 WS-DMD-DTDEM    PIC 9(8).
           05 WS-DMD-APPROBATEUR PIC X(8).
           05 WS-DMD-DTAPP    PIC 9(8).
           05 WS-DMD-STATUT   PIC X.
           05 WS-DMD-DTFIN    PIC 9(8).
           05 WS-DMD-COMMENT  PIC X(30).
       01  WS-RIB-LEN      PIC S9(04) VALUE 61 COMP.
       01  WS-RIB-KLEN     PIC S9(03) VALUE 023 COMP.
       01  WS-RIB-KEY      PIC X(23).
       01  WS-RIB-DATA.
           05 WS-CLT-TRIB    PIC 9(5).
           05 WS-CPTE-TRIB   PIC X(23).
           05 WS-DATE-TRIB   PIC 9(8).
           05 WS-SOLDE-TRIB  PIC 9(9)V9(2).
           05 WS-SENS-TRIB   PIC X.
           05 WS-DECOUV-TRIB PIC 9(7)V9(2).
           05 WS-ETAT-TRIB   PIC X.
           05 WS-DEV-TRIB    PIC X(3).
       01  WS-CLT-LEN      PIC S9(04) VALUE 56 COMP.
       01  WS-CLT-KLEN     PIC S9(03) VALUE 005 COMP.
       01  WS-CLT-KEY      PIC 9(05).
       01  WS-CLT-DATA.
           05 WS-CODE-TCLT   PIC 9(5).
           05 WS-NOM-TCLT    PIC X(20).
           05 WS-PRENOM-TCLT PIC X(20).
           05 WS-CODEAG-TCLT PIC 9(7).
           05 WS-STATUT-TCLT PIC X.
           05 WS-MOTIF-TCLT  PIC X(3).
      *----MIROIR CLE DE L'HISTORIQUE DES SOLDES (VOIR SOLDMIR)--------
       01  WS-SIX-LEN      PIC S9(04) VALUE 48 COMP.
       01  WS-SIX-KLEN     PIC S9(03) VALUE 031 COMP.
       01  WS-SIX-KEY.
           05 WS-SIX-KCPTE  PIC X(23).
           05 WS-SIX-KDATE  PIC 9(08).
       01  WS-SIX-DATA.
           05 WS-SIX-CPTE   PIC X(23).
           05 WS-SIX-DATE   PIC 9(8).
           05 WS-SIX-CLT    PIC 9(5).
           05 WS-SIX-SOLDE  PIC 9(9)V9(2).
           05 WS-SIX-SENS   PIC X.
       01  WS-NB-SOLDES    PIC 9 VALUE ZERO.
       01  WS-SOLDE-RECENT PIC S9(9)V9(2) VALUE ZERO.
       01  WS-SOLDE-ANCIEN PIC S9(9)V9(2) VALUE ZERO.
      *----DEMANDES PROPOSEES A L'ECRAN 1 : SEULES CELLES-CI PEUVENT---
      *----ETRE CHOISIES-----------------------------------------------
       01  WS-T-DEMANDES.
           05 WS-T-NUM      PIC 9(5) OCCURS 10.
       01  CND-IDX         PIC 99.
       01  SLD-IDX         PIC 9.
       01  WS-NB-PROPOSEES PIC 99 VALUE ZERO.
       01  WS-PROPOSEE     PIC X VALUE 'N'.
       01  WS-AGENCE-OK    PIC X VALUE 'N'.
       01  WS-SUP-AGENCE   PIC 9(7) VALUE ZERO.
      *----SAISIES DE L'ECRAN-------------------------------------------
       01  WS-SEL-SAISI    PIC X(5).
       01  WS-SEL-SAISI-N REDEFINES WS-SEL-SAISI PIC 9(5).
       01  WS-DECISION     PIC X.
           88 DECISION-APPROUVER VALUE 'V'.
           88 DECISION-REFUSER   VALUE 'R'.
       01  WS-COMMENT      PIC X(30).
      *----VALEUR DU DECOUVERT : 10 CHIFFRES, DEUX DECIMALES-----------
      *----IMPLIQUEES (MEME CONVENTION QUE MAJCOND / MAJCONDV)---------
       01  WS-VALEUR-X     PIC X(10) VALUE SPACES.
       01  WS-VALEUR-9 REDEFINES WS-VALEUR-X PIC 9(8)V9(2).
      *----ANCIENNETE DE LA DEMANDE EN JOURS (PLAFONNEE A 99)----------
       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-AGE-DATE     PIC 9(8).
       01  WS-AGE-SUIV     PIC 9(8).
       01  WS-AGE-JOURS    PIC 9(2).
       01  WS-UN-JOUR      PIC 9(2) VALUE 1.
       01  WS-SIGNE-AVANT  PIC X VALUE '+'.
       01  WS-ABSTIME      PIC S9(15) COMP-3.

      *----SIGNATURE OPERATEUR DEPOSEE PAR SIGNON DANS LA FILE TS------
       01  WS-TS-QUEUE.
           05  FILLER          PIC X(4) VALUE 'OPR.'.
           05  WS-TS-TERM      PIC X(4).
       01  WS-SIGNON-REC.
           05  WS-SGN-OPER     PIC X(8).
           05  WS-SGN-NIVEAU   PIC 9.
           05  WS-SGN-DERDATE  PIC 9(8).
           05  WS-SGN-DERHEURE.
              10 WS-SGN-DERHH PIC 9(2).
              10 WS-SGN-DERMN PIC 9(2).
              10 WS-SGN-DERSS PIC 9(2).
       01  WS-SGN-LEN      PIC S9(04) VALUE 23 COMP.
      *----INACTIVITE DU TERMINAL : AU-DELA DU DELAI, LA SIGNATURE-----
      *----EST RETIREE ET L'OPERATEUR REPASSE PAR SIGNON---------------
       01  WS-DELAI-INACTIF PIC 9(5) VALUE 900.
       01  WS-SGN-EXPIRE   PIC X VALUE 'N'.
       01  WS-INA-DATE     PIC 9(8).
       01  WS-INA-HEURE.
           05  WS-INA-HH       PIC 9(2).
           05  WS-INA-MN       PIC 9(2).
           05  WS-INA-SS       PIC 9(2).
       01  WS-INA-SEC-JOUR PIC 9(5).
       01  WS-INA-SEC-DER  PIC 9(5).
       01  WS-SGN-OK       PIC X VALUE 'N'.
      *----JOURNAL DE SECURITE (FSECLOG) : REF = HABILITATION----------
      *----INSUFFISANTE, AUT = DECISION SUR SA PROPRE DEMANDE----------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
      * ETAPE 1 : HABILITATION SUPERVISEUR (NIVEAU 3 EXIGE) ET AGENCE
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'HABILITATION INSUFFISANTE - SUPERVISEUR'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-SGN-OPER TO WS-OPR-KEY.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'PROFIL DU SUPERVISEUR INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-OPR-AGENCE TO WS-SUP-AGENCE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC.
      * ETAPE 2 : LISTE DES DEMANDES EN ATTENTE DE L'AGENCE
           PERFORM LISTER-DEMANDES.
           IF WS-NB-PROPOSEES = ZERO
               MOVE 'AUCUNE DEMANDE EN ATTENTE POUR L AGENCE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-SUP-AGENCE TO CNDAGO.
           IF CND-IDX > 10
               MOVE 'PLUS DE 10 DEMANDES - LES SUIVANTES AU RETOUR'
                  TO CNDMSGO
           ELSE
               MOVE 'NUMERO DE LA DEMANDE A TRAITER' TO CNDMSGO
           END-IF.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPCOND') FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPCOND')
           END-EXEC.
           MOVE CNDSELI TO WS-SEL-SAISI.
           PERFORM CONTROLER-CHOIX.
           IF WS-PROPOSEE = 'N'
               MOVE 'DEMANDE NON PROPOSEE A L ECRAN' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 3 : DETAIL, VALEUR ACTUELLE ET TENDANCE DU SOLDE
           MOVE WS-SEL-SAISI-N TO WS-DMD-KEY.
           EXEC CICS READ FILE('FCONDATT')
               INTO(WS-DMD-DATA)
               LENGTH(WS-DMD-LEN)
               RIDFLD(WS-DMD-KEY)
               KEYLENGTH(WS-DMD-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'DEMANDE INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           PERFORM GARNIR-DETAIL.
           PERFORM TENDANCE-SOLDE.
           MOVE 'V = APPROUVER / R = REFUSER (COMMENTAIRE EXIGE)'
              TO CNDMS2O.
           EXEC CICS SEND MAP('MAP2')
               MAPSET('MAPCOND') FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP2')
               MAPSET('MAPCOND')
           END-EXEC.
           MOVE CNDDECI TO WS-DECISION.
           MOVE CNDCOMI TO WS-COMMENT.
           IF NOT DECISION-APPROUVER AND NOT DECISION-REFUSER
               MOVE 'DECISION V OU R ATTENDUE - DEMANDE NON TRAITEE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF DECISION-REFUSER AND WS-COMMENT = SPACES
               MOVE 'MOTIF DU REFUS OBLIGATOIRE - DEMANDE NON TRAITEE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 4 : DECISION (FCONDATT RELUE EN MISE A JOUR)
           PERFORM TRAITER-DECISION.
           PERFORM ENVOYER-ET-SORTIR.
      *----------------------------------------------------------------
      *    PARCOURS DE DD-CONDATT PAR NUMERO : DEMANDES EN ATTENTE     *
      *    SUR COMPTE, D'UN AUTRE DEMANDEUR, DE L'AGENCE. ON LIT UNE   *
      *    DEMANDE DE PLUS QUE L'ECRAN POUR SIGNALER LA SUITE.         *
      *----------------------------------------------------------------
       LISTER-DEMANDES.
           MOVE 1 TO CND-IDX.
           MOVE ZERO TO WS-DMD-KEY.
           EXEC CICS STARTBR FILE('FCONDATT')
               RIDFLD(WS-DMD-KEY)
               KEYLENGTH(WS-DMD-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM LIRE-DEMANDE
                  UNTIL CND-IDX > 10
                     OR WS-RESCODE NOT = DFHRESP(NORMAL)
               IF CND-IDX > 10
                   PERFORM CHERCHER-DEMANDE-SUIVANTE
               END-IF
               EXEC CICS ENDBR FILE('FCONDATT') END-EXEC
           END-IF.
       LIRE-DEMANDE.
           EXEC CICS READNEXT FILE('FCONDATT')
               INTO(WS-DMD-DATA)
               LENGTH(WS-DMD-LEN)
               RIDFLD(WS-DMD-KEY)
               KEYLENGTH(WS-DMD-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM SELECTIONNER-DEMANDE
               IF WS-AGENCE-OK = 'O'
                   PERFORM GARNIR-LIGNE
                   ADD 1 TO CND-IDX
               END-IF
           END-IF.
      *----UNE DEMANDE RETENUE AU-DELA DE LA 10E : CND-IDX RESTE A 11-
      *----POUR LE MESSAGE DE SUITE (ELLE N'EST PAS PROPOSEE) ; SINON--
      *----IL REVIENT A 10---------------------------------------------
       CHERCHER-DEMANDE-SUIVANTE.
           MOVE 'N' TO WS-AGENCE-OK.
           PERFORM LIRE-DEMANDE-HORS-ECRAN
              UNTIL WS-AGENCE-OK = 'O'
                 OR WS-RESCODE NOT = DFHRESP(NORMAL).
           IF WS-AGENCE-OK = 'N'
               MOVE 10 TO CND-IDX
           END-IF.
       LIRE-DEMANDE-HORS-ECRAN.
           EXEC CICS READNEXT FILE('FCONDATT')
               INTO(WS-DMD-DATA)
               LENGTH(WS-DMD-LEN)
               RIDFLD(WS-DMD-KEY)
               KEYLENGTH(WS-DMD-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM SELECTIONNER-DEMANDE
           END-IF.
      *----------------------------------------------------------------
      *    DEMANDE RETENUE : STATUT 'A', ZONE COMPTE, PAS DU           *
      *    SUPERVISEUR, CLIENT DU COMPTE RATTACHE A SON AGENCE         *
      *----------------------------------------------------------------
       SELECTIONNER-DEMANDE.
           MOVE 'N' TO WS-AGENCE-OK.
           IF WS-DMD-STATUT = 'A'
              AND (WS-DMD-ZONE = 'D' OR WS-DMD-ZONE = 'E')
              AND WS-DMD-DEMANDEUR NOT = WS-SGN-OPER
               PERFORM CONTROLER-AGENCE-COMPTE
           END-IF.
           MOVE DFHRESP(NORMAL) TO WS-RESCODE.
       CONTROLER-AGENCE-COMPTE.
           MOVE WS-DMD-CPTE TO WS-RIB-KEY.
           EXEC CICS READ FILE('FRIB')
               INTO(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIB-KEY)
               KEYLENGTH(WS-RIB-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE WS-CLT-TRIB TO WS-CLT-KEY
               EXEC CICS READ FILE('FCLT')
                   INTO(WS-CLT-DATA)
                   LENGTH(WS-CLT-LEN)
                   RIDFLD(WS-CLT-KEY)
                   KEYLENGTH(WS-CLT-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE = DFHRESP(NORMAL)
                  AND WS-CODEAG-TCLT = WS-SUP-AGENCE
                   MOVE 'O' TO WS-AGENCE-OK
               END-IF
           END-IF.
       GARNIR-LIGNE.
           MOVE WS-DMD-NUM       TO WS-T-NUM(CND-IDX).
           ADD 1 TO WS-NB-PROPOSEES.
           MOVE WS-DMD-NUM       TO CNDNUMO(CND-IDX).
           MOVE WS-DMD-CPTE      TO CNDCPTO(CND-IDX).
           MOVE WS-DMD-ZONE      TO CNDZONO(CND-IDX).
           MOVE WS-DMD-ANCIENNE  TO CNDANCO(CND-IDX).
           MOVE WS-DMD-NOUVELLE  TO CNDNOUO(CND-IDX).
           MOVE WS-DMD-DEMANDEUR TO CNDDEMO(CND-IDX).
           PERFORM CALCULER-ANCIENNETE.
           MOVE WS-AGE-JOURS     TO CNDJRSO(CND-IDX).
      *----------------------------------------------------------------
      *    ANCIENNETE : JOURS CALENDAIRES DEPUIS LA DEMANDE, COMPTES   *
      *    PAR DATEDECAL ET PLAFONNES A 99                             *
      *----------------------------------------------------------------
       CALCULER-ANCIENNETE.
           MOVE ZERO TO WS-AGE-JOURS.
           MOVE WS-DMD-DTDEM TO WS-AGE-DATE.
           PERFORM AVANCER-UN-JOUR
              UNTIL WS-AGE-DATE >= WS-DATE-JOUR
                 OR WS-AGE-JOURS = 99.
       AVANCER-UN-JOUR.
           CALL 'DATEDECAL' USING WS-AGE-DATE WS-SIGNE-AVANT
              WS-UN-JOUR WS-AGE-SUIV.
           MOVE WS-AGE-SUIV TO WS-AGE-DATE.
           ADD 1 TO WS-AGE-JOURS.
       CONTROLER-CHOIX.
           MOVE 'N' TO WS-PROPOSEE.
           IF WS-SEL-SAISI IS NUMERIC
               PERFORM COMPARER-CHOIX VARYING CND-IDX FROM 1 BY 1
                  UNTIL CND-IDX > WS-NB-PROPOSEES
                     OR WS-PROPOSEE = 'O'
           END-IF.
       COMPARER-CHOIX.
           IF WS-T-NUM(CND-IDX) = WS-SEL-SAISI-N
               MOVE 'O' TO WS-PROPOSEE
           END-IF.
      *----------------------------------------------------------------
      *    ECRAN 2 : DEMANDE ET VALEUR ACTUELLE DU COMPTE, DANS LE     *
      *    MEME FORMAT QUE LA VALEUR DEMANDEE                          *
      *----------------------------------------------------------------
       GARNIR-DETAIL.
           MOVE WS-DMD-NUM       TO CNDDNUO.
           MOVE WS-DMD-CPTE      TO CNDDCPO.
           MOVE WS-DMD-ZONE      TO CNDDZOO.
           MOVE WS-DMD-ANCIENNE  TO CNDDANO.
           MOVE WS-DMD-NOUVELLE  TO CNDDNOO.
           MOVE WS-DMD-DEMANDEUR TO CNDDDEO.
           MOVE WS-DMD-DTDEM     TO CNDDDTO.
           PERFORM CALCULER-ANCIENNETE.
           MOVE WS-AGE-JOURS     TO CNDDJRO.
           MOVE WS-DMD-CPTE TO WS-RIB-KEY.
           EXEC CICS READ FILE('FRIB')
               INTO(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIB-KEY)
               KEYLENGTH(WS-RIB-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'COMPTE INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-DMD-ZONE = 'D'
               MOVE WS-DECOUV-TRIB TO WS-VALEUR-9
               MOVE WS-VALEUR-X    TO CNDDACO
           ELSE
               MOVE WS-ETAT-TRIB   TO CNDDACO
           END-IF.
      *----------------------------------------------------------------
      *    TENDANCE : LES 6 DERNIERS SOLDES ARRETES DU COMPTE, DU PLUS *
      *    RECENT AU PLUS ANCIEN (PARCOURS ARRIERE COMME MVTHINQ),     *
      *    PUIS COMPARAISON DU PLUS RECENT AU PLUS ANCIEN LU           *
      *----------------------------------------------------------------
       TENDANCE-SOLDE.
           MOVE ZERO TO WS-NB-SOLDES.
           MOVE WS-DMD-CPTE TO WS-SIX-KCPTE.
           MOVE 99999999    TO WS-SIX-KDATE.
           EXEC CICS STARTBR FILE('FSOLDIDX')
               RIDFLD(WS-SIX-KEY)
               KEYLENGTH(WS-SIX-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE HIGH-VALUES TO WS-SIX-KEY
               EXEC CICS STARTBR FILE('FSOLDIDX')
                   RIDFLD(WS-SIX-KEY)
                   KEYLENGTH(WS-SIX-KLEN)
                   GTEQ
                   RESP(WS-RESCODE)
               END-EXEC
           END-IF.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 1 TO SLD-IDX
               PERFORM REMONTER-SOLDE
                  UNTIL WS-NB-SOLDES = 6
                     OR WS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FSOLDIDX') END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN WS-NB-SOLDES < 2
                 MOVE 'HISTORIQUE INSUFFISANT' TO CNDTENO
              WHEN WS-SOLDE-RECENT > WS-SOLDE-ANCIEN
                 MOVE 'SOLDE EN HAUSSE' TO CNDTENO
              WHEN WS-SOLDE-RECENT < WS-SOLDE-ANCIEN
                 MOVE 'SOLDE EN BAISSE' TO CNDTENO
              WHEN OTHER
                 MOVE 'SOLDE STABLE' TO CNDTENO
           END-EVALUATE.
       REMONTER-SOLDE.
           EXEC CICS READPREV FILE('FSOLDIDX')
               INTO(WS-SIX-DATA)
               LENGTH(WS-SIX-LEN)
               RIDFLD(WS-SIX-KEY)
               KEYLENGTH(WS-SIX-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               IF WS-SIX-CPTE < WS-DMD-CPTE
                   MOVE DFHRESP(ENDFILE) TO WS-RESCODE
               ELSE
                   IF WS-SIX-CPTE = WS-DMD-CPTE
                       PERFORM GARNIR-SOLDE
                   END-IF
               END-IF
           END-IF.
       GARNIR-SOLDE.
           ADD 1 TO WS-NB-SOLDES.
           MOVE WS-NB-SOLDES TO SLD-IDX.
           MOVE WS-SIX-DATE  TO CNDHDTO(SLD-IDX).
           MOVE WS-SIX-SOLDE TO CNDHSLO(SLD-IDX).
           MOVE WS-SIX-SENS  TO CNDHSNO(SLD-IDX).
           IF WS-SIX-SENS = 'D'
               COMPUTE WS-SOLDE-ANCIEN = WS-SIX-SOLDE * -1
           ELSE
               MOVE WS-SIX-SOLDE TO WS-SOLDE-ANCIEN
           END-IF.
           IF WS-NB-SOLDES = 1
               MOVE WS-SOLDE-ANCIEN TO WS-SOLDE-RECENT
           END-IF.
      *----------------------------------------------------------------
      *    DECISION : LA DEMANDE EST RELUE EN MISE A JOUR ET SES       *
      *    CONDITIONS RECONTROLEES. APPROBATION : REWRITE DE FRIB      *
      *    D'ABORD, LA DEMANDE N'EST CLASSEE QUE SI LE COMPTE EST A    *
      *    JOUR. REFUS : LA DEMANDE EST CLASSEE SANS TOUCHER AU COMPTE *
      *----------------------------------------------------------------
       TRAITER-DECISION.
           EXEC CICS READ FILE('FCONDATT')
               INTO(WS-DMD-DATA)
               LENGTH(WS-DMD-LEN)
               RIDFLD(WS-DMD-KEY)
               KEYLENGTH(WS-DMD-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'DEMANDE INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-DMD-STATUT NOT = 'A'
               EXEC CICS UNLOCK FILE('FCONDATT') END-EXEC
               MOVE 'DEMANDE DEJA TRAITEE ENTRE-TEMPS' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-DMD-DEMANDEUR = WS-SGN-OPER
               EXEC CICS UNLOCK FILE('FCONDATT') END-EXEC
               MOVE 'AUT' TO SEC-EVT
               MOVE WS-DMD-NUM TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               MOVE 'LE DEMANDEUR NE PEUT PAS APPROUVER SA DEMANDE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF DECISION-APPROUVER
               PERFORM APPLIQUER-COMPTE
               MOVE 'V' TO WS-DMD-STATUT
               MOVE 'DEMANDE APPROUVEE ET APPLIQUEE' TO WS-MSG
           ELSE
               MOVE 'R' TO WS-DMD-STATUT
               MOVE 'DEMANDE REFUSEE' TO WS-MSG
           END-IF.
           MOVE WS-SGN-OPER  TO WS-DMD-APPROBATEUR.
           MOVE WS-DATE-JOUR TO WS-DMD-DTAPP.
           MOVE WS-COMMENT   TO WS-DMD-COMMENT.
           EXEC CICS REWRITE FILE('FCONDATT')
               FROM(WS-DMD-DATA)
               LENGTH(WS-DMD-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'ERREUR MISE A JOUR DE LA DEMANDE' TO WS-MSG
           END-IF.
       APPLIQUER-COMPTE.
           MOVE WS-DMD-CPTE TO WS-RIB-KEY.
           EXEC CICS READ FILE('FRIB')
               INTO(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIB-KEY)
               KEYLENGTH(WS-RIB-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('FCONDATT') END-EXEC
               MOVE 'COMPTE DISPARU - DEMANDE NON APPLIQUEE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-ETAT-TRIB = 'G'
               EXEC CICS UNLOCK FILE('FRIB') END-EXEC
               EXEC CICS UNLOCK FILE('FCONDATT') END-EXEC
               MOVE 'COMPTE GELE (SUCCESSION) - VOIR DECES' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-DMD-ZONE = 'D'
               MOVE WS-DMD-NOUVELLE TO WS-VALEUR-X
               INSPECT WS-VALEUR-X REPLACING ALL SPACE BY ZERO
               MOVE WS-VALEUR-9 TO WS-DECOUV-TRIB
           ELSE
               MOVE WS-DMD-NOUVELLE(1:1) TO WS-ETAT-TRIB
           END-IF.
           EXEC CICS REWRITE FILE('FRIB')
               FROM(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('FCONDATT') END-EXEC
               MOVE 'ERREUR MAJ FRIB - DEMANDE NON APPLIQUEE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----------------------------------------------------------------
      *    HABILITATION : LA SIGNATURE DEPOSEE PAR SIGNON EST RELUE    *
      *    DANS LA FILE TS DU TERMINAL. NIVEAU EXIGE ICI : 3.          *
      *    TOUTE TENTATIVE REFUSEE EST JOURNALISEE DANS FSECLOG.       *
      *----------------------------------------------------------------
       CONTROLER-HABILITATION.
           MOVE 'N' TO WS-SGN-OK.
           MOVE 'REF' TO SEC-EVT.
           MOVE EIBTRMID TO WS-TS-TERM.
           EXEC CICS READQ TS QUEUE(WS-TS-QUEUE)
               INTO(WS-SIGNON-REC)
               LENGTH(WS-SGN-LEN)
               ITEM(1)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM CONTROLER-INACTIVITE
               IF WS-SGN-EXPIRE = 'O'
                   MOVE 'INA' TO SEC-EVT
               END-IF
           END-IF.
           IF WS-RESCODE = DFHRESP(NORMAL)
              AND WS-SGN-NIVEAU >= 3
               MOVE 'O' TO WS-SGN-OK
           ELSE
      *----MEME SANS SIGN-ON, LA TENTATIVE REFUSEE EST JOURNALISEE-----
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                  AND WS-SGN-EXPIRE = 'N'
                   MOVE 'NOSIGNON' TO WS-SGN-OPER
               END-IF
               MOVE SPACES TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
           END-IF.
      *----------------------------------------------------------------
      *    SESSION INACTIVE DEPUIS PLUS DE WS-DELAI-INACTIF SECONDES   *
      *    (OU SIGNEE UN AUTRE JOUR) : LA SIGNATURE EST RETIREE ET     *
      *    L'OPERATEUR DOIT REPASSER PAR SIGNON. SINON L'HEURE DE      *
      *    DERNIERE ACTIVITE EST RAFRAICHIE DANS LA FILE TS.           *
      *----------------------------------------------------------------
       CONTROLER-INACTIVITE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-INA-DATE)
               TIME(WS-INA-HEURE)
           END-EXEC.
           COMPUTE WS-INA-SEC-JOUR = WS-INA-HH * 3600
              + WS-INA-MN * 60 + WS-INA-SS.
           COMPUTE WS-INA-SEC-DER = WS-SGN-DERHH * 3600
              + WS-SGN-DERMN * 60 + WS-SGN-DERSS.
           IF WS-SGN-DERDATE NOT = WS-INA-DATE
              OR WS-INA-SEC-JOUR - WS-INA-SEC-DER > WS-DELAI-INACTIF
               EXEC CICS DELETEQ TS QUEUE(WS-TS-QUEUE)
                   RESP(WS-RESCODE)
               END-EXEC
               MOVE DFHRESP(QIDERR) TO WS-RESCODE
               MOVE 'O' TO WS-SGN-EXPIRE
           ELSE
               MOVE WS-INA-DATE  TO WS-SGN-DERDATE
               MOVE WS-INA-HEURE TO WS-SGN-DERHEURE
               EXEC CICS WRITEQ TS QUEUE(WS-TS-QUEUE)
                   FROM(WS-SIGNON-REC)
                   LENGTH(LENGTH OF WS-SIGNON-REC)
                   ITEM(1) REWRITE
                   RESP(WS-RESCODE)
               END-EXEC
           END-IF.
       JOURNALISER-SECURITE.
           MOVE WS-SGN-OPER TO SEC-OPER.
           MOVE 'CONDAPP ' TO SEC-PROG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SEC-DATE)
           END-EXEC.
           MOVE EIBTIME  TO SEC-HEURE.
           MOVE EIBTRMID TO SEC-TERM.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND TEXT FROM(WS-MSG) LENGTH(60) ERASE END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
