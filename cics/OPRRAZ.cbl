       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRAZ.
      *****************************************************************
      * REINITIALISATION D'UN PROFIL OPERATEUR PAR UN SUPERVISEUR :   *
      * APRES TROIS ECHECS DE MOT DE PASSE, SIGNON VERROUILLE LE      *
      * PROFIL (FOPERAT). LE SUPERVISEUR SIGNE (NIVEAU 3, FILE TS DE  *
      * SIGNON) SAISIT LE CODE DE L'OPERATEUR ET UN MOT DE PASSE      *
      * PROVISOIRE : LE PROFIL EST DEVERROUILLE, LE COMPTEUR D'ECHECS *
      * REMIS A ZERO ET LA DATE DE CHANGEMENT MISE A ZERO, CE QUI     *
      * IMPOSE A L'OPERATEUR DE CHOISIR SON MOT DE PASSE AU PROCHAIN  *
      * SIGN-ON. UN SUPERVISEUR NE PEUT PAS REINITIALISER SON PROPRE  *
      * PROFIL, NI CELUI D'UN OPERATEUR DE NIVEAU SUPERIEUR AU SIEN   *
      * (ADMINISTRATEUR : VOIR OPRADM). CHAQUE REINITIALISATION (RAZ) *
      * ET CHAQUE REFUS D'HABILITATION (REF) EST JOURNALISE DANS      *
      * FSECLOG ; LA REINITIALISATION EST AUSSI TRACEE DANS LA PISTE  *
      * DES PROFILS FOPRAUDIT (ACTION M, VALEURS AVANT ET APRES).     *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPRAZ.
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
       01  WS-MDP-PROV     PIC X(8).
       01  WS-EMPREINTE    PIC 9(10).
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
      *----JOURNAL DE SECURITE (FSECLOG)-------------------------------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).

      *----PISTE D'AUDIT DES PROFILS (FOPRAUDIT, VOIR OPRADM)----------
       01  WS-OPRAUD-REC.
           05  AOP-DATE        PIC 9(8).
           05  AOP-HEURE       PIC 9(6).
           05  AOP-ADMIN       PIC X(8).
           05  AOP-TERM        PIC X(4).
           05  AOP-CIBLE       PIC X(8).
           05  AOP-ACTION      PIC X.
           05  AOP-AVANT       PIC X(30).
           05  AOP-APRES       PIC X(30).
       01  WS-VAL-PROFIL.
           05  FILLER          PIC X(3) VALUE 'NIV'.
           05  WS-VAL-NIVEAU   PIC 9.
           05  FILLER          PIC X(3) VALUE ' AG'.
           05  WS-VAL-AGENCE   PIC 9(7).
           05  FILLER          PIC X(3) VALUE ' ST'.
           05  WS-VAL-STATUT   PIC X.
           05  FILLER          PIC X(3) VALUE ' VR'.
           05  WS-VAL-VERROU   PIC X.
           05  FILLER          PIC X(3) VALUE ' SG'.
           05  WS-VAL-SIEGE    PIC X.
           05  WS-VAL-MDP      PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * ETAPE 1 : SAISIE DU PROFIL A REINITIALISER
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPRAZ') MAPONLY FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPRAZ')
           END-EXEC.
           MOVE RAZOPRI TO WS-OPR-KEY.
           MOVE RAZMDPI TO WS-MDP-PROV.
      * HABILITATION SUPERVISEUR (NIVEAU 3 EXIGE)
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'HABILITATION INSUFFISANTE - SUPERVISEUR' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-KEY = WS-SGN-OPER
               MOVE 'REINITIALISATION DE SON PROPRE PROFIL INTERDITE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-MDP-PROV(1:1) = SPACE OR WS-MDP-PROV(6:1) = SPACE
               MOVE 'MOT DE PASSE PROVISOIRE TROP COURT (6 MINIMUM)'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 2 : DEVERROUILLAGE ET MOT DE PASSE PROVISOIRE
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'OPERATEUR INCONNU' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-NIVEAU > WS-SGN-NIVEAU
               EXEC CICS UNLOCK FILE('FOPERAT') END-EXEC
               MOVE 'PROFIL DE NIVEAU SUPERIEUR - ADMINISTRATEUR REQUIS'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           PERFORM EDITER-VALEURS.
           MOVE WS-VAL-PROFIL TO AOP-AVANT.
           CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP-PROV WS-EMPREINTE.
           MOVE WS-EMPREINTE TO WS-OPR-MDP-HASH.
           MOVE ZERO TO WS-OPR-MDP-DATE.
           MOVE ZERO TO WS-OPR-NB-ECHECS.
           MOVE 'N'  TO WS-OPR-VERROU.
           EXEC CICS REWRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'RAZ' TO SEC-EVT
               MOVE WS-OPR-CODE TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               PERFORM EDITER-VALEURS
               MOVE ' MDP' TO WS-VAL-MDP
               MOVE WS-VAL-PROFIL TO AOP-APRES
               PERFORM JOURNALISER-ADMIN
               MOVE 'PROFIL REINITIALISE - CHANGEMENT AU SIGN-ON'
                  TO WS-MSG
           ELSE
               MOVE 'ERREUR MISE A JOUR DU PROFIL' TO WS-MSG
           END-IF.
           PERFORM ENVOYER-ET-SORTIR.
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
               MOVE WS-OPR-KEY TO SEC-CIBLE
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
           MOVE 'OPRRAZ  ' TO SEC-PROG.
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
      *----------------------------------------------------------------
      *    TRACE DE LA REINITIALISATION DANS LA PISTE FOPRAUDIT        *
      *----------------------------------------------------------------
       EDITER-VALEURS.
           MOVE WS-OPR-NIVEAU TO WS-VAL-NIVEAU.
           MOVE WS-OPR-AGENCE TO WS-VAL-AGENCE.
           MOVE WS-OPR-STATUT TO WS-VAL-STATUT.
           MOVE WS-OPR-VERROU TO WS-VAL-VERROU.
           MOVE WS-OPR-SIEGE  TO WS-VAL-SIEGE.
           MOVE SPACES        TO WS-VAL-MDP.
       JOURNALISER-ADMIN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(AOP-DATE)
           END-EXEC.
           MOVE EIBTIME     TO AOP-HEURE.
           MOVE WS-SGN-OPER TO AOP-ADMIN.
           MOVE EIBTRMID    TO AOP-TERM.
           MOVE WS-OPR-CODE TO AOP-CIBLE.
           MOVE 'M'         TO AOP-ACTION.
           EXEC CICS WRITE FILE('FOPRAUDIT')
               FROM(WS-OPRAUD-REC)
               LENGTH(LENGTH OF WS-OPRAUD-REC)
               RESP(WS-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND TEXT FROM(WS-MSG) LENGTH(60) ERASE END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
