       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRADM.
      *****************************************************************
      * ADMINISTRATION EN LIGNE DES PROFILS OPERATEUR (FOPERAT) :     *
      * JUSQU'ICI UN PROFIL NE CHANGEAIT QU'EN MODIFIANT LA TABLE DE  *
      * CHGOPER ET EN RECHARGEANT TOUT LE FICHIER. RESERVEE AU NIVEAU *
      * 4 (ADMINISTRATEUR, FILE TS DE SIGNON). ACTIONS (ADMACTI) :    *
      *   C = CREATION (NOM, NIVEAU 1 A 4, AGENCE, MOT DE PASSE       *
      *       PROVISOIRE A CHANGER AU PREMIER SIGN-ON)                *
      *   N = CHANGEMENT DE NIVEAU                                    *
      *   S = SUSPENSION (DEPART, ABSENCE) - R = REACTIVATION         *
      *   M = MOT DE PASSE PROVISOIRE (DEVERROUILLE LE PROFIL)        *
      *   A = AGENCE DE RATTACHEMENT                                  *
      *   G = ROLE DU SIEGE (ADMSIEI = O : VOIT LES CLIENTS DE TOUTES *
      *       LES AGENCES ; N : CLOISONNE A SON AGENCE). A LA         *
      *       CREATION, LE PROFIL EST CLOISONNE SAUF ADMSIEI = O.     *
      * L'AGENCE DOIT EXISTER DANS FAGENCE ET ETRE OUVERTE ('O').     *
      * L'ADMINISTRATEUR NE PEUT PAS MODIFIER SON PROPRE PROFIL :     *
      * LA TENTATIVE EST JOURNALISEE DANS FSECLOG (AUT), COMME TOUT   *
      * REFUS D'HABILITATION (REF). CHAQUE MODIFICATION EST TRACEE    *
      * DANS FOPRAUDIT : ADMINISTRATEUR, TERMINAL, PROFIL, ACTION,    *
      * VALEURS AVANT ET APRES (JAMAIS LE MOT DE PASSE).              *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPADM.
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
       01  WS-AG-LEN       PIC S9(04) VALUE 46 COMP.
       01  WS-AG-KLEN      PIC S9(03) VALUE 007 COMP.
       01  WS-AG-KEY       PIC 9(07).
       01  WS-AG-DATA.
           05 WS-CODE-TAG    PIC 9(7).
           05 WS-LIBELLE-TAG PIC X(30).
           05 WS-STATUT-TAG  PIC X.
           05 WS-DTSTAT-TAG  PIC 9(8).
      *----SAISIE DE L'ECRAN-------------------------------------------
       01  WS-ACTION       PIC X.
           88 ACTION-CREER       VALUE 'C'.
           88 ACTION-NIVEAU      VALUE 'N'.
           88 ACTION-SUSPENDRE   VALUE 'S'.
           88 ACTION-REACTIVER   VALUE 'R'.
           88 ACTION-MDP         VALUE 'M'.
           88 ACTION-AGENCE      VALUE 'A'.
           88 ACTION-SIEGE       VALUE 'G'.
           88 ACTION-VALIDE      VALUE 'C' 'N' 'S' 'R' 'M' 'A' 'G'.
       01  WS-NOM-SAISI    PIC X(20).
       01  WS-NIV-SAISI    PIC X.
       01  WS-NIV-SAISI-N REDEFINES WS-NIV-SAISI PIC 9.
       01  WS-AGE-SAISI    PIC X(7).
       01  WS-AGE-SAISI-N REDEFINES WS-AGE-SAISI PIC 9(7).
       01  WS-MDP-PROV     PIC X(8).
       01  WS-SIE-SAISI    PIC X.
       01  WS-EMPREINTE    PIC 9(10).
       01  WS-SAISIE-OK    PIC X VALUE 'N'.
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
      *----INSUFFISANTE, AUT = MODIFICATION DE SON PROPRE PROFIL-------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).
      *----PISTE D'AUDIT DES PROFILS (FOPRAUDIT) : ACTION C/N/S/R/M/A/G
       01  WS-OPRAUD-REC.
           05  AOP-DATE        PIC 9(8).
           05  AOP-HEURE       PIC 9(6).
           05  AOP-ADMIN       PIC X(8).
           05  AOP-TERM        PIC X(4).
           05  AOP-CIBLE       PIC X(8).
           05  AOP-ACTION      PIC X.
           05  AOP-AVANT       PIC X(30).
           05  AOP-APRES       PIC X(30).
      *----VALEURS AVANT / APRES EDITEES POUR LA PISTE-----------------
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
      * ETAPE 1 : SAISIE DU PROFIL ET DE L'ACTION
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPADM') MAPONLY FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPADM')
           END-EXEC.
           MOVE ADMOPRI TO WS-OPR-KEY.
           MOVE ADMACTI TO WS-ACTION.
           MOVE ADMNOMI TO WS-NOM-SAISI.
           MOVE ADMNIVI TO WS-NIV-SAISI.
           MOVE ADMAGEI TO WS-AGE-SAISI.
           MOVE ADMMDPI TO WS-MDP-PROV.
           MOVE ADMSIEI TO WS-SIE-SAISI.
      * HABILITATION ADMINISTRATEUR (NIVEAU 4 EXIGE)
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'HABILITATION INSUFFISANTE - ADMINISTRATEUR'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-KEY = WS-SGN-OPER
               MOVE 'AUT' TO SEC-EVT
               MOVE WS-OPR-KEY TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               MOVE 'MODIFICATION DE SON PROPRE PROFIL INTERDITE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-KEY = SPACES OR NOT ACTION-VALIDE
               MOVE 'CODE OPERATEUR ET ACTION C/N/S/R/M/A/G ATTENDUS'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 2 : CONTROLE DES SAISIES PROPRES A L'ACTION
           PERFORM CONTROLER-SAISIE.
           IF WS-SAISIE-OK = 'N'
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 3 : MISE A JOUR DE FOPERAT ET PISTE D'AUDIT
           IF ACTION-CREER
               PERFORM CREER-OPERATEUR
           ELSE
               PERFORM MODIFIER-OPERATEUR
           END-IF.
           PERFORM ENVOYER-ET-SORTIR.
      *----------------------------------------------------------------
      *    CONTROLES : NIVEAU 1 A 4, AGENCE OUVERTE DANS FAGENCE,      *
      *    MOT DE PASSE PROVISOIRE DE 6 CARACTERES AU MOINS            *
      *----------------------------------------------------------------
       CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK.
           IF ACTION-CREER AND WS-NOM-SAISI = SPACES
               MOVE 'N' TO WS-SAISIE-OK
               MOVE 'NOM DE L OPERATEUR OBLIGATOIRE' TO WS-MSG
           END-IF.
           IF (ACTION-CREER OR ACTION-NIVEAU) AND WS-SAISIE-OK = 'O'
               IF WS-NIV-SAISI < '1' OR WS-NIV-SAISI > '4'
                   MOVE 'N' TO WS-SAISIE-OK
                   MOVE 'NIVEAU INVALIDE - 1 A 4 ATTENDU' TO WS-MSG
               END-IF
           END-IF.
           IF (ACTION-CREER OR ACTION-AGENCE) AND WS-SAISIE-OK = 'O'
               PERFORM CONTROLER-AGENCE
           END-IF.
           IF ACTION-SIEGE AND WS-SAISIE-OK = 'O'
               IF WS-SIE-SAISI NOT = 'O' AND WS-SIE-SAISI NOT = 'N'
                   MOVE 'N' TO WS-SAISIE-OK
                   MOVE 'ROLE DU SIEGE : O OU N ATTENDU' TO WS-MSG
               END-IF
           END-IF.
           IF (ACTION-CREER OR ACTION-MDP) AND WS-SAISIE-OK = 'O'
               IF WS-MDP-PROV(1:1) = SPACE
                  OR WS-MDP-PROV(6:1) = SPACE
                   MOVE 'N' TO WS-SAISIE-OK
                   MOVE 'MOT DE PASSE PROVISOIRE TROP COURT (6 MINIMUM)'
                      TO WS-MSG
               END-IF
           END-IF.
       CONTROLER-AGENCE.
           IF WS-AGE-SAISI IS NOT NUMERIC
               MOVE 'N' TO WS-SAISIE-OK
               MOVE 'CODE AGENCE NUMERIQUE (7 CHIFFRES) ATTENDU'
                  TO WS-MSG
           ELSE
               MOVE WS-AGE-SAISI-N TO WS-AG-KEY
               EXEC CICS READ FILE('FAGENCE')
                   INTO(WS-AG-DATA)
                   LENGTH(WS-AG-LEN)
                   RIDFLD(WS-AG-KEY)
                   KEYLENGTH(WS-AG-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-SAISIE-OK
                   MOVE 'AGENCE INCONNUE' TO WS-MSG
               ELSE
                   IF WS-STATUT-TAG NOT = 'O'
                       MOVE 'N' TO WS-SAISIE-OK
                       MOVE 'AGENCE NON OUVERTE' TO WS-MSG
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CREATION : PROFIL ACTIF, MOT DE PASSE PROVISOIRE (DATE DE   *
      *    CHANGEMENT A ZERO : CHANGEMENT IMPOSE AU PREMIER SIGN-ON)   *
      *----------------------------------------------------------------
       CREER-OPERATEUR.
           MOVE WS-OPR-KEY     TO WS-OPR-CODE.
           MOVE WS-NOM-SAISI   TO WS-OPR-NOM.
           MOVE WS-NIV-SAISI-N TO WS-OPR-NIVEAU.
           CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP-PROV WS-EMPREINTE.
           MOVE WS-EMPREINTE   TO WS-OPR-MDP-HASH.
           MOVE ZERO           TO WS-OPR-MDP-DATE.
           MOVE ZERO           TO WS-OPR-NB-ECHECS.
           MOVE 'N'            TO WS-OPR-VERROU.
           MOVE WS-AGE-SAISI-N TO WS-OPR-AGENCE.
           MOVE 'A'            TO WS-OPR-STATUT.
           IF WS-SIE-SAISI = 'O'
               MOVE 'O'        TO WS-OPR-SIEGE
           ELSE
               MOVE 'N'        TO WS-OPR-SIEGE
           END-IF.
           EXEC CICS WRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO AOP-AVANT
                 PERFORM EDITER-VALEURS
                 MOVE WS-VAL-PROFIL TO AOP-APRES
                 PERFORM JOURNALISER-ADMIN
                 MOVE 'OPERATEUR CREE - CHANGEMENT MDP AU SIGN-ON'
                    TO WS-MSG
              WHEN WS-RESCODE = DFHRESP(DUPREC)
                 MOVE 'OPERATEUR DEJA EXISTANT' TO WS-MSG
              WHEN OTHER
                 MOVE 'ERREUR ECRITURE DU PROFIL' TO WS-MSG
           END-EVALUATE.
      *----------------------------------------------------------------
      *    MODIFICATION : PROFIL LU EN MISE A JOUR, VALEURS AVANT      *
      *    RELEVEES, ACTION APPLIQUEE, VALEURS APRES RELEVEES          *
      *----------------------------------------------------------------
       MODIFIER-OPERATEUR.
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
           PERFORM EDITER-VALEURS.
           MOVE WS-VAL-PROFIL TO AOP-AVANT.
           EVALUATE TRUE
              WHEN ACTION-NIVEAU
                 MOVE WS-NIV-SAISI-N TO WS-OPR-NIVEAU
                 MOVE 'NIVEAU MODIFIE' TO WS-MSG
              WHEN ACTION-SUSPENDRE
                 MOVE 'S' TO WS-OPR-STATUT
                 MOVE 'PROFIL SUSPENDU - SIGN-ON REFUSE' TO WS-MSG
              WHEN ACTION-REACTIVER
                 MOVE 'A' TO WS-OPR-STATUT
                 MOVE 'PROFIL REACTIVE' TO WS-MSG
              WHEN ACTION-MDP
                 CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP-PROV
                    WS-EMPREINTE
                 MOVE WS-EMPREINTE TO WS-OPR-MDP-HASH
                 MOVE ZERO TO WS-OPR-MDP-DATE
                 MOVE ZERO TO WS-OPR-NB-ECHECS
                 MOVE 'N'  TO WS-OPR-VERROU
                 MOVE 'MOT DE PASSE PROVISOIRE - CHANGEMENT AU SIGN-ON'
                    TO WS-MSG
              WHEN ACTION-AGENCE
                 MOVE WS-AGE-SAISI-N TO WS-OPR-AGENCE
                 MOVE 'AGENCE DE RATTACHEMENT MODIFIEE' TO WS-MSG
              WHEN ACTION-SIEGE
                 MOVE WS-SIE-SAISI TO WS-OPR-SIEGE
                 IF WS-SIE-SAISI = 'O'
                     MOVE 'ROLE DU SIEGE - TOUTES AGENCES' TO WS-MSG
                 ELSE
                     MOVE 'ACCES LIMITE A L AGENCE DE RATTACHEMENT'
                        TO WS-MSG
                 END-IF
           END-EVALUATE.
           EXEC CICS REWRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM EDITER-VALEURS
               IF ACTION-MDP
                   MOVE ' MDP' TO WS-VAL-MDP
               END-IF
               MOVE WS-VAL-PROFIL TO AOP-APRES
               PERFORM JOURNALISER-ADMIN
           ELSE
               MOVE 'ERREUR MISE A JOUR DU PROFIL' TO WS-MSG
           END-IF.
       EDITER-VALEURS.
           MOVE WS-OPR-NIVEAU TO WS-VAL-NIVEAU.
           MOVE WS-OPR-AGENCE TO WS-VAL-AGENCE.
           MOVE WS-OPR-STATUT TO WS-VAL-STATUT.
           MOVE WS-OPR-VERROU TO WS-VAL-VERROU.
           MOVE WS-OPR-SIEGE  TO WS-VAL-SIEGE.
           MOVE SPACES        TO WS-VAL-MDP.
      *----------------------------------------------------------------
      *    HABILITATION : LA SIGNATURE DEPOSEE PAR SIGNON EST RELUE    *
      *    DANS LA FILE TS DU TERMINAL. NIVEAU EXIGE ICI : 4.          *
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
              AND WS-SGN-NIVEAU >= 4
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
           MOVE 'OPRADM  ' TO SEC-PROG.
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
      *    TRACE DE LA MODIFICATION DANS LA PISTE FOPRAUDIT            *
      *----------------------------------------------------------------
       JOURNALISER-ADMIN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(AOP-DATE)
           END-EXEC.
           MOVE EIBTIME     TO AOP-HEURE.
           MOVE WS-SGN-OPER TO AOP-ADMIN.
           MOVE EIBTRMID    TO AOP-TERM.
           MOVE WS-OPR-CODE TO AOP-CIBLE.
           MOVE WS-ACTION   TO AOP-ACTION.
           EXEC CICS WRITE FILE('FOPRAUDIT')
               FROM(WS-OPRAUD-REC)
               LENGTH(LENGTH OF WS-OPRAUD-REC)
               RESP(WS-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND TEXT FROM(WS-MSG) LENGTH(60) ERASE END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
