       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFFRE.
      *****************************************************************
      * COFFRE D'AGENCE : UN COFFRE PAR CODE AGENCE FAGENCE, DANS     *
      * DD-COFFRE (FICHIER FCOFFRE, CLE CODE AGENCE) : SOLDE ESPECES, *
      * MAXIMUM ASSURE ET MINIMUM DE FONCTIONNEMENT. LES CAISSES DES  *
      * GUICHETIERS Y SONT ALIMENTEES ET Y REVERSENT (VOIR CAISSE) ;  *
      * CETTE TRANSACTION SAISIT LES MOUVEMENTS DU TRANSPORTEUR DE    *
      * FONDS ET LES PLAFONDS :                                       *
      *   L : LIVRAISON DU TRANSPORTEUR (ENTREE AU COFFRE)            *
      *   C : COLLECTE PAR LE TRANSPORTEUR (SORTIE, DANS LA LIMITE DU *
      *       SOLDE)                                                  *
      *   S : SAISIE DES PLAFONDS MAXIMUM / MINIMUM (CREE LE COFFRE   *
      *       D'UNE AGENCE OUVERTE QUI N'EN A PAS ENCORE, SOLDE NUL)  *
      *   I : CONSULTATION DU SOLDE ET DES PLAFONDS                   *
      * LIVRAISONS ET COLLECTES EXIGENT LE NUMERO DU SAC SCELLE ET    *
      * SONT TRACEES DANS DD-COFMVT (FICHIER FCOFMVT, CLE AGENCE +    *
      * DATE + HEURE + TERMINAL) AVEC LE SOLDE APRES MOUVEMENT. UNE   *
      * LIVRAISON QUI PORTE LE COFFRE AU-DELA DU MAXIMUM ASSURE EST   *
      * ACCEPTEE (LES FONDS SONT LA) MAIS SIGNALEE.                   *
      * NIVEAU 3 POUR L, C ET S, NIVEAU 1 POUR LA CONSULTATION.       *
      * L'AGENCE PAR DEFAUT EST CELLE DE L'OPERATEUR (FOPERAT) ; SEUL *
      * UN OPERATEUR DU SIEGE PEUT EN SAISIR UNE AUTRE (REFUS         *
      * JOURNALISE AGE DANS FSECLOG). LA POSITION JOURNALIERE ET LES  *
      * COMMANDES DE FONDS SONT PRODUITES PAR LE BATCH COFPOS.        *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPCOFF.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-MSG          PIC X(60)  VALUE SPACES.
      *----SAISIE------------------------------------------------------
       01  WS-ACTION       PIC X VALUE SPACE.
           88 ACTION-LIVRAISON   VALUE 'L'.
           88 ACTION-COLLECTE    VALUE 'C'.
           88 ACTION-PLAFONDS    VALUE 'S'.
           88 ACTION-CONSULTER   VALUE 'I'.
           88 ACTION-VALIDE      VALUE 'L' 'C' 'S' 'I'.
       01  WS-AGE-SAISI    PIC X(7).
       01  WS-AGE-SAISI-N REDEFINES WS-AGE-SAISI PIC 9(7).
       01  WS-MONTANT      PIC 9(9)V9(2) VALUE ZERO.
       01  WS-SCELLE       PIC X(12).
       01  WS-MAX-SAISI    PIC 9(11)V9(2) VALUE ZERO.
       01  WS-MIN-SAISI    PIC 9(11)V9(2) VALUE ZERO.
      *----PROFIL DE L'OPERATEUR (FOPERAT) : AGENCE ET ROLE SIEGE------
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
      *----AGENCES (FAGENCE) : CREATION D'UN COFFRE--------------------
       01  WS-AG-LEN       PIC S9(04) VALUE 46 COMP.
       01  WS-AG-KLEN      PIC S9(03) VALUE 007 COMP.
       01  WS-AG-KEY       PIC 9(07).
       01  WS-AG-DATA.
           05 WS-CODE-TAG    PIC 9(7).
           05 WS-LIBELLE-TAG PIC X(30).
           05 WS-STATUT-TAG  PIC X.
           05 WS-DTSTAT-TAG  PIC 9(8).
      *----COFFRE DE L'AGENCE (FICHIER FCOFFRE)------------------------
       01  WS-COF-LEN      PIC S9(04) VALUE 60 COMP.
       01  WS-COF-KLEN     PIC S9(03) VALUE 007 COMP.
       01  WS-COF-DATA.
           05 WS-COF-AGENCE   PIC 9(7).
           05 WS-COF-SOLDE    PIC 9(11)V9(2).
           05 WS-COF-MAX      PIC 9(11)V9(2).
           05 WS-COF-MIN      PIC 9(11)V9(2).
           05 WS-COF-DTMAJ    PIC 9(8).
           05 WS-COF-HRMAJ    PIC 9(6).
      *----MOUVEMENT DU COFFRE (FICHIER FCOFMVT) : L = LIVRAISON, -----
      *----C = COLLECTE DU TRANSPORTEUR--------------------------------
       01  WS-CMV-LEN      PIC S9(04) VALUE 70 COMP.
       01  WS-CMV-KLEN     PIC S9(03) VALUE 025 COMP.
       01  WS-CMV-DATA.
           05 WS-CMV-CLE.
              10 WS-CMV-AGENCE PIC 9(7).
              10 WS-CMV-DATE   PIC 9(8).
              10 WS-CMV-HEURE  PIC 9(6).
              10 WS-CMV-TERM   PIC X(4).
           05 WS-CMV-NATURE   PIC X.
           05 WS-CMV-MONTANT  PIC 9(9)V9(2).
           05 WS-CMV-OPER     PIC X(8).
           05 WS-CMV-SCELLE   PIC X(12).
           05 WS-CMV-SOLDE    PIC 9(11)V9(2).
       01  WS-DTJOUR       PIC 9(8).
       01  WS-HEURE        PIC 9(7).
      *----RESTITUTION DU COFFRE---------------------------------------
       01  WS-MSG-COF.
           05 FILLER           PIC X(6)  VALUE 'SOLDE '.
           05 WS-MSG-SOLDE     PIC Z(10)9.99.
           05 FILLER           PIC X(5)  VALUE ' MAX '.
           05 WS-MSG-MAX       PIC Z(10)9.
           05 FILLER           PIC X(5)  VALUE ' MIN '.
           05 WS-MSG-MIN       PIC Z(10)9.
           05 WS-MSG-ALERTE    PIC X(8)  VALUE SPACES.
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
       01  WS-NIV-EXIGE    PIC 9 VALUE 3.
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
      *----INSUFFISANTE, AGE = AGENCE HORS PERIMETRE-------------------
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
      * ETAPE 1 : SAISIE DE L'ACTION, DE L'AGENCE ET DU MOUVEMENT
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPCOFF') MAPONLY FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPCOFF')
           END-EXEC.
           MOVE COFACTI TO WS-ACTION.
           MOVE COFAGCI TO WS-AGE-SAISI.
           MOVE COFMTI  TO WS-MONTANT.
           MOVE COFSCLI TO WS-SCELLE.
           MOVE COFMAXI TO WS-MAX-SAISI.
           MOVE COFMINI TO WS-MIN-SAISI.
           IF NOT ACTION-VALIDE
               MOVE 'ACTION L, C, S OU I ATTENDUE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * HABILITATION : NIVEAU 3 SAUF CONSULTATION (NIVEAU 1)
           IF ACTION-CONSULTER
               MOVE 1 TO WS-NIV-EXIGE
           END-IF.
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'HABILITATION INSUFFISANTE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 2 : AGENCE DE L'OPERATEUR, OU AGENCE SAISIE PAR LE SIEGE
           MOVE WS-SGN-OPER TO WS-OPR-KEY.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'PROFIL OPERATEUR INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-AGE-SAISI = SPACES OR WS-AGE-SAISI = LOW-VALUES
               MOVE WS-OPR-AGENCE TO WS-AGE-SAISI-N
           END-IF.
           IF WS-AGE-SAISI IS NOT NUMERIC
               MOVE 'CODE AGENCE NUMERIQUE (7 CHIFFRES) ATTENDU'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-AGE-SAISI-N NOT = WS-OPR-AGENCE
              AND WS-OPR-SIEGE NOT = 'O'
               MOVE 'AGE' TO SEC-EVT
               MOVE WS-AGE-SAISI TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               MOVE 'COFFRE D UNE AUTRE AGENCE - ACCES REFUSE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-AGE-SAISI-N TO WS-COF-AGENCE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DTJOUR)
           END-EXEC.
      * ETAPE 3 : TRAITEMENT DE L'ACTION
           EVALUATE TRUE
               WHEN ACTION-CONSULTER
                   PERFORM CONSULTER-COFFRE
               WHEN ACTION-PLAFONDS
                   PERFORM FIXER-PLAFONDS
               WHEN OTHER
                   PERFORM MOUVEMENT-TRANSPORTEUR
           END-EVALUATE.
           PERFORM ENVOYER-ET-SORTIR.
       CONSULTER-COFFRE.
           EXEC CICS READ FILE('FCOFFRE')
               INTO(WS-COF-DATA)
               LENGTH(WS-COF-LEN)
               RIDFLD(WS-COF-AGENCE)
               KEYLENGTH(WS-COF-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM RESTITUER-COFFRE
           ELSE
               MOVE 'PAS DE COFFRE POUR CETTE AGENCE' TO WS-MSG
           END-IF.
      *----------------------------------------------------------------
      *    PLAFONDS : MAXIMUM ASSURE OBLIGATOIRE ET AU MOINS EGAL AU   *
      *    MINIMUM. LE COFFRE D'UNE AGENCE OUVERTE QUI N'EN A PAS      *
      *    ENCORE EST CREE A SOLDE NUL (LES FONDS ARRIVENT PAR UNE     *
      *    LIVRAISON DU TRANSPORTEUR)                                  *
      *----------------------------------------------------------------
       FIXER-PLAFONDS.
           IF WS-MAX-SAISI = ZERO OR WS-MAX-SAISI < WS-MIN-SAISI
               MOVE 'MAXIMUM OBLIGATOIRE ET SUPERIEUR AU MINIMUM'
                  TO WS-MSG
           ELSE
               EXEC CICS READ FILE('FCOFFRE')
                   INTO(WS-COF-DATA)
                   LENGTH(WS-COF-LEN)
                   RIDFLD(WS-COF-AGENCE)
                   KEYLENGTH(WS-COF-KLEN)
                   UPDATE
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE = DFHRESP(NORMAL)
                   PERFORM REECRIRE-PLAFONDS
               ELSE
                   PERFORM CREER-COFFRE
               END-IF
           END-IF.
       REECRIRE-PLAFONDS.
           MOVE WS-MAX-SAISI TO WS-COF-MAX.
           MOVE WS-MIN-SAISI TO WS-COF-MIN.
           MOVE WS-DTJOUR    TO WS-COF-DTMAJ.
           MOVE EIBTIME      TO WS-HEURE.
           MOVE WS-HEURE     TO WS-COF-HRMAJ.
           EXEC CICS REWRITE FILE('FCOFFRE')
               FROM(WS-COF-DATA)
               LENGTH(WS-COF-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM RESTITUER-COFFRE
           ELSE
               MOVE 'ERREUR MISE A JOUR FCOFFRE' TO WS-MSG
           END-IF.
       CREER-COFFRE.
           MOVE WS-COF-AGENCE TO WS-AG-KEY.
           EXEC CICS READ FILE('FAGENCE')
               INTO(WS-AG-DATA)
               LENGTH(WS-AG-LEN)
               RIDFLD(WS-AG-KEY)
               KEYLENGTH(WS-AG-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'AGENCE INCONNUE' TO WS-MSG
           ELSE
               IF WS-STATUT-TAG NOT = 'O'
                   MOVE 'AGENCE NON OUVERTE' TO WS-MSG
               ELSE
                   PERFORM ECRIRE-COFFRE
               END-IF
           END-IF.
       ECRIRE-COFFRE.
           MOVE ZERO         TO WS-COF-SOLDE.
           MOVE WS-MAX-SAISI TO WS-COF-MAX.
           MOVE WS-MIN-SAISI TO WS-COF-MIN.
           MOVE WS-DTJOUR    TO WS-COF-DTMAJ.
           MOVE EIBTIME      TO WS-HEURE.
           MOVE WS-HEURE     TO WS-COF-HRMAJ.
           EXEC CICS WRITE FILE('FCOFFRE')
               FROM(WS-COF-DATA)
               LENGTH(WS-COF-LEN)
               RIDFLD(WS-COF-AGENCE)
               KEYLENGTH(WS-COF-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM RESTITUER-COFFRE
           ELSE
               MOVE 'ERREUR CREATION FCOFFRE' TO WS-MSG
           END-IF.
      *----------------------------------------------------------------
      *    LIVRAISON / COLLECTE DU TRANSPORTEUR : SAC SCELLE           *
      *    OBLIGATOIRE, COLLECTE LIMITEE AU SOLDE DU COFFRE            *
      *----------------------------------------------------------------
       MOUVEMENT-TRANSPORTEUR.
           IF WS-MONTANT = ZERO OR WS-SCELLE = SPACES
               MOVE 'MONTANT ET NUMERO DE SCELLE OBLIGATOIRES' TO WS-MSG
           ELSE
               EXEC CICS READ FILE('FCOFFRE')
                   INTO(WS-COF-DATA)
                   LENGTH(WS-COF-LEN)
                   RIDFLD(WS-COF-AGENCE)
                   KEYLENGTH(WS-COF-KLEN)
                   UPDATE
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                   MOVE 'PAS DE COFFRE POUR CETTE AGENCE' TO WS-MSG
               ELSE
                   IF ACTION-COLLECTE AND WS-MONTANT > WS-COF-SOLDE
                       EXEC CICS UNLOCK FILE('FCOFFRE') END-EXEC
                       MOVE 'COLLECTE SUPERIEURE AU SOLDE DU COFFRE'
                          TO WS-MSG
                   ELSE
                       PERFORM MOUVEMENTER-COFFRE
                   END-IF
               END-IF
           END-IF.
       MOUVEMENTER-COFFRE.
           IF ACTION-LIVRAISON
               ADD WS-MONTANT TO WS-COF-SOLDE
           ELSE
               SUBTRACT WS-MONTANT FROM WS-COF-SOLDE
           END-IF.
           MOVE EIBTIME      TO WS-HEURE.
           MOVE WS-DTJOUR    TO WS-COF-DTMAJ.
           MOVE WS-HEURE     TO WS-COF-HRMAJ.
           EXEC CICS REWRITE FILE('FCOFFRE')
               FROM(WS-COF-DATA)
               LENGTH(WS-COF-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'ERREUR MISE A JOUR FCOFFRE' TO WS-MSG
           ELSE
               MOVE WS-COF-AGENCE TO WS-CMV-AGENCE
               MOVE WS-DTJOUR     TO WS-CMV-DATE
               MOVE WS-HEURE      TO WS-CMV-HEURE
               MOVE EIBTRMID      TO WS-CMV-TERM
               MOVE WS-ACTION     TO WS-CMV-NATURE
               MOVE WS-MONTANT    TO WS-CMV-MONTANT
               MOVE WS-SGN-OPER   TO WS-CMV-OPER
               MOVE WS-SCELLE     TO WS-CMV-SCELLE
               MOVE WS-COF-SOLDE  TO WS-CMV-SOLDE
               EXEC CICS WRITE FILE('FCOFMVT')
                   FROM(WS-CMV-DATA)
                   LENGTH(WS-CMV-LEN)
                   RIDFLD(WS-CMV-CLE)
                   KEYLENGTH(WS-CMV-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
               PERFORM RESTITUER-COFFRE
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                   MOVE 'MOUVEMENT ENREGISTRE - ERREUR JOURNAL COFFRE'
                      TO WS-MSG
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    SOLDE ET PLAFONDS RESTITUES ; POSITION HORS PLAFONDS        *
      *    SIGNALEE (COMMANDE DE FONDS A PREVOIR, VOIR COFPOS)         *
      *----------------------------------------------------------------
       RESTITUER-COFFRE.
           MOVE WS-COF-SOLDE TO WS-MSG-SOLDE COFSLDO.
           MOVE WS-COF-MAX   TO WS-MSG-MAX COFMAXO.
           MOVE WS-COF-MIN   TO WS-MSG-MIN COFMINO.
           MOVE SPACES TO WS-MSG-ALERTE.
           IF WS-COF-SOLDE > WS-COF-MAX
               MOVE ' >MAXI' TO WS-MSG-ALERTE
           END-IF.
           IF WS-COF-SOLDE < WS-COF-MIN
               MOVE ' <MINI' TO WS-MSG-ALERTE
           END-IF.
           MOVE WS-MSG-COF TO WS-MSG.
      *----------------------------------------------------------------
      *    HABILITATION : LA SIGNATURE DEPOSEE PAR SIGNON EST RELUE    *
      *    DANS LA FILE TS DU TERMINAL. NIVEAU EXIGE : WS-NIV-EXIGE.   *
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
              AND WS-SGN-NIVEAU >= WS-NIV-EXIGE
               MOVE 'O' TO WS-SGN-OK
           ELSE
      *----MEME SANS SIGN-ON, LA TENTATIVE REFUSEE EST JOURNALISEE-----
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                  AND WS-SGN-EXPIRE = 'N'
                   MOVE 'NOSIGNON' TO WS-SGN-OPER
               END-IF
               MOVE WS-AGE-SAISI TO SEC-CIBLE
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
           MOVE 'COFFRE  ' TO SEC-PROG.
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
