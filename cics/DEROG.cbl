       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEROG.
      *****************************************************************
      * DEROGATION TEMPORAIRE AU CLOISONNEMENT PAR AGENCE : UN        *
      * OPERATEUR NE VOIT EN CONSULTATION ET EN MISE A JOUR QUE LES   *
      * CLIENTS DE SON AGENCE DE RATTACHEMENT (FOPERAT), SAUF ROLE DU *
      * SIEGE. LE SUPERVISEUR DE L'AGENCE DU CLIENT (NIVEAU 3, SIGNE, *
      * AGENCE FOPERAT = CODEAG-TCLT DU CLIENT DANS FCLT) PEUT        *
      * OUVRIR A UN OPERATEUR NOMME L'ACCES A CE SEUL CLIENT POUR UN  *
      * NOMBRE DE JOURS LIMITE (1 A 30, 1 PAR DEFAUT : LE JOUR MEME), *
      * AVEC UN MOTIF. LA DEROGATION EST ECRITE DANS DD-DEROG         *
      * (FICHIER FDEROG, CLE OPERATEUR + CLIENT) ; UNE DEROGATION     *
      * EXISTANTE POUR LE MEME COUPLE EST REMPLACEE (PROLONGATION OU  *
      * REDUCTION A UN SEUL JOUR).                                    *
      * LE SUPERVISEUR NE PEUT PAS S'ACCORDER DE DEROGATION ; LE      *
      * BENEFICIAIRE DOIT EXISTER ET NE PAS ETRE SUSPENDU. CHAQUE     *
      * DEROGATION (DRG) ET CHAQUE REFUS D'HABILITATION (REF) EST     *
      * JOURNALISE DANS FSECLOG, CIBLE = OPERATEUR BENEFICIAIRE.      *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPDERO.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-MSG          PIC X(60)  VALUE SPACES.
      *----PROFILS OPERATEURS (FOPERAT) : SUPERVISEUR ET BENEFICIAIRE--
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
       01  WS-SUP-AGENCE   PIC 9(7).
      *----CLIENTS (FCLT) : AGENCE DE RATTACHEMENT---------------------
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
      *----DEROGATIONS (DD-DEROG) : CLE OPERATEUR + CLIENT-------------
       01  WS-DRG-LEN      PIC S9(04) VALUE 85 COMP.
       01  WS-DRG-KLEN     PIC S9(03) VALUE 013 COMP.
       01  WS-DRG-KEY.
           05 WS-DRG-KOPER     PIC X(8).
           05 WS-DRG-KCLT      PIC 9(5).
       01  WS-DRG-DATA.
           05 WS-DRG-OPER      PIC X(8).
           05 WS-DRG-CLT       PIC 9(5).
           05 WS-DRG-DTDEB     PIC 9(8).
           05 WS-DRG-DTFIN     PIC 9(8).
           05 WS-DRG-SUPERV    PIC X(8).
           05 WS-DRG-DATE      PIC 9(8).
           05 WS-DRG-HEURE     PIC 9(6).
           05 WS-DRG-TERM      PIC X(4).
           05 WS-DRG-MOTIF     PIC X(30).
       01  WS-DRG-EXISTE   PIC X VALUE 'N'.
       01  WS-MSG-DRG.
           05 WS-MSG-DRG-LIB   PIC X(30).
           05 FILLER           PIC X(11) VALUE ' JUSQU AU '.
           05 WS-MSG-DRG-FIN   PIC 9(8).
           05 FILLER           PIC X(11) VALUE SPACES.
      *----SAISIE------------------------------------------------------
       01  WS-BEN-SAISI    PIC X(8).
       01  WS-CLT-SAISI    PIC 9(05) VALUE ZERO.
       01  WS-JRS-SAISI    PIC 9(02) VALUE ZERO.
       01  WS-MOTIF-SAISI  PIC X(30).
      *----ECHEANCE : DATE DU JOUR + (JOURS - 1) PAR DATEDECAL---------
       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-DATE-FIN     PIC 9(8).
       01  WS-NB-JOURS     PIC 9(2).
       01  WS-SIGNE-APRES  PIC X VALUE '+'.
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
      *----INSUFFISANTE, DRG = DEROGATION ACCORDEE---------------------
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
      * ETAPE 1 : SAISIE DU BENEFICIAIRE, DU CLIENT ET DE LA DUREE
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPDERO') MAPONLY FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPDERO')
           END-EXEC.
           MOVE DRGOPRI TO WS-BEN-SAISI.
           MOVE DRGCLTI TO WS-CLT-SAISI.
           MOVE DRGJRSI TO WS-JRS-SAISI.
           MOVE DRGMOTI TO WS-MOTIF-SAISI.
      * HABILITATION SUPERVISEUR (NIVEAU 3 EXIGE)
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'HABILITATION INSUFFISANTE - SUPERVISEUR' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-BEN-SAISI = SPACES OR WS-CLT-SAISI = ZERO
               MOVE 'SAISIR L OPERATEUR ET LE CLIENT' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-BEN-SAISI = WS-SGN-OPER
               MOVE 'DEROGATION A SOI-MEME INTERDITE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-JRS-SAISI = ZERO
               MOVE 1 TO WS-JRS-SAISI
           END-IF.
           IF WS-JRS-SAISI > 30
               MOVE 'DUREE LIMITEE A 30 JOURS' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-MOTIF-SAISI = SPACES
               MOVE 'MOTIF OBLIGATOIRE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 2 : LE SUPERVISEUR EST CELUI DE L'AGENCE DU CLIENT
           MOVE WS-SGN-OPER TO WS-OPR-KEY.
           PERFORM LIRE-OPERATEUR.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'PROFIL SUPERVISEUR INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-OPR-AGENCE TO WS-SUP-AGENCE.
           MOVE WS-CLT-SAISI TO WS-CLT-KEY.
           EXEC CICS READ FILE('FCLT')
               INTO(WS-CLT-DATA)
               LENGTH(WS-CLT-LEN)
               RIDFLD(WS-CLT-KEY)
               KEYLENGTH(WS-CLT-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'CLIENT INCONNU' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-CODEAG-TCLT NOT = WS-SUP-AGENCE
               MOVE 'REF' TO SEC-EVT
               MOVE WS-BEN-SAISI TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               MOVE 'CLIENT D UNE AUTRE AGENCE - DEROGATION REFUSEE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 3 : LE BENEFICIAIRE EXISTE ET N'EST PAS SUSPENDU
           MOVE WS-BEN-SAISI TO WS-OPR-KEY.
           PERFORM LIRE-OPERATEUR.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'OPERATEUR BENEFICIAIRE INCONNU' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-STATUT = 'S'
               MOVE 'OPERATEUR BENEFICIAIRE SUSPENDU' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * ETAPE 4 : ECRITURE (OU REMPLACEMENT) DE LA DEROGATION
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC.
           COMPUTE WS-NB-JOURS = WS-JRS-SAISI - 1.
           IF WS-NB-JOURS = ZERO
               MOVE WS-DATE-JOUR TO WS-DATE-FIN
           ELSE
               CALL 'DATEDECAL' USING WS-DATE-JOUR WS-SIGNE-APRES
                  WS-NB-JOURS WS-DATE-FIN
           END-IF.
           PERFORM ENREGISTRER-DEROGATION.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'DRG' TO SEC-EVT
               MOVE WS-BEN-SAISI TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
               MOVE WS-DATE-FIN TO WS-MSG-DRG-FIN
               IF WS-DRG-EXISTE = 'O'
                   MOVE 'DEROGATION REMPLACEE' TO WS-MSG-DRG-LIB
               ELSE
                   MOVE 'DEROGATION ENREGISTREE' TO WS-MSG-DRG-LIB
               END-IF
               MOVE WS-MSG-DRG TO WS-MSG
           ELSE
               MOVE 'ERREUR ECRITURE FDEROG' TO WS-MSG
           END-IF.
           PERFORM ENVOYER-ET-SORTIR.
       LIRE-OPERATEUR.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
      *----------------------------------------------------------------
      *    UNE SEULE DEROGATION PAR COUPLE OPERATEUR + CLIENT : SI     *
      *    ELLE EXISTE DEJA, ELLE EST REECRITE AVEC LA NOUVELLE        *
      *    PERIODE ET LE NOUVEAU SUPERVISEUR                           *
      *----------------------------------------------------------------
       ENREGISTRER-DEROGATION.
           MOVE 'N' TO WS-DRG-EXISTE.
           MOVE WS-BEN-SAISI TO WS-DRG-KOPER.
           MOVE WS-CLT-SAISI TO WS-DRG-KCLT.
           EXEC CICS READ FILE('FDEROG')
               INTO(WS-DRG-DATA)
               LENGTH(WS-DRG-LEN)
               RIDFLD(WS-DRG-KEY)
               KEYLENGTH(WS-DRG-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'O' TO WS-DRG-EXISTE
           END-IF.
           MOVE WS-BEN-SAISI   TO WS-DRG-OPER.
           MOVE WS-CLT-SAISI   TO WS-DRG-CLT.
           MOVE WS-DATE-JOUR   TO WS-DRG-DTDEB WS-DRG-DATE.
           MOVE WS-DATE-FIN    TO WS-DRG-DTFIN.
           MOVE WS-SGN-OPER    TO WS-DRG-SUPERV.
           MOVE EIBTIME        TO WS-DRG-HEURE.
           MOVE EIBTRMID       TO WS-DRG-TERM.
           MOVE WS-MOTIF-SAISI TO WS-DRG-MOTIF.
           IF WS-DRG-EXISTE = 'O'
               EXEC CICS REWRITE FILE('FDEROG')
                   FROM(WS-DRG-DATA)
                   LENGTH(WS-DRG-LEN)
                   RESP(WS-RESCODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('FDEROG')
                   FROM(WS-DRG-DATA)
                   LENGTH(WS-DRG-LEN)
                   RIDFLD(WS-DRG-KEY)
                   KEYLENGTH(WS-DRG-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
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
               MOVE WS-BEN-SAISI TO SEC-CIBLE
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
           MOVE 'DEROG   ' TO SEC-PROG.
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
