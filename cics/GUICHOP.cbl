      * SAISIE GUICHET DES OPERATIONS DE LA JOURNEE : JUSQU'ICI TOUT  *
      * CE QUE LES GUICHETIERS ENCAISSAIENT ETAIT RESSAISI AU BACK-   *
      * OFFICE DANS LE BUFFER SUIVANT. LA TRANSACTION ENREGISTRE      *
      * VERSEMENTS ('V'), RETRAITS ('R'), VIREMENTS INTERNES ('T')   *
      * ET REMISES DE CHEQUES ('C' : UNE SAISIE PAR CHEQUE DU         *
      * BORDEREAU, AVEC BANQUE TIREE ET NUMERO DU CHEQUE)             *
      * DANS LE FICHIER DE JOURNEE FGUIJOUR (CLE DATE + HEURE +       *
      * TERMINAL), AVEC LE CODE DE L'OPERATEUR SIGNE (FILE TS DE      *
      * SIGNON). EN FIN DE JOURNEE, LE BATCH GUIBUF CONVERTIT CE      *
      * FICHIER EN LOT AS-BUFFER COMPLEMENTAIRE QUE PG15CH08 CHARGE   *
      * SANS MODIFICATION.                                            *
      * RETRAITS ET VIREMENTS SONT SOUMIS A UN CONTROLE DE PROVISION  *
      * EN TEMPS REEL : DISPONIBLE DU JOUR = DERNIER SOLDE FRIB, PLUS *
      * LES VERSEMENTS ET VIREMENTS RECUS, MOINS LES RETRAITS ET      *
      * VIREMENTS EMIS DEJA SAISIS CE JOUR SUR LE COMPTE (FGUIJOUR ;  *
      * LES REMISES DE CHEQUES, NON ENCAISSEES, NE COMPTENT PAS),     *
      * MOINS LES BLOCAGES ACTIFS (DD-BLOCAGE, CHEMIN FBLOCAIX). LE   *
      * COMPTE DEBITE D'UN VIREMENT EST CELUI QUE RETIENT PG15CH08 :  *
      * LE PREMIER COMPTE NI CLOTURE NI GELE DU CLIENT DEBITE. AUCUN  *
      * COMPTE CLOTURE OU GELE PAR DECES N'EST DEBITE. UN DEBIT QUI   *
      * DEPASSE LE DECOUVERT AUTORISE (DECOUV-TRIB) EST REFUSE, SAUF  *
      * VISA D'UN SUPERVISEUR DE NIVEAU 3 (AUTRE QUE LE GUICHETIER)   *
      * SAISI SUR LE POSTE : SON CODE ET SON MOT DE PASSE SONT        *
      * CONTROLES COMME AU SIGN-ON (ECHECS COMPTES ET JOURNALISES     *
      * DANS FSECLOG) ET SON CODE EST PORTE SUR L'OPERATION (GUI-VISA)*
      * LE CLIENT DE L'OPERATION DOIT ETRE DE L'AGENCE DU GUICHETIER  *
      * (FOPERAT), SAUF ROLE DU SIEGE OU DEROGATION EN COURS ACCORDEE *
      * PAR LE SUPERVISEUR DE L'AGENCE DU CLIENT (TRANSACTION DEROG) ;*
      * LE REFUS EST TRACE DANS FSECLOG (EVENEMENT AGE).              *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPGUIC.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-TS-RESCODE   PIC S9(08) COMP.
       01  WS-GUI-LEN      PIC S9(04) VALUE 96 COMP.
       01  WS-GUI-KLEN     PIC S9(03) VALUE 018 COMP.

      *----FILE TS DU TERMINAL (SIGNON) : OPERATEUR SIGNE--------------
       01  WS-SIGNON-REC.
           05 WS-SGN-OPER   PIC X(8).
           05 WS-SGN-NIVEAU PIC 9.
           05 WS-SGN-DERDATE PIC 9(8).
           05 WS-SGN-DERHEURE.
              10 WS-SGN-DERHH PIC 9(2).
              10 WS-SGN-DERMN PIC 9(2).
              10 WS-SGN-DERSS PIC 9(2).
       01  WS-TS-LEN       PIC S9(04) VALUE 23 COMP.
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
       01  WS-ABSTIME      PIC S9(15) COMP-3.

      *----OPERATION DE LA JOURNEE (FICHIER FGUIJOUR)------------------
           05 WS-GUI-CLTCRE   PIC 9(5).
           05 WS-GUI-MONT     PIC 9(9)V9(2).
           05 WS-GUI-OPER     PIC X(8).
      *----REMISE DE CHEQUES ('C') SEULEMENT---------------------------
           05 WS-GUI-BQE      PIC X(10).
           05 WS-GUI-NUMCHQ   PIC 9(7).
      *----SUPERVISEUR AYANT VISE UN DEBIT SANS PROVISION--------------
           05 WS-GUI-VISA     PIC X(8).

       01  WS-HEURE        PIC 9(7) VALUE ZERO.

      *----OPERATIONS DEJA SAISIES CE JOUR (PARCOURS DE FGUIJOUR)------
       01  WS-JOU-RESCODE  PIC S9(08) COMP.
       01  WS-JOU-KEY.
           05 WS-JOU-KDATE    PIC 9(8).
           05 WS-JOU-KHEURE   PIC 9(6).
           05 WS-JOU-KTERM    PIC X(4).
       01  WS-JOU-DATA.
           05 WS-JOU-CLE      PIC X(18).
           05 WS-JOU-NATURE   PIC X.
           05 WS-JOU-CLT      PIC 9(5).
           05 WS-JOU-CPTE     PIC X(23).
           05 WS-JOU-CLTCRE   PIC 9(5).
           05 WS-JOU-MONT     PIC 9(9)V9(2).
           05 FILLER          PIC X(33).
      *----COMPTE DEBITE (FRIB) ET COMPTE DE VIREMENT DU CLIENT--------
       01  WS-RIB-LEN      PIC S9(04) VALUE 61 COMP.
       01  WS-RIB-KLEN     PIC S9(03) VALUE 023 COMP.
       01  WS-RIB-KEY      PIC X(23).
       01  WS-RIA-KLEN     PIC S9(03) VALUE 005 COMP.
       01  WS-RIA-KEY      PIC 9(05).
       01  WS-RIA-RESCODE  PIC S9(08) COMP.
       01  WS-RIB-DATA.
           05 WS-CLT-TRIB    PIC 9(5).
           05 WS-CPTE-TRIB   PIC X(23).
           05 WS-DATE-TRIB   PIC 9(8).
           05 WS-SOLDE-TRIB  PIC 9(9)V9(2).
           05 WS-SENS-TRIB   PIC X.
           05 WS-DECOUV-TRIB PIC 9(7)V9(2).
           05 WS-ETAT-TRIB   PIC X.
           05 WS-DEV-TRIB    PIC X(3).
       01  WS-RIA-DATA.
           05 WS-RIA-CLT     PIC 9(5).
           05 WS-RIA-CPTE    PIC X(23).
           05 FILLER         PIC X(29).
           05 WS-RIA-ETAT    PIC X.
           05 FILLER         PIC X(3).
       01  WS-CPTE-VIR     PIC X(23) VALUE SPACES.
      *----BLOCAGES DE FONDS (DD-BLOCAGE, CHEMIN SECONDAIRE FBLOCAIX)--
       01  WS-BLO-LEN      PIC S9(04) VALUE 66 COMP.
       01  WS-BLO-KLEN     PIC S9(03) VALUE 023 COMP.
       01  WS-BLO-KEY      PIC X(23).
       01  WS-BLO-RESCODE  PIC S9(08) COMP.
       01  WS-BLO-DATA.
           05 WS-BLO-NUM     PIC 9(5).
           05 WS-BLO-CPTE    PIC X(23).
           05 WS-BLO-MONT    PIC 9(9)V9(2).
           05 WS-BLO-DTEXP   PIC 9(8).
           05 WS-BLO-MOTIF   PIC X(18).
           05 WS-BLO-STATUT  PIC X.
      *----DISPONIBLE DU JOUR ET DECISION------------------------------
       01  WS-MT-BLOQUE    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-JOUR      PIC S9(9)V9(2) VALUE ZERO.
       01  WS-DISPONIBLE   PIC S9(9)V9(2) VALUE ZERO.
       01  WS-PROVISION    PIC X VALUE 'O'.
       01  WS-MSG-PROV.
           05 FILLER         PIC X(29)
              VALUE 'PROVISION INSUFFISANTE, DISPO'.
           05 WS-DISPO-ED    PIC -(9)9.99.
           05 FILLER         PIC X(16) VALUE ' - VISA NIVEAU 3'.
      *----VISA SUPERVISEUR : PROFIL FOPERAT (VOIR SIGNON)-------------
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
       01  WS-MDP          PIC X(8).
       01  WS-EMPREINTE    PIC 9(10).
       01  WS-NB-ECHECS-MAX PIC 9 VALUE 3.
      *----JOURNAL DE SECURITE (FSECLOG) : ECH / VER / BLQ / SUS / INC-
      *----COMME AU SIGN-ON, REF = VISEUR DE NIVEAU INSUFFISANT--------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).
      *----CLOISONNEMENT PAR AGENCE : AGENCE ET INDICATEUR SIEGE DE----
      *----L'OPERATEUR SIGNE (FOPERAT), AGENCE DU CLIENT (FCLT) ET-----
      *----DEROGATION TEMPORAIRE ACCORDEE PAR DEROG (FDEROG)-----------
       01  WS-HAB-OPR-LEN  PIC S9(04) VALUE 58 COMP.
       01  WS-HAB-OPR-KLEN PIC S9(03) VALUE 008 COMP.
       01  WS-HAB-OPR-KEY  PIC X(8).
       01  WS-HAB-OPR-DATA.
           05 FILLER           PIC X(49).
           05 WS-HAB-AGENCE    PIC 9(7).
           05 FILLER           PIC X.
           05 WS-HAB-SIEGE     PIC X.
       01  WS-HAB-CLT-LEN  PIC S9(04) VALUE 56 COMP.
       01  WS-HAB-CLT-KLEN PIC S9(03) VALUE 005 COMP.
       01  WS-HAB-CLT-DATA.
           05 FILLER           PIC X(45).
           05 WS-HAB-CODEAG    PIC 9(7).
           05 FILLER           PIC X(4).
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
           05 FILLER           PIC X(56).
       01  WS-AGC-CLT      PIC 9(05).
       01  WS-AGC-DATE     PIC 9(8).
       01  WS-AGC-OK       PIC X VALUE 'N'.
       01  WS-AGC-RESCODE  PIC S9(08) COMP.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * --- 1. OPERATEUR SIGNE (FILE TS DE SIGNON) ---
               ITEM(1)
               RESP(WS-TS-RESCODE)
           END-EXEC.
           IF WS-TS-RESCODE = DFHRESP(NORMAL)
               PERFORM CONTROLER-INACTIVITE
           END-IF.
           IF WS-TS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND MAP('MAP1')
                   MAPSET('MAPGUIC') MAPONLY FREEKB ERASE
           MOVE GUICPTI TO WS-GUI-CPTE.
           MOVE GUICREI TO WS-GUI-CLTCRE.
           MOVE GUIMTI  TO WS-GUI-MONT.
           MOVE SPACES  TO WS-GUI-BQE.
           MOVE ZERO    TO WS-GUI-NUMCHQ.
           IF WS-GUI-NATURE = 'C'
               MOVE GUIBQEI TO WS-GUI-BQE
               MOVE GUINCHI TO WS-GUI-NUMCHQ
           END-IF.
           IF WS-GUI-NATURE NOT = 'V' AND WS-GUI-NATURE NOT = 'R'
              AND WS-GUI-NATURE NOT = 'T' AND WS-GUI-NATURE NOT = 'C'
               MOVE 'NATURE INVALIDE (V/R/T/C)' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-GUI-MONT NOT > ZERO
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-GUI-NATURE = 'C'
              AND (WS-GUI-BQE = SPACES OR WS-GUI-NUMCHQ = ZERO)
               MOVE 'BANQUE TIREE ET NUMERO DE CHEQUE OBLIGATOIRES'
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----LE CLIENT DE L'OPERATION DOIT ETRE DE L'AGENCE DU-----------
      *----GUICHETIER (SAUF SIEGE OU DEROGATION EN COURS)--------------
           MOVE WS-GUI-CLT TO WS-AGC-CLT.
           PERFORM CONTROLER-AGENCE.
           IF WS-AGC-OK = 'N'
               MOVE 'CLIENT HORS DE VOTRE AGENCE - OPERATION REFUSEE'
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----DATE EN AAAAMMJJ (FORMATTIME) : LE COTE BATCH (GUIBUF)------
      *----COMPARE GUI-DATE A UNE DATE CALENDAIRE, PAS AU JULIEN EIB---
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-GUI-DATE)
           END-EXEC.
      * --- 3. PROVISION DES DEBITS (RETRAIT, VIREMENT) ---
           MOVE SPACES TO WS-GUI-VISA.
           IF WS-GUI-NATURE = 'R' OR WS-GUI-NATURE = 'T'
               PERFORM CONTROLER-PROVISION
               IF WS-PROVISION = 'N'
                   PERFORM DEMANDER-VISA
               END-IF
           END-IF.
      * --- 4. ECRITURE AU FICHIER DE JOURNEE ---
           MOVE EIBTIME TO WS-HEURE.
           MOVE WS-HEURE TO WS-GUI-HEURE.
           MOVE EIBTRMID TO WS-GUI-TERM.
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               IF WS-GUI-VISA = SPACES
                   MOVE 'OPERATION ENREGISTREE POUR LA CHAINE DE NUIT'
                      TO GUIMSGO
               ELSE
                   MOVE 'OPERATION ENREGISTREE SUR VISA SUPERVISEUR'
                      TO GUIMSGO
               END-IF
           ELSE
               MOVE 'ERREUR ECRITURE FGUIJOUR' TO GUIMSGO
           END-IF.
           PERFORM ENVOYER-ET-SORTIR.
      *----------------------------------------------------------------
      *    DISPONIBLE DU JOUR DU COMPTE DEBITE : RETRAIT = COMPTE      *
      *    SAISI, VIREMENT = COMPTE DE VIREMENT DU CLIENT DEBITE       *
      *----------------------------------------------------------------
       CONTROLER-PROVISION.
           MOVE 'O' TO WS-PROVISION.
           IF WS-GUI-NATURE = 'T'
               MOVE WS-GUI-CLT TO WS-RIA-KEY
               PERFORM CHERCHER-CPTE-VIR
               IF WS-CPTE-VIR = SPACES
                   MOVE 'AUCUN COMPTE OUVERT POUR LE CLIENT DEBITE'
                      TO GUIMSGO
                   PERFORM ENVOYER-ET-SORTIR
               END-IF
               MOVE WS-CPTE-VIR TO WS-GUI-CPTE
           END-IF.
           MOVE WS-GUI-CPTE TO WS-RIB-KEY.
           EXEC CICS READ FILE('FRIB')
               INTO(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIB-KEY)
               KEYLENGTH(WS-RIB-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'COMPTE INCONNU - DEBIT REFUSE' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----COMPTE CLOTURE OU GELE PAR DECES : AUCUN DEBIT AU GUICHET---
           IF WS-ETAT-TRIB = 'G' OR WS-ETAT-TRIB = 'F'
               MOVE 'COMPTE GELE/CLOTURE - DEBIT REFUSE' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----LES VIREMENTS RECUS ARRIVENT SUR LE COMPTE DE VIREMENT------
           IF WS-GUI-NATURE = 'R'
               MOVE WS-CLT-TRIB TO WS-RIA-KEY
               PERFORM CHERCHER-CPTE-VIR
           END-IF.
           IF WS-SENS-TRIB = 'D'
               COMPUTE WS-DISPONIBLE = WS-SOLDE-TRIB * -1
           ELSE
               MOVE WS-SOLDE-TRIB TO WS-DISPONIBLE
           END-IF.
           PERFORM CUMULER-JOURNEE.
           PERFORM CUMULER-BLOCAGES.
           COMPUTE WS-DISPONIBLE = WS-DISPONIBLE + WS-MT-JOUR
              - WS-MT-BLOQUE.
           IF WS-DISPONIBLE - WS-GUI-MONT + WS-DECOUV-TRIB < ZERO
               MOVE 'N' TO WS-PROVISION
           END-IF.
      *----------------------------------------------------------------
      *    COMPTE DE VIREMENT D'UN CLIENT : PREMIER COMPTE NI CLOTURE  *
      *    NI GELE (CHEMIN FRIBAIX), COMME LE CHARGEMENT PG15CH08      *
      *----------------------------------------------------------------
       CHERCHER-CPTE-VIR.
           MOVE SPACES TO WS-CPTE-VIR.
           EXEC CICS STARTBR FILE('FRIBAIX')
               RIDFLD(WS-RIA-KEY)
               KEYLENGTH(WS-RIA-KLEN)
               GTEQ
               RESP(WS-RIA-RESCODE)
           END-EXEC.
           IF WS-RIA-RESCODE = DFHRESP(NORMAL)
               PERFORM LIRE-CPTE-CLIENT
                  UNTIL WS-RIA-RESCODE NOT = DFHRESP(NORMAL)
                     OR WS-CPTE-VIR NOT = SPACES
               EXEC CICS ENDBR FILE('FRIBAIX') END-EXEC
           END-IF.
       LIRE-CPTE-CLIENT.
           EXEC CICS READNEXT FILE('FRIBAIX')
               INTO(WS-RIA-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIA-KEY)
               KEYLENGTH(WS-RIA-KLEN)
               RESP(WS-RIA-RESCODE)
           END-EXEC.
           IF WS-RIA-RESCODE = DFHRESP(DUPKEY)
               MOVE DFHRESP(NORMAL) TO WS-RIA-RESCODE
           END-IF.
           IF WS-RIA-RESCODE = DFHRESP(NORMAL)
               IF WS-RIA-CLT NOT = WS-RIA-KEY
                   MOVE DFHRESP(ENDFILE) TO WS-RIA-RESCODE
               ELSE
                   IF WS-RIA-ETAT NOT = 'F' AND WS-RIA-ETAT NOT = 'G'
                       MOVE WS-RIA-CPTE TO WS-CPTE-VIR
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    OPERATIONS DU JOUR DEJA SAISIES SUR LE COMPTE (TOUS         *
      *    GUICHETS) : VERSEMENTS ET VIREMENTS RECUS EN PLUS,          *
      *    RETRAITS ET VIREMENTS EMIS EN MOINS                         *
      *----------------------------------------------------------------
       CUMULER-JOURNEE.
           MOVE ZERO TO WS-MT-JOUR.
           MOVE WS-GUI-DATE TO WS-JOU-KDATE.
           MOVE ZERO        TO WS-JOU-KHEURE.
           MOVE LOW-VALUES  TO WS-JOU-KTERM.
           EXEC CICS STARTBR FILE('FGUIJOUR')
               RIDFLD(WS-JOU-KEY)
               KEYLENGTH(WS-GUI-KLEN)
               GTEQ
               RESP(WS-JOU-RESCODE)
           END-EXEC.
           IF WS-JOU-RESCODE = DFHRESP(NORMAL)
               PERFORM CUMULER-UNE-OPERATION
                  UNTIL WS-JOU-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FGUIJOUR') END-EXEC
           END-IF.
       CUMULER-UNE-OPERATION.
           EXEC CICS READNEXT FILE('FGUIJOUR')
               INTO(WS-JOU-DATA)
               LENGTH(WS-GUI-LEN)
               RIDFLD(WS-JOU-KEY)
               KEYLENGTH(WS-GUI-KLEN)
               RESP(WS-JOU-RESCODE)
           END-EXEC.
           IF WS-JOU-RESCODE = DFHRESP(NORMAL)
               IF WS-JOU-KDATE NOT = WS-GUI-DATE
                   MOVE DFHRESP(ENDFILE) TO WS-JOU-RESCODE
               ELSE
                   PERFORM IMPUTER-OPERATION
               END-IF
           END-IF.
       IMPUTER-OPERATION.
           IF WS-JOU-CPTE = WS-GUI-CPTE
               IF WS-JOU-NATURE = 'V'
                   ADD WS-JOU-MONT TO WS-MT-JOUR
               END-IF
               IF WS-JOU-NATURE = 'R' OR WS-JOU-NATURE = 'T'
                   SUBTRACT WS-JOU-MONT FROM WS-MT-JOUR
               END-IF
           END-IF.
           IF WS-JOU-NATURE = 'T'
              AND WS-JOU-CLTCRE = WS-CLT-TRIB
              AND WS-CPTE-VIR = WS-GUI-CPTE
               ADD WS-JOU-MONT TO WS-MT-JOUR
           END-IF.
      *----------------------------------------------------------------
      *    BLOCAGES ACTIFS NON EXPIRES DU COMPTE (COMME SOLDHIST)      *
      *----------------------------------------------------------------
       CUMULER-BLOCAGES.
           MOVE ZERO TO WS-MT-BLOQUE.
           MOVE WS-GUI-CPTE TO WS-BLO-KEY.
           EXEC CICS STARTBR FILE('FBLOCAIX')
               RIDFLD(WS-BLO-KEY)
               KEYLENGTH(WS-BLO-KLEN)
               GTEQ
               RESP(WS-BLO-RESCODE)
           END-EXEC.
           IF WS-BLO-RESCODE = DFHRESP(NORMAL)
               PERFORM CUMULER-UN-BLOCAGE
                  UNTIL WS-BLO-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FBLOCAIX') END-EXEC
           END-IF.
       CUMULER-UN-BLOCAGE.
           EXEC CICS READNEXT FILE('FBLOCAIX')
               INTO(WS-BLO-DATA)
               LENGTH(WS-BLO-LEN)
               RIDFLD(WS-BLO-KEY)
               KEYLENGTH(WS-BLO-KLEN)
               RESP(WS-BLO-RESCODE)
           END-EXEC.
           IF WS-BLO-RESCODE = DFHRESP(DUPKEY)
               MOVE DFHRESP(NORMAL) TO WS-BLO-RESCODE
           END-IF.
           IF WS-BLO-RESCODE = DFHRESP(NORMAL)
               IF WS-BLO-CPTE = WS-GUI-CPTE
                   IF WS-BLO-STATUT = 'A'
                      AND (WS-BLO-DTEXP = ZERO
                           OR WS-BLO-DTEXP >= WS-GUI-DATE)
                       ADD WS-BLO-MONT TO WS-MT-BLOQUE
                   END-IF
               ELSE
                   MOVE DFHRESP(ENDFILE) TO WS-BLO-RESCODE
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    DEBIT SANS PROVISION : LE DISPONIBLE EST AFFICHE, UN        *
      *    SUPERVISEUR DE NIVEAU 3 SAISIT SON CODE ET SON MOT DE PASSE *
      *    SUR LE POSTE. MEMES REGLES QU'AU SIGN-ON : PROFIL INCONNU,  *
      *    VERROUILLE OU SUSPENDU REFUSE, ECHECS COMPTES (VERROUILLAGE *
      *    AU TROISIEME). LE GUICHETIER NE PEUT PAS VISER SON DEBIT.   *
      *----------------------------------------------------------------
       DEMANDER-VISA.
           MOVE WS-DISPONIBLE TO WS-DISPO-ED.
           MOVE WS-MSG-PROV TO GUIMSGO.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPGUIC') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPGUIC')
               RESP(WS-RESCODE)
           END-EXEC.
           MOVE GUISUPI TO WS-OPR-KEY.
           MOVE GUIMDPI TO WS-MDP.
           IF WS-RESCODE NOT = DFHRESP(NORMAL) OR WS-OPR-KEY = SPACES
               MOVE 'PROVISION INSUFFISANTE - DEBIT REFUSE' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-KEY = WS-SGN-OPER
               MOVE 'VISA PAR UN AUTRE OPERATEUR - DEBIT REFUSE'
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'INC' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'VISEUR INCONNU - DEBIT REFUSE' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-OPR-VERROU = 'O' OR WS-OPR-STATUT = 'S'
               EXEC CICS UNLOCK FILE('FOPERAT') END-EXEC
               IF WS-OPR-VERROU = 'O'
                   MOVE 'BLQ' TO SEC-EVT
               ELSE
                   MOVE 'SUS' TO SEC-EVT
               END-IF
               PERFORM JOURNALISER-SECURITE
               MOVE 'PROFIL DU VISEUR BLOQUE - DEBIT REFUSE' TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP WS-EMPREINTE.
           IF WS-EMPREINTE NOT = WS-OPR-MDP-HASH
               ADD 1 TO WS-OPR-NB-ECHECS
               MOVE 'ECH' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               IF WS-OPR-NB-ECHECS >= WS-NB-ECHECS-MAX
                   MOVE 'O' TO WS-OPR-VERROU
                   MOVE 'VER' TO SEC-EVT
                   PERFORM JOURNALISER-SECURITE
               END-IF
               EXEC CICS REWRITE FILE('FOPERAT')
                   FROM(WS-OPR-DATA)
                   LENGTH(WS-OPR-LEN)
                   RESP(WS-RESCODE)
               END-EXEC
               MOVE 'MOT DE PASSE DU VISEUR ERRONE - DEBIT REFUSE'
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE ZERO TO WS-OPR-NB-ECHECS.
           EXEC CICS REWRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-OPR-NIVEAU < 3
               MOVE 'REF' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'VISEUR DE NIVEAU INSUFFISANT - DEBIT REFUSE'
                  TO GUIMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-OPR-CODE TO WS-GUI-VISA.
      *----------------------------------------------------------------
      *    TRACE DANS FSECLOG : CODE DU VISEUR, TERMINAL, DATE, HEURE  *
      *----------------------------------------------------------------
       JOURNALISER-SECURITE.
           MOVE WS-OPR-KEY    TO SEC-OPER.
           MOVE 'GUICHOP '    TO SEC-PROG.
           MOVE WS-GUI-DATE   TO SEC-DATE.
           MOVE EIBTIME       TO WS-HEURE.
           MOVE WS-HEURE      TO SEC-HEURE.
           MOVE EIBTRMID      TO SEC-TERM.
           MOVE WS-SGN-OPER   TO SEC-CIBLE.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPGUIC') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
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
                   RESP(WS-TS-RESCODE)
               END-EXEC
               MOVE DFHRESP(QIDERR) TO WS-TS-RESCODE
               MOVE 'O' TO WS-SGN-EXPIRE
           ELSE
               MOVE WS-INA-DATE  TO WS-SGN-DERDATE
               MOVE WS-INA-HEURE TO WS-SGN-DERHEURE
               EXEC CICS WRITEQ TS QUEUE(WS-TS-QUEUE)
                   FROM(WS-SIGNON-REC)
                   LENGTH(LENGTH OF WS-SIGNON-REC)
                   ITEM(1) REWRITE
                   RESP(WS-TS-RESCODE)
               END-EXEC
           END-IF.
      *----------------------------------------------------------------
      *    CLOISONNEMENT PAR AGENCE : LE CLIENT WS-AGC-CLT N'EST       *
      *    ACCESSIBLE QU'AUX OPERATEURS DE SON AGENCE (CODEAG-TCLT =   *
      *    AGENCE DE L'OPERATEUR DANS FOPERAT), AUX ROLES DU SIEGE ET  *
      *    AUX OPERATEURS TITULAIRES D'UNE DEROGATION EN COURS POUR CE *
      *    CLIENT (FDEROG). TOUT REFUS EST JOURNALISE DANS FSECLOG.    *
      *----------------------------------------------------------------
       CONTROLER-AGENCE.
           PERFORM EVALUER-AGENCE.
           IF WS-AGC-OK = 'N'
               PERFORM JOURNALISER-AGENCE
           END-IF.
       EVALUER-AGENCE.
           MOVE 'N' TO WS-AGC-OK.
           MOVE WS-SGN-OPER TO WS-HAB-OPR-KEY.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-HAB-OPR-DATA)
               LENGTH(WS-HAB-OPR-LEN)
               RIDFLD(WS-HAB-OPR-KEY)
               KEYLENGTH(WS-HAB-OPR-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
               IF WS-HAB-SIEGE = 'O'
                   MOVE 'O' TO WS-AGC-OK
               ELSE
                   PERFORM COMPARER-AGENCE
               END-IF
           END-IF.
      *----CLIENT INCONNU DE FCLT : AUCUNE AGENCE, ACCES REFUSE---------
       COMPARER-AGENCE.
           EXEC CICS READ FILE('FCLT')
               INTO(WS-HAB-CLT-DATA)
               LENGTH(WS-HAB-CLT-LEN)
               RIDFLD(WS-AGC-CLT)
               KEYLENGTH(WS-HAB-CLT-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
              AND WS-HAB-CODEAG = WS-HAB-AGENCE
               MOVE 'O' TO WS-AGC-OK
           ELSE
               PERFORM CHERCHER-DEROGATION
           END-IF.
       CHERCHER-DEROGATION.
           MOVE WS-SGN-OPER TO WS-DRG-KOPER.
           MOVE WS-AGC-CLT  TO WS-DRG-KCLT.
           EXEC CICS READ FILE('FDEROG')
               INTO(WS-DRG-DATA)
               LENGTH(WS-DRG-LEN)
               RIDFLD(WS-DRG-KEY)
               KEYLENGTH(WS-DRG-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-AGC-DATE)
               END-EXEC
               IF WS-DRG-DTDEB <= WS-AGC-DATE
                  AND WS-DRG-DTFIN >= WS-AGC-DATE
                   MOVE 'O' TO WS-AGC-OK
               END-IF
           END-IF.
       JOURNALISER-AGENCE.
           MOVE WS-SGN-OPER TO SEC-OPER.
           MOVE 'GUICHOP ' TO SEC-PROG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SEC-DATE)
           END-EXEC.
           MOVE EIBTIME  TO SEC-HEURE.
           MOVE EIBTRMID TO SEC-TERM.
           MOVE 'AGE'    TO SEC-EVT.
           MOVE WS-AGC-CLT TO SEC-CIBLE.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
