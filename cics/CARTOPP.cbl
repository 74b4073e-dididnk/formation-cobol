       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTOPP.
      *****************************************************************
      * OPPOSITION IMMEDIATE D'UNE CARTE AU GUICHET : JUSQU'ICI LA    *
      * PERTE OU LE VOL ETAIT NOTE PAR LE GUICHETIER ET LA CARTE      *
      * N'ETAIT OPPOSEE QU'AU PASSAGE DE CARTMAIT (MODE O) : ENTRE-   *
      * TEMPS CARTREGL POSTAIT ENCORE LES REGLEMENTS 'CBA'/'CBR'.     *
      * ECRAN 1 : CODE CLIENT OU COMPTE. ECRAN 2 : LES CARTES DU      *
      * CLIENT (CHEMIN SECONDAIRE FCARTAIX SUR CRT-CLT DE DD-CARTE,   *
      * LIMITEES AU COMPTE SAISI LE CAS ECHEANT) ; LE GUICHETIER      *
      * CHOISIT LA LIGNE, LE MOTIF (P = PERTE, V = VOL, F = FRAUDE)   *
      * ET LA DATE / HEURE DE PERTE DECLAREE PAR LE CLIENT. LA CARTE  *
      * PASSE AU STATUT 'O' SUR-LE-CHAMP : LE PROCHAIN CHARGEMENT     *
      * CARTREGL REJETTE SES REGLEMENTS (A008). L'OPPOSITION EST      *
      * ENREGISTREE DANS LE REGISTRE DD-CARTOPP (FICHIER FCARTOPP),   *
      * DE CLE LE NUMERO DE RECU (NUMERO SUIVANT DU REGISTRE), AVEC   *
      * L'OPERATEUR SIGNE, LE TERMINAL, LA DATE ET L'HEURE : C'EST LA *
      * PISTE D'AUDIT DES OPPOSITIONS. ECRAN 3 : LE RECU, IMPRIME     *
      * SUR L'IMPRIMANTE DU GUICHET ET REMIS AU CLIENT.               *
      * MOTIF FRAUDE : LES REGLEMENTS DEJA POSTES SUR LA CARTE DEPUIS *
      * LA DATE DE PERTE (HISTORIQUE DD-CARTMVT DE CARTREGL, DATE     *
      * SEULE : LE JOUR DE LA PERTE EST COMPRIS EN ENTIER) OUVRENT    *
      * AUTOMATIQUEMENT UNE RECLAMATION DANS DD-RECLAM (VOIR RECLAM), *
      * CATEGORIE CAR, MOUVEMENT CONTESTE = LE PREMIER REGLEMENT      *
      * CONCERNE ; NOMBRE ET MONTANT DES REGLEMENTS CONTESTES SONT    *
      * PORTES AU REGISTRE ET SUR LE RECU. LE RECU VAUT ACCUSE DE     *
      * RECEPTION (RECLAMATION AU STATUT K) ; L'ECHEANCE DE REPONSE   *
      * EST PRISE A 21 JOURS CALENDAIRES (15 JOURS OUVRES HORS        *
      * FERIES : LE CALENDRIER AS-CALEND N'ETANT PAS LU EN LIGNE,     *
      * L'ECHEANCE NE PEUT QU'ETRE AVANCEE).                          *
      * LE CLIENT DOIT ETRE DE L'AGENCE DU GUICHETIER (FOPERAT), SAUF *
      * ROLE DU SIEGE OU DEROGATION EN COURS (TRANSACTION DEROG) ; LE *
      * REFUS EST TRACE DANS FSECLOG (EVENEMENT AGE).                 *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPCOPP.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-MSG          PIC X(60)  VALUE SPACES.
      *----REFERENTIEL DES CARTES (DD-CARTE, VOIR CARTMAIT)------------
       01  WS-CRT-LEN      PIC S9(04) VALUE 106 COMP.
       01  WS-CRT-KLEN     PIC S9(03) VALUE 016 COMP.
       01  WS-CRT-KEY      PIC X(16).
       01  WS-CRA-KLEN     PIC S9(03) VALUE 005 COMP.
       01  WS-CRA-KEY      PIC 9(05).
       01  WS-CRT-DATA.
           05 WS-CRT-NUM     PIC X(16).
           05 WS-CRT-CLT     PIC 9(5).
           05 WS-CRT-CPTE    PIC X(23).
           05 WS-CRT-DTEMIS  PIC 9(8).
           05 WS-CRT-STATUT  PIC X.
           05 WS-CRT-TYPE    PIC X.
           05 WS-CRT-PLAF-PAI PIC 9(7)V9(2).
           05 WS-CRT-PLAF-RET PIC 9(7)V9(2).
           05 WS-CRT-PLAFT-PAI PIC 9(7)V9(2).
           05 WS-CRT-DTFIN-PAI PIC 9(8).
           05 WS-CRT-PLAFT-RET PIC 9(7)V9(2).
           05 WS-CRT-DTFIN-RET PIC 9(8).
      *----HISTORIQUE DES REGLEMENTS POSTES PAR CARTE (CARTREGL)-------
       01  WS-CMV-LEN      PIC S9(04) VALUE 49 COMP.
       01  WS-CMV-KLEN     PIC S9(03) VALUE 029 COMP.
       01  WS-CMV-KEY.
           05 WS-CMV-KCARTE  PIC X(16).
           05 WS-CMV-KREF    PIC 9(13).
       01  WS-CMV-DATA.
           05 WS-CMV-CARTE   PIC X(16).
           05 WS-CMV-REF     PIC 9(13).
           05 WS-CMV-DATE    PIC 9(8).
           05 WS-CMV-NATURE  PIC X.
           05 WS-CMV-MONT    PIC 9(9)V9(2).
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
      *----REGISTRE DES OPPOSITIONS CARTE (DD-CARTOPP) - MOTIF---------
      *----P = PERTE, V = VOL, F = FRAUDE ; HEURE DE PERTE EN HHMM-----
       01  WS-COP-LEN      PIC S9(04) VALUE 111 COMP.
       01  WS-COP-KLEN     PIC S9(03) VALUE 007 COMP.
       01  WS-COP-KEY.
           05 WS-COP-KNUM    PIC 9(07).
       01  WS-COP-DATA.
           05 WS-COP-NUM      PIC 9(7).
           05 WS-COP-CARTE    PIC X(16).
           05 WS-COP-CLT      PIC 9(5).
           05 WS-COP-CPTE     PIC X(23).
           05 WS-COP-MOTIF    PIC X.
              88 MOTIF-VALIDE VALUE 'P' 'V' 'F'.
              88 MOTIF-FRAUDE VALUE 'F'.
           05 WS-COP-DTPERTE  PIC 9(8).
           05 WS-COP-HRPERTE  PIC 9(4).
           05 WS-COP-DATE     PIC 9(8).
           05 WS-COP-HEURE    PIC 9(6).
           05 WS-COP-OPER     PIC X(8).
           05 WS-COP-TERM     PIC X(4).
           05 WS-COP-NB-CONT  PIC 9(3).
           05 WS-COP-MT-CONT  PIC 9(9)V9(2).
           05 WS-COP-RECLAM   PIC 9(7).
      *----DERNIERE OPPOSITION DU REGISTRE (NUMERO SUIVANT)------------
       01  WS-COP-PREC     PIC X(111).
      *----REGISTRE DES RECLAMATIONS (DD-RECLAM, VOIR RECLAM)----------
       01  WS-REC-LEN      PIC S9(04) VALUE 178 COMP.
       01  WS-REC-KLEN     PIC S9(03) VALUE 007 COMP.
       01  WS-REC-KEY.
           05 WS-REC-KNUM    PIC 9(07).
       01  WS-REC-DATA.
           05 WS-REC-NUM       PIC 9(7).
           05 WS-REC-CLT       PIC 9(5).
           05 WS-REC-CODEAG    PIC 9(7).
           05 WS-REC-REFMVT    PIC 9(13).
           05 WS-REC-CATEG     PIC X(3).
           05 WS-REC-OBJET     PIC X(30).
           05 WS-REC-DTRECU    PIC 9(8).
           05 WS-REC-ECH-ACCU  PIC 9(8).
           05 WS-REC-ECH-REP   PIC 9(8).
           05 WS-REC-DTACCU    PIC 9(8).
           05 WS-REC-DTREP     PIC 9(8).
           05 WS-REC-ISSUE     PIC X.
           05 WS-REC-OPER      PIC X(8).
           05 WS-REC-OPER-ACCU PIC X(8).
           05 WS-REC-OPER-REP  PIC X(8).
           05 WS-REC-CPTE-REMB PIC X(23).
           05 WS-REC-MT-REMB   PIC 9(9)V9(2).
           05 WS-REC-REF-REMB  PIC 9(13).
           05 WS-REC-STATUT    PIC X.
      *----DERNIERE RECLAMATION DU REGISTRE (NUMERO SUIVANT)-----------
       01  WS-REC-PREC     PIC X(178).
       01  WS-OBJET-FRAUDE.
           05 FILLER          PIC X(21) VALUE 'FRAUDE CARTE OPPOSEE '.
           05 WS-OBJ-FIN-CARTE PIC X(4).
           05 FILLER          PIC X(5) VALUE SPACES.
       01  WS-CARTE-MASQ.
           05 FILLER          PIC X(12) VALUE '************'.
           05 WS-MASQ-FIN     PIC X(4).
       01  WS-DELAI-REP    PIC 9(2) VALUE 21.
       01  WS-SIGNE-REP    PIC X VALUE '+'.
      *----CARTES PROPOSEES A L'ECRAN 2 (8 LIGNES)---------------------
       01  WS-T-CARTES.
           05 WS-T-CARTE    PIC X(16) OCCURS 8.
       01  CRT-IDX         PIC 9(2).
       01  WS-NB-CARTES    PIC 9(2) VALUE ZERO.
      *----SAISIES DES ECRANS------------------------------------------
       01  WS-CLT-SAISI    PIC 9(05) VALUE ZERO.
       01  WS-CPTE-SAISI   PIC X(23) VALUE SPACES.
       01  WS-SEL-SAISI    PIC X.
       01  WS-SEL-SAISI-N REDEFINES WS-SEL-SAISI PIC 9.
       01  WS-DTP-SAISI    PIC X(8).
       01  WS-DTP-SAISI-N REDEFINES WS-DTP-SAISI PIC 9(8).
       01  WS-HRP-SAISI.
           05 WS-HRP-HH      PIC X(2).
           05 WS-HRP-MN      PIC X(2).
       01  WS-HRP-SAISI-N REDEFINES WS-HRP-SAISI PIC 9(4).
       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-HEURE        PIC 9(7) VALUE ZERO.
       01  WS-ESSAIS       PIC 9 VALUE ZERO.
       01  WS-ECRIT        PIC X VALUE 'N'.
       01  WS-ABSTIME      PIC S9(15) COMP-3.

      *----FILE TS DU TERMINAL (SIGNON) : OPERATEUR SIGNE--------------
       01  WS-TS-QUEUE.
           05 FILLER        PIC X(4) VALUE 'OPR.'.
           05 WS-TS-TERM    PIC X(4).
       01  WS-SIGNON-REC.
           05 WS-SGN-OPER   PIC X(8).
           05 WS-SGN-NIVEAU PIC 9.
           05 WS-SGN-DERDATE PIC 9(8).
           05 WS-SGN-DERHEURE.
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
      *----JOURNAL DE SECURITE (FSECLOG) : REF = TENTATIVE SANS--------
      *----SIGN-ON, INA = SIGNATURE EXPIREE----------------------------
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
      * --- 1. OPERATEUR SIGNE (TOUT NIVEAU : FONCTION DE GUICHET) ---
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'SIGN-ON REQUIS (TRANSACTION SIGN)' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-JOUR)
           END-EXEC.
      * --- 2. CLIENT OU COMPTE ---
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPCOPP') MAPONLY FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPCOPP')
           END-EXEC.
           MOVE COPCLTI TO WS-CLT-SAISI.
           MOVE COPCPTI TO WS-CPTE-SAISI.
           IF WS-CPTE-SAISI NOT = SPACES
               PERFORM CLIENT-DU-COMPTE
           END-IF.
           IF WS-CLT-SAISI = ZERO
               MOVE 'SAISIR UN CLIENT OU UN COMPTE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-CLT-SAISI TO WS-AGC-CLT.
           PERFORM CONTROLER-AGENCE.
           IF WS-AGC-OK = 'N'
               MOVE 'CLIENT HORS DE VOTRE AGENCE - ACCES REFUSE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * --- 3. CARTES DU CLIENT (CHEMIN FCARTAIX) ---
           PERFORM LISTER-CARTES.
           IF WS-NB-CARTES = ZERO
               MOVE 'AUCUNE CARTE POUR CE CLIENT / CE COMPTE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-CLT-SAISI TO COPLCLO.
           MOVE 'LIGNE, MOTIF P/V/F, DATE ET HEURE DE PERTE'
              TO COPMSGO.
           EXEC CICS SEND MAP('MAP2')
               MAPSET('MAPCOPP') FREEKB ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP2')
               MAPSET('MAPCOPP')
           END-EXEC.
           MOVE COPSELI TO WS-SEL-SAISI.
           MOVE COPMOTI TO WS-COP-MOTIF.
           MOVE COPDTPI TO WS-DTP-SAISI.
           MOVE COPHRPI TO WS-HRP-SAISI.
           PERFORM CONTROLER-SAISIE.
      * --- 4. OPPOSITION, RECLAMATION (FRAUDE), REGISTRE ---
           PERFORM OPPOSER-CARTE.
           MOVE ZERO TO WS-COP-NB-CONT WS-COP-MT-CONT WS-COP-RECLAM.
           IF MOTIF-FRAUDE
               PERFORM RELEVER-REGLEMENTS
               IF WS-COP-NB-CONT > ZERO
                   PERFORM OUVRIR-RECLAMATION
               END-IF
           END-IF.
           PERFORM ENREGISTRER-OPPOSITION.
      * --- 5. RECU REMIS AU CLIENT ---
           PERFORM EDITER-RECU.
           EXEC CICS SEND MAP('MAP3')
               MAPSET('MAPCOPP') FREEKB ERASE PRINT
           END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
      *----------------------------------------------------------------
      *    COMPTE SAISI : LE CLIENT EST CELUI DU COMPTE DANS FRIB      *
      *----------------------------------------------------------------
       CLIENT-DU-COMPTE.
           MOVE WS-CPTE-SAISI TO WS-RIB-KEY.
           EXEC CICS READ FILE('FRIB')
               INTO(WS-RIB-DATA)
               LENGTH(WS-RIB-LEN)
               RIDFLD(WS-RIB-KEY)
               KEYLENGTH(WS-RIB-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'COMPTE INCONNU' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-CLT-TRIB TO WS-CLT-SAISI.
      *----------------------------------------------------------------
      *    PARCOURS DES CARTES DU CLIENT : TOUTES LES CARTES SONT      *
      *    AFFICHEES AVEC LEUR STATUT, UNE CARTE DEJA OPPOSEE EST      *
      *    REFUSEE AU CHOIX                                            *
      *----------------------------------------------------------------
       LISTER-CARTES.
           MOVE WS-CLT-SAISI TO WS-CRA-KEY.
           EXEC CICS STARTBR FILE('FCARTAIX')
               RIDFLD(WS-CRA-KEY)
               KEYLENGTH(WS-CRA-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 1 TO CRT-IDX
               PERFORM LIRE-CARTE
                  UNTIL CRT-IDX > 8
                     OR WS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FCARTAIX') END-EXEC
           END-IF.
       LIRE-CARTE.
           EXEC CICS READNEXT FILE('FCARTAIX')
               INTO(WS-CRT-DATA)
               LENGTH(WS-CRT-LEN)
               RIDFLD(WS-CRA-KEY)
               KEYLENGTH(WS-CRA-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(DUPKEY)
               MOVE DFHRESP(NORMAL) TO WS-RESCODE
           END-IF.
           IF WS-RESCODE = DFHRESP(NORMAL)
               IF WS-CRT-CLT NOT = WS-CLT-SAISI
                   MOVE DFHRESP(ENDFILE) TO WS-RESCODE
               ELSE
                   IF WS-CPTE-SAISI = SPACES
                      OR WS-CRT-CPTE = WS-CPTE-SAISI
                       PERFORM GARNIR-LIGNE
                       ADD 1 TO CRT-IDX
                   END-IF
               END-IF
           END-IF.
       GARNIR-LIGNE.
           ADD 1 TO WS-NB-CARTES.
           MOVE WS-CRT-NUM    TO WS-T-CARTE(CRT-IDX).
           MOVE CRT-IDX       TO COPLIGO(CRT-IDX).
           MOVE WS-CRT-NUM    TO COPNUMO(CRT-IDX).
           MOVE WS-CRT-CPTE   TO COPCCPO(CRT-IDX).
           MOVE WS-CRT-TYPE   TO COPTYPO(CRT-IDX).
           MOVE WS-CRT-STATUT TO COPSTAO(CRT-IDX).
      *----------------------------------------------------------------
      *    CONTROLES : LIGNE PROPOSEE, MOTIF P/V/F, DATE DE PERTE NON  *
      *    FUTURE (DEFAUT : LE JOUR), HEURE HHMM (DEFAUT : 0000)       *
      *----------------------------------------------------------------
       CONTROLER-SAISIE.
           IF WS-SEL-SAISI IS NOT NUMERIC
              OR WS-SEL-SAISI-N = ZERO
              OR WS-SEL-SAISI-N > WS-NB-CARTES
               MOVE 'LIGNE DE CARTE INVALIDE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF NOT MOTIF-VALIDE
               MOVE 'MOTIF INVALIDE (P = PERTE, V = VOL, F = FRAUDE)'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-DTP-SAISI = SPACES
               MOVE WS-DATE-JOUR TO WS-DTP-SAISI-N
           END-IF.
           IF WS-DTP-SAISI IS NOT NUMERIC
              OR WS-DTP-SAISI-N > WS-DATE-JOUR
               MOVE 'DATE DE PERTE INVALIDE (AAAAMMJJ, NON FUTURE)'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-HRP-SAISI = SPACES
               MOVE ZERO TO WS-HRP-SAISI-N
           END-IF.
           IF WS-HRP-SAISI IS NOT NUMERIC
              OR WS-HRP-HH > '23' OR WS-HRP-MN > '59'
               MOVE 'HEURE DE PERTE INVALIDE (HHMM)' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----------------------------------------------------------------
      *    MISE EN OPPOSITION : CARTE RELUE EN MISE A JOUR, REFUSEE SI *
      *    ELLE N'EST PLUS ACTIVE                                      *
      *----------------------------------------------------------------
       OPPOSER-CARTE.
           MOVE WS-T-CARTE(WS-SEL-SAISI-N) TO WS-CRT-KEY.
           EXEC CICS READ FILE('FCARTE')
               INTO(WS-CRT-DATA)
               LENGTH(WS-CRT-LEN)
               RIDFLD(WS-CRT-KEY)
               KEYLENGTH(WS-CRT-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'CARTE INTROUVABLE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           IF WS-CRT-STATUT NOT = 'A'
               EXEC CICS UNLOCK FILE('FCARTE') END-EXEC
               MOVE 'CARTE DEJA EN OPPOSITION OU INACTIVE' TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE 'O' TO WS-CRT-STATUT.
           EXEC CICS REWRITE FILE('FCARTE')
               FROM(WS-CRT-DATA)
               LENGTH(WS-CRT-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'ERREUR MISE A JOUR DD-CARTE - CARTE NON OPPOSEE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE WS-CRT-NUM     TO WS-COP-CARTE.
           MOVE WS-CRT-CLT     TO WS-COP-CLT.
           MOVE WS-CRT-CPTE    TO WS-COP-CPTE.
           MOVE WS-DTP-SAISI-N TO WS-COP-DTPERTE.
           MOVE WS-HRP-SAISI-N TO WS-COP-HRPERTE.
           MOVE WS-DATE-JOUR   TO WS-COP-DATE.
           MOVE EIBTIME        TO WS-HEURE.
           MOVE WS-HEURE       TO WS-COP-HEURE.
           MOVE WS-SGN-OPER    TO WS-COP-OPER.
           MOVE EIBTRMID       TO WS-COP-TERM.
      *----------------------------------------------------------------
      *    FRAUDE : REGLEMENTS DE LA CARTE POSTES DEPUIS LA DATE DE    *
      *    PERTE (DD-CARTMVT, CLE CARTE + REFERENCE)                   *
      *----------------------------------------------------------------
       RELEVER-REGLEMENTS.
           MOVE ZERO TO WS-REC-REFMVT.
           MOVE WS-CRT-NUM TO WS-CMV-KCARTE.
           MOVE ZERO       TO WS-CMV-KREF.
           EXEC CICS STARTBR FILE('FCARTMVT')
               RIDFLD(WS-CMV-KEY)
               KEYLENGTH(WS-CMV-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM LIRE-REGLEMENT
                  UNTIL WS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('FCARTMVT') END-EXEC
           END-IF.
       LIRE-REGLEMENT.
           EXEC CICS READNEXT FILE('FCARTMVT')
               INTO(WS-CMV-DATA)
               LENGTH(WS-CMV-LEN)
               RIDFLD(WS-CMV-KEY)
               KEYLENGTH(WS-CMV-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               IF WS-CMV-CARTE NOT = WS-CRT-NUM
                   MOVE DFHRESP(ENDFILE) TO WS-RESCODE
               ELSE
                   IF WS-CMV-DATE NOT < WS-COP-DTPERTE
                       ADD 1 TO WS-COP-NB-CONT
                       ADD WS-CMV-MONT TO WS-COP-MT-CONT
                       IF WS-REC-REFMVT = ZERO
                           MOVE WS-CMV-REF TO WS-REC-REFMVT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    RECLAMATION DE FRAUDE : NUMERO SUIVANT DU REGISTRE (COMME   *
      *    RECLAM), AGENCE DU CLIENT, ACCUSEE PAR LE RECU              *
      *----------------------------------------------------------------
       OUVRIR-RECLAMATION.
           MOVE WS-CRT-CLT TO WS-CLT-KEY.
           EXEC CICS READ FILE('FCLT')
               INTO(WS-CLT-DATA)
               LENGTH(WS-CLT-LEN)
               RIDFLD(WS-CLT-KEY)
               KEYLENGTH(WS-CLT-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE ZERO TO WS-CODEAG-TCLT
           END-IF.
           MOVE WS-CRT-CLT       TO WS-REC-CLT.
           MOVE WS-CODEAG-TCLT   TO WS-REC-CODEAG.
           MOVE 'CAR'            TO WS-REC-CATEG.
           MOVE WS-CRT-NUM(13:4) TO WS-OBJ-FIN-CARTE.
           MOVE WS-OBJET-FRAUDE  TO WS-REC-OBJET.
           MOVE WS-DATE-JOUR     TO WS-REC-DTRECU WS-REC-ECH-ACCU
                                    WS-REC-DTACCU.
           CALL 'DATEDECAL' USING WS-DATE-JOUR WS-SIGNE-REP
              WS-DELAI-REP WS-REC-ECH-REP.
           MOVE ZERO             TO WS-REC-DTREP WS-REC-MT-REMB
                                    WS-REC-REF-REMB.
           MOVE SPACE            TO WS-REC-ISSUE.
           MOVE WS-SGN-OPER      TO WS-REC-OPER WS-REC-OPER-ACCU.
           MOVE SPACES           TO WS-REC-OPER-REP WS-REC-CPTE-REMB.
           MOVE 'K'              TO WS-REC-STATUT.
           MOVE 'N' TO WS-ECRIT.
           MOVE ZERO TO WS-ESSAIS.
           PERFORM ECRIRE-RECLAMATION
              UNTIL WS-ECRIT = 'O' OR WS-ESSAIS = 5.
           IF WS-ECRIT = 'O'
               MOVE WS-REC-NUM TO WS-COP-RECLAM
           END-IF.
       ECRIRE-RECLAMATION.
           ADD 1 TO WS-ESSAIS.
           MOVE HIGH-VALUES TO WS-REC-KEY.
           MOVE ZERO TO WS-REC-NUM.
           EXEC CICS STARTBR FILE('FRECLAM')
               RIDFLD(WS-REC-KEY)
               KEYLENGTH(WS-REC-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('FRECLAM')
                   INTO(WS-REC-PREC)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-REC-KEY)
                   KEYLENGTH(WS-REC-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE = DFHRESP(NORMAL)
                   MOVE WS-REC-KNUM TO WS-REC-NUM
               END-IF
               EXEC CICS ENDBR FILE('FRECLAM') END-EXEC
           END-IF.
           ADD 1 TO WS-REC-NUM.
           MOVE WS-REC-NUM TO WS-REC-KNUM.
           EXEC CICS WRITE FILE('FRECLAM')
               FROM(WS-REC-DATA)
               LENGTH(WS-REC-LEN)
               RIDFLD(WS-REC-KEY)
               KEYLENGTH(WS-REC-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'O' TO WS-ECRIT
           END-IF.
      *----------------------------------------------------------------
      *    REGISTRE DES OPPOSITIONS : LE NUMERO SUIVANT EST LE NUMERO  *
      *    DE RECU ; UNE COLLISION (DEUX GUICHETS) RELANCE LA LECTURE  *
      *----------------------------------------------------------------
       ENREGISTRER-OPPOSITION.
           MOVE 'N' TO WS-ECRIT.
           MOVE ZERO TO WS-ESSAIS.
           PERFORM ECRIRE-OPPOSITION
              UNTIL WS-ECRIT = 'O' OR WS-ESSAIS = 5.
           IF WS-ECRIT = 'N'
               MOVE 'CARTE OPPOSEE - ERREUR ECRITURE DU REGISTRE'
                  TO WS-MSG
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
       ECRIRE-OPPOSITION.
           ADD 1 TO WS-ESSAIS.
           MOVE HIGH-VALUES TO WS-COP-KEY.
           MOVE ZERO TO WS-COP-NUM.
           EXEC CICS STARTBR FILE('FCARTOPP')
               RIDFLD(WS-COP-KEY)
               KEYLENGTH(WS-COP-KLEN)
               GTEQ
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('FCARTOPP')
                   INTO(WS-COP-PREC)
                   LENGTH(WS-COP-LEN)
                   RIDFLD(WS-COP-KEY)
                   KEYLENGTH(WS-COP-KLEN)
                   RESP(WS-RESCODE)
               END-EXEC
               IF WS-RESCODE = DFHRESP(NORMAL)
                   MOVE WS-COP-KNUM TO WS-COP-NUM
               END-IF
               EXEC CICS ENDBR FILE('FCARTOPP') END-EXEC
           END-IF.
           ADD 1 TO WS-COP-NUM.
           MOVE WS-COP-NUM TO WS-COP-KNUM.
           EXEC CICS WRITE FILE('FCARTOPP')
               FROM(WS-COP-DATA)
               LENGTH(WS-COP-LEN)
               RIDFLD(WS-COP-KEY)
               KEYLENGTH(WS-COP-KLEN)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'O' TO WS-ECRIT
           END-IF.
      *----------------------------------------------------------------
      *    RECU : NUMERO, CARTE MASQUEE (4 DERNIERS CHIFFRES), MOTIF,  *
      *    DATES, OPERATEUR, RECLAMATION OUVERTE LE CAS ECHEANT        *
      *----------------------------------------------------------------
       EDITER-RECU.
           MOVE WS-COP-NUM      TO COPRNUO.
           MOVE WS-CRT-NUM(13:4) TO WS-MASQ-FIN.
           MOVE WS-CARTE-MASQ   TO COPRCAO.
           EVALUATE WS-COP-MOTIF
              WHEN 'P' MOVE 'PERTE'  TO COPRMOO
              WHEN 'V' MOVE 'VOL'    TO COPRMOO
              WHEN 'F' MOVE 'FRAUDE' TO COPRMOO
           END-EVALUATE.
           MOVE WS-COP-DTPERTE  TO COPRDPO.
           MOVE WS-COP-HRPERTE  TO COPRHPO.
           MOVE WS-COP-DATE     TO COPRDOO.
           MOVE WS-COP-HEURE    TO COPRHOO.
           MOVE WS-COP-OPER     TO COPROPO.
           IF WS-COP-RECLAM NOT = ZERO
               MOVE WS-COP-RECLAM  TO COPRRLO
               MOVE WS-COP-NB-CONT TO COPRNBO
               MOVE WS-COP-MT-CONT TO COPRMTO
               MOVE 'RECLAMATION OUVERTE POUR LES REGLEMENTS CONTESTES'
                  TO COPRMSO
           ELSE
               IF MOTIF-FRAUDE AND WS-COP-NB-CONT > ZERO
                   MOVE 'ERREUR OUVERTURE RECLAMATION - VOIR L AGENCE'
                      TO COPRMSO
               ELSE
                   MOVE 'CARTE OPPOSEE - AUCUN REGLEMENT ACCEPTE'
                      TO COPRMSO
               END-IF
           END-IF.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND TEXT FROM(WS-MSG) LENGTH(60) ERASE END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
      *----------------------------------------------------------------
      *    HABILITATION : LA SIGNATURE DEPOSEE PAR SIGNON EST RELUE    *
      *    DANS LA FILE TS DU TERMINAL. NIVEAU EXIGE ICI : 1.          *
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
              AND WS-SGN-NIVEAU >= 1
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
           MOVE 'CARTOPP ' TO SEC-PROG.
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
           MOVE 'CARTOPP ' TO SEC-PROG.
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
