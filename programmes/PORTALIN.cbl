      * LIGNE DANS LE FICHIER RETOUR AS-PORTSTA : 'A' ACCEPTE OU 'R'
      * AVEC SON MOTIF (CLI = CLIENT BLOQUE/FERME/INCONNU, CPT =
      * COMPTE INCONNU, FERME OU PAS AU CLIENT, BEN = BENEFICIAIRE
      * INCONNU OU BLOQUE, PRV = PROVISION INSUFFISANTE, PLF =
      * PLAFOND DU LIVRET BENEFICIAIRE DEPASSE, KYC = REVUE DE
      * CONNAISSANCE CLIENT EN RETARD AU-DELA DU DELAI DE GRACE,
      * DOSSIER DD-KYC BLOQUE PAR KYCREVUE) - RIEN NE DISPARAIT
      * EN SILENCE. LE COMPTE CREDITE EST, COMME AU CHARGEMENT, LE
      * PREMIER COMPTE OUVERT DU BENEFICIAIRE : S'IL EST INSCRIT AU
      * REGISTRE DES LIVRETS (DD-LIVRET), SON SOLDE PLUS LES ORDRES
      * DEJA ACCEPTES DANS LE PASSAGE NE DOIT PAS DEPASSER LE PLAFOND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.
           ALTERNATE RECORD KEY IS BLO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-BLOCAGE.

      *----DOSSIERS CONNAISSANCE CLIENT (REVUE EN RETARD = BLOCAGE)----
           SELECT FKYC ASSIGN TO DD-KYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KYC-CLT
           FILE STATUS IS FS-KYC.

      *----REGISTRE DES LIVRETS D'EPARGNE (PLAFOND DES DEPOTS)---------
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

           SELECT FBUFFER ASSIGN TO AS-BUFFER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 BLO-MOTIF   PIC X(18).
           10 BLO-STATUT  PIC X.

       FD  FKYC.
       01  ENR-KYC.
           10 KYC-CLT        PIC 9(5).
           10 KYC-TYPDOC     PIC X(3).
           10 KYC-NUMDOC     PIC X(20).
           10 KYC-DTEXP      PIC 9(8).
           10 KYC-DTREVUE    PIC 9(8).
           10 KYC-RISQUE-MAN PIC X.
           10 KYC-RISQUE     PIC X.
           10 KYC-SCORE      PIC 9(5).
           10 KYC-DTPROCH    PIC 9(8).
           10 KYC-BLOCAGE    PIC X.
           10 KYC-DTBLOC     PIC 9(8).
           10 KYC-OPER       PIC X(8).
           10 KYC-DTMAJ      PIC 9(8).

       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

       FD  FBUFFER.
       01  ENR-BUFFER.
           10 ID-TAB  PIC X.
           05 T-BLOCAGE-LIG OCCURS 200 TIMES.
              10 TB-CPTE  PIC X(23).
              10 TB-MONT  PIC 9(9)V9(2).
      *----CONNAISSANCE CLIENT : REVUE EN RETARD = ORDRE REFUSE--------
       01  FS-KYC       PIC XX VALUE ZERO.
       01  WS-KYC-DISPO PIC X VALUE 'N'.
      *----LIVRETS CREDITES : CUMUL DES ORDRES ACCEPTES DU PASSAGE-----
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  WS-LIVRET-DISPO PIC X VALUE 'N'.
       01  WS-CPTE-CRE  PIC X(23) VALUE SPACES.
       01  WS-BENEF-LIVRET PIC X VALUE 'N'.
       01  WS-RIB-FINI  PIC X VALUE 'N'.
       01  WS-NB-LIVCRE PIC 9(3) VALUE ZERO.
       01  WS-IND-LIVCRE PIC 9(3) VALUE ZERO.
       01  WS-IND-TROUVE PIC 9(3) VALUE ZERO.
       01  WS-MT-DEJA-CREDITE PIC 9(9)V9(2) VALUE ZERO.
       01  T-LIVCRE.
           05 T-LIVCRE-LIG OCCURS 200 TIMES.
              10 TLC-CPTE  PIC X(23).
              10 TLC-MONT  PIC 9(9)V9(2).
      *----LE LOT EST D'ABORD CONSTITUE EN TABLE POUR POUVOIR ECRIRE---
      *----L'ENTETE AVEC LES BONS COMPTES (DISCIPLINE GUIBUF)----------
       01  WS-NB-LIGNES PIC 9(3) VALUE ZERO.
       DEBUT.
           ACCEPT WS-DTTRAIT FROM DATE YYYYMMDD.
           PERFORM CHARGER-BLOCAGES.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE 'O' TO WS-LIVRET-DISPO
           ELSE
              DISPLAY 'REGISTRE DD-LIVRET ABSENT - AUCUN LIVRET'
           END-IF.
           OPEN INPUT FKYC.
           IF FS-KYC = '00'
              MOVE 'O' TO WS-KYC-DISPO
           ELSE
              DISPLAY 'FICHIER DD-KYC ABSENT - SANS BLOCAGE KYC'
           END-IF.
           OPEN INPUT FPORTORD FCLT FRIB.
           OPEN OUTPUT FPORTSTA.
           IF FS-PORTORD NOT = '00' OR FS-CLT NOT = '00'
      *----------------------------------------------------------------
       TRAITER-ORDRE.
           MOVE SPACES TO WS-MOTIF.
           MOVE 'N' TO WS-BENEF-LIVRET.
           PERFORM CONTROLER-CLIENT.
           IF WS-MOTIF = SPACES AND WS-KYC-DISPO = 'O'
              PERFORM CONTROLER-KYC
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM CONTROLER-COMPTE
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM CONTROLER-BENEFICIAIRE
           END-IF.
           IF WS-MOTIF = SPACES AND WS-LIVRET-DISPO = 'O'
              PERFORM CONTROLER-PLAFOND
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM ACCEPTER-ORDRE
           ELSE
                    MOVE 'CLI' TO WS-MOTIF
                 END-IF
           END-READ.
       CONTROLER-KYC.
           MOVE ORD-CLT TO KYC-CLT.
           READ FKYC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF KYC-BLOCAGE = 'O'
                    MOVE 'KYC' TO WS-MOTIF
                 END-IF
           END-READ.
       CONTROLER-COMPTE.
           MOVE ORD-CPTE TO CPTE-TRIB.
           READ FRIB
                    MOVE 'BEN' TO WS-MOTIF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    COMPTE CREDITE = PREMIER COMPTE OUVERT DU BENEFICIAIRE (LA  *
      *    REGLE DU CHARGEUR) ; S'IL S'AGIT D'UN LIVRET, LE PLAFOND    *
      *    DOIT ABSORBER LE SOLDE, LES ORDRES DEJA ACCEPTES ET CELUI-CI*
      *----------------------------------------------------------------
       CONTROLER-PLAFOND.
           MOVE SPACES TO WS-CPTE-CRE.
           MOVE ZERO   TO WS-IND-TROUVE.
           MOVE 'N' TO WS-RIB-FINI.
           MOVE ORD-CLTCRE TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-RIB-FINI
           END-START.
           PERFORM LIRE-CPTE-BENEF UNTIL WS-RIB-FINI = 'O'.
           IF WS-CPTE-CRE NOT = SPACES
              MOVE WS-CPTE-CRE TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM EVALUER-PLAFOND
              END-READ
           END-IF.
       LIRE-CPTE-BENEF.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-RIB-FINI
           END-READ.
           IF WS-RIB-FINI = 'N'
              IF CLT-TRIB NOT = ORD-CLTCRE
                 MOVE 'O' TO WS-RIB-FINI
              ELSE
                 IF ETAT-TRIB NOT = 'F'
                    MOVE CPTE-TRIB TO WS-CPTE-CRE
                    MOVE 'O' TO WS-RIB-FINI
                 END-IF
              END-IF
           END-IF.
       EVALUER-PLAFOND.
           MOVE 'O'  TO WS-BENEF-LIVRET.
           MOVE ZERO TO WS-MT-DEJA-CREDITE.
           PERFORM COMPARER-LIVCRE VARYING WS-IND-LIVCRE FROM 1 BY 1
              UNTIL WS-IND-LIVCRE > WS-NB-LIVCRE.
           IF SENS-TRIB = 'D'
              COMPUTE WS-SOLDE-SIGNE = SOLDE-TRIB * -1
           ELSE
              MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
           END-IF.
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-SIGNE
              + WS-MT-DEJA-CREDITE + ORD-MONT.
           IF WS-SOLDE-APRES > LIV-PLAFOND
              MOVE 'PLF' TO WS-MOTIF
           END-IF.
       COMPARER-LIVCRE.
           IF TLC-CPTE(WS-IND-LIVCRE) = WS-CPTE-CRE
              MOVE WS-IND-LIVCRE TO WS-IND-TROUVE
              MOVE TLC-MONT(WS-IND-LIVCRE) TO WS-MT-DEJA-CREDITE
           END-IF.
      *----ORDRE ACCEPTE VERS UN LIVRET : CUMUL POUR LES SUIVANTS------
       CUMULER-LIVCRE.
           IF WS-IND-TROUVE > ZERO
              ADD ORD-MONT TO TLC-MONT(WS-IND-TROUVE)
           ELSE
              IF WS-NB-LIVCRE < 200
                 ADD 1 TO WS-NB-LIVCRE
                 MOVE WS-CPTE-CRE TO TLC-CPTE(WS-NB-LIVCRE)
                 MOVE ORD-MONT    TO TLC-MONT(WS-NB-LIVCRE)
              END-IF
           END-IF.
       ACCEPTER-ORDRE.
           IF WS-NB-LIGNES >= 200
              MOVE 'O' TO WS-TBL-PLEINE
              MOVE LIGNE-AG TO TL-LIGNE(WS-NB-LIGNES)
              ADD 1 TO WS-NB-ACCEPTES
              ADD ORD-MONT TO WS-TOT-ACCEPTE
              IF WS-BENEF-LIVRET = 'O'
                 PERFORM CUMULER-LIVCRE
              END-IF
              MOVE 'A'    TO STA-STATUT
              MOVE SPACES TO STA-MOTIF
              PERFORM ECRIRE-STATUT
           WRITE ENR-BUFFER.
       FIN.
           CLOSE FPORTORD FCLT FRIB FPORTSTA.
           IF WS-LIVRET-DISPO = 'O'
              CLOSE FLIVRET
           END-IF.
           IF WS-KYC-DISPO = 'O'
              CLOSE FKYC
           END-IF.
           DISPLAY 'ORDRES RECUS    : ' WS-NB-RECUS.
           DISPLAY 'ORDRES ACCEPTES : ' WS-NB-ACCEPTES
              ' POUR ' WS-TOT-ACCEPTE.
