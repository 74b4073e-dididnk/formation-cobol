      * PAR LE PETIT FICHIER DE CORRESPONDANCE AS-EMPCLT (MATRICULE
      * -> CODE-TCLT), RETROUVE LE COMPTE DU CLIENT PAR LA CLE
      * ALTERNATIVE DE FRIB ET GENERE LE VIREMENT DE SALAIRE (CREDIT
      * 'VIR', REFERENCE MVTREF, LIBELLE 'SALAIRE AAAAMM' - C'EST CE
      * LIBELLE QUE PRETMAIT RETIENT COMME REVENU) DATE DU JOUR DE PAIE
      * DANS FMVTC.
      * LES SALARIES SANS CORRESPONDANCE OU SANS COMPTE VALIDE
      * SORTENT SUR L'ETAT D'ANOMALIES DDPAYANO.
      * LE MONTANT VIRE EST LE NET VERSE DU MOIS APRES PRELEVEMENT A
      * LA SOURCE, LU DANS LE JOURNAL UT-S-PASDD DE PG13CH10 ; UN
      * SALARIE ABSENT DU JOURNAL N'EST PAS VIRE (ANOMALIE) PLUTOT
      * QUE DE LUI VERSER UN BRUT NON IMPOSE.
      * LES NOTES DE FRAIS VALIDEES PAR NDFVALID (DD-NDF, ETAT V) ET
      * DATEES AU PLUS TARD DU MOIS DE PAIE SONT VIREES HORS IMPOT LE
      * MEME JOUR, EN SECOND CREDIT 'VIR' AU LIBELLE 'REMB NOTES FRAIS'
      * (LE CREDIT DE SALAIRE NE PORTE QUE LE NET) ; ELLES PASSENT A
      * L'ETAT P (PAYEE, DATE DE PAIE) UNE FOIS LES VIREMENTS ECRITS.
      * UN SALARIE EN ANOMALIE GARDE SES NOTES POUR LA PAIE
      * SUIVANTE.
      * APRES LES SALAIRES, LES SOLDES DE TOUT COMPTE CALCULES PAR
      * SOLDTC (REGISTRE DD-SORTIES, ETAT C) SONT VIRES DE LA MEME
      * FACON : NET DU SOLDE AU LIBELLE 'SALAIRE SOLDE TC', PUIS NOTES
      * DE FRAIS EN ATTENTE ; LE DEPART PASSE A L'ETAT V (VIRE, DATE DE
      * PAIE). LE JOURNAL UT-S-PASDD EST CUMULATIF (PG13CH10 L'OUVRE EN
      * EXTEND) : SEULES SES LIGNES DE LA PERIODE DU JOUR DE PAIE
      * (PAS-PERIODE = AAAAMM) SONT CHARGEES, ET LE NET DU MOIS EST LA
      * PREMIERE D'ENTRE ELLES POUR LE SALARIE : L'IMPOT D'UN SOLDE,
      * AJOUTE ENSUITE AU JOURNAL PAR SOLDTC, NE REMPLACE PAS LE NET DE
      * SA DERNIERE PAIE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SALFILE.

           SELECT FPASJRN ASSIGN TO "UT-S-PASDD.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PASJRN.

           SELECT FEMPCLT ASSIGN TO AS-EMPCLT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FNDF ASSIGN TO DD-NDF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDF-CLE
           FILE STATUS IS FS-NDF.

           SELECT FSORTIES ASSIGN TO DD-SORTIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRT-EMPID
           FILE STATUS IS FS-SORTIES.

           SELECT FANOMAL ASSIGN TO DDPAYANO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 SALNET       PIC 9(10).
           05 FILLER       PIC X(20).

      *----JOURNAL DU PRELEVEMENT A LA SOURCE (PG13CH10)---------------
       FD  FPASJRN.
       01  ENR-PASJRN.
           05 PAS-EMPID    PIC X(5).
           05 PAS-NOM      PIC X(10).
           05 PAS-PERIODE  PIC 9(6).
           05 PAS-BASE     PIC 9(7)V9(2).
           05 PAS-TAUX     PIC 9(2)V9.
           05 PAS-ORIGINE  PIC X.
           05 PAS-MONTANT  PIC 9(7)V9(2).
           05 PAS-NET      PIC 9(7)V9(2).

       FD  FEMPCLT.
       01  ENR-EMPCLT.
           10 EMPC-EMPID  PIC X(5).
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

      *----NOTES DE FRAIS : V = VALIDEE, R = REJETEE, P = PAYEE--------
       FD  FNDF.
       01  ENR-NDF.
           10 NDF-CLE.
              15 NDF-EMPID  PIC X(5).
              15 NDF-JUSTIF PIC X(12).
           10 NDF-DATE    PIC 9(8).
           10 NDF-CATEG   PIC X(3).
           10 NDF-MONTANT PIC 9(5)V9(2).
           10 NDF-VISA    PIC X.
           10 NDF-ETAT    PIC X.
           10 NDF-MOTIF   PIC X(20).
           10 NDF-DTPAIE  PIC 9(8).

      *----ETAT : D = DEPART DECLARE, C = SOLDE CALCULE, V = VIRE------
       FD  FSORTIES.
       01  ENR-SORTIE.
           10 SRT-EMPID     PIC X(5).
           10 SRT-NOM       PIC X(10).
           10 SRT-DTSORTIE  PIC 9(8).
           10 SRT-MOTIF     PIC X(3).
           10 SRT-PREAVIS   PIC 9(2).
           10 SRT-ETAT      PIC X.
           10 SRT-SALAIRE   PIC 9(7)V9(2).
           10 SRT-JOURS-CP  PIC 9(3)V9(2).
           10 SRT-INDEM-CP  PIC 9(7)V9(2).
           10 SRT-RAPPEL    PIC 9(7)V9(2).
           10 SRT-INDEM-PRV PIC 9(7)V9(2).
           10 SRT-CHARGES   PIC 9(7)V9(2).
           10 SRT-TAUX-PAS  PIC 9(2)V9.
           10 SRT-IMPOT     PIC 9(7)V9(2).
           10 SRT-NET       PIC 9(7)V9(2).
           10 SRT-DTCALC    PIC 9(8).
           10 SRT-DTPAIE    PIC 9(8).

       FD  FANOMAL.
       01  REC-ANO.
           05 LG-ANO      PIC X(80).
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ANOMAL    PIC XX VALUE ZERO.
       01  FS-PASJRN    PIC XX VALUE ZERO.
       01  FS-NDF       PIC XX VALUE ZERO.
       01  FS-SORTIES   PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTPAIE    PIC 9(8) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-NB-VIRES  PIC 9(5) VALUE ZERO.
       01  WS-NB-ANOS   PIC 9(5) VALUE ZERO.
      *----SALARIE EN COURS (PAIE DU MOIS OU SOLDE DE TOUT COMPTE)-----
       01  WS-EMPID-CHERCHE PIC X(5) VALUE SPACES.
       01  WS-NOM-CHERCHE PIC X(10) VALUE SPACES.
       01  WS-SOLDE-EN-COURS PIC X VALUE 'N'.
       01  WS-SRT-FINI  PIC X VALUE 'N'.
       01  WS-NB-SOLDES-VIRES PIC 9(5) VALUE ZERO.
       01  WS-TOT-SOLDES PIC 9(9)V9(2) VALUE ZERO.
      *----CORRESPONDANCE MATRICULE -> CODE CLIENT---------------------
       01  WS-NB-CORR   PIC 9(3) VALUE ZERO.
       01  WS-IND-CORR  PIC 9(3) VALUE ZERO.
              10 TC-EMPID PIC X(5).
              10 TC-CLT   PIC 9(5).

      *----NET VERSE APRES PRELEVEMENT A LA SOURCE PAR MATRICULE-------
       01  WS-NB-PAS    PIC 9(3) VALUE ZERO.
       01  WS-IND-PAS   PIC 9(3) VALUE ZERO.
       01  WS-PAS-TROUVE PIC X VALUE 'N'.
       01  WS-NET-VERSE PIC 9(7)V9(2) VALUE ZERO.
       01  T-PAS.
           05 T-PAS-LIG OCCURS 200 TIMES.
              10 TP-EMPID PIC X(5).
              10 TP-NET   PIC 9(7)V9(2).

      *----NOTES DE FRAIS A REMBOURSER AVEC LE SALAIRE-----------------
       01  WS-NDF-OUV   PIC X VALUE 'N'.
       01  WS-NDF-FINI  PIC X VALUE 'N'.
       01  WS-NDF-PAYER PIC X VALUE 'N'.
       01  WS-MOIS-PAIE PIC 9(6) VALUE ZERO.
       01  WS-NDF-LIMITE PIC 9(8) VALUE ZERO.
       01  WS-MT-FRAIS  PIC 9(7)V9(2) VALUE ZERO.
       01  WS-TOT-FRAIS PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-NDF-PAYEES PIC 9(5) VALUE ZERO.

       01  LG-TITRE-ANO.
           05 FILLER PIC X(42) VALUE
              'VIREMENTS DE SALAIRE NON GENERES - PAIE DU'.
              AND FS-ANOMAL = '00'
              PERFORM TRAITER-SALARIE UNTIL WS-EOF = 'O'
           END-IF.
           IF FS-MVTC = '00' AND FS-ANOMAL = '00'
              AND WS-SCELLE-KO = 'N'
              PERFORM VERSER-SOLDES
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
              MOVE '98' TO FS-SALFILE
           END-IF.
           PERFORM CHARGER-CORRESPONDANCES.
           DIVIDE WS-DTPAIE BY 100 GIVING WS-MOIS-PAIE.
           PERFORM CHARGER-PAS.
           PERFORM OUVRIR-NDF.
           OPEN INPUT SALFILE.
           OPEN INPUT FRIB.
           OPEN I-O FMVTC.
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
           PERFORM LIRE-CORRESPONDANCE.
      *----------------------------------------------------------------
      *    NETS VERSES DU JOURNAL DU PRELEVEMENT A LA SOURCE POUR LA   *
      *    PERIODE DE PAIE (LES MOIS PASSES DU JOURNAL SONT IGNORES) ; *
      *    JOURNAL ABSENT : AUCUN SALARIE N'EST VIRE                   *
      *----------------------------------------------------------------
       CHARGER-PAS.
           OPEN INPUT FPASJRN.
           IF FS-PASJRN NOT = '00'
              DISPLAY 'JOURNAL PAS UT-S-PASDD ABSENT : ' FS-PASJRN
           ELSE
              PERFORM LIRE-PAS
              PERFORM RANGER-PAS UNTIL WS-EOF = 'O'
              CLOSE FPASJRN
              MOVE 'N' TO WS-EOF
           END-IF.
       LIRE-PAS.
           READ FPASJRN
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RANGER-PAS.
           IF PAS-PERIODE NOT = WS-MOIS-PAIE
              CONTINUE
           ELSE
              PERFORM RANGER-PAS-PERIODE
           END-IF.
           PERFORM LIRE-PAS.
       RANGER-PAS-PERIODE.
           IF WS-NB-PAS < 200
              ADD 1 TO WS-NB-PAS
              MOVE PAS-EMPID TO TP-EMPID(WS-NB-PAS)
              MOVE PAS-NET   TO TP-NET(WS-NB-PAS)
           ELSE
              DISPLAY 'ERR. TABLE DU PRELEVEMENT PLEINE (200)'
                 ' - MATRICULE ' PAS-EMPID ' NON CHARGE'
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
      *----------------------------------------------------------------
      *    NOTES DE FRAIS (FICHIER ABSENT TOLERE : AUCUNE NOTE) ; SONT *
      *    PAYABLES LES NOTES DATEES AU PLUS TARD DU MOIS DE PAIE      *
      *----------------------------------------------------------------
       OUVRIR-NDF.
           COMPUTE WS-NDF-LIMITE = WS-MOIS-PAIE * 100 + 31.
           OPEN I-O FNDF.
           IF FS-NDF = '00'
              MOVE 'O' TO WS-NDF-OUV
           ELSE
              DISPLAY 'NOTES DE FRAIS DD-NDF ABSENTES : ' FS-NDF
           END-IF.
       LIRE-SALAIRE.
           READ SALFILE
              AT END MOVE 'O' TO WS-EOF
      *    CLIENT, OU UNE LIGNE D'ANOMALIE                             *
      *----------------------------------------------------------------
       TRAITER-SALARIE.
           MOVE SALID  TO WS-EMPID-CHERCHE.
           MOVE SALNOM TO WS-NOM-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           PERFORM CHERCHER-NET-VERSE.
           IF WS-CLT-TROUVE = ZERO
              MOVE 'AUCUNE CORRESPONDANCE AS-EMPCLT' TO WE-ANO-MOTIF
              PERFORM SIGNALER-ANOMALIE
           ELSE
              IF WS-PAS-TROUVE = 'N'
                 MOVE 'NET APRES IMPOT ABSENT (UT-S-PASDD)'
                    TO WE-ANO-MOTIF
                 PERFORM SIGNALER-ANOMALIE
              ELSE
                 PERFORM CHERCHER-COMPTE-OUVERT
                 IF WS-CPTE-OK = 'O'
                    MOVE 'N' TO WS-NDF-PAYER
                    PERFORM PARCOURIR-FRAIS
                    PERFORM GENERER-VIREMENT
                    IF WS-MT-FRAIS > ZERO
                       MOVE 'O' TO WS-NDF-PAYER
                       PERFORM PARCOURIR-FRAIS
                    END-IF
                 ELSE
                    MOVE 'AUCUN COMPTE OUVERT POUR CE CLIENT'
                       TO WE-ANO-MOTIF
                    PERFORM SIGNALER-ANOMALIE
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-SALAIRE.
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    NOTES PAYABLES DU SALARIE : CUMUL AVANT LE VIREMENT, PUIS   *
      *    PASSAGE A L'ETAT P APRES (WS-NDF-PAYER = 'O')               *
      *----------------------------------------------------------------
       PARCOURIR-FRAIS.
           MOVE ZERO TO WS-MT-FRAIS.
           IF WS-NDF-OUV = 'O'
              MOVE 'N' TO WS-NDF-FINI
              MOVE WS-EMPID-CHERCHE TO NDF-EMPID
              MOVE LOW-VALUES TO NDF-JUSTIF
              START FNDF KEY IS NOT LESS THAN NDF-CLE
                 INVALID KEY MOVE 'O' TO WS-NDF-FINI
              END-START
              PERFORM LIRE-FRAIS UNTIL WS-NDF-FINI = 'O'
           END-IF.
       LIRE-FRAIS.
           READ FNDF NEXT RECORD
              AT END MOVE 'O' TO WS-NDF-FINI
              NOT AT END
                 IF NDF-EMPID NOT = WS-EMPID-CHERCHE
                    MOVE 'O' TO WS-NDF-FINI
                 ELSE
                    IF NDF-ETAT = 'V' AND NDF-DATE NOT > WS-NDF-LIMITE
                       ADD NDF-MONTANT TO WS-MT-FRAIS
                       IF WS-NDF-PAYER = 'O'
                          PERFORM PAYER-NOTE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       PAYER-NOTE.
           MOVE 'P' TO NDF-ETAT.
           MOVE WS-DTPAIE TO NDF-DTPAIE.
           REWRITE ENR-NDF
              INVALID KEY
                 DISPLAY 'ERR. NOTE DE FRAIS NON SOLDEE : ' NDF-EMPID
                    ' ' NDF-JUSTIF ' ' FS-NDF
              NOT INVALID KEY
                 ADD 1 TO WS-NB-NDF-PAYEES
           END-REWRITE.
       CHERCHER-NET-VERSE.
           MOVE 'N' TO WS-PAS-TROUVE.
           PERFORM COMPARER-PAS VARYING WS-IND-PAS FROM 1 BY 1
              UNTIL WS-IND-PAS > WS-NB-PAS.
       COMPARER-PAS.
           IF TP-EMPID(WS-IND-PAS) = WS-EMPID-CHERCHE
              AND WS-PAS-TROUVE = 'N'
              MOVE 'O' TO WS-PAS-TROUVE
              MOVE TP-NET(WS-IND-PAS) TO WS-NET-VERSE
           END-IF.
       CHERCHER-CLIENT.
           MOVE ZERO TO WS-CLT-TROUVE.
           PERFORM COMPARER-CORRESPONDANCE
              VARYING WS-IND-CORR FROM 1 BY 1
              UNTIL WS-IND-CORR > WS-NB-CORR.
       COMPARER-CORRESPONDANCE.
           IF TC-EMPID(WS-IND-CORR) = WS-EMPID-CHERCHE
              MOVE TC-CLT(WS-IND-CORR) TO WS-CLT-TROUVE
           END-IF.
      *----------------------------------------------------------------
      *    CREDIT DE SALAIRE (NET SEUL, LIBELLE 'SALAIRE ...') PUIS,   *
      *    S'IL Y A LIEU, CREDIT DES NOTES DE FRAIS                    *
      *----------------------------------------------------------------
       GENERER-VIREMENT.
           MOVE WS-NET-VERSE TO MONT-TMVTC.
           MOVE SPACES     TO LIB-TMVTC.
           IF WS-SOLDE-EN-COURS = 'O'
              MOVE 'SALAIRE SOLDE TC' TO LIB-TMVTC
           ELSE
              STRING 'SALAIRE ' WS-MOIS-PAIE DELIMITED BY SIZE
                 INTO LIB-TMVTC
           END-IF.
           PERFORM ECRIRE-CREDIT.
           IF WS-MT-FRAIS > ZERO
              MOVE WS-MT-FRAIS TO MONT-TMVTC
              MOVE 'REMB NOTES FRAIS' TO LIB-TMVTC
              PERFORM ECRIRE-CREDIT
           END-IF.
           ADD 1 TO WS-NB-VIRES.
           ADD WS-MT-FRAIS TO WS-TOT-FRAIS.
           DISPLAY 'SALAIRE VIRE - ' WS-EMPID-CHERCHE ' -> CLIENT '
              CLT-TMVTC
              ' COMPTE ' CPTE-TMVTC ' ' WS-NET-VERSE
              ' FRAIS ' WS-MT-FRAIS.
       ECRIRE-CREDIT.
           MOVE CLT-TRIB   TO CLT-TMVTC.
           MOVE CPTE-TRIB  TO CPTE-TMVTC.
           MOVE WS-DTPAIE  TO DATE-TMVTC.
           MOVE 'C'        TO SENS-TMVTC.
           MOVE 'VIR'      TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE 'EUR'      TO DEV-TMVTC.
           MOVE DATE-TMVTC TO DTVAL-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
      *----------------------------------------------------------------
      *    SOLDES DE TOUT COMPTE A VIRER (REGISTRE ABSENT TOLERE :     *
      *    AUCUN DEPART)                                               *
      *----------------------------------------------------------------
       VERSER-SOLDES.
           OPEN I-O FSORTIES.
           IF FS-SORTIES NOT = '00'
              DISPLAY 'REGISTRE DES SORTIES DD-SORTIES ABSENT : '
                 FS-SORTIES
           ELSE
              MOVE LOW-VALUES TO SRT-EMPID
              START FSORTIES KEY IS NOT LESS THAN SRT-EMPID
                 INVALID KEY MOVE 'O' TO WS-SRT-FINI
              END-START
              PERFORM LIRE-SOLDE
              PERFORM VERSER-SOLDE UNTIL WS-SRT-FINI = 'O'
              CLOSE FSORTIES
           END-IF.
       LIRE-SOLDE.
           IF WS-SRT-FINI = 'N'
              READ FSORTIES NEXT RECORD
                 AT END MOVE 'O' TO WS-SRT-FINI
              END-READ
           END-IF.
       VERSER-SOLDE.
           IF SRT-ETAT = 'C'
              MOVE SRT-EMPID TO WS-EMPID-CHERCHE
              MOVE SRT-NOM   TO WS-NOM-CHERCHE
              PERFORM CHERCHER-CLIENT
              IF WS-CLT-TROUVE = ZERO
                 MOVE 'SOLDE : AUCUNE CORRESPONDANCE' TO WE-ANO-MOTIF
                 PERFORM SIGNALER-ANOMALIE
              ELSE
                 PERFORM CHERCHER-COMPTE-OUVERT
                 IF WS-CPTE-OK = 'O'
                    PERFORM VIRER-SOLDE
                 ELSE
                    MOVE 'SOLDE : AUCUN COMPTE OUVERT' TO WE-ANO-MOTIF
                    PERFORM SIGNALER-ANOMALIE
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-SOLDE.
       VIRER-SOLDE.
           MOVE 'O' TO WS-SOLDE-EN-COURS.
           MOVE SRT-NET TO WS-NET-VERSE.
           MOVE 'N' TO WS-NDF-PAYER.
           PERFORM PARCOURIR-FRAIS.
           PERFORM GENERER-VIREMENT.
           IF WS-MT-FRAIS > ZERO
              MOVE 'O' TO WS-NDF-PAYER
              PERFORM PARCOURIR-FRAIS
           END-IF.
           MOVE 'N' TO WS-SOLDE-EN-COURS.
           ADD 1 TO WS-NB-SOLDES-VIRES.
           ADD SRT-NET TO WS-TOT-SOLDES.
           MOVE 'V' TO SRT-ETAT.
           MOVE WS-DTPAIE TO SRT-DTPAIE.
           REWRITE ENR-SORTIE
              INVALID KEY
                 DISPLAY 'ERR. DEPART NON SOLDE AU REGISTRE : '
                    SRT-EMPID ' ' FS-SORTIES
           END-REWRITE.
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOS.
           MOVE WS-EMPID-CHERCHE TO WE-ANO-ID.
           MOVE WS-NOM-CHERCHE   TO WE-ANO-NOM.
           WRITE REC-ANO FROM LG-DET-ANO.
       FIN.
           MOVE WS-NB-ANOS TO WE-NB-ANOS.
           WRITE REC-ANO FROM LG-TOT-ANO.
           CLOSE SALFILE FRIB FMVTC FANOMAL.
           IF WS-NDF-OUV = 'O'
              CLOSE FNDF
           END-IF.
           DISPLAY 'VIREMENTS DE SALAIRE GENERES : ' WS-NB-VIRES.
           DISPLAY 'NOTES DE FRAIS REMBOURSEES   : ' WS-NB-NDF-PAYEES
              ' POUR ' WS-TOT-FRAIS.
           DISPLAY 'SOLDES DE TOUT COMPTE VIRES  : ' WS-NB-SOLDES-VIRES
              ' POUR ' WS-TOT-SOLDES.
           DISPLAY 'SALARIES EN ANOMALIE         : ' WS-NB-ANOS.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'PASSERELLE INCOMPLETE - CORRESPONDANCES NON '
