       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDFVALID.
       AUTHOR.     E NGBAME.
      * VALIDATION DES NOTES DE FRAIS : LES NOTES SAISIES PAR LES RH
      * (AS-NDFSAI : MATRICULE, DATE DE LA DEPENSE, CATEGORIE,
      * MONTANT, REFERENCE DU JUSTIFICATIF, VISA DU RESPONSABLE) SONT
      * CONTROLEES PUIS RANGEES DANS LE FICHIER DES NOTES DE FRAIS
      * DD-NDF, CLE MATRICULE + JUSTIFICATIF. UNE NOTE EST VALIDEE
      * (ETAT V) SI ELLE PORTE LE VISA 'O', UN JUSTIFICATIF, UNE
      * CATEGORIE CONNUE ET UN MONTANT NE DEPASSANT PAS LE PLAFOND DE
      * SA CATEGORIE ; SINON ELLE EST REJETEE (ETAT R) ET EDITEE SUR
      * L'ETAT D'ANOMALIES DDNDFANO POUR LES RH. UN JUSTIFICATIF DEJA
      * PRESENTE EST REFUSE, SAUF S'IL AVAIT ETE REJETE : LA NOTE
      * CORRIGEE LE REMPLACE. LES NOTES VALIDEES SONT REMBOURSEES PAR
      * PAYSAL AVEC LE VIREMENT DE SALAIRE (ETAT P) ET EDITEES SUR LE
      * BULLETIN (BULLPAIE). LES PLAFONDS PAR CATEGORIE SONT TENUS
      * DANS LA TABLE CI-DESSOUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNDFSAI ASSIGN TO AS-NDFSAI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NDFSAI.

           SELECT FNDF ASSIGN TO DD-NDF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NDF-CLE
           FILE STATUS IS FS-NDF.

           SELECT FANOMAL ASSIGN TO DDNDFANO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ANOMAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FNDFSAI.
       01  ENR-NDFSAI.
           10 SAI-EMPID   PIC X(5).
           10 SAI-DATE    PIC 9(8).
           10 SAI-CATEG   PIC X(3).
           10 SAI-MONTANT PIC 9(5)V9(2).
           10 SAI-JUSTIF  PIC X(12).
           10 SAI-VISA    PIC X.

      *----ETAT : V = VALIDEE, R = REJETEE, P = PAYEE (PAYSAL)---------
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

       FD  FANOMAL.
       01  REC-ANO.
           05 LG-ANO      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-NDFSAI    PIC XX VALUE ZERO.
       01  FS-NDF       PIC XX VALUE ZERO.
       01  FS-ANOMAL    PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-OUV-OK    PIC X VALUE 'N'.
       01  WS-EXISTE    PIC X VALUE 'N'.
       01  WS-MOTIF     PIC X(20) VALUE SPACES.
       01  WS-NB-LUES   PIC 9(7) VALUE ZERO.
       01  WS-NB-VALIDES PIC 9(7) VALUE ZERO.
       01  WS-NB-REJETS PIC 9(7) VALUE ZERO.
       01  WS-NB-ERR    PIC 9(7) VALUE ZERO.
       01  WS-TOT-VALIDE PIC 9(9)V9(2) VALUE ZERO.
      *----PLAFONDS PAR NOTE ET PAR CATEGORIE--------------------------
       01  WS-NB-CATEG  PIC 9(2) VALUE 5.
       01  WS-IND-CAT   PIC 9(2) VALUE ZERO.
       01  WS-CAT-TROUVE PIC 9(2) VALUE ZERO.
       01  T-PLAFONDS.
           05 T-PLAFOND-LIG OCCURS 5 TIMES.
              10 TF-CATEG   PIC X(3).
              10 TF-PLAFOND PIC 9(5)V9(2).

       01  LG-TITRE-ANO.
           05 FILLER PIC X(42) VALUE
              'NOTES DE FRAIS REJETEES - A REGULARISER   '.
       01  LG-ENTETE-ANO.
           05 FILLER PIC X(47) VALUE
              'MATR. JUSTIFICATIF DATE     CAT  MONTANT  MOTIF'.
       01  LG-DET-ANO.
           05 WE-ANO-ID      PIC X(5).
           05 FILLER         PIC X VALUE SPACE.
           05 WE-ANO-JUSTIF  PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 WE-ANO-DATE    PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 WE-ANO-CATEG   PIC X(3).
           05 FILLER         PIC X VALUE SPACE.
           05 WE-ANO-MONTANT PIC ZZZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WE-ANO-MOTIF   PIC X(20).
       01  LG-TOT-ANO.
           05 FILLER PIC X(22) VALUE 'NOTES REJETEES      : '.
           05 WE-NB-REJETS PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-OUV-OK = 'O'
              PERFORM VALIDER-NOTE UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           PERFORM CHARGER-PLAFONDS.
           OPEN INPUT FNDFSAI.
      *----PREMIER PASSAGE : LE FICHIER DES NOTES EST CREE-------------
           OPEN I-O FNDF.
           IF FS-NDF = '35'
              OPEN OUTPUT FNDF
              CLOSE FNDF
              OPEN I-O FNDF
           END-IF.
           OPEN OUTPUT FANOMAL.
           IF FS-NDFSAI NOT = '00' OR FS-NDF NOT = '00'
              OR FS-ANOMAL NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FS ' FS-NDFSAI
                 ' FN ' FS-NDF ' FA ' FS-ANOMAL
           ELSE
              MOVE 'O' TO WS-OUV-OK
              WRITE REC-ANO FROM LG-TITRE-ANO
              WRITE REC-ANO FROM LG-ENTETE-ANO
              PERFORM LIRE-SAISIE
           END-IF.
       CHARGER-PLAFONDS.
      *----REP REPAS, HOT HOTEL, TRA TRANSPORT, KIL INDEMNITES---------
      *----KILOMETRIQUES, DIV DIVERS-----------------------------------
           MOVE 'REP'    TO TF-CATEG(1).
           MOVE 25.00    TO TF-PLAFOND(1).
           MOVE 'HOT'    TO TF-CATEG(2).
           MOVE 150.00   TO TF-PLAFOND(2).
           MOVE 'TRA'    TO TF-CATEG(3).
           MOVE 500.00   TO TF-PLAFOND(3).
           MOVE 'KIL'    TO TF-CATEG(4).
           MOVE 300.00   TO TF-PLAFOND(4).
           MOVE 'DIV'    TO TF-CATEG(5).
           MOVE 100.00   TO TF-PLAFOND(5).
       LIRE-SAISIE.
           READ FNDFSAI
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-LUES
           END-READ.
      *----------------------------------------------------------------
      *    CONTROLES D'UNE NOTE : JUSTIFICATIF, CATEGORIE, MONTANT,    *
      *    PLAFOND, VISA DU RESPONSABLE, DOUBLE PRESENTATION           *
      *----------------------------------------------------------------
       VALIDER-NOTE.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-CAT-TROUVE.
           PERFORM CHERCHER-CATEGORIE VARYING WS-IND-CAT FROM 1 BY 1
              UNTIL WS-IND-CAT > WS-NB-CATEG.
           EVALUATE TRUE
              WHEN SAI-EMPID = SPACES
                 MOVE 'MATRICULE ABSENT' TO WS-MOTIF
              WHEN SAI-JUSTIF = SPACES
                 MOVE 'JUSTIFICATIF ABSENT' TO WS-MOTIF
              WHEN SAI-DATE IS NOT NUMERIC
                 MOVE 'DATE INVALIDE' TO WS-MOTIF
              WHEN SAI-MONTANT IS NOT NUMERIC OR SAI-MONTANT = ZERO
                 MOVE 'MONTANT INVALIDE' TO WS-MOTIF
              WHEN WS-CAT-TROUVE = ZERO
                 MOVE 'CATEGORIE INCONNUE' TO WS-MOTIF
              WHEN SAI-MONTANT > TF-PLAFOND(WS-CAT-TROUVE)
                 MOVE 'PLAFOND DEPASSE' TO WS-MOTIF
              WHEN SAI-VISA NOT = 'O'
                 MOVE 'SANS VISA' TO WS-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM RANGER-NOTE.
           PERFORM LIRE-SAISIE.
       CHERCHER-CATEGORIE.
           IF TF-CATEG(WS-IND-CAT) = SAI-CATEG
              MOVE WS-IND-CAT TO WS-CAT-TROUVE
           END-IF.
      *----------------------------------------------------------------
      *    UN JUSTIFICATIF DEJA VALIDE OU PAYE N'EST JAMAIS REPRIS ;   *
      *    UNE NOTE REJETEE PEUT ETRE REPRESENTEE CORRIGEE             *
      *----------------------------------------------------------------
       RANGER-NOTE.
           IF SAI-EMPID = SPACES OR SAI-JUSTIF = SPACES
              PERFORM SIGNALER-REJET
           ELSE
              PERFORM RANGER-NOTE-CLE
           END-IF.
       RANGER-NOTE-CLE.
           MOVE 'O' TO WS-EXISTE.
           MOVE SAI-EMPID  TO NDF-EMPID.
           MOVE SAI-JUSTIF TO NDF-JUSTIF.
           READ FNDF
              INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'O' AND NDF-ETAT NOT = 'R'
              IF WS-MOTIF = SPACES
                 MOVE 'DOUBLE PRESENTATION' TO WS-MOTIF
              END-IF
              PERFORM SIGNALER-REJET
           ELSE
              MOVE SAI-EMPID   TO NDF-EMPID
              MOVE SAI-JUSTIF  TO NDF-JUSTIF
              MOVE SAI-DATE    TO NDF-DATE
              MOVE SAI-CATEG   TO NDF-CATEG
              MOVE SAI-MONTANT TO NDF-MONTANT
              MOVE SAI-VISA    TO NDF-VISA
              MOVE WS-MOTIF    TO NDF-MOTIF
              MOVE ZERO        TO NDF-DTPAIE
              IF WS-MOTIF = SPACES
                 MOVE 'V' TO NDF-ETAT
                 ADD 1 TO WS-NB-VALIDES
                 ADD SAI-MONTANT TO WS-TOT-VALIDE
              ELSE
                 MOVE 'R' TO NDF-ETAT
                 PERFORM SIGNALER-REJET
              END-IF
              PERFORM ECRIRE-NOTE
           END-IF.
       ECRIRE-NOTE.
           IF WS-EXISTE = 'O'
              REWRITE ENR-NDF
                 INVALID KEY PERFORM SIGNALER-ERREUR
              END-REWRITE
           ELSE
              WRITE ENR-NDF
                 INVALID KEY PERFORM SIGNALER-ERREUR
              END-WRITE
           END-IF.
       SIGNALER-ERREUR.
           ADD 1 TO WS-NB-ERR.
           DISPLAY 'ERR. NOTE DE FRAIS : ' NDF-EMPID ' ' NDF-JUSTIF
              ' ' FS-NDF.
       SIGNALER-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE SAI-EMPID   TO WE-ANO-ID.
           MOVE SAI-JUSTIF  TO WE-ANO-JUSTIF.
           MOVE SAI-DATE    TO WE-ANO-DATE.
           MOVE SAI-CATEG   TO WE-ANO-CATEG.
           MOVE SAI-MONTANT TO WE-ANO-MONTANT.
           MOVE WS-MOTIF    TO WE-ANO-MOTIF.
           WRITE REC-ANO FROM LG-DET-ANO.
       FIN.
           IF WS-OUV-OK = 'O'
              MOVE WS-NB-REJETS TO WE-NB-REJETS
              WRITE REC-ANO FROM LG-TOT-ANO
           END-IF.
           CLOSE FNDFSAI FNDF FANOMAL.
           DISPLAY 'NOTES LUES      : ' WS-NB-LUES.
           DISPLAY 'NOTES VALIDEES  : ' WS-NB-VALIDES.
           DISPLAY 'MONTANT VALIDE  : ' WS-TOT-VALIDE.
           DISPLAY 'NOTES REJETEES  : ' WS-NB-REJETS.
           IF WS-NB-ERR NOT = ZERO OR WS-OUV-OK = 'N'
              DISPLAY 'ERR. VALIDATION INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-REJETS NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
