       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVTRES.
       AUTHOR.     E NGBAME.
      * PREVISION DE TRESORERIE A 30 JOURS OUVRES PAR AGENCE, POUR LA
      * TRESORERIE (EDITION DU LUNDI) : A PARTIR DE LA DATE DE
      * CONTROLE, LES 30 JOURS OUVRES SUIVANTS SONT CALCULES PAR LA
      * ROUTINE JOUROUVR ET LES FLUX DEJA CONNUS Y SONT PROJETES,
      * JOUR PAR JOUR, DANS L'AGENCE DU CLIENT (FCLT / FAGENCE) :
      *   - ORDRES PERMANENTS DE DD-ORDPERM QUE GENERERA GENORDRE
      *     (JOUR PREVU DE CHAQUE MOIS, RAMENE A LA FIN DES MOIS
      *     COURTS, DANS LA PERIODE DE VALIDITE DE L'ORDRE) ;
      *   - ECHEANCES DES PRETS ACTIFS DE DD-PRET QUE PRELEVERA
      *     PRETECH (JOUR DU MOIS DE LA DATE DE DEBUT, DANS LA LIMITE
      *     DES ECHEANCES RESTANT A PAYER) ;
      *   - ECHEANCES DES COMPTES A TERME ACTIFS DE DD-CAT QUE
      *     REGLERA CATECHU (CAPITAL + INTERETS BRUTS, PRORATA
      *     JOURS/360) ;
      *   - VIREMENTS EXTERNES DE DD-COMPEMI ENCORE EN ATTENTE
      *     (STATUT 'E') QUE TRANSMETTRA COMPEMIS.
      * LES MONTANTS SONT VUS DE LA BANQUE : ENCAISSEMENT POSITIF
      * (ECHEANCE DE PRET, ORDRE CREDITEUR), DECAISSEMENT NEGATIF
      * (ECHEANCE DE CAT, VIREMENT EMIS, ORDRE DEBITEUR). UN FLUX
      * TOMBANT UN JOUR NON OUVRE EST REPORTE AU JOUR OUVRE SUIVANT ;
      * UN FLUX ECHU NON ENCORE TRAITE (CAT, VIREMENT) EST PLACE LE
      * PREMIER JOUR. L'ETAT DDPREVTR DONNE POUR CHAQUE AGENCE PUIS
      * POUR LE TOTAL GENERAL, PAR JOUR, LE DETAIL PAR TYPE DE FLUX,
      * LA POSITION NETTE DU JOUR ET LA POSITION CUMULEE.
      * FICHIERS DE FLUX ABSENTS TOLERES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORDPERM ASSIGN TO DD-ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FS-ORDPERM.

           SELECT FPRET ASSIGN TO DD-PRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FS-PRET.

           SELECT FCAT ASSIGN TO DD-CAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAT-NUM
           FILE STATUS IS FS-CAT.

           SELECT FCOMPEMI ASSIGN TO DD-COMPEMI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMI-REF
           FILE STATUS IS FS-COMPEMI.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FAGENCE ASSIGN TO DD-AGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FPRINT ASSIGN TO DDPREVTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FORDPERM.
       01  ENR-ORDPERM.
           10 ORD-NUM     PIC 9(5).
           10 ORD-CLT     PIC 9(5).
           10 ORD-CPTE    PIC X(23).
           10 ORD-CONTREP PIC X(30).
           10 ORD-MONT    PIC 9(9)V9(2).
           10 ORD-SENS    PIC X.
           10 ORD-JOUR    PIC 9(2).
           10 ORD-DEBUT   PIC 9(8).
           10 ORD-FIN     PIC 9(8).

       FD  FPRET.
       01  ENR-PRET.
           10 PRE-NUM     PIC 9(5).
           10 PRE-CLT     PIC 9(5).
           10 PRE-CPTE    PIC X(23).
           10 PRE-CAPITAL PIC 9(9)V9(2).
           10 PRE-TAUX    PIC 9V9(4).
           10 PRE-NBECH   PIC 9(3).
           10 PRE-DTDEBUT PIC 9(8).
           10 PRE-DTDEBUT-R REDEFINES PRE-DTDEBUT.
              15 PRE-AAMM-DEB PIC 9(6).
              15 PRE-JJ-DEB   PIC 9(2).
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

       FD  FCAT.
       01  ENR-CAT.
           10 CAT-NUM     PIC 9(5).
           10 CAT-CLT     PIC 9(5).
           10 CAT-CPTE    PIC X(23).
           10 CAT-MONT    PIC 9(9)V9(2).
           10 CAT-TAUX    PIC 9V9(4).
           10 CAT-DTSOUS  PIC 9(8).
           10 CAT-DTECH   PIC 9(8).
           10 CAT-STATUT  PIC X.
           10 CAT-REF-DEB PIC 9(13).

       FD  FCOMPEMI.
       01  ENR-COMPEMI.
           10 EMI-REF     PIC 9(13).
           10 EMI-CLT     PIC 9(5).
           10 EMI-CPTE    PIC X(23).
           10 EMI-BQE     PIC X(10).
           10 EMI-CPTEXT  PIC X(23).
           10 EMI-NOM     PIC X(30).
           10 EMI-MONT    PIC 9(9)V9(2).
           10 EMI-DATE    PIC 9(8).
           10 EMI-STATUT  PIC X.
           10 EMI-DTSTAT  PIC 9(8).
           10 EMI-MOTIF   PIC X(3).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ORDPERM   PIC XX VALUE ZERO.
       01  FS-PRET      PIC XX VALUE ZERO.
       01  FS-CAT       PIC XX VALUE ZERO.
       01  FS-COMPEMI   PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
      *----FICHIERS DE FLUX : ABSENCE TOLEREE--------------------------
       01  WS-ORD-DISPO    PIC X VALUE 'N'.
       01  WS-PRET-DISPO   PIC X VALUE 'N'.
       01  WS-CAT-DISPO    PIC X VALUE 'N'.
       01  WS-EMI-DISPO    PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTCTRL    PIC 9(8) VALUE ZERO.
       01  WS-NB-FLUX   PIC 9(5) VALUE ZERO.
       01  WS-NB-HORS   PIC 9(5) VALUE ZERO.
      *----CONTROLE DE JOUR OUVRE (ROUTINE PARTAGEE JOUROUVR)----------
       01  WS-CAL-DATE     PIC 9(8) VALUE ZERO.
       01  WS-CAL-FONCTION PIC X VALUE 'V'.
       01  WS-CAL-RESULT   PIC 9(8) VALUE ZERO.
       01  WS-CAL-OUVRE    PIC X VALUE 'O'.
      *----HORIZON : LES 30 JOURS OUVRES SUIVANT LA DATE DE CONTROLE---
       01  WS-NB-JOURS  PIC 9(2) VALUE 30.
       01  WS-IND-J     PIC 9(2) VALUE ZERO.
       01  T-JOURS.
           05 T-JOUR OCCURS 30 TIMES PIC 9(8).
      *----MOIS CALENDAIRES COUVERTS PAR L'HORIZON (3 AU PLUS)---------
       01  WS-NB-MOIS   PIC 9 VALUE ZERO.
       01  WS-IND-M     PIC 9 VALUE ZERO.
       01  T-MOIS.
           05 T-AAMM OCCURS 3 TIMES PIC 9(6).
       01  WS-AAMM-FIN  PIC 9(6) VALUE ZERO.
      *----DATE D'UN FLUX MENSUEL : MOIS + JOUR PREVU------------------
       01  WS-DTFLUX    PIC 9(8) VALUE ZERO.
       01  WS-DTFLUX-R REDEFINES WS-DTFLUX.
           05 WS-AAMM-FLUX PIC 9(6).
           05 WS-AAMM-FLUX-R REDEFINES WS-AAMM-FLUX.
              10 WS-AA-FLUX PIC 9(4).
              10 WS-MM-FLUX PIC 9(2).
           05 WS-JJ-FLUX   PIC 9(2).
       01  WS-JJ-PREVU  PIC 9(2) VALUE ZERO.
       01  WS-JJ-MAX    PIC 9(2) VALUE ZERO.
       01  WS-RESTE4    PIC 9(4) VALUE ZERO.
       01  WS-RESTE100  PIC 9(4) VALUE ZERO.
       01  WS-RESTE400  PIC 9(4) VALUE ZERO.
       01  WS-QUOT      PIC 9(4) VALUE ZERO.
       01  WS-ECH-RESTE PIC 9(3) VALUE ZERO.
      *----FLUX A PLACER (TYPE 1 A 4, MONTANT SIGNE)-------------------
       01  WS-FL-DATE   PIC 9(8) VALUE ZERO.
       01  WS-FL-CLT    PIC 9(5) VALUE ZERO.
       01  WS-FL-TYPE   PIC 9 VALUE ZERO.
       01  WS-FL-MONT   PIC S9(11)V9(2) VALUE ZERO.
       01  WS-IND-F     PIC 9 VALUE ZERO.
       01  T-LIB-FLUX.
           05 FILLER PIC X(14) VALUE ' ORDRES PERMAN'.
           05 FILLER PIC X(14) VALUE '   ECH. PRETS '.
           05 FILLER PIC X(14) VALUE '     ECH. CAT '.
           05 FILLER PIC X(14) VALUE ' VIREMENTS EMI'.
       01  T-LIB-FLUX-R REDEFINES T-LIB-FLUX.
           05 TL-FLUX PIC X(14) OCCURS 4 TIMES.
      *----INTERETS DU CAT A L'ECHEANCE (ARITHMETIQUE CATECHU)---------
       01  WS-MT-INT    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-JCAT   PIC 9(5) VALUE ZERO.
       01  WS-DATE-CONV PIC 9(8) VALUE ZERO.
       01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
           05 WS-CV-AA  PIC 9(4).
           05 WS-CV-MM  PIC 9(2).
           05 WS-CV-JJ  PIC 9(2).
       01  WS-CV-AAPREC PIC 9(4) VALUE ZERO.
       01  WS-CV-CUMUL  PIC 9(3) VALUE ZERO.
       01  WS-CV-BISSEXT PIC X VALUE 'N'.
       01  WS-CV-Q4       PIC 9(4) VALUE ZERO.
       01  WS-CV-Q100     PIC 9(4) VALUE ZERO.
       01  WS-CV-Q400     PIC 9(4) VALUE ZERO.
       01  WS-QUANTIEME   PIC 9(9) VALUE ZERO.
       01  WS-QT-SOUS     PIC 9(9) VALUE ZERO.
      *----CUMULS PAR AGENCE, PAR JOUR ET PAR TYPE DE FLUX-------------
       01  WS-NB-AGENCES PIC 9(2) VALUE ZERO.
       01  WS-IND-AG     PIC 9(2) VALUE ZERO.
       01  T-AGENCES.
           05 T-AGENCE-LIG OCCURS 20 TIMES.
              10 TA-CODE     PIC 9(7).
              10 TA-JOUR     OCCURS 30 TIMES.
                 15 TA-FLUX  PIC S9(11)V9(2) OCCURS 4 TIMES.
       01  T-TOTAUX.
           05 TT-JOUR     OCCURS 30 TIMES.
              10 TT-FLUX  PIC S9(11)V9(2) OCCURS 4 TIMES.
      *----LIGNE EN COURS D'EDITION------------------------------------
       01  T-EDITION.
           05 WS-ED-FLUX   PIC S9(11)V9(2) OCCURS 4 TIMES.
           05 WS-ED-TOTFL  PIC S9(11)V9(2) OCCURS 4 TIMES.
       01  WS-NET       PIC S9(11)V9(2) VALUE ZERO.
       01  WS-CUMUL     PIC S9(11)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
              'PREVISION DE TRESORERIE A 30 JOURS OUVRES AU '.
           05 WE-DTCTRL PIC 9(8).
       01  LG-AGENCE.
           05 FILLER     PIC X(7) VALUE 'AGENCE '.
           05 WE-AGENCE  PIC 9(7).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-LIBAG   PIC X(30).
       01  LG-ENT-DET.
           05 FILLER     PIC X(10) VALUE 'JOUR      '.
           05 WE-ENT-FLUX PIC X(15) OCCURS 4 TIMES.
           05 FILLER     PIC X(15) VALUE '    NET DU JOUR'.
           05 FILLER     PIC X(15) VALUE '        CUMULE '.
       01  LG-DET.
           05 WE-JOUR    PIC 9(8).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-DET-FL  OCCURS 4 TIMES.
              10 WE-FLUX PIC +ZZZZZZZZZ9.99.
              10 FILLER  PIC X.
           05 WE-NET     PIC +ZZZZZZZZZ9.99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-CUMUL   PIC +ZZZZZZZZZ9.99.
       01  LG-TOT.
           05 FILLER PIC X(30) VALUE
              'FLUX PROJETES SUR L''HORIZON : '.
           05 WE-NB-FLUX PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-CLT = '00' AND FS-PRINT = '00'
              PERFORM CONSTRUIRE-HORIZON
              IF WS-ORD-DISPO = 'O'
                 PERFORM PROJETER-ORDRES
              END-IF
              IF WS-PRET-DISPO = 'O'
                 PERFORM PROJETER-PRETS
              END-IF
              IF WS-CAT-DISPO = 'O'
                 PERFORM PROJETER-CAT
              END-IF
              IF WS-EMI-DISPO = 'O'
                 PERFORM PROJETER-VIREMENTS
              END-IF
              PERFORM EDITER-PREVISION
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE CONTROLE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTCTRL.
           IF WS-DTCTRL = ZERO
              ACCEPT WS-DTCTRL FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO T-AGENCES T-TOTAUX.
           OPEN INPUT FCLT FAGENCE.
           OPEN OUTPUT FPRINT.
           IF FS-CLT NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CLT ' FP ' FS-PRINT
           END-IF.
           OPEN INPUT FORDPERM.
           IF FS-ORDPERM = '00'
              MOVE 'O' TO WS-ORD-DISPO
           ELSE
              DISPLAY 'ORDRES PERMANENTS ABSENTS : ' FS-ORDPERM
           END-IF.
           OPEN INPUT FPRET.
           IF FS-PRET = '00'
              MOVE 'O' TO WS-PRET-DISPO
           ELSE
              DISPLAY 'FICHIER DES PRETS ABSENT : ' FS-PRET
           END-IF.
           OPEN INPUT FCAT.
           IF FS-CAT = '00'
              MOVE 'O' TO WS-CAT-DISPO
           ELSE
              DISPLAY 'FICHIER DES CAT ABSENT : ' FS-CAT
           END-IF.
           OPEN INPUT FCOMPEMI.
           IF FS-COMPEMI = '00'
              MOVE 'O' TO WS-EMI-DISPO
           ELSE
              DISPLAY 'REGISTRE DES VIREMENTS ABSENT : ' FS-COMPEMI
           END-IF.
      *----------------------------------------------------------------
      *    HORIZON : 30 JOURS OUVRES APRES LA DATE DE CONTROLE, ET     *
      *    LES MOIS CALENDAIRES QU'ILS COUVRENT                        *
      *----------------------------------------------------------------
       CONSTRUIRE-HORIZON.
           MOVE WS-DTCTRL TO WS-CAL-DATE.
           PERFORM AJOUTER-JOUR-HORIZON VARYING WS-IND-J FROM 1 BY 1
              UNTIL WS-IND-J > WS-NB-JOURS.
           MOVE T-JOUR(1) TO WS-DTFLUX.
           MOVE T-JOUR(WS-NB-JOURS) (1:6) TO WS-AAMM-FIN.
           MOVE ZERO TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS-HORIZON
              UNTIL WS-AAMM-FLUX > WS-AAMM-FIN OR WS-NB-MOIS >= 3.
       AJOUTER-JOUR-HORIZON.
           MOVE 'N' TO WS-CAL-FONCTION.
           CALL 'JOUROUVR' USING WS-CAL-DATE WS-CAL-FONCTION
              WS-CAL-RESULT WS-CAL-OUVRE.
           MOVE WS-CAL-RESULT TO T-JOUR(WS-IND-J) WS-CAL-DATE.
       AJOUTER-MOIS-HORIZON.
           ADD 1 TO WS-NB-MOIS.
           MOVE WS-AAMM-FLUX TO T-AAMM(WS-NB-MOIS).
           IF WS-MM-FLUX < 12
              ADD 1 TO WS-MM-FLUX
           ELSE
              MOVE 01 TO WS-MM-FLUX
              ADD 1 TO WS-AA-FLUX
           END-IF.
      *----------------------------------------------------------------
      *    ORDRES PERMANENTS : UNE OCCURRENCE PAR MOIS DE L'HORIZON,   *
      *    POSTERIEURE A LA DATE DE CONTROLE ET DANS LA VALIDITE       *
      *----------------------------------------------------------------
       PROJETER-ORDRES.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-ORDRE.
           PERFORM TRAITER-ORDRE UNTIL WS-EOF = 'O'.
       LIRE-ORDRE.
           READ FORDPERM NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-ORDRE.
           IF ORD-JOUR >= 01 AND ORD-JOUR <= 31
              MOVE ORD-JOUR TO WS-JJ-PREVU
              PERFORM PROJETER-ORDRE-MOIS VARYING WS-IND-M FROM 1 BY 1
                 UNTIL WS-IND-M > WS-NB-MOIS
           END-IF.
           PERFORM LIRE-ORDRE.
       PROJETER-ORDRE-MOIS.
           PERFORM CALCULER-DATE-MOIS.
           IF WS-DTFLUX > WS-DTCTRL AND WS-DTFLUX >= ORD-DEBUT
              AND (ORD-FIN = ZERO OR WS-DTFLUX <= ORD-FIN)
              MOVE WS-DTFLUX TO WS-FL-DATE
              MOVE ORD-CLT   TO WS-FL-CLT
              MOVE 1         TO WS-FL-TYPE
              IF ORD-SENS = 'D'
                 COMPUTE WS-FL-MONT = ZERO - ORD-MONT
              ELSE
                 MOVE ORD-MONT TO WS-FL-MONT
              END-IF
              PERFORM PLACER-FLUX
           END-IF.
      *----MOIS DE L'HORIZON + JOUR PREVU, RAMENE A LA FIN DU MOIS-----
       CALCULER-DATE-MOIS.
           MOVE T-AAMM(WS-IND-M) TO WS-AAMM-FLUX.
           MOVE WS-JJ-PREVU TO WS-JJ-FLUX.
           PERFORM CALCULER-JJ-MAX.
           IF WS-JJ-FLUX > WS-JJ-MAX
              MOVE WS-JJ-MAX TO WS-JJ-FLUX
           END-IF.
       CALCULER-JJ-MAX.
           EVALUATE WS-MM-FLUX
              WHEN 04 MOVE 30 TO WS-JJ-MAX
              WHEN 06 MOVE 30 TO WS-JJ-MAX
              WHEN 09 MOVE 30 TO WS-JJ-MAX
              WHEN 11 MOVE 30 TO WS-JJ-MAX
              WHEN 02 PERFORM CALCULER-FEVRIER
              WHEN OTHER MOVE 31 TO WS-JJ-MAX
           END-EVALUATE.
       CALCULER-FEVRIER.
           DIVIDE WS-AA-FLUX BY 4 GIVING WS-QUOT
              REMAINDER WS-RESTE4.
           DIVIDE WS-AA-FLUX BY 100 GIVING WS-QUOT
              REMAINDER WS-RESTE100.
           DIVIDE WS-AA-FLUX BY 400 GIVING WS-QUOT
              REMAINDER WS-RESTE400.
           IF (WS-RESTE4 = ZERO AND WS-RESTE100 NOT = ZERO)
              OR WS-RESTE400 = ZERO
              MOVE 29 TO WS-JJ-MAX
           ELSE
              MOVE 28 TO WS-JJ-MAX
           END-IF.
      *----------------------------------------------------------------
      *    PRETS ACTIFS : UNE MENSUALITE PAR MOIS AU JOUR DE LA DATE   *
      *    DE DEBUT, TANT QU'IL RESTE DES ECHEANCES A PAYER            *
      *----------------------------------------------------------------
       PROJETER-PRETS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-PRET.
           PERFORM TRAITER-PRET UNTIL WS-EOF = 'O'.
       LIRE-PRET.
           READ FPRET NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-PRET.
           IF PRE-STATUT = 'A' AND PRE-NBPAYES < PRE-NBECH
              COMPUTE WS-ECH-RESTE = PRE-NBECH - PRE-NBPAYES
              MOVE PRE-JJ-DEB TO WS-JJ-PREVU
              PERFORM PROJETER-PRET-MOIS VARYING WS-IND-M FROM 1 BY 1
                 UNTIL WS-IND-M > WS-NB-MOIS OR WS-ECH-RESTE = ZERO
           END-IF.
           PERFORM LIRE-PRET.
       PROJETER-PRET-MOIS.
           PERFORM CALCULER-DATE-MOIS.
           IF WS-DTFLUX > WS-DTCTRL AND WS-DTFLUX >= PRE-DTDEBUT
              MOVE WS-DTFLUX TO WS-FL-DATE
              MOVE PRE-CLT   TO WS-FL-CLT
              MOVE 2         TO WS-FL-TYPE
              MOVE PRE-MENS  TO WS-FL-MONT
              PERFORM PLACER-FLUX
              SUBTRACT 1 FROM WS-ECH-RESTE
           END-IF.
      *----------------------------------------------------------------
      *    CAT ACTIFS : CAPITAL + INTERETS VERSES A L'ECHEANCE         *
      *----------------------------------------------------------------
       PROJETER-CAT.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-CAT.
           PERFORM TRAITER-CAT UNTIL WS-EOF = 'O'.
       LIRE-CAT.
           READ FCAT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-CAT.
           IF CAT-STATUT = 'A' AND CAT-DTECH <= T-JOUR(WS-NB-JOURS)
              PERFORM CALCULER-INTERETS-CAT
              MOVE CAT-DTECH TO WS-FL-DATE
              MOVE CAT-CLT   TO WS-FL-CLT
              MOVE 3         TO WS-FL-TYPE
              COMPUTE WS-FL-MONT = ZERO - CAT-MONT - WS-MT-INT
              PERFORM PLACER-FLUX
           END-IF.
           PERFORM LIRE-CAT.
       CALCULER-INTERETS-CAT.
           MOVE CAT-DTSOUS TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-SOUS.
           MOVE CAT-DTECH TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           IF WS-QUANTIEME > WS-QT-SOUS
              COMPUTE WS-NB-JCAT = WS-QUANTIEME - WS-QT-SOUS
           ELSE
              MOVE ZERO TO WS-NB-JCAT
           END-IF.
           COMPUTE WS-MT-INT ROUNDED =
              CAT-MONT * CAT-TAUX * WS-NB-JCAT / 360.
       CONVERTIR-EN-QUANTIEME.
           COMPUTE WS-CV-AAPREC = WS-CV-AA - 1.
           PERFORM CALCULER-CUMUL-MOIS.
           PERFORM CONTROLER-BISSEXTILE.
           IF WS-CV-BISSEXT = 'O' AND WS-CV-MM > 2
              ADD 1 TO WS-CV-CUMUL
           END-IF.
           DIVIDE WS-CV-AAPREC BY 4 GIVING WS-CV-Q4.
           DIVIDE WS-CV-AAPREC BY 100 GIVING WS-CV-Q100.
           DIVIDE WS-CV-AAPREC BY 400 GIVING WS-CV-Q400.
           COMPUTE WS-QUANTIEME = WS-CV-AAPREC * 365
              + WS-CV-Q4 - WS-CV-Q100 + WS-CV-Q400
              + WS-CV-CUMUL + WS-CV-JJ.
       CALCULER-CUMUL-MOIS.
           EVALUATE WS-CV-MM
              WHEN 01 MOVE 000 TO WS-CV-CUMUL
              WHEN 02 MOVE 031 TO WS-CV-CUMUL
              WHEN 03 MOVE 059 TO WS-CV-CUMUL
              WHEN 04 MOVE 090 TO WS-CV-CUMUL
              WHEN 05 MOVE 120 TO WS-CV-CUMUL
              WHEN 06 MOVE 151 TO WS-CV-CUMUL
              WHEN 07 MOVE 181 TO WS-CV-CUMUL
              WHEN 08 MOVE 212 TO WS-CV-CUMUL
              WHEN 09 MOVE 243 TO WS-CV-CUMUL
              WHEN 10 MOVE 273 TO WS-CV-CUMUL
              WHEN 11 MOVE 304 TO WS-CV-CUMUL
              WHEN 12 MOVE 334 TO WS-CV-CUMUL
           END-EVALUATE.
       CONTROLER-BISSEXTILE.
           MOVE 'N' TO WS-CV-BISSEXT.
           DIVIDE WS-CV-AA BY 4 GIVING WS-QUOT
              REMAINDER WS-RESTE4.
           DIVIDE WS-CV-AA BY 100 GIVING WS-QUOT
              REMAINDER WS-RESTE100.
           DIVIDE WS-CV-AA BY 400 GIVING WS-QUOT
              REMAINDER WS-RESTE400.
           IF (WS-RESTE4 = ZERO AND WS-RESTE100 NOT = ZERO)
              OR WS-RESTE400 = ZERO
              MOVE 'O' TO WS-CV-BISSEXT
           END-IF.
      *----------------------------------------------------------------
      *    VIREMENTS EXTERNES EN ATTENTE DE TRANSMISSION               *
      *----------------------------------------------------------------
       PROJETER-VIREMENTS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-VIREMENT.
           PERFORM TRAITER-VIREMENT UNTIL WS-EOF = 'O'.
       LIRE-VIREMENT.
           READ FCOMPEMI NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-VIREMENT.
           IF EMI-STATUT = 'E'
              MOVE EMI-DATE  TO WS-FL-DATE
              MOVE EMI-CLT   TO WS-FL-CLT
              MOVE 4         TO WS-FL-TYPE
              COMPUTE WS-FL-MONT = ZERO - EMI-MONT
              PERFORM PLACER-FLUX
           END-IF.
           PERFORM LIRE-VIREMENT.
      *----------------------------------------------------------------
      *    PLACEMENT D'UN FLUX : JOUR OUVRE DE REALISATION (ECHU =     *
      *    PREMIER JOUR, NON OUVRE = JOUR OUVRE SUIVANT), PUIS CUMUL   *
      *    DANS L'AGENCE DU CLIENT ET DANS LE TOTAL GENERAL            *
      *----------------------------------------------------------------
       PLACER-FLUX.
           IF WS-FL-DATE < T-JOUR(1)
              MOVE T-JOUR(1) TO WS-FL-DATE
           ELSE
              MOVE 'V' TO WS-CAL-FONCTION
              CALL 'JOUROUVR' USING WS-FL-DATE WS-CAL-FONCTION
                 WS-CAL-RESULT WS-CAL-OUVRE
              IF WS-CAL-OUVRE = 'N'
                 MOVE 'N' TO WS-CAL-FONCTION
                 CALL 'JOUROUVR' USING WS-FL-DATE WS-CAL-FONCTION
                    WS-CAL-RESULT WS-CAL-OUVRE
                 MOVE WS-CAL-RESULT TO WS-FL-DATE
              END-IF
           END-IF.
           PERFORM LOCALISER-JOUR VARYING WS-IND-J FROM 1 BY 1
              UNTIL WS-IND-J > WS-NB-JOURS
                 OR T-JOUR(WS-IND-J) = WS-FL-DATE.
           IF WS-IND-J > WS-NB-JOURS
              ADD 1 TO WS-NB-HORS
           ELSE
              ADD 1 TO WS-NB-FLUX
              ADD WS-FL-MONT TO TT-FLUX(WS-IND-J WS-FL-TYPE)
              MOVE WS-FL-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY MOVE ZERO TO CODEAG-TCLT
              END-READ
              PERFORM CUMULER-AGENCE
           END-IF.
       LOCALISER-JOUR.
           CONTINUE.
       CUMULER-AGENCE.
           PERFORM LOCALISER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES
                 OR TA-CODE(WS-IND-AG) = CODEAG-TCLT.
           IF WS-IND-AG > WS-NB-AGENCES
              IF WS-NB-AGENCES < 20
                 ADD 1 TO WS-NB-AGENCES
                 MOVE ZERO TO T-AGENCE-LIG(WS-NB-AGENCES)
                 MOVE CODEAG-TCLT TO TA-CODE(WS-NB-AGENCES)
                 MOVE WS-NB-AGENCES TO WS-IND-AG
              ELSE
                 DISPLAY 'ERR. TABLE DES AGENCES PLEINE (20)'
                 MOVE ZERO TO WS-IND-AG
              END-IF
           END-IF.
           IF WS-IND-AG NOT = ZERO
              ADD WS-FL-MONT TO TA-FLUX(WS-IND-AG WS-IND-J WS-FL-TYPE)
           END-IF.
       LOCALISER-AGENCE.
           CONTINUE.
      *----------------------------------------------------------------
      *    ETAT : UN BLOC DE 30 JOURS PAR AGENCE, PUIS TOTAL GENERAL   *
      *----------------------------------------------------------------
       EDITER-PREVISION.
           MOVE WS-DTCTRL TO WE-DTCTRL.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           PERFORM PREPARER-ENTETE VARYING WS-IND-F FROM 1 BY 1
              UNTIL WS-IND-F > 4.
           PERFORM EDITER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES.
           MOVE ZERO TO WE-AGENCE WS-IND-AG.
           MOVE 'TOTAL GENERAL' TO WE-LIBAG.
           PERFORM EDITER-BLOC.
           MOVE WS-NB-FLUX TO WE-NB-FLUX.
           WRITE REC-PRT FROM LG-TOT.
       PREPARER-ENTETE.
           MOVE TL-FLUX(WS-IND-F) TO WE-ENT-FLUX(WS-IND-F).
       EDITER-AGENCE.
           MOVE TA-CODE(WS-IND-AG) TO WE-AGENCE CODE-TAG.
           READ FAGENCE
              INVALID KEY MOVE 'AGENCE INCONNUE' TO LIBELLE-TAG
           END-READ.
           MOVE LIBELLE-TAG TO WE-LIBAG.
           PERFORM EDITER-BLOC.
      *----WS-IND-AG = 0 : BLOC DU TOTAL GENERAL-----------------------
       EDITER-BLOC.
           WRITE REC-PRT FROM LG-AGENCE.
           WRITE REC-PRT FROM LG-ENT-DET.
           MOVE ZERO TO WS-CUMUL.
           PERFORM RAZ-TOTAL-FLUX VARYING WS-IND-F FROM 1 BY 1
              UNTIL WS-IND-F > 4.
           PERFORM EDITER-JOUR VARYING WS-IND-J FROM 1 BY 1
              UNTIL WS-IND-J > WS-NB-JOURS.
           MOVE ZERO TO WE-JOUR.
           PERFORM REPRENDRE-TOTAL-FLUX VARYING WS-IND-F FROM 1 BY 1
              UNTIL WS-IND-F > 4.
           MOVE WS-CUMUL TO WE-NET WE-CUMUL.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-VIDE.
       RAZ-TOTAL-FLUX.
           MOVE ZERO TO WS-ED-TOTFL(WS-IND-F).
       EDITER-JOUR.
           MOVE ZERO TO WS-NET.
           PERFORM EDITER-FLUX VARYING WS-IND-F FROM 1 BY 1
              UNTIL WS-IND-F > 4.
           ADD WS-NET TO WS-CUMUL.
           MOVE T-JOUR(WS-IND-J) TO WE-JOUR.
           MOVE WS-NET   TO WE-NET.
           MOVE WS-CUMUL TO WE-CUMUL.
           WRITE REC-PRT FROM LG-DET.
       EDITER-FLUX.
           IF WS-IND-AG = ZERO
              MOVE TT-FLUX(WS-IND-J WS-IND-F) TO WS-ED-FLUX(WS-IND-F)
           ELSE
              MOVE TA-FLUX(WS-IND-AG WS-IND-J WS-IND-F)
                 TO WS-ED-FLUX(WS-IND-F)
           END-IF.
           ADD WS-ED-FLUX(WS-IND-F) TO WS-NET WS-ED-TOTFL(WS-IND-F).
           MOVE WS-ED-FLUX(WS-IND-F) TO WE-FLUX(WS-IND-F).
       REPRENDRE-TOTAL-FLUX.
           MOVE WS-ED-TOTFL(WS-IND-F) TO WE-FLUX(WS-IND-F).
       FIN.
           CLOSE FCLT FAGENCE FPRINT.
           IF WS-ORD-DISPO = 'O'
              CLOSE FORDPERM
           END-IF.
           IF WS-PRET-DISPO = 'O'
              CLOSE FPRET
           END-IF.
           IF WS-CAT-DISPO = 'O'
              CLOSE FCAT
           END-IF.
           IF WS-EMI-DISPO = 'O'
              CLOSE FCOMPEMI
           END-IF.
           DISPLAY 'FLUX PROJETES      : ' WS-NB-FLUX.
           DISPLAY 'FLUX HORS HORIZON  : ' WS-NB-HORS.
           DISPLAY 'AGENCES            : ' WS-NB-AGENCES.
           STOP RUN.
