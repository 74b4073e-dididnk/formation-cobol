       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDTC.
       AUTHOR.     E NGBAME.
      * SOLDE DE TOUT COMPTE DES SALARIES SORTIS : CHAQUE DEPART
      * INSCRIT PAR MAJEMPL AU REGISTRE DD-SORTIES (ETAT D) DONT LA
      * DATE DE SORTIE EST ATTEINTE EST CALCULE A PARTIR DE LA FICHE
      * DU PERSONNEL :
      *   - SALAIRE DU DERNIER MOIS AU PRORATA DES JOURS (BASE 30),
      *     SAUF SI PG13CH10 A DEJA PAYE CE MOIS (SALARIE PRESENT DANS
      *     LE JOURNAL UT-S-PASDD DU MOIS DE SORTIE) ;
      *   - INDEMNITE COMPENSATRICE DE CONGES PAYES : SOLDE DU
      *     COMPTEUR DD-CONGES (ACQUISITION DU DERNIER MOIS COMPRISE)
      *     VALORISE AU SALAIRE MENSUEL / 26 COMME DANS CONGPROV ; LE
      *     COMPTEUR EST SOLDE ;
      *   - RAPPELS EN ATTENTE : CEUX D'AS-RAPPEL ET CEUX DEJA
      *     REPORTES AU REGISTRE PAR PG13CH10 ;
      *   - INDEMNITE DE PREAVIS : SALAIRE MENSUEL X MOIS DE PREAVIS
      *     NON EFFECTUES PORTES PAR LE DEPART.
      * LES CHARGES SALARIALES SONT RETENUES SUR LE BRUT, PUIS LE
      * PRELEVEMENT A LA SOURCE (TAUX PERSONNEL DD-TXPAS, SINON GRILLE
      * NEUTRE AS-PASNEUT) SUR LE NET IMPOSABLE ; L'IMPOT EST AJOUTE
      * AU JOURNAL UT-S-PASDD DU MOIS POUR LE REVERSEMENT (REVPAS).
      * LE REGISTRE PASSE A L'ETAT C AVEC LE DETAIL DU SOLDE ET SON
      * NET, QUE PAYSAL VIRE AU SALARIE. L'ETAT DDSOLDTC PORTE POUR
      * CHAQUE SORTIE LE RECU POUR SOLDE DE TOUT COMPTE ET LE
      * CERTIFICAT DE TRAVAIL DE FIN DE CONTRAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSORTIES ASSIGN TO DD-SORTIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRT-EMPID
           FILE STATUS IS FS-SORTIES.

           SELECT EMPFILE ASSIGN TO "FORM1011.FILES.SOURCESESDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-NO
           FILE STATUS IS FS-EMP.

           SELECT FCONGES ASSIGN TO DD-CONGES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGP-EMPID
           FILE STATUS IS FS-CONGES.

           SELECT FRAPPEL ASSIGN TO AS-RAPPEL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPEL.

           SELECT FTXPAS ASSIGN TO DD-TXPAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXP-CLE
           FILE STATUS IS FS-TXPAS.

           SELECT FPASNEUT ASSIGN TO AS-PASNEUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PASNEUT.

           SELECT FPASJRN ASSIGN TO DYNAMIC WS-PASFILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PASJRN.

           SELECT FPRINT ASSIGN TO DDSOLDTC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *----ETAT : D = DEPART DECLARE, C = SOLDE CALCULE, V = VIRE------
       FD  FSORTIES.
       01  ENR-SORTIE.
           05 SRT-EMPID     PIC X(5).
           05 SRT-NOM       PIC X(10).
           05 SRT-DTSORTIE  PIC 9(8).
           05 SRT-MOTIF     PIC X(3).
           05 SRT-PREAVIS   PIC 9(2).
           05 SRT-ETAT      PIC X.
           05 SRT-SALAIRE   PIC 9(7)V9(2).
           05 SRT-JOURS-CP  PIC 9(3)V9(2).
           05 SRT-INDEM-CP  PIC 9(7)V9(2).
           05 SRT-RAPPEL    PIC 9(7)V9(2).
           05 SRT-INDEM-PRV PIC 9(7)V9(2).
           05 SRT-CHARGES   PIC 9(7)V9(2).
           05 SRT-TAUX-PAS  PIC 9(2)V9.
           05 SRT-IMPOT     PIC 9(7)V9(2).
           05 SRT-NET       PIC 9(7)V9(2).
           05 SRT-DTCALC    PIC 9(8).
           05 SRT-DTPAIE    PIC 9(8).

       FD  EMPFILE.
       01  EMP-REC.
           05 EMP-NO        PIC 9(5).
           05 FILLER        PIC X.
           05 EMP-NAME      PIC X(10).
           05 FILLER        PIC X.
           05 EMP-CITY      PIC X(12).
           05 FILLER        PIC X.
           05 EMP-SAL       PIC 9(5).
           05 FILLER        PIC X.
           05 EMP-DTENTREE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-DTSORTIE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-MOTIF     PIC X(3).

       FD  FCONGES.
       01  ENR-CONGES.
           05 CGP-EMPID    PIC X(5).
           05 CGP-REFDEB   PIC 9(6).
           05 CGP-REPORT   PIC 9(3)V9(2).
           05 CGP-ACQUIS   PIC 9(3)V9(2).
           05 CGP-PRIS     PIC 9(3)V9(2).
           05 CGP-DERMOIS  PIC 9(6).

       FD  FRAPPEL.
       01  ENR-RAPPEL.
           05 RAP-EMPID    PIC X(5).
           05 RAP-DEBUT    PIC 9(6).
           05 RAP-FIN      PIC 9(6).
           05 RAP-MONTANT  PIC 9(8)V9(2).

       FD  FTXPAS.
       01  ENR-TXPAS.
           05 TXP-CLE.
              10 TXP-EMPID PIC X(5).
              10 TXP-MOIS  PIC 9(6).
           05 TXP-TAUX     PIC 9(2)V9.
           05 TXP-DTNOTIF  PIC 9(8).

       FD  FPASNEUT.
       01  ENR-PASNEUT.
           05 PSN-PLAFOND  PIC 9(7).
           05 PSN-TAUX     PIC 9(2)V9.

      *----ORIGINE DU TAUX : P = PERSONNEL, N = GRILLE NEUTRE,---------
      *----A = AUCUN TAUX CONNU----------------------------------------
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

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SORTIES   PIC XX VALUE ZERO.
       01  FS-EMP       PIC XX VALUE ZERO.
       01  FS-CONGES    PIC XX VALUE ZERO.
       01  FS-RAPPEL    PIC XX VALUE ZERO.
       01  FS-TXPAS     PIC XX VALUE ZERO.
       01  FS-PASNEUT   PIC XX VALUE ZERO.
       01  FS-PASJRN    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-OUV-OK    PIC X VALUE 'N'.
       01  WS-CONGES-OUV PIC X VALUE 'N'.
       01  WS-TXPAS-OUV PIC X VALUE 'N'.
       01  WS-JRN-OUV   PIC X VALUE 'N'.
       01  WS-NB-SOLDES PIC 9(5) VALUE ZERO.
       01  WS-NB-ANOS   PIC 9(5) VALUE ZERO.
       01  WS-NB-ATTENTE PIC 9(5) VALUE ZERO.
       01  WS-TOT-NET   PIC 9(9)V9(2) VALUE ZERO.
      *----DATES DU JOUR, DE LA SORTIE ET DE LA PERIODE DE REFERENCE---
       01  WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01  WS-MOIS-PAIE PIC 9(6) VALUE ZERO.
       01  WS-DTS       PIC 9(8) VALUE ZERO.
       01  WS-DTS-R REDEFINES WS-DTS.
           05 WS-DTS-AA PIC 9(4).
           05 WS-DTS-MM PIC 9(2).
           05 WS-DTS-JJ PIC 9(2).
       01  WS-MOIS-SORTIE PIC 9(6) VALUE ZERO.
       01  WS-REF-DEB   PIC 9(6) VALUE ZERO.
       01  WS-REF-DEB-R REDEFINES WS-REF-DEB.
           05 WS-REF-AA PIC 9(4).
           05 WS-REF-MM PIC 9(2).
       01  WS-DATE-ED   PIC X(10) VALUE SPACES.
       01  WS-DATE-A-EDITER PIC 9(8) VALUE ZERO.
       01  WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
           05 WS-DAE-AA PIC 9(4).
           05 WS-DAE-MM PIC 9(2).
           05 WS-DAE-JJ PIC 9(2).
      *----ELEMENTS DU SOLDE-------------------------------------------
       01  WS-TX-CHARGES PIC 9V9(4) VALUE 0.2200.
       01  WS-TX-CHARGES-SAISIE PIC 9V9(4) VALUE ZERO.
       01  WS-JOURS-BASE PIC 9(2) VALUE 30.
       01  WS-JOURS-TRAV PIC 9(2) VALUE ZERO.
       01  WS-JOURS-CP-MOIS PIC 9(2) VALUE 26.
       01  WS-CP-MOIS   PIC 9V9(2) VALUE 2.50.
       01  WS-CP-PLAFOND PIC 9(3)V9(2) VALUE 30.
       01  WS-CP-DROIT  PIC 9V9(2) VALUE ZERO.
       01  WS-DEJA-PAYE PIC X VALUE 'N'.
       01  WS-BRUT      PIC 9(7)V9(2) VALUE ZERO.
       01  WS-NETIMP    PIC 9(7)V9(2) VALUE ZERO.
       01  WS-MT-RAPPEL PIC 9(8)V9(2) VALUE ZERO.
       01  WS-ORIG-PAS  PIC X VALUE SPACE.
       01  WS-TXP-EOF   PIC X VALUE 'N'.
       01  WS-PSN-EOF   PIC X VALUE 'N'.
       01  WS-JRN-EOF   PIC X VALUE 'N'.
       01  WS-PASFILE-NAME PIC X(20) VALUE SPACES.
      *----RAPPELS EN ATTENTE (AS-RAPPEL, NON CONSOMME ICI)------------
       01  WS-RAP-EOF   PIC X VALUE 'N'.
       01  WS-NB-RAPPELS PIC 9(3) VALUE ZERO.
       01  WS-IND-RAPPEL PIC 9(3) VALUE ZERO.
       01  T-RAPPELS.
           05 T-RAPPEL-LIG OCCURS 100 TIMES.
              10 TR-EMPID   PIC X(5).
              10 TR-MONTANT PIC 9(8)V9(2).
      *----GRILLE NEUTRE DU PRELEVEMENT A LA SOURCE--------------------
       01  WS-NB-TRANCHES PIC 9(2) VALUE ZERO.
       01  WS-IND-TRANCHE PIC 9(2) VALUE ZERO.
       01  T-PASNEUT.
           05 T-PASNEUT-LIG OCCURS 30 TIMES.
              10 TN-PLAFOND PIC 9(7).
              10 TN-TAUX    PIC 9(2)V9.
      *----EDITIONS----------------------------------------------------
       01  WS-TAUX-ED   PIC Z9.9.
       01  WS-JOURS-ED  PIC Z9.
       01  WS-CP-ED     PIC ZZ9.99.
       01  WS-LIB-MOTIF PIC X(25) VALUE SPACES.
       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 WE-TITRE PIC X(40).
       01  LG-IDENT.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'MATRICULE : '.
           05 WE-ID    PIC X(5).
           05 FILLER PIC X(8) VALUE '  NOM : '.
           05 WE-NOM   PIC X(10).
           05 FILLER PIC X(10) VALUE '  VILLE : '.
           05 WE-VILLE PIC X(12).
       01  LG-TEXTE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WE-TEXTE PIC X(70).
       01  LG-TRAC.
           05 FILLER        PIC X(5) VALUE '     '.
           05 FILLER        PIC X(33) VALUE
              '*-------------------------------*'.
           05 FILLER        PIC X(18) VALUE
              '-----------------*'.
       01  LG-ENT-DET.
           05 FILLER        PIC X(5) VALUE '     '.
           05 FILLER        PIC X(33) VALUE
              'I RUBRIQUE                      I'.
           05 FILLER        PIC X(18) VALUE
              '       MONTANT   I'.
       01  LG-DET.
           05 FILLER        PIC X(5) VALUE '     '.
           05 FILLER        PIC X(2) VALUE 'I '.
           05 WE-RUBRIQUE   PIC X(30).
           05 FILLER        PIC X(2) VALUE 'I '.
           05 WE-MONTANT    PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X(3) VALUE '  I'.
       01  WS-MONTANT-ED PIC ZZZBZZZBZZ9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-OUV-OK = 'O'
              PERFORM LIRE-SORTIE
              PERFORM TRAITER-SORTIE UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DIVIDE WS-DATE-JOUR BY 100 GIVING WS-MOIS-PAIE.
           DISPLAY 'TAUX DE CHARGES (9V9999, VIDE = ' WS-TX-CHARGES
              ') : ' WITH NO ADVANCING.
           ACCEPT WS-TX-CHARGES-SAISIE.
           IF WS-TX-CHARGES-SAISIE NOT = ZERO
              MOVE WS-TX-CHARGES-SAISIE TO WS-TX-CHARGES
           END-IF.
           PERFORM CHARGER-RAPPELS.
           PERFORM CHARGER-GRILLE-NEUTRE.
           OPEN INPUT FTXPAS.
           IF FS-TXPAS = '00'
              MOVE 'O' TO WS-TXPAS-OUV
           ELSE
              DISPLAY 'TAUX PERSONNELS DD-TXPAS ABSENTS : ' FS-TXPAS
           END-IF.
           OPEN I-O FCONGES.
           IF FS-CONGES = '00'
              MOVE 'O' TO WS-CONGES-OUV
           ELSE
              DISPLAY 'COMPTEURS CONGES DD-CONGES ABSENTS : ' FS-CONGES
           END-IF.
           OPEN I-O FSORTIES.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT FPRINT.
           IF FS-SORTIES NOT = '00' OR FS-EMP NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FS ' FS-SORTIES
                 ' FE ' FS-EMP ' FP ' FS-PRINT
           ELSE
              MOVE 'O' TO WS-OUV-OK
              MOVE LOW-VALUES TO SRT-EMPID
              START FSORTIES KEY IS NOT LESS THAN SRT-EMPID
                 INVALID KEY MOVE 'O' TO WS-EOF
              END-START
           END-IF.
      *----------------------------------------------------------------
      *    RAPPELS EN ATTENTE ET GRILLE NEUTRE (ABSENTS TOLERES)       *
      *----------------------------------------------------------------
       CHARGER-RAPPELS.
           OPEN INPUT FRAPPEL.
           IF FS-RAPPEL = '00'
              PERFORM LIRE-RAPPEL
              PERFORM RANGER-RAPPEL UNTIL WS-RAP-EOF = 'O'
              CLOSE FRAPPEL
           END-IF.
       LIRE-RAPPEL.
           READ FRAPPEL
              AT END MOVE 'O' TO WS-RAP-EOF
           END-READ.
       RANGER-RAPPEL.
           IF WS-NB-RAPPELS < 100
              ADD 1 TO WS-NB-RAPPELS
              MOVE RAP-EMPID   TO TR-EMPID(WS-NB-RAPPELS)
              MOVE RAP-MONTANT TO TR-MONTANT(WS-NB-RAPPELS)
           ELSE
              DISPLAY 'TABLE DES RAPPELS PLEINE (100) - RAPPEL '
                 RAP-EMPID ' IGNORE'
           END-IF.
           PERFORM LIRE-RAPPEL.
       CHARGER-GRILLE-NEUTRE.
           OPEN INPUT FPASNEUT.
           IF FS-PASNEUT NOT = '00'
              DISPLAY 'GRILLE NEUTRE AS-PASNEUT ABSENTE : ' FS-PASNEUT
           ELSE
              PERFORM LIRE-TRANCHE
              PERFORM RANGER-TRANCHE UNTIL WS-PSN-EOF = 'O'
              CLOSE FPASNEUT
           END-IF.
       LIRE-TRANCHE.
           READ FPASNEUT
              AT END MOVE 'O' TO WS-PSN-EOF
           END-READ.
       RANGER-TRANCHE.
           IF WS-NB-TRANCHES < 30
              ADD 1 TO WS-NB-TRANCHES
              MOVE PSN-PLAFOND TO TN-PLAFOND(WS-NB-TRANCHES)
              MOVE PSN-TAUX    TO TN-TAUX(WS-NB-TRANCHES)
           END-IF.
           PERFORM LIRE-TRANCHE.
       LIRE-SORTIE.
           READ FSORTIES NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN DEPART DECLARE DONT LA DATE EST ATTEINTE = UN SOLDE ;    *
      *    LES DEPARTS A VENIR (PREAVIS EN COURS) ATTENDENT            *
      *----------------------------------------------------------------
       TRAITER-SORTIE.
           IF SRT-ETAT = 'D'
              IF SRT-DTSORTIE > WS-DATE-JOUR
                 ADD 1 TO WS-NB-ATTENTE
              ELSE
                 MOVE SRT-EMPID TO EMP-NO
                 READ EMPFILE
                    INVALID KEY
                       ADD 1 TO WS-NB-ANOS
                       DISPLAY 'FICHE SALARIE INTROUVABLE : '
                          SRT-EMPID
                    NOT INVALID KEY
                       PERFORM CALCULER-SOLDE
                 END-READ
              END-IF
           END-IF.
           PERFORM LIRE-SORTIE.
       CALCULER-SOLDE.
           MOVE SRT-DTSORTIE TO WS-DTS.
           DIVIDE WS-DTS BY 100 GIVING WS-MOIS-SORTIE.
           MOVE WS-DTS-JJ TO WS-JOURS-TRAV.
           IF WS-JOURS-TRAV > WS-JOURS-BASE
              MOVE WS-JOURS-BASE TO WS-JOURS-TRAV
           END-IF.
           PERFORM CHERCHER-PAIE-DU-MOIS.
           IF WS-DEJA-PAYE = 'O'
              MOVE ZERO TO SRT-SALAIRE
           ELSE
              COMPUTE SRT-SALAIRE ROUNDED =
                 EMP-SAL * WS-JOURS-TRAV / WS-JOURS-BASE
           END-IF.
           PERFORM SOLDER-CONGES.
           COMPUTE SRT-INDEM-CP ROUNDED =
              SRT-JOURS-CP * EMP-SAL / WS-JOURS-CP-MOIS.
           PERFORM CHERCHER-RAPPEL.
           ADD WS-MT-RAPPEL TO SRT-RAPPEL.
           COMPUTE SRT-INDEM-PRV = EMP-SAL * SRT-PREAVIS.
           COMPUTE WS-BRUT = SRT-SALAIRE + SRT-INDEM-CP + SRT-INDEM-PRV.
           COMPUTE SRT-CHARGES ROUNDED = WS-BRUT * WS-TX-CHARGES.
           COMPUTE WS-NETIMP = WS-BRUT - SRT-CHARGES + SRT-RAPPEL.
           PERFORM CHERCHER-TAUX-PERSONNEL.
           IF WS-ORIG-PAS = SPACE
              PERFORM APPLIQUER-GRILLE-NEUTRE
           END-IF.
           COMPUTE SRT-IMPOT ROUNDED = WS-NETIMP * SRT-TAUX-PAS / 100.
           COMPUTE SRT-NET = WS-NETIMP - SRT-IMPOT.
           MOVE 'C' TO SRT-ETAT.
           MOVE WS-DATE-JOUR TO SRT-DTCALC.
           REWRITE ENR-SORTIE
              INVALID KEY
                 ADD 1 TO WS-NB-ANOS
                 DISPLAY 'ERR. MAJ REGISTRE DES SORTIES : ' SRT-EMPID
                    ' ' FS-SORTIES
              NOT INVALID KEY
                 ADD 1 TO WS-NB-SOLDES
                 ADD SRT-NET TO WS-TOT-NET
                 PERFORM JOURNALISER-IMPOT
                 PERFORM EDITER-SOLDE
                 PERFORM EDITER-CERTIFICAT
           END-REWRITE.
      *----------------------------------------------------------------
      *    DERNIER MOIS DEJA PAYE PAR PG13CH10 : LE SALARIE FIGURE AU  *
      *    JOURNAL DU PRELEVEMENT DE SON MOIS DE SORTIE                *
      *----------------------------------------------------------------
       CHERCHER-PAIE-DU-MOIS.
           MOVE 'N' TO WS-DEJA-PAYE.
           MOVE SPACES TO WS-PASFILE-NAME.
           STRING 'UT-S-PASDD.' DELIMITED BY SIZE
                  WS-MOIS-SORTIE DELIMITED BY SIZE
                  INTO WS-PASFILE-NAME
           END-STRING.
           OPEN INPUT FPASJRN.
           IF FS-PASJRN = '35'
              MOVE 'UT-S-PASDD.dat' TO WS-PASFILE-NAME
              OPEN INPUT FPASJRN
           END-IF.
           IF FS-PASJRN = '00'
              MOVE 'N' TO WS-JRN-EOF
              PERFORM LIRE-JOURNAL UNTIL WS-JRN-EOF = 'O'
              CLOSE FPASJRN
           END-IF.
       LIRE-JOURNAL.
           READ FPASJRN
              AT END MOVE 'O' TO WS-JRN-EOF
              NOT AT END
                 IF PAS-EMPID = SRT-EMPID
                    AND PAS-PERIODE = WS-MOIS-SORTIE
                    MOVE 'O' TO WS-DEJA-PAYE
                    MOVE 'O' TO WS-JRN-EOF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    CONGES : REPORT EVENTUEL, ACQUISITION DU DERNIER MOIS (SI   *
      *    PG13CH10 NE L'A PAS FAITE), PUIS LE SOLDE EST INDEMNISE ET  *
      *    LE COMPTEUR REMIS A ZERO                                    *
      *----------------------------------------------------------------
       SOLDER-CONGES.
           IF WS-DTS-MM < 6
              COMPUTE WS-REF-AA = WS-DTS-AA - 1
           ELSE
              MOVE WS-DTS-AA TO WS-REF-AA
           END-IF.
           MOVE 6 TO WS-REF-MM.
           COMPUTE WS-CP-DROIT ROUNDED =
              WS-CP-MOIS * WS-JOURS-TRAV / WS-JOURS-BASE.
           MOVE WS-CP-DROIT TO SRT-JOURS-CP.
           IF WS-CONGES-OUV = 'O'
              MOVE SRT-EMPID TO CGP-EMPID
              READ FCONGES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SOLDER-COMPTEUR
              END-READ
           END-IF.
       SOLDER-COMPTEUR.
           IF CGP-REFDEB < WS-REF-DEB
              COMPUTE CGP-REPORT = CGP-REPORT + CGP-ACQUIS - CGP-PRIS
              MOVE ZERO TO CGP-ACQUIS CGP-PRIS
              MOVE WS-REF-DEB TO CGP-REFDEB
           END-IF.
           IF CGP-DERMOIS < WS-MOIS-SORTIE
              ADD WS-CP-DROIT TO CGP-ACQUIS
              IF CGP-ACQUIS > WS-CP-PLAFOND
                 MOVE WS-CP-PLAFOND TO CGP-ACQUIS
              END-IF
              MOVE WS-MOIS-SORTIE TO CGP-DERMOIS
           END-IF.
           COMPUTE SRT-JOURS-CP = CGP-REPORT + CGP-ACQUIS - CGP-PRIS.
           COMPUTE CGP-PRIS = CGP-REPORT + CGP-ACQUIS.
           REWRITE ENR-CONGES
              INVALID KEY
                 DISPLAY 'ERR. SOLDE COMPTEUR CONGES : ' CGP-EMPID
           END-REWRITE.
       CHERCHER-RAPPEL.
           MOVE ZERO TO WS-MT-RAPPEL.
           PERFORM COMPARER-RAPPEL VARYING WS-IND-RAPPEL FROM 1 BY 1
              UNTIL WS-IND-RAPPEL > WS-NB-RAPPELS.
       COMPARER-RAPPEL.
           IF TR-EMPID(WS-IND-RAPPEL) = SRT-EMPID
              ADD TR-MONTANT(WS-IND-RAPPEL) TO WS-MT-RAPPEL
           END-IF.
      *----------------------------------------------------------------
      *    TAUX DE PRELEVEMENT : DERNIER TAUX PERSONNEL EN VIGUEUR LE  *
      *    MOIS DU VERSEMENT, SINON GRILLE NEUTRE                      *
      *----------------------------------------------------------------
       CHERCHER-TAUX-PERSONNEL.
           MOVE SPACE TO WS-ORIG-PAS.
           MOVE ZERO TO SRT-TAUX-PAS.
           IF WS-TXPAS-OUV = 'O'
              MOVE 'N' TO WS-TXP-EOF
              MOVE SRT-EMPID TO TXP-EMPID
              MOVE ZERO      TO TXP-MOIS
              START FTXPAS KEY IS NOT LESS THAN TXP-CLE
                 INVALID KEY MOVE 'O' TO WS-TXP-EOF
              END-START
              PERFORM LIRE-TAUX-PERSONNEL UNTIL WS-TXP-EOF = 'O'
           END-IF.
       LIRE-TAUX-PERSONNEL.
           READ FTXPAS NEXT RECORD
              AT END MOVE 'O' TO WS-TXP-EOF
              NOT AT END
                 IF TXP-EMPID NOT = SRT-EMPID
                    OR TXP-MOIS > WS-MOIS-PAIE
                    MOVE 'O' TO WS-TXP-EOF
                 ELSE
                    MOVE TXP-TAUX TO SRT-TAUX-PAS
                    MOVE 'P' TO WS-ORIG-PAS
                 END-IF
           END-READ.
       APPLIQUER-GRILLE-NEUTRE.
           MOVE 'A' TO WS-ORIG-PAS.
           PERFORM CHERCHER-TRANCHE VARYING WS-IND-TRANCHE FROM 1 BY 1
              UNTIL WS-IND-TRANCHE > WS-NB-TRANCHES
                 OR WS-ORIG-PAS = 'N'.
           IF WS-ORIG-PAS = 'A'
              ADD 1 TO WS-NB-ANOS
              DISPLAY 'AUCUN TAUX DE PRELEVEMENT CONNU : ' SRT-EMPID
           END-IF.
       CHERCHER-TRANCHE.
           IF WS-NETIMP < TN-PLAFOND(WS-IND-TRANCHE)
              MOVE TN-TAUX(WS-IND-TRANCHE) TO SRT-TAUX-PAS
              MOVE 'N' TO WS-ORIG-PAS
           END-IF.
      *----------------------------------------------------------------
      *    IMPOT DU SOLDE AU JOURNAL DU MOIS DE VERSEMENT (REVPAS)     *
      *----------------------------------------------------------------
       JOURNALISER-IMPOT.
           PERFORM OUVRIR-JOURNAL.
           IF WS-JRN-OUV = 'O'
              MOVE SRT-EMPID    TO PAS-EMPID
              MOVE SRT-NOM      TO PAS-NOM
              MOVE WS-MOIS-PAIE TO PAS-PERIODE
              MOVE WS-NETIMP    TO PAS-BASE
              MOVE SRT-TAUX-PAS TO PAS-TAUX
              MOVE WS-ORIG-PAS  TO PAS-ORIGINE
              MOVE SRT-IMPOT    TO PAS-MONTANT
              MOVE SRT-NET      TO PAS-NET
              WRITE ENR-PASJRN
              CLOSE FPASJRN
           END-IF.
       OUVRIR-JOURNAL.
           MOVE 'N' TO WS-JRN-OUV.
           MOVE SPACES TO WS-PASFILE-NAME.
           STRING 'UT-S-PASDD.' DELIMITED BY SIZE
                  WS-MOIS-PAIE  DELIMITED BY SIZE
                  INTO WS-PASFILE-NAME
           END-STRING.
           OPEN EXTEND FPASJRN.
           IF FS-PASJRN = '35'
              MOVE 'UT-S-PASDD.dat' TO WS-PASFILE-NAME
              OPEN EXTEND FPASJRN
              IF FS-PASJRN = '35'
                 OPEN OUTPUT FPASJRN
              END-IF
           END-IF.
           IF FS-PASJRN = '00'
              MOVE 'O' TO WS-JRN-OUV
           ELSE
              ADD 1 TO WS-NB-ANOS
              DISPLAY 'ERR. OUV JOURNAL PAS : ' FS-PASJRN
           END-IF.
      *----------------------------------------------------------------
      *    RECU POUR SOLDE DE TOUT COMPTE                              *
      *----------------------------------------------------------------
       EDITER-SOLDE.
           PERFORM LIBELLER-MOTIF.
           MOVE 'RECU POUR SOLDE DE TOUT COMPTE' TO WE-TITRE.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING 2 LINE.
           MOVE SRT-EMPID TO WE-ID.
           MOVE EMP-NAME  TO WE-NOM.
           MOVE EMP-CITY  TO WE-VILLE.
           WRITE REC-PRT FROM LG-IDENT AFTER ADVANCING 2 LINE.
           MOVE SRT-DTSORTIE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE SPACES TO WE-TEXTE.
           STRING 'SORTIE LE ' WS-DATE-ED ' - ' WS-LIB-MOTIF
              DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE.
           WRITE REC-PRT FROM LG-TRAC AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-ENT-DET.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE WS-JOURS-TRAV TO WS-JOURS-ED.
           MOVE SPACES TO WE-RUBRIQUE.
           IF WS-DEJA-PAYE = 'O'
              MOVE 'SALAIRE DU MOIS (DEJA PAYE)' TO WE-RUBRIQUE
           ELSE
              STRING 'SALAIRE DU MOIS (' WS-JOURS-ED ' JOURS)'
                 DELIMITED BY SIZE INTO WE-RUBRIQUE
           END-IF.
           MOVE SRT-SALAIRE TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE SRT-JOURS-CP TO WS-CP-ED.
           MOVE SPACES TO WE-RUBRIQUE.
           STRING 'INDEMNITE CONGES (' WS-CP-ED ' J)'
              DELIMITED BY SIZE INTO WE-RUBRIQUE.
           MOVE SRT-INDEM-CP TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE SRT-PREAVIS TO WS-JOURS-ED.
           MOVE SPACES TO WE-RUBRIQUE.
           STRING 'INDEMNITE PREAVIS (' WS-JOURS-ED ' MOIS)'
              DELIMITED BY SIZE INTO WE-RUBRIQUE.
           MOVE SRT-INDEM-PRV TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'TOTAL BRUT' TO WE-RUBRIQUE.
           MOVE WS-BRUT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'CHARGES SALARIALES' TO WE-RUBRIQUE.
           MOVE SRT-CHARGES TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'RAPPELS DE SALAIRE' TO WE-RUBRIQUE.
           MOVE SRT-RAPPEL TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET IMPOSABLE' TO WE-RUBRIQUE.
           MOVE WS-NETIMP TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE SRT-TAUX-PAS TO WS-TAUX-ED.
           MOVE SPACES TO WE-RUBRIQUE.
           EVALUATE WS-ORIG-PAS
              WHEN 'P'
                 STRING 'IMPOT SOURCE ' WS-TAUX-ED ' % PERSO'
                    DELIMITED BY SIZE INTO WE-RUBRIQUE
              WHEN 'N'
                 STRING 'IMPOT SOURCE ' WS-TAUX-ED ' % NEUTRE'
                    DELIMITED BY SIZE INTO WE-RUBRIQUE
              WHEN OTHER
                 MOVE 'IMPOT SOURCE : AUCUN TAUX' TO WE-RUBRIQUE
           END-EVALUATE.
           MOVE SRT-IMPOT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET A PAYER' TO WE-RUBRIQUE.
           MOVE SRT-NET TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE 'LE SALARIE RECONNAIT AVOIR RECU LA SOMME CI-DESSUS'
              TO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
           MOVE 'POUR SOLDE DE TOUT COMPTE.' TO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE.
           MOVE 'SIGNATURE DU SALARIE :' TO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
      *----------------------------------------------------------------
      *    CERTIFICAT DE TRAVAIL DE FIN DE CONTRAT                     *
      *----------------------------------------------------------------
       EDITER-CERTIFICAT.
           MOVE 'CERTIFICAT DE TRAVAIL' TO WE-TITRE.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING 2 LINE.
           MOVE 'L EMPLOYEUR SOUSSIGNE CERTIFIE QUE LE SALARIE'
              TO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-IDENT.
           MOVE SPACES TO WE-TEXTE.
           IF EMP-DTENTREE = ZERO
              MOVE 'A ETE EMPLOYE (DATE D EMBAUCHE NON RENSEIGNEE)'
                 TO WE-TEXTE
           ELSE
              MOVE EMP-DTENTREE TO WS-DATE-A-EDITER
              PERFORM EDITER-DATE
              STRING 'A ETE EMPLOYE DU ' WS-DATE-ED
                 DELIMITED BY SIZE INTO WE-TEXTE
           END-IF.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
           MOVE SRT-DTSORTIE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE SPACES TO WE-TEXTE.
           STRING 'JUSQU AU ' WS-DATE-ED ' INCLUS.'
              DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE.
           MOVE SPACES TO WE-TEXTE.
           STRING 'MOTIF DE LA RUPTURE : ' WS-LIB-MOTIF
              DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
           MOVE EMP-SAL TO WS-MONTANT-ED.
           MOVE SPACES TO WE-TEXTE.
           STRING 'DERNIER SALAIRE MENSUEL BRUT : ' WS-MONTANT-ED
              DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE.
           MOVE SRT-PREAVIS TO WS-JOURS-ED.
           MOVE SPACES TO WE-TEXTE.
           STRING 'PREAVIS NON EFFECTUE ET INDEMNISE : ' WS-JOURS-ED
              ' MOIS' DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE.
           MOVE 'IL QUITTE L ENTREPRISE LIBRE DE TOUT ENGAGEMENT.'
              TO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE SPACES TO WE-TEXTE.
           STRING 'FAIT POUR SERVIR ET VALOIR CE QUE DE DROIT, LE '
              WS-DATE-ED DELIMITED BY SIZE INTO WE-TEXTE.
           WRITE REC-PRT FROM LG-TEXTE AFTER ADVANCING 2 LINE.
       EDITER-DATE.
           MOVE SPACES TO WS-DATE-ED.
           STRING WS-DAE-JJ '/' WS-DAE-MM '/' WS-DAE-AA
              DELIMITED BY SIZE INTO WS-DATE-ED.
       LIBELLER-MOTIF.
           EVALUATE SRT-MOTIF
              WHEN 'DEM' MOVE 'DEMISSION' TO WS-LIB-MOTIF
              WHEN 'LIC' MOVE 'LICENCIEMENT' TO WS-LIB-MOTIF
              WHEN 'RUP' MOVE 'RUPTURE CONVENTIONNELLE' TO WS-LIB-MOTIF
              WHEN 'FCD' MOVE 'FIN DE CONTRAT A DUREE DET.'
                 TO WS-LIB-MOTIF
              WHEN 'RET' MOVE 'DEPART A LA RETRAITE' TO WS-LIB-MOTIF
              WHEN OTHER MOVE SRT-MOTIF TO WS-LIB-MOTIF
           END-EVALUATE.
       FIN.
           IF WS-TXPAS-OUV = 'O'
              CLOSE FTXPAS
           END-IF.
           IF WS-CONGES-OUV = 'O'
              CLOSE FCONGES
           END-IF.
           CLOSE FSORTIES EMPFILE FPRINT.
           DISPLAY 'SOLDES CALCULES       : ' WS-NB-SOLDES.
           DISPLAY 'NET TOTAL A VIRER     : ' WS-TOT-NET.
           DISPLAY 'DEPARTS A VENIR       : ' WS-NB-ATTENTE.
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOS.
           IF WS-OUV-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-ANOS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
