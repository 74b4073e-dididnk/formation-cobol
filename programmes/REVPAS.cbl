       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPAS.
       AUTHOR.     E NGBAME.
      * REVERSEMENT MENSUEL DU PRELEVEMENT A LA SOURCE SUR SALAIRES :
      * LE JOURNAL UT-S-PASDD DE LA PERIODE (ECRIT PAR PG13CH10 ; A
      * DEFAUT LE JOURNAL SANS PERIODE UT-S-PASDD.dat, FILTRE SUR LA
      * PERIODE) EST CUMULE PAR SALARIE : NET IMPOSABLE, TAUX ET
      * ORIGINE APPLIQUES, IMPOT RETENU. L'ETAT DDREVPAS LISTE CHAQUE
      * SALARIE ET LES TOTAUX ; LE FICHIER A DESSIN FIXE AS-REVPAS
      * (ENTETE '1', DETAIL '2', TOTAL '9', SUR LE MODELE DE REVFISC)
      * PORTE LA DECLARATION A L'ADMINISTRATION. UN SALARIE PAYE DEUX
      * FOIS DANS LA PERIODE (PASSAGE COMPLEMENTAIRE) EST CUMULE SUR
      * UNE SEULE LIGNE, AVEC LE DERNIER TAUX APPLIQUE. LES SALARIES
      * SANS AUCUN TAUX CONNU (ORIGINE A) SONT SIGNALES : CODE RETOUR 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPASJRN ASSIGN TO DYNAMIC WS-PASFILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PASJRN.

           SELECT FREVPAS ASSIGN TO AS-REVPAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVPAS.

           SELECT FPRINT ASSIGN TO DDREVPAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
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

      *----DESSIN FIXE : '1' ENTETE, '2' DETAIL, '9' TOTAL-------------
       FD  FREVPAS.
       01  ENR-REVPAS.
           10 RVP-TYPE    PIC X.
           10 RVP-EMPID   PIC X(5).
           10 RVP-PERIODE PIC 9(6).
           10 RVP-BASE    PIC 9(11)V9(2).
           10 RVP-TAUX    PIC 9(2)V9.
           10 RVP-ORIGINE PIC X.
           10 RVP-RETENUE PIC 9(11)V9(2).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-PASJRN    PIC XX VALUE ZERO.
       01  FS-REVPAS    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-PERIODE   PIC 9(6) VALUE ZERO.
       01  WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01  WS-PASFILE-NAME PIC X(20) VALUE SPACES.
       01  WS-NB-REVERSES PIC 9(5) VALUE ZERO.
       01  WS-NB-SANS-TAUX PIC 9(5) VALUE ZERO.
       01  WS-TOT-BASE  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-RET   PIC 9(11)V9(2) VALUE ZERO.
      *----CUMULS PAR SALARIE (LIGNES DE LA PERIODE SEULEMENT)---------
       01  WS-NB-EMPS   PIC 9(3) VALUE ZERO.
       01  WS-IND-EMP   PIC 9(3) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  T-CUMULS.
           05 T-CUMUL-LIG OCCURS 500 TIMES.
              10 TC-EMPID   PIC X(5).
              10 TC-NOM     PIC X(10).
              10 TC-BASE    PIC 9(11)V9(2).
              10 TC-TAUX    PIC 9(2)V9.
              10 TC-ORIGINE PIC X.
              10 TC-RET     PIC 9(11)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(44) VALUE
              'PRELEVEMENT A LA SOURCE SUR SALAIRES -      '.
           05 WE-PERIODE PIC 9(6).
       01  LG-ENTETE.
           05 FILLER PIC X(40) VALUE
              'MATR. NOM         NET IMPOSABLE   TAUX O'.
           05 FILLER PIC X(28) VALUE
              '   IMPOT RETENU             '.
       01  LG-DET.
           05 WE-DET-EMPID  PIC X(5).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-NOM    PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-BASE   PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 WE-DET-TAUX   PIC Z9.9.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-ORIG   PIC X.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-RET    PIC ZZZBZZZBZZ9.99.
       01  LG-TOT1.
           05 FILLER PIC X(26) VALUE 'SALARIES PRELEVES        :'.
           05 WE-NB-REV PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'TOTAL NET IMPOSABLE      :'.
           05 WE-TOT-BASE PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT3.
           05 FILLER PIC X(26) VALUE 'TOTAL A REVERSER         :'.
           05 WE-TOT-RET PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT4.
           05 FILLER PIC X(26) VALUE 'SALARIES SANS TAUX (A)   :'.
           05 WE-NB-SANS-TAUX PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-PASJRN = '00' AND FS-REVPAS = '00'
              AND FS-PRINT = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM CUMULER-JOURNAL
              PERFORM ECRIRE-REVERSEMENT
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'PERIODE DE PAIE (AAAAMM, 0=MOIS EN COURS) : '
              WITH NO ADVANCING.
           ACCEPT WS-PERIODE.
           IF WS-PERIODE = ZERO
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
              MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           END-IF.
           MOVE WS-PERIODE TO WE-PERIODE.
      *----JOURNAL DE LA PERIODE, SINON JOURNAL SANS PERIODE-----------
           STRING 'UT-S-PASDD.' DELIMITED BY SIZE
                  WS-PERIODE    DELIMITED BY SIZE
                  INTO WS-PASFILE-NAME
           END-STRING.
           OPEN INPUT FPASJRN.
           IF FS-PASJRN = '35'
              MOVE 'UT-S-PASDD.dat' TO WS-PASFILE-NAME
              OPEN INPUT FPASJRN
           END-IF.
           OPEN OUTPUT FREVPAS FPRINT.
           IF FS-PASJRN NOT = '00' OR FS-REVPAS NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FJ ' FS-PASJRN
                 ' FR ' FS-REVPAS ' FP ' FS-PRINT
           END-IF.
      *----------------------------------------------------------------
      *    CUMUL DE L'IMPOT RETENU DE LA PERIODE PAR SALARIE           *
      *----------------------------------------------------------------
       CUMULER-JOURNAL.
           PERFORM LIRE-JOURNAL UNTIL WS-EOF = 'O'.
       LIRE-JOURNAL.
           READ FPASJRN
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF PAS-PERIODE = WS-PERIODE
                    PERFORM CUMULER-SALARIE
                 END-IF
           END-READ.
       CUMULER-SALARIE.
           PERFORM LOCALISER-SALARIE VARYING WS-IND-EMP FROM 1 BY 1
              UNTIL WS-IND-EMP > WS-NB-EMPS
                 OR TC-EMPID(WS-IND-EMP) = PAS-EMPID.
           IF WS-IND-EMP > WS-NB-EMPS
              IF WS-NB-EMPS < 500
                 ADD 1 TO WS-NB-EMPS
                 MOVE PAS-EMPID   TO TC-EMPID(WS-NB-EMPS)
                 MOVE PAS-NOM     TO TC-NOM(WS-NB-EMPS)
                 MOVE PAS-BASE    TO TC-BASE(WS-NB-EMPS)
                 MOVE PAS-TAUX    TO TC-TAUX(WS-NB-EMPS)
                 MOVE PAS-ORIGINE TO TC-ORIGINE(WS-NB-EMPS)
                 MOVE PAS-MONTANT TO TC-RET(WS-NB-EMPS)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           ELSE
              ADD PAS-BASE    TO TC-BASE(WS-IND-EMP)
              ADD PAS-MONTANT TO TC-RET(WS-IND-EMP)
              MOVE PAS-TAUX    TO TC-TAUX(WS-IND-EMP)
              MOVE PAS-ORIGINE TO TC-ORIGINE(WS-IND-EMP)
           END-IF.
       LOCALISER-SALARIE.
           CONTINUE.
      *----------------------------------------------------------------
      *    FICHIER DE REVERSEMENT, ETAT DETAILLE ET TOTAUX DE CONTROLE *
      *----------------------------------------------------------------
       ECRIRE-REVERSEMENT.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-ENTETE.
           MOVE SPACES TO ENR-REVPAS.
           MOVE '1' TO RVP-TYPE.
           MOVE WS-PERIODE TO RVP-PERIODE.
           MOVE ZERO TO RVP-BASE RVP-TAUX RVP-RETENUE.
           WRITE ENR-REVPAS.
           PERFORM REVERSER-UN-SALARIE
              VARYING WS-IND-EMP FROM 1 BY 1
              UNTIL WS-IND-EMP > WS-NB-EMPS.
           MOVE SPACES TO ENR-REVPAS.
           MOVE '9' TO RVP-TYPE.
           MOVE WS-NB-REVERSES TO RVP-EMPID.
           MOVE WS-PERIODE TO RVP-PERIODE.
           MOVE WS-TOT-BASE TO RVP-BASE.
           MOVE ZERO TO RVP-TAUX.
           MOVE WS-TOT-RET TO RVP-RETENUE.
           WRITE ENR-REVPAS.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-REVERSES TO WE-NB-REV.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-TOT-BASE TO WE-TOT-BASE.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-TOT-RET TO WE-TOT-RET.
           WRITE REC-PRT FROM LG-TOT3.
           IF WS-NB-SANS-TAUX > ZERO
              MOVE WS-NB-SANS-TAUX TO WE-NB-SANS-TAUX
              WRITE REC-PRT FROM LG-TOT4
           END-IF.
       REVERSER-UN-SALARIE.
           ADD 1 TO WS-NB-REVERSES.
           ADD TC-BASE(WS-IND-EMP) TO WS-TOT-BASE.
           ADD TC-RET(WS-IND-EMP) TO WS-TOT-RET.
           IF TC-ORIGINE(WS-IND-EMP) = 'A'
              ADD 1 TO WS-NB-SANS-TAUX
           END-IF.
           MOVE SPACES TO ENR-REVPAS.
           MOVE '2' TO RVP-TYPE.
           MOVE TC-EMPID(WS-IND-EMP) TO RVP-EMPID.
           MOVE WS-PERIODE TO RVP-PERIODE.
           MOVE TC-BASE(WS-IND-EMP) TO RVP-BASE.
           MOVE TC-TAUX(WS-IND-EMP) TO RVP-TAUX.
           MOVE TC-ORIGINE(WS-IND-EMP) TO RVP-ORIGINE.
           MOVE TC-RET(WS-IND-EMP) TO RVP-RETENUE.
           WRITE ENR-REVPAS.
           MOVE TC-EMPID(WS-IND-EMP)   TO WE-DET-EMPID.
           MOVE TC-NOM(WS-IND-EMP)     TO WE-DET-NOM.
           MOVE TC-BASE(WS-IND-EMP)    TO WE-DET-BASE.
           MOVE TC-TAUX(WS-IND-EMP)    TO WE-DET-TAUX.
           MOVE TC-ORIGINE(WS-IND-EMP) TO WE-DET-ORIG.
           MOVE TC-RET(WS-IND-EMP)     TO WE-DET-RET.
           WRITE REC-PRT FROM LG-DET.
       FIN.
           CLOSE FPASJRN FREVPAS FPRINT.
           DISPLAY 'SALARIES PRELEVES : ' WS-NB-REVERSES.
           DISPLAY 'TOTAL A REVERSER  : ' WS-TOT-RET.
           IF WS-TRAITE = 'N' OR WS-TBL-PLEINE = 'O'
              IF WS-TBL-PLEINE = 'O'
                 DISPLAY 'ERR. TABLE DES SALARIES PLEINE (500) - '
                    'REVERSEMENT INCOMPLET'
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-SANS-TAUX > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
