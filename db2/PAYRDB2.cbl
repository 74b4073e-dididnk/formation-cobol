      *UPDATE. EN FIN DE PASSAGE, LE NOMBRE DE LIGNES DE LA PERIODE
      *DANS LA TABLE EST RAPPROCHE DU NOMBRE D'ENREGISTREMENTS LUS
      *DANS SALFILE - TOUTE DIFFERENCE EST SIGNALEE (RC 8).
      *LE NET IMPOSABLE DU MOIS ET L'IMPOT PRELEVE A LA SOURCE SONT
      *REPRIS DU JOURNAL UT-S-PASDD DE LA PERIODE ECRIT PAR PG13CH10
      *(A DEFAUT UT-S-PASDD.dat, QUI CUMULE LES MOIS : SEULES SES
      *LIGNES DE LA PERIODE SAISIE SONT RETENUES) ; PREMIERE LIGNE DU
      *SALARIE POUR LA PERIODE, LES LIGNES DE SOLDE DE TOUT COMPTE
      *QUI SUIVENT NE COMPTENT PAS - ZERO SI LE JOURNAL OU LE
      *SALARIE EST ABSENT. CERTFISC EN TIRE
      *L'ATTESTATION FISCALE ANNUELLE.
      *TABLE ATTENDUE :
      *  CREATE TABLE PAYROLL
      *    (EMP_NUM   CHAR(5)      NOT NULL,
      *     SAL_BRUT  DECIMAL(7,0) NOT NULL,
      *     SAL_ANNUEL DECIMAL(11,0) NOT NULL,
      *     SAL_NET   DECIMAL(11,0) NOT NULL,
      *     NET_IMPOS DECIMAL(9,2)  NOT NULL WITH DEFAULT,
      *     IMPOT_PAS DECIMAL(9,2)  NOT NULL WITH DEFAULT,
      *     PRIMARY KEY (EMP_NUM, PERIODE))
      *TABLE EXISTANTE :
      *  ALTER TABLE PAYROLL
      *    ADD NET_IMPOS DECIMAL(9,2) NOT NULL WITH DEFAULT;
      *  ALTER TABLE PAYROLL
      *    ADD IMPOT_PAS DECIMAL(9,2) NOT NULL WITH DEFAULT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALFILE ASSIGN TO DYNAMIC WS-SALFILE-NOM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSAL.

           SELECT FPASJRN ASSIGN TO DYNAMIC WS-PASFILE-NOM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FPAS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALFILE.
           05 FILLER       PIC X(2).
           05 SALNET       PIC 9(10).
           05 FILLER       PIC X(20).
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
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           01  WS-FSAL          PIC XX VALUE ZERO.
           01  PAY-SAL-BRUT     PIC S9(7) COMP-3.
           01  PAY-SAL-ANNUEL   PIC S9(11) COMP-3.
           01  PAY-SAL-NET      PIC S9(11) COMP-3.
           01  PAY-NET-IMPOS    PIC S9(7)V9(2) COMP-3.
           01  PAY-IMPOT-PAS    PIC S9(7)V9(2) COMP-3.
      *----NET IMPOSABLE ET IMPOT DU MOIS PAR MATRICULE (UT-S-PASDD)---
           01  WS-FPAS          PIC XX VALUE ZERO.
           01  WS-PAS-EOF       PIC X VALUE 'N'.
           01  WS-PASFILE-NOM   PIC X(20) VALUE "UT-S-PASDD.dat".
           01  WS-NB-PAS        PIC 9(3) VALUE ZERO.
           01  WS-IND-PAS       PIC 9(3) VALUE ZERO.
           01  WS-PAS-TROUVE    PIC X VALUE 'N'.
           01  T-PAS.
               05 T-PAS-LIG OCCURS 200 TIMES.
                  10 TP-EMPID   PIC X(5).
                  10 TP-BASE    PIC 9(7)V9(2).
                  10 TP-IMPOT   PIC 9(7)V9(2).
           01  WS-NB-LUS        PIC 9(5) VALUE ZERO.
           01  WS-NB-INSERES    PIC 9(5) VALUE ZERO.
           01  WS-NB-MAJ        PIC 9(5) VALUE ZERO.
                     INTO WS-SALFILE-NOM
              END-STRING
              MOVE WS-PERIODE-SAISIE TO PAY-PERIODE
              MOVE SPACES TO WS-PASFILE-NOM
              STRING 'UT-S-PASDD.' DELIMITED BY SIZE
                     WS-PERIODE-SAISIE DELIMITED BY SIZE
                     INTO WS-PASFILE-NOM
              END-STRING
           ELSE
              MOVE ZERO TO PAY-PERIODE
           END-IF.
           PERFORM CHARGER-PAS.
           OPEN INPUT SALFILE.
           IF WS-FSAL NOT = '00'
              DISPLAY "ERREUR OUVERTURE SALFILE : " WS-FSAL
           MOVE SALMONTH TO PAY-SAL-BRUT.
           MOVE SALANN   TO PAY-SAL-ANNUEL.
           MOVE SALNET   TO PAY-SAL-NET.
           PERFORM CHERCHER-PAS.
           EXEC SQL
              INSERT INTO PAYROLL
                 (EMP_NUM, PERIODE, SAL_BRUT, SAL_ANNUEL, SAL_NET,
                  NET_IMPOS, IMPOT_PAS)
              VALUES (:PAY-EMP-NUM, :PAY-PERIODE, :PAY-SAL-BRUT,
                 :PAY-SAL-ANNUEL, :PAY-SAL-NET,
                 :PAY-NET-IMPOS, :PAY-IMPOT-PAS)
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
              UPDATE PAYROLL
              SET SAL_BRUT = :PAY-SAL-BRUT,
                  SAL_ANNUEL = :PAY-SAL-ANNUEL,
                  SAL_NET = :PAY-SAL-NET,
                  NET_IMPOS = :PAY-NET-IMPOS,
                  IMPOT_PAS = :PAY-IMPOT-PAS
              WHERE EMP_NUM = :PAY-EMP-NUM
                AND PERIODE = :PAY-PERIODE
           END-EXEC.
                 " EMPLOYE " PAY-EMP-NUM
           END-IF.
      *----------------------------------------------------------------
      *    JOURNAL DU PRELEVEMENT DE LA PERIODE (A DEFAUT LE JOURNAL   *
      *    SANS PERIODE) ; ABSENT : NET IMPOSABLE ET IMPOT A ZERO      *
      *----------------------------------------------------------------
       CHARGER-PAS.
           OPEN INPUT FPASJRN.
           IF WS-FPAS = '35'
              MOVE "UT-S-PASDD.dat" TO WS-PASFILE-NOM
              OPEN INPUT FPASJRN
           END-IF.
           IF WS-FPAS NOT = '00'
              DISPLAY "JOURNAL PAS ABSENT - IMPOT NON HISTORISE : "
                 WS-FPAS
           ELSE
              PERFORM LIRE-PAS
              PERFORM RANGER-PAS UNTIL WS-PAS-EOF = 'O'
              CLOSE FPASJRN
           END-IF.
       LIRE-PAS.
           READ FPASJRN
              AT END MOVE 'O' TO WS-PAS-EOF
           END-READ.
       RANGER-PAS.
           IF PAY-PERIODE NOT = ZERO AND PAS-PERIODE NOT = PAY-PERIODE
              CONTINUE
           ELSE
              PERFORM RANGER-PAS-PERIODE
           END-IF.
           PERFORM LIRE-PAS.
       RANGER-PAS-PERIODE.
           IF WS-NB-PAS < 200
              ADD 1 TO WS-NB-PAS
              MOVE PAS-EMPID   TO TP-EMPID(WS-NB-PAS)
              MOVE PAS-BASE    TO TP-BASE(WS-NB-PAS)
              MOVE PAS-MONTANT TO TP-IMPOT(WS-NB-PAS)
           ELSE
              DISPLAY "TABLE DU PRELEVEMENT PLEINE (200) - MATRICULE "
                 PAS-EMPID " NON CHARGE"
           END-IF.
       CHERCHER-PAS.
           MOVE 'N' TO WS-PAS-TROUVE.
           MOVE ZERO TO PAY-NET-IMPOS PAY-IMPOT-PAS.
           PERFORM COMPARER-PAS VARYING WS-IND-PAS FROM 1 BY 1
              UNTIL WS-IND-PAS > WS-NB-PAS.
       COMPARER-PAS.
           IF TP-EMPID(WS-IND-PAS) = SALID AND WS-PAS-TROUVE = 'N'
              MOVE 'O' TO WS-PAS-TROUVE
              MOVE TP-BASE(WS-IND-PAS)  TO PAY-NET-IMPOS
              MOVE TP-IMPOT(WS-IND-PAS) TO PAY-IMPOT-PAS
           END-IF.
      *----------------------------------------------------------------
      *    RAPPROCHEMENT : LIGNES DE LA PERIODE DANS LA TABLE CONTRE   *
      *    ENREGISTREMENTS LUS DANS SALFILE                            *
      *----------------------------------------------------------------
