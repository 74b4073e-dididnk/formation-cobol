       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGPROV.
       AUTHOR.     E NGBAME.
      * PROVISION POUR CONGES PAYES DE FIN D'EXERCICE : POUR CHAQUE
      * SALARIE DU FICHIER DU PERSONNEL (UT-S-EMPDD.dat), LE SOLDE DE
      * CONGES DU COMPTEUR DD-CONGES TENU PAR PG13CH10 (REPORT + ACQUIS
      * - PRIS DE LA PERIODE DE REFERENCE) EST VALORISE AU SALAIRE
      * MENSUEL ACTUEL EMPSAL, SUR LA BASE DE 26 JOURS OUVRABLES PAR
      * MOIS. L'ETAT DDCONGPR LISTE LE DETAIL PAR SALARIE ET LE TOTAL
      * DE LA DETTE DE CONGES A PROVISIONNER. UN SALARIE SANS COMPTEUR
      * (JAMAIS PASSE EN PAIE) N'A RIEN ACQUIS ET N'EST PAS EDITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO "UT-S-EMPDD.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EMPFILE.

           SELECT FCONGES ASSIGN TO DD-CONGES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGP-EMPID
           FILE STATUS IS FS-CONGES.

           SELECT FPRINT ASSIGN TO DDCONGPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
       01  EMPREC.
           05 EMPID        PIC X(5).
           05 FILLER       PIC X(2).
           05 EMPNOM       PIC X(10).
           05 FILLER       PIC X(2).
           05 EMPVILLE     PIC X(10).
           05 FILLER       PIC X(2).
           05 EMPSAL       PIC 9(5).
           05 FILLER       PIC X(44).

       FD  FCONGES.
       01  ENR-CONGES.
           05 CGP-EMPID    PIC X(5).
           05 CGP-REFDEB   PIC 9(6).
           05 CGP-REPORT   PIC 9(3)V9(2).
           05 CGP-ACQUIS   PIC 9(3)V9(2).
           05 CGP-PRIS     PIC 9(3)V9(2).
           05 CGP-DERMOIS  PIC 9(6).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-EMPFILE   PIC XX VALUE ZERO.
       01  FS-CONGES    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01  WS-JOURS-MOIS PIC 9(2) VALUE 26.
       01  WS-CP-SOLDE  PIC 9(4)V9(2) VALUE ZERO.
       01  WS-CP-VALEUR PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-SALARIES PIC 9(5) VALUE ZERO.
       01  WS-NB-SANS-CPT PIC 9(5) VALUE ZERO.
       01  WS-TOT-JOURS PIC 9(7)V9(2) VALUE ZERO.
       01  WS-TOT-VALEUR PIC 9(11)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(40) VALUE
              'PROVISION POUR CONGES PAYES AU         '.
           05 WE-DATE    PIC 9(8).
       01  LG-ENTETE.
           05 FILLER PIC X(38) VALUE
              'MATR. NOM        REF.   SAL.   REPORT '.
           05 FILLER PIC X(38) VALUE
              ' ACQUIS    PRIS   SOLDE         VALEUR'.
       01  LG-DET.
           05 WE-DET-EMPID  PIC X(5).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-NOM    PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-REF    PIC 9(6).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-SAL    PIC ZZZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-REPORT PIC ZZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-ACQUIS PIC ZZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-PRIS   PIC ZZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-SOLDE  PIC ZZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-VALEUR PIC ZZZBZZZBZZ9.99.
       01  LG-TOT1.
           05 FILLER PIC X(26) VALUE 'SALARIES PROVISIONNES    :'.
           05 WE-NB-SAL PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'TOTAL JOURS RESTANTS     :'.
           05 WE-TOT-JOURS PIC ZZZBZZ9.99.
       01  LG-TOT3.
           05 FILLER PIC X(26) VALUE 'TOTAL A PROVISIONNER     :'.
           05 WE-TOT-VALEUR PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT4.
           05 FILLER PIC X(26) VALUE 'SALARIES SANS COMPTEUR   :'.
           05 WE-NB-SANS-CPT PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-EMPFILE = '00' AND FS-CONGES = '00'
              AND FS-PRINT = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM LIRE-SALARIE
              PERFORM VALORISER-SALARIE UNTIL WS-EOF = 'O'
              PERFORM ECRIRE-TOTAUX
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR TO WE-DATE.
           OPEN INPUT EMPFILE FCONGES.
           OPEN OUTPUT FPRINT.
           IF FS-EMPFILE NOT = '00' OR FS-CONGES NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FE ' FS-EMPFILE
                 ' FC ' FS-CONGES ' FP ' FS-PRINT
           ELSE
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENTETE
           END-IF.
       LIRE-SALARIE.
           READ EMPFILE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    SOLDE DE CONGES DU SALARIE VALORISE AU SALAIRE ACTUEL       *
      *----------------------------------------------------------------
       VALORISER-SALARIE.
           MOVE EMPID TO CGP-EMPID.
           READ FCONGES
              INVALID KEY ADD 1 TO WS-NB-SANS-CPT
              NOT INVALID KEY PERFORM EDITER-SALARIE
           END-READ.
           PERFORM LIRE-SALARIE.
       EDITER-SALARIE.
           COMPUTE WS-CP-SOLDE = CGP-REPORT + CGP-ACQUIS - CGP-PRIS.
           COMPUTE WS-CP-VALEUR ROUNDED =
              WS-CP-SOLDE * EMPSAL / WS-JOURS-MOIS.
           ADD 1 TO WS-NB-SALARIES.
           ADD WS-CP-SOLDE TO WS-TOT-JOURS.
           ADD WS-CP-VALEUR TO WS-TOT-VALEUR.
           MOVE EMPID        TO WE-DET-EMPID.
           MOVE EMPNOM       TO WE-DET-NOM.
           MOVE CGP-REFDEB   TO WE-DET-REF.
           MOVE EMPSAL       TO WE-DET-SAL.
           MOVE CGP-REPORT   TO WE-DET-REPORT.
           MOVE CGP-ACQUIS   TO WE-DET-ACQUIS.
           MOVE CGP-PRIS     TO WE-DET-PRIS.
           MOVE WS-CP-SOLDE  TO WE-DET-SOLDE.
           MOVE WS-CP-VALEUR TO WE-DET-VALEUR.
           WRITE REC-PRT FROM LG-DET.
       ECRIRE-TOTAUX.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-SALARIES TO WE-NB-SAL.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-TOT-JOURS TO WE-TOT-JOURS.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-TOT-VALEUR TO WE-TOT-VALEUR.
           WRITE REC-PRT FROM LG-TOT3.
           IF WS-NB-SANS-CPT > ZERO
              MOVE WS-NB-SANS-CPT TO WE-NB-SANS-CPT
              WRITE REC-PRT FROM LG-TOT4
           END-IF.
       FIN.
           CLOSE EMPFILE FCONGES FPRINT.
           DISPLAY 'SALARIES PROVISIONNES : ' WS-NB-SALARIES.
           DISPLAY 'TOTAL A PROVISIONNER  : ' WS-TOT-VALEUR.
           IF WS-TRAITE = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
