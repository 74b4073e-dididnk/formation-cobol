      *AU SEUIL DE REUSSITE (COMME CALMOY), ET LA LIGNE DE DECISION :
      *PASSAGE EN CLASSE SUPERIEURE OU REDOUBLEMENT. UN TRIMESTRE
      *MANQUANT EST SIGNALE ET EXCLU DE LA PONDERATION.
      *A COTE DE LA DECISION FIGURE L'ASSIDUITE DE L'ANNEE (FICHIER
      *ABSENCES.dat CHARGE PAR CHGABS, TOUS TRIMESTRES) : DEMI-
      *JOURNEES D'ABSENCE JUSTIFIEES ET NON JUSTIFIEES, RETARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS HIS-CLE
           FILE STATUS IS WS-FSHISTO.

           SELECT FABSENCE ASSIGN TO "ABSENCES.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-CLE
           FILE STATUS IS WS-FSABS.

       DATA DIVISION.
       FILE SECTION.
       FD FHISTO.
           05 HIS-DATE       PIC 9(8).
           05 HIS-MOYENNE    PIC 9(2)V99.

       FD FABSENCE.
       01 ENR-ABSENCE.
           05 ABS-CLE.
              10 ABS-MATRICULE PIC X(6).
              10 ABS-DATE      PIC 9(8).
      *ABS-DEMIJOUR : M = MATIN, A = APRES-MIDI
              10 ABS-DEMIJOUR  PIC X.
      *ABS-TYPE : A = ABSENCE, R = RETARD
           05 ABS-TYPE       PIC X.
      *ABS-JUSTIFIE : O = JUSTIFIE(E), N = NON JUSTIFIE(E)
           05 ABS-JUSTIFIE   PIC X.
           05 ABS-TRIMESTRE  PIC 9.
           05 ABS-DTMAJ      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FSHISTO      PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-FSABS        PIC XX VALUE ZERO.
       01 WS-ABS-DISPO    PIC X VALUE 'N'.
       01 WS-FIN-ABS      PIC X VALUE 'N'.
       01 WS-SEUIL        PIC 9(2)V99 VALUE 10.00.
      *----POIDS DE CHAQUE TRIMESTRE DANS LA MOYENNE ANNUELLE----------
       01 WS-POIDS-SAISIE PIC 9V9 VALUE ZERO.
       01 WS-NB-MANQUANTS PIC 9 VALUE ZERO.
       01 WS-NB-ADMIS     PIC 9(3) VALUE ZERO.
       01 WS-NB-REDOUBLE  PIC 9(3) VALUE ZERO.
      *----ASSIDUITE DE L'ANNEE DE L'ELEVE-----------------------------
       01 WS-NB-ABS-JUST  PIC 9(3) VALUE ZERO.
       01 WS-NB-ABS-NJUST PIC 9(3) VALUE ZERO.
       01 WS-NB-RETARDS   PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           MOVE 1.0 TO TP-POIDS(1) TP-POIDS(2) TP-POIDS(3).
           PERFORM SAISIR-POIDS VARYING WS-IND-TRIM FROM 1 BY 1
              UNTIL WS-IND-TRIM > 3.
           OPEN INPUT FABSENCE.
           IF WS-FSABS = '00'
              MOVE 'O' TO WS-ABS-DISPO
           ELSE
              DISPLAY 'ASSIDUITE ABSENCES.dat INDISPONIBLE : '
                 WS-FSABS ' - SYNTHESE SANS ABSENCES'
           END-IF.
           OPEN INPUT FHISTO.
           IF WS-FSHISTO NOT = '00'
              DISPLAY 'HISTORIQUE HISTNOTE.dat INDISPONIBLE : '
           IF WS-FSHISTO = '00' OR WS-FSHISTO = '10'
              CLOSE FHISTO
           END-IF.
           IF WS-ABS-DISPO = 'O'
              CLOSE FABSENCE
           END-IF.
           DISPLAY '========================================'.
           DISPLAY 'SYNTHESE DE FIN D ANNEE - SEUIL ' WS-SEUIL.
           PERFORM SYNTHETISER-ELEVE VARYING WS-IND-ELEVE FROM 1 BY 1
              ADD 1 TO WS-NB-REDOUBLE
              DISPLAY 'DECISION DU CONSEIL : REDOUBLEMENT'
           END-IF.
           IF WS-ABS-DISPO = 'O'
              PERFORM COMPTER-ABSENCES
              DISPLAY 'ABSENCES DE L ANNEE (DEMI-JOURNEES) : '
                 'JUSTIFIEES ' WS-NB-ABS-JUST
                 ' NON JUSTIFIEES ' WS-NB-ABS-NJUST
                 ' - RETARDS ' WS-NB-RETARDS
           END-IF.
       PONDERER-TRIMESTRE.
           IF TE-PRESENTE(WS-IND-ELEVE, WS-IND-TRIM) = 'O'
              DISPLAY '  TRIMESTRE ' WS-IND-TRIM ' : '
              DISPLAY '  TRIMESTRE ' WS-IND-TRIM ' : MOYENNE '
                 'ABSENTE DE L HISTORIQUE'
           END-IF.
      *----------------------------------------------------------------
      *    DEMI-JOURNEES DE L'ELEVE, TOUS TRIMESTRES CONFONDUS         *
      *----------------------------------------------------------------
       COMPTER-ABSENCES.
           MOVE ZERO TO WS-NB-ABS-JUST WS-NB-ABS-NJUST WS-NB-RETARDS.
           MOVE 'N' TO WS-FIN-ABS.
           MOVE TE-MATRICULE(WS-IND-ELEVE) TO ABS-MATRICULE.
           MOVE ZERO  TO ABS-DATE.
           MOVE SPACE TO ABS-DEMIJOUR.
           START FABSENCE KEY NOT < ABS-CLE
              INVALID KEY MOVE 'O' TO WS-FIN-ABS
           END-START.
           PERFORM CUMULER-ABSENCE UNTIL WS-FIN-ABS = 'O'.
       CUMULER-ABSENCE.
           READ FABSENCE NEXT RECORD
              AT END MOVE 'O' TO WS-FIN-ABS
           END-READ.
           IF WS-FIN-ABS = 'N'
              AND ABS-MATRICULE NOT = TE-MATRICULE(WS-IND-ELEVE)
              MOVE 'O' TO WS-FIN-ABS
           END-IF.
           IF WS-FIN-ABS = 'N'
              EVALUATE TRUE
                 WHEN ABS-TYPE = 'R'
                    ADD 1 TO WS-NB-RETARDS
                 WHEN ABS-JUSTIFIE = 'O'
                    ADD 1 TO WS-NB-ABS-JUST
                 WHEN OTHER
                    ADD 1 TO WS-NB-ABS-NJUST
              END-EVALUATE
           END-IF.
