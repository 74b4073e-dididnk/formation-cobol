      *DANS L'HISTORIQUE HISTNOTE.dat (CLE MATRICULE + TRIMESTRE, UNE
      *REEDITION REMPLACE) - LA SYNTHESE DE FIN D'ANNEE (SYNTHNOTE)
      *Y RETROUVE LES TROIS MOYENNES POUR LE CONSEIL DE CLASSE.
      *CHAQUE BULLETIN PORTE AUSSI L'ASSIDUITE DU TRIMESTRE, LUE DANS
      *LE FICHIER ABSENCES.dat CHARGE PAR CHGABS : DEMI-JOURNEES
      *D'ABSENCE JUSTIFIEES ET NON JUSTIFIEES, ET NOMBRE DE RETARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS HIS-CLE
           FILE STATUS IS WS-FSHISTO.

      *ASSIDUITE PAR ELEVE (CHARGEE PAR CHGABS DEPUIS LES REGISTRES)
           SELECT FABSENCE ASSIGN TO "ABSENCES.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-CLE
           FILE STATUS IS WS-FSABS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTEFILE.
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
       01 WS-FSNOTE       PIC XX VALUE ZERO.
       01 WS-FSMAT        PIC XX VALUE ZERO.
       01 WS-FSTRIE       PIC XX VALUE ZERO.
       01 WS-FSHISTO      PIC XX VALUE ZERO.
       01 WS-HISTO-DISPO  PIC X VALUE 'N'.
       01 WS-FSABS        PIC XX VALUE ZERO.
       01 WS-ABS-DISPO    PIC X VALUE 'N'.
       01 WS-FIN-ABS      PIC X VALUE 'N'.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-SEUIL        PIC 9(2)V99 VALUE 10.00.
       01 WS-TRIMESTRE    PIC 9 VALUE 1.
       01 WS-SOMME-PTS    PIC 9(5)V99 VALUE ZERO.
       01 WS-SOMME-COEF   PIC 9(3)V9 VALUE ZERO.
       01 WS-MOYENNE      PIC 9(2)V99 VALUE ZERO.
       01 WS-NB-ABS-JUST  PIC 9(3) VALUE ZERO.
       01 WS-NB-ABS-NJUST PIC 9(3) VALUE ZERO.
       01 WS-NB-RETARDS   PIC 9(3) VALUE ZERO.
      *----CLASSEMENT DE LA CLASSE-------------------------------------
       01 WS-NB-ELEVES    PIC 9(3) VALUE ZERO.
       01 WS-IND-ELEVE    PIC 9(3) VALUE ZERO.
              MOVE 1 TO WS-TRIMESTRE
           END-IF.
           PERFORM OUVRIR-HISTORIQUE.
           PERFORM OUVRIR-ASSIDUITE.
           PERFORM CHARGER-MATIERES.
           SORT FNOTE-TRI
              ON ASCENDING KEY TRI-MATRICULE TRI-MATIERE
              DISPLAY 'HISTORIQUE HISTNOTE.dat INDISPONIBLE : '
                 WS-FSHISTO ' - MOYENNES NON CONSERVEES'
           END-IF.
      *----------------------------------------------------------------
      *    ASSIDUITE : SANS FICHIER, LES BULLETINS SONT EDITES SANS    *
      *----------------------------------------------------------------
       OUVRIR-ASSIDUITE.
           OPEN INPUT FABSENCE.
           IF WS-FSABS = '00'
              MOVE 'O' TO WS-ABS-DISPO
           ELSE
              DISPLAY 'ASSIDUITE ABSENCES.dat INDISPONIBLE : '
                 WS-FSABS ' - BULLETINS SANS ABSENCES'
           END-IF.
       CHARGER-MATIERES.
           OPEN INPUT MATFILE.
           IF WS-FSMAT NOT = '00'
           ELSE
              DISPLAY 'RESULTAT : AJOURNE'
           END-IF.
           IF WS-ABS-DISPO = 'O'
              PERFORM COMPTER-ABSENCES
              DISPLAY 'ABSENCES DU TRIMESTRE (DEMI-JOURNEES) : '
                 'JUSTIFIEES ' WS-NB-ABS-JUST
                 ' NON JUSTIFIEES ' WS-NB-ABS-NJUST
              DISPLAY 'RETARDS DU TRIMESTRE : ' WS-NB-RETARDS
           END-IF.
           PERFORM HISTORISER-MOYENNE.
           IF WS-NB-ELEVES < 100
              ADD 1 TO WS-NB-ELEVES
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
      *----------------------------------------------------------------
      *    DEMI-JOURNEES DE L'ELEVE : POSITIONNEMENT SUR SON MATRICULE *
      *    PUIS LECTURE SUIVANTE TANT QUE LE MATRICULE EST LE SIEN     *
      *----------------------------------------------------------------
       COMPTER-ABSENCES.
           MOVE ZERO TO WS-NB-ABS-JUST WS-NB-ABS-NJUST WS-NB-RETARDS.
           MOVE 'N' TO WS-FIN-ABS.
           MOVE WS-MATRICULE-COUR TO ABS-MATRICULE.
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
              AND ABS-MATRICULE NOT = WS-MATRICULE-COUR
              MOVE 'O' TO WS-FIN-ABS
           END-IF.
           IF WS-FIN-ABS = 'N' AND ABS-TRIMESTRE = WS-TRIMESTRE
              EVALUATE TRUE
                 WHEN ABS-TYPE = 'R'
                    ADD 1 TO WS-NB-RETARDS
                 WHEN ABS-JUSTIFIE = 'O'
                    ADD 1 TO WS-NB-ABS-JUST
                 WHEN OTHER
                    ADD 1 TO WS-NB-ABS-NJUST
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *    MOYENNE DU TRIMESTRE CONSERVEE DATEE DANS L'HISTORIQUE      *
      *    (UNE REEDITION DU MEME TRIMESTRE REMPLACE L'ANCIENNE)       *
      *----------------------------------------------------------------
           IF WS-HISTO-DISPO = 'O'
              CLOSE FHISTO
           END-IF.
           IF WS-ABS-DISPO = 'O'
              CLOSE FABSENCE
           END-IF.
           DISPLAY 'NOTES HORS TRIMESTRE : ' WS-NB-HORS-TRIM.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CLASSEMENT DE LA CLASSE'.
