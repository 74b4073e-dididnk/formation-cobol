       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSHEBDO.
      *ETAT HEBDOMADAIRE D'ASSIDUITE POUR LA VIE SCOLAIRE : LE
      *FICHIER ABSENCES.dat (CHARGE PAR CHGABS) EST LU DANS L'ORDRE
      *DE SA CLE (MATRICULE, DATE, DEMI-JOURNEE) ET, PAR ELEVE, LES
      *DEMI-JOURNEES D'ABSENCE NON JUSTIFIEES SONT CUMULEES AVANT LA
      *SEMAINE DEMANDEE PUIS DANS LA SEMAINE (DATES DE DEBUT ET DE
      *FIN SAISIES AU LANCEMENT, FIN PAR DEFAUT = JOUR DU PASSAGE).
      *SONT LISTES :
      *  - LES ELEVES DONT LE CUMUL ATTEINT LE SEUIL PARAMETRABLE
      *    (DEFAUT 4 DEMI-JOURNEES) PENDANT LA SEMAINE : LA FAMILLE
      *    EST A CONTACTER ;
      *  - CEUX DEJA AU-DELA DU SEUIL QUI ONT DE NOUVELLES ABSENCES
      *    NON JUSTIFIEES DANS LA SEMAINE (RAPPEL).
      *UNE ABSENCE JUSTIFIEE APRES COUP (LIGNE REPRISE AVEC O PAR
      *CHGABS) SORT DU CUMUL. LES RETARDS NE COMPTENT PAS DANS LE
      *SEUIL ET SONT SEULEMENT RAPPELES SUR LA LIGNE DE L'ELEVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FABSENCE ASSIGN TO "ABSENCES.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ABS-CLE
           FILE STATUS IS WS-FSABS.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-FSABS        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-PREMIER      PIC X VALUE 'O'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-DT-DEBUT     PIC 9(8) VALUE ZERO.
       01 WS-DT-FIN       PIC 9(8) VALUE ZERO.
       01 WS-SEUIL        PIC 9(3) VALUE 4.
      *----ELEVE COURANT-----------------------------------------------
       01 WS-MATRICULE-COUR PIC X(6) VALUE SPACES.
       01 WS-NJ-AVANT     PIC 9(3) VALUE ZERO.
       01 WS-NJ-SEMAINE   PIC 9(3) VALUE ZERO.
       01 WS-NJ-CUMUL     PIC 9(3) VALUE ZERO.
       01 WS-RET-SEMAINE  PIC 9(3) VALUE ZERO.
      *----TOTAUX DE L'ETAT--------------------------------------------
       01 WS-NB-ELEVES    PIC 9(5) VALUE ZERO.
       01 WS-NB-FRANCHIS  PIC 9(5) VALUE ZERO.
       01 WS-NB-RAPPELS   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM TRAITER-ABSENCE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           DISPLAY 'DEBUT DE LA SEMAINE (AAAAMMJJ) : '.
           ACCEPT WS-DT-DEBUT.
           DISPLAY 'FIN DE LA SEMAINE (AAAAMMJJ, 0 = AUJOURD HUI) : '.
           ACCEPT WS-DT-FIN.
           IF WS-DT-FIN = ZERO
              MOVE WS-DTJOUR TO WS-DT-FIN
           END-IF.
           DISPLAY 'SEUIL D ABSENCES NON JUSTIFIEES (DEMI-JOURNEES) : '.
           ACCEPT WS-SEUIL.
           IF WS-SEUIL = ZERO
              MOVE 4 TO WS-SEUIL
           END-IF.
           IF WS-DT-DEBUT = ZERO OR WS-DT-DEBUT > WS-DT-FIN
              DISPLAY 'SEMAINE INVALIDE : ' WS-DT-DEBUT ' - '
                 WS-DT-FIN
              MOVE 'O' TO WS-EOF
           ELSE
              OPEN INPUT FABSENCE
              IF WS-FSABS NOT = '00'
                 DISPLAY 'ERREUR OUVERTURE ABSENCES : ' WS-FSABS
                 MOVE 'O' TO WS-EOF
              ELSE
                 MOVE 'O' TO WS-OUV-OK
                 DISPLAY 'ASSIDUITE DE LA SEMAINE DU ' WS-DT-DEBUT
                    ' AU ' WS-DT-FIN ' - SEUIL ' WS-SEUIL
                 DISPLAY 'MATRIC  AVANT SEMAINE CUMUL RETARDS'
                 PERFORM LIRE-ABSENCE
              END-IF
           END-IF.
       LIRE-ABSENCE.
           READ FABSENCE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE DEMI-JOURNEE : RUPTURE SUR LE MATRICULE, CUMUL DES      *
      *    NON JUSTIFIEES AVANT ET PENDANT LA SEMAINE                  *
      *----------------------------------------------------------------
       TRAITER-ABSENCE.
           IF WS-PREMIER = 'O' OR ABS-MATRICULE NOT = WS-MATRICULE-COUR
              PERFORM RUPTURE-ELEVE
           END-IF.
           EVALUATE TRUE
              WHEN ABS-DATE > WS-DT-FIN
                 CONTINUE
              WHEN ABS-TYPE = 'R'
                 IF ABS-DATE NOT < WS-DT-DEBUT
                    ADD 1 TO WS-RET-SEMAINE
                 END-IF
              WHEN ABS-JUSTIFIE = 'O'
                 CONTINUE
              WHEN ABS-DATE < WS-DT-DEBUT
                 ADD 1 TO WS-NJ-AVANT
              WHEN OTHER
                 ADD 1 TO WS-NJ-SEMAINE
           END-EVALUATE.
           PERFORM LIRE-ABSENCE.
       RUPTURE-ELEVE.
           IF WS-PREMIER = 'N'
              PERFORM CLORE-ELEVE
           END-IF.
           MOVE 'N' TO WS-PREMIER.
           MOVE ABS-MATRICULE TO WS-MATRICULE-COUR.
           MOVE ZERO TO WS-NJ-AVANT WS-NJ-SEMAINE WS-RET-SEMAINE.
      *----------------------------------------------------------------
      *    SEUIL FRANCHI DANS LA SEMAINE = FAMILLE A CONTACTER ;       *
      *    DEJA AU-DELA AVEC DE NOUVELLES ABSENCES = RAPPEL            *
      *----------------------------------------------------------------
       CLORE-ELEVE.
           ADD 1 TO WS-NB-ELEVES.
           COMPUTE WS-NJ-CUMUL = WS-NJ-AVANT + WS-NJ-SEMAINE.
           EVALUATE TRUE
              WHEN WS-NJ-CUMUL < WS-SEUIL OR WS-NJ-SEMAINE = ZERO
                 CONTINUE
              WHEN WS-NJ-AVANT < WS-SEUIL
                 ADD 1 TO WS-NB-FRANCHIS
                 PERFORM EDITER-ELEVE
                 DISPLAY '        SEUIL FRANCHI - FAMILLE A CONTACTER'
              WHEN OTHER
                 ADD 1 TO WS-NB-RAPPELS
                 PERFORM EDITER-ELEVE
                 DISPLAY '        DEJA AU-DELA DU SEUIL - RAPPEL'
           END-EVALUATE.
       EDITER-ELEVE.
           DISPLAY WS-MATRICULE-COUR '    ' WS-NJ-AVANT '     '
              WS-NJ-SEMAINE '   ' WS-NJ-CUMUL '     ' WS-RET-SEMAINE.
       FIN.
           IF WS-PREMIER = 'N'
              PERFORM CLORE-ELEVE
           END-IF.
           IF WS-OUV-OK = 'O'
              CLOSE FABSENCE
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ELEVES EXAMINES        : ' WS-NB-ELEVES.
           DISPLAY 'SEUIL FRANCHI          : ' WS-NB-FRANCHIS.
           DISPLAY 'RAPPELS AU-DELA SEUIL  : ' WS-NB-RAPPELS.
           EVALUATE TRUE
              WHEN WS-OUV-OK = 'N'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NB-FRANCHIS > ZERO OR WS-NB-RAPPELS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
