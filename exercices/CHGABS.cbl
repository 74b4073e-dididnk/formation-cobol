       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGABS.
      *CHARGEUR DES REGISTRES D'APPEL JOURNALIERS DANS LE FICHIER
      *D'ASSIDUITE ABSENCES.dat (CLE = MATRICULE DES NOTES + DATE +
      *DEMI-JOURNEE). CHAQUE LIGNE DU REGISTRE
      *(FORM1011.FILES.ABSENCES) PORTE LE MATRICULE, LA DATE, LA
      *DEMI-JOURNEE (M = MATIN, A = APRES-MIDI), LE TYPE (A = ABSENCE,
      *R = RETARD), LE JUSTIFICATIF (O / N) ET LE TRIMESTRE, COMME LES
      *NOTES PORTENT LE LEUR. UNE LIGNE DEJA CONNUE REMPLACE LA
      *PRECEDENTE : UN JUSTIFICATIF RECU APRES COUP EST SAISI EN
      *REPRENANT LA LIGNE AVEC O. LES LIGNES INCOMPLETES OU AUX CODES
      *INCONNUS SONT REJETEES A L'ECRAN.
      *BULLNOTE EN EDITE LES COMPTES DU TRIMESTRE SUR LE BULLETIN,
      *SYNTHNOTE LES TOTAUX DE L'ANNEE, ABSHEBDO LES ELEVES QUI
      *FRANCHISSENT LE SEUIL D'ABSENCES NON JUSTIFIEES DANS LA SEMAINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGAPP ASSIGN TO "FORM1011.FILES.ABSENCES"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSREG.

           SELECT FABSENCE ASSIGN TO "ABSENCES.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABS-CLE
           FILE STATUS IS WS-FSABS.

       DATA DIVISION.
       FILE SECTION.
       FD FREGAPP.
       01 ENR-REGAPP.
           05 RGA-MATRICULE  PIC X(6).
           05 RGA-DATE       PIC 9(8).
           05 RGA-DEMIJOUR   PIC X.
           05 RGA-TYPE       PIC X.
           05 RGA-JUSTIFIE   PIC X.
           05 RGA-TRIMESTRE  PIC 9.

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
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-FSABS        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-NB-LUES      PIC 9(5) VALUE ZERO.
       01 WS-NB-CREEES    PIC 9(5) VALUE ZERO.
       01 WS-NB-REMPLACEES PIC 9(5) VALUE ZERO.
       01 WS-NB-REJETS    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM TRAITER-LIGNE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN I-O FABSENCE.
           IF WS-FSABS = '35'
              OPEN OUTPUT FABSENCE
              CLOSE FABSENCE
              OPEN I-O FABSENCE
           END-IF.
           OPEN INPUT FREGAPP.
           IF WS-FSABS NOT = '00' OR WS-FSREG NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FA ' WS-FSABS
                 ' FR ' WS-FSREG
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-LIGNE
           END-IF.
       LIRE-LIGNE.
           READ FREGAPP
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE LIGNE DU REGISTRE : CONTROLE DES CODES PUIS CREATION    *
      *    OU REMPLACEMENT DE LA DEMI-JOURNEE                          *
      *----------------------------------------------------------------
       TRAITER-LIGNE.
           ADD 1 TO WS-NB-LUES.
           EVALUATE TRUE
              WHEN RGA-MATRICULE = SPACES OR RGA-DATE = ZERO
                 PERFORM REJETER-LIGNE
                 DISPLAY '  MATRICULE OU DATE ABSENT'
              WHEN RGA-DEMIJOUR NOT = 'M' AND RGA-DEMIJOUR NOT = 'A'
                 PERFORM REJETER-LIGNE
                 DISPLAY '  DEMI-JOURNEE INCONNUE (M / A)'
              WHEN RGA-TYPE NOT = 'A' AND RGA-TYPE NOT = 'R'
                 PERFORM REJETER-LIGNE
                 DISPLAY '  TYPE INCONNU (A = ABSENCE / R = RETARD)'
              WHEN RGA-JUSTIFIE NOT = 'O' AND RGA-JUSTIFIE NOT = 'N'
                 PERFORM REJETER-LIGNE
                 DISPLAY '  JUSTIFICATIF INCONNU (O / N)'
              WHEN RGA-TRIMESTRE < 1 OR RGA-TRIMESTRE > 3
                 PERFORM REJETER-LIGNE
                 DISPLAY '  TRIMESTRE HORS 1-3'
              WHEN OTHER
                 PERFORM ENREGISTRER-LIGNE
           END-EVALUATE.
           PERFORM LIRE-LIGNE.
       ENREGISTRER-LIGNE.
           MOVE RGA-MATRICULE TO ABS-MATRICULE.
           MOVE RGA-DATE      TO ABS-DATE.
           MOVE RGA-DEMIJOUR  TO ABS-DEMIJOUR.
           MOVE RGA-TYPE      TO ABS-TYPE.
           MOVE RGA-JUSTIFIE  TO ABS-JUSTIFIE.
           MOVE RGA-TRIMESTRE TO ABS-TRIMESTRE.
           MOVE WS-DTJOUR     TO ABS-DTMAJ.
           WRITE ENR-ABSENCE
              INVALID KEY
                 REWRITE ENR-ABSENCE
                 ADD 1 TO WS-NB-REMPLACEES
              NOT INVALID KEY
                 ADD 1 TO WS-NB-CREEES
           END-WRITE.
       REJETER-LIGNE.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY 'REJET ' RGA-MATRICULE ' ' RGA-DATE ' '
              RGA-DEMIJOUR ' ' RGA-TYPE ' ' RGA-JUSTIFIE ' '
              RGA-TRIMESTRE.
       FIN.
           IF WS-OUV-OK = 'O'
              CLOSE FABSENCE FREGAPP
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'LIGNES DE REGISTRE LUES : ' WS-NB-LUES.
           DISPLAY 'DEMI-JOURNEES CREEES    : ' WS-NB-CREEES.
           DISPLAY 'DEMI-JOURNEES REMPLACEES: ' WS-NB-REMPLACEES.
           DISPLAY 'LIGNES REJETEES         : ' WS-NB-REJETS.
           IF WS-OUV-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-REJETS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
