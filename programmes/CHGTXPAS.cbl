       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGTXPAS.
       AUTHOR.     E NGBAME.
      * INTEGRATION DES TAUX PERSONNELS DE PRELEVEMENT A LA SOURCE
      * NOTIFIES PAR L'ADMINISTRATION FISCALE (AS-TXPASNOT, UNE LIGNE
      * PAR SALARIE : MATRICULE, MOIS D'EFFET AAAAMM, TAUX EN %, DATE
      * DE NOTIFICATION) DANS LE FICHIER DES TAUX DD-TXPAS, CLE
      * MATRICULE + MOIS D'EFFET. LES TAUX SUCCESSIFS D'UN SALARIE
      * SONT CONSERVES : PG13CH10 APPLIQUE LE DERNIER DONT LE MOIS
      * D'EFFET NE DEPASSE PAS LA PERIODE DE PAIE, A DEFAUT LA GRILLE
      * NEUTRE (CHGPASN). UNE NOTIFICATION RECUE DEUX FOIS POUR LE
      * MEME MOIS REMPLACE LA PRECEDENTE (RECTIFICATION). LES LIGNES
      * INVALIDES (MOIS HORS 01-12, TAUX AU-DELA DE 43 %) SONT
      * LISTEES ET IGNOREES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTXPASNOT ASSIGN TO AS-TXPASNOT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TXPASNOT.

           SELECT FTXPAS ASSIGN TO DD-TXPAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TXP-CLE
           FILE STATUS IS FS-TXPAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTXPASNOT.
       01  ENR-TXPASNOT.
           10 NOT-EMPID   PIC X(5).
           10 NOT-MOIS    PIC 9(6).
           10 NOT-MOIS-R REDEFINES NOT-MOIS.
              15 NOT-AA   PIC 9(4).
              15 NOT-MM   PIC 9(2).
           10 NOT-TAUX    PIC 9(2)V9.
           10 NOT-DTNOTIF PIC 9(8).

       FD  FTXPAS.
       01  ENR-TXPAS.
           10 TXP-CLE.
              15 TXP-EMPID PIC X(5).
              15 TXP-MOIS  PIC 9(6).
           10 TXP-TAUX    PIC 9(2)V9.
           10 TXP-DTNOTIF PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-TXPASNOT  PIC XX VALUE ZERO.
       01  FS-TXPAS     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-OUV-OK    PIC X VALUE 'N'.
       01  WS-TAUX-MAX  PIC 9(2)V9 VALUE 43.0.
       01  WS-NB-LUES   PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITES PIC 9(7) VALUE ZERO.
       01  WS-NB-REMPL  PIC 9(7) VALUE ZERO.
       01  WS-NB-REJETS PIC 9(7) VALUE ZERO.
       01  WS-NB-ERR    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-OUV-OK = 'O'
              PERFORM INTEGRER-TAUX UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           OPEN INPUT FTXPASNOT.
      *----PREMIER CHARGEMENT : LE FICHIER DES TAUX EST CREE-----------
           OPEN I-O FTXPAS.
           IF FS-TXPAS = '35'
              OPEN OUTPUT FTXPAS
              CLOSE FTXPAS
              OPEN I-O FTXPAS
           END-IF.
           IF FS-TXPASNOT NOT = '00' OR FS-TXPAS NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FN ' FS-TXPASNOT
                 ' FT ' FS-TXPAS
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-NOTIFICATION
           END-IF.
       LIRE-NOTIFICATION.
           READ FTXPASNOT
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-LUES
           END-READ.
      *----------------------------------------------------------------
      *    UNE NOTIFICATION VALIDE = UN TAUX DATE ; UN TAUX DEJA       *
      *    PRESENT POUR LE MEME MOIS EST REECRIT (RECTIFICATION)       *
      *----------------------------------------------------------------
       INTEGRER-TAUX.
           IF NOT-MOIS IS NOT NUMERIC OR NOT-TAUX IS NOT NUMERIC
              OR NOT-MM < 1 OR NOT-MM > 12
              OR NOT-TAUX > WS-TAUX-MAX OR NOT-EMPID = SPACES
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'NOTIFICATION REJETEE : ' ENR-TXPASNOT
           ELSE
              MOVE NOT-EMPID   TO TXP-EMPID
              MOVE NOT-MOIS    TO TXP-MOIS
              MOVE NOT-TAUX    TO TXP-TAUX
              MOVE NOT-DTNOTIF TO TXP-DTNOTIF
              WRITE ENR-TXPAS
                 INVALID KEY PERFORM REMPLACER-TAUX
                 NOT INVALID KEY ADD 1 TO WS-NB-ECRITES
              END-WRITE
           END-IF.
           PERFORM LIRE-NOTIFICATION.
       REMPLACER-TAUX.
           REWRITE ENR-TXPAS
              INVALID KEY
                 ADD 1 TO WS-NB-ERR
                 DISPLAY 'ERR. TAUX PAS : ' NOT-EMPID ' '
                    NOT-MOIS ' ' FS-TXPAS
              NOT INVALID KEY ADD 1 TO WS-NB-REMPL
           END-REWRITE.
       FIN.
           CLOSE FTXPASNOT FTXPAS.
           DISPLAY 'NOTIFICATIONS LUES    : ' WS-NB-LUES.
           DISPLAY 'TAUX ENREGISTRES      : ' WS-NB-ECRITES.
           DISPLAY 'TAUX RECTIFIES        : ' WS-NB-REMPL.
           DISPLAY 'NOTIFICATIONS REJETEES: ' WS-NB-REJETS.
           IF WS-NB-ERR NOT = ZERO OR WS-OUV-OK = 'N'
              DISPLAY 'ERR. INTEGRATION INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-REJETS NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
