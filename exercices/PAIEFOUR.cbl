       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIEFOUR.
      *LIBERATION DES PAIEMENTS FOURNISSEUR : LE REGISTRE FACFOUR.dat
      *TENU PAR FACFOUR EST BALAYE A LA DATE DU PASSAGE (SAISIE, VIDE
      *= DATE DU JOUR). UNE FACTURE BONNE A PAYER ('A') ARRIVEE A
      *ECHEANCE EST MISE EN PAIEMENT : UN ORDRE (FOURNISSEUR, FACTURE,
      *MONTANT TTC, ECHEANCE, DATE DE PAIEMENT) EST AJOUTE AU FICHIER
      *DES VIREMENTS FOURNISSEUR VIRFOUR.dat ET LA FACTURE PASSE AU
      *STATUT 'P' PAYEE. LES FACTURES BONNES A PAYER NON ECHUES
      *ATTENDENT ; LES FACTURES EN LITIGE ('L') SONT LISTEES COMME
      *BLOQUEES AVEC LEUR MOTIF ET NE SONT JAMAIS PAYEES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGFOU ASSIGN TO "FACFOUR.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FFR-CLE
           FILE STATUS IS WS-FSREG.

           SELECT FVIRFOU ASSIGN TO "VIRFOUR.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSVIR.

       DATA DIVISION.
       FILE SECTION.
      *FFR-STATUT 'A' BON A PAYER / 'L' EN LITIGE / 'P' PAYEE
       FD FREGFOU.
       01 ENR-REGFOU.
           05 FFR-CLE.
              10 FFR-FOURN  PIC X(5).
              10 FFR-NUMFAC PIC X(10).
           05 FFR-DATE      PIC 9(8).
           05 FFR-ECHEANCE  PIC 9(8).
           05 FFR-HT        PIC 9(7)V99.
           05 FFR-TVA       PIC 9(7)V99.
           05 FFR-TTC       PIC 9(7)V99.
           05 FFR-NBLIG     PIC 9(3).
           05 FFR-STATUT    PIC X.
           05 FFR-MOTIF     PIC X(25).
           05 FFR-CMD-LIT   PIC 9(6).
           05 FFR-DTPAIE    PIC 9(8).

       FD FVIRFOU.
       01 ENR-VIRFOU.
           05 VRF-FOURN     PIC X(5).
           05 VRF-NUMFAC    PIC X(10).
           05 VRF-MONTANT   PIC 9(7)V99.
           05 VRF-ECHEANCE  PIC 9(8).
           05 VRF-DTPAIE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-FSVIR        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-DTPAIE       PIC 9(8) VALUE ZERO.
       01 WS-NB-PAYEES    PIC 9(5) VALUE ZERO.
       01 WS-NB-ATTENTE   PIC 9(5) VALUE ZERO.
       01 WS-NB-BLOQUEES  PIC 9(5) VALUE ZERO.
       01 WS-TOT-PAYE     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-ATTENTE  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-BLOQUE   PIC 9(9)V99 VALUE ZERO.

       01 WE-MONTANT      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM EXAMINER-FACTURE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           DISPLAY 'DATE DE PAIEMENT (AAAAMMJJ, VIDE = JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTPAIE.
           IF WS-DTPAIE = ZERO
              ACCEPT WS-DTPAIE FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O FREGFOU.
           OPEN EXTEND FVIRFOU.
           IF WS-FSVIR = '35'
              OPEN OUTPUT FVIRFOU
           END-IF.
           IF WS-FSREG NOT = '00' OR WS-FSVIR NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FR ' WS-FSREG
                 ' FV ' WS-FSVIR
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-OUV-OK
              DISPLAY 'PAIEMENTS FOURNISSEUR DU ' WS-DTPAIE
              PERFORM LIRE-FACTURE
           END-IF.
       LIRE-FACTURE.
           READ FREGFOU NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    BONNE A PAYER ECHUE : ORDRE DE VIREMENT ET STATUT 'P' ;     *
      *    NON ECHUE : ATTENTE ; EN LITIGE : BLOQUEE                   *
      *----------------------------------------------------------------
       EXAMINER-FACTURE.
           MOVE FFR-TTC TO WE-MONTANT.
           EVALUATE TRUE
              WHEN FFR-STATUT = 'A' AND FFR-ECHEANCE <= WS-DTPAIE
                 PERFORM PAYER-FACTURE
              WHEN FFR-STATUT = 'A'
                 ADD 1 TO WS-NB-ATTENTE
                 ADD FFR-TTC TO WS-TOT-ATTENTE
              WHEN FFR-STATUT = 'L'
                 ADD 1 TO WS-NB-BLOQUEES
                 ADD FFR-TTC TO WS-TOT-BLOQUE
                 DISPLAY '  BLOQUEE ' FFR-FOURN ' ' FFR-NUMFAC ' '
                    WE-MONTANT ' ' FFR-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM LIRE-FACTURE.
       PAYER-FACTURE.
           MOVE FFR-FOURN    TO VRF-FOURN.
           MOVE FFR-NUMFAC   TO VRF-NUMFAC.
           MOVE FFR-TTC      TO VRF-MONTANT.
           MOVE FFR-ECHEANCE TO VRF-ECHEANCE.
           MOVE WS-DTPAIE    TO VRF-DTPAIE.
           WRITE ENR-VIRFOU.
           MOVE 'P'       TO FFR-STATUT.
           MOVE WS-DTPAIE TO FFR-DTPAIE.
           REWRITE ENR-REGFOU.
           ADD 1 TO WS-NB-PAYEES.
           ADD FFR-TTC TO WS-TOT-PAYE.
           DISPLAY '  PAYEE   ' FFR-FOURN ' ' FFR-NUMFAC ' '
              WE-MONTANT ' ECHEANCE ' FFR-ECHEANCE.
       FIN.
           IF WS-OUV-OK = 'O'
              CLOSE FREGFOU FVIRFOU
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE WS-TOT-PAYE TO WE-MONTANT.
           DISPLAY 'FACTURES PAYEES      : ' WS-NB-PAYEES ' '
              WE-MONTANT.
           MOVE WS-TOT-ATTENTE TO WE-MONTANT.
           DISPLAY 'A ECHEANCE ULTERIEURE: ' WS-NB-ATTENTE ' '
              WE-MONTANT.
           MOVE WS-TOT-BLOQUE TO WE-MONTANT.
           DISPLAY 'BLOQUEES EN LITIGE   : ' WS-NB-BLOQUEES ' '
              WE-MONTANT.
           IF WS-OUV-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
