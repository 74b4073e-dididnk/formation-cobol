       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEFOUR.
      *BALANCE AGEE DES DETTES FOURNISSEUR, PENDANT D'AGEFACT COTE
      *CLIENTS : LE REGISTRE DES FACTURES FOURNISSEUR (FACFOUR.dat) EST
      *BALAYE ET LE MONTANT TTC DE CHAQUE FACTURE NON PAYEE (BONNE A
      *PAYER OU EN LITIGE) EST VENTILE PAR FOURNISSEUR DANS LES
      *TRANCHES 0-30 / 31-60 / 61-90 / +90 JOURS D'ANCIENNETE DEPUIS
      *LA DATE DE FACTURE (BASE COMMERCIALE 30/360). UNE LIGNE PAR
      *FOURNISSEUR, LES TOTAUX GENERAUX, PUIS LA PART DES DETTES
      *BLOQUEES EN LITIGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGFOU ASSIGN TO "FACFOUR.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FFR-CLE
           FILE STATUS IS WS-FSREG.

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

       WORKING-STORAGE SECTION.
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-DTJOUR-R REDEFINES WS-DTJOUR.
           05 WS-JOUR-AA  PIC 9(4).
           05 WS-JOUR-MM  PIC 9(2).
           05 WS-JOUR-JJ  PIC 9(2).
       01 WS-DTFAC        PIC 9(8) VALUE ZERO.
       01 WS-DTFAC-R REDEFINES WS-DTFAC.
           05 WS-FAC-AA   PIC 9(4).
           05 WS-FAC-MM   PIC 9(2).
           05 WS-FAC-JJ   PIC 9(2).
       01 WS-AGE-JOURS    PIC S9(5) VALUE ZERO.
       01 WS-NB-OUVERTES  PIC 9(5) VALUE ZERO.
       01 WS-NB-LITIGES   PIC 9(5) VALUE ZERO.
      *----VENTILATION PAR FOURNISSEUR---------------------------------
       01 WS-NB-FOURN     PIC 9(3) VALUE ZERO.
       01 WS-IND-FOU      PIC 9(3) VALUE ZERO.
       01 WS-IND-TROUVE   PIC 9(3) VALUE ZERO.
       01 WS-TBL-PLEINE   PIC X VALUE 'N'.
       01 T-FOURNISSEURS.
           05 T-FOURN-LIG OCCURS 100 TIMES.
              10 TF-FOURN  PIC X(5).
              10 TF-T030   PIC S9(9)V99.
              10 TF-T3160  PIC S9(9)V99.
              10 TF-T6190  PIC S9(9)V99.
              10 TF-T90P   PIC S9(9)V99.
      *----TOTAUX GENERAUX---------------------------------------------
       01 WS-TOT-T030     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-T3160    PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-T6190    PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-T90P     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-LITIGES  PIC S9(9)V99 VALUE ZERO.
       01 WE-T030         PIC -ZZZ,ZZ9.99.
       01 WE-T3160        PIC -ZZZ,ZZ9.99.
       01 WE-T6190        PIC -ZZZ,ZZ9.99.
       01 WE-T90P         PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM VENTILER-FACTURE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN INPUT FREGFOU.
           IF WS-FSREG NOT = '00'
              DISPLAY 'ERR. OUV REGISTRE FACFOUR.dat : ' WS-FSREG
              MOVE 'O' TO WS-EOF
           ELSE
              PERFORM LIRE-FACTURE
           END-IF.
       LIRE-FACTURE.
           READ FREGFOU NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE FACTURE NON PAYEE : TTC VENTILE PAR TRANCHE             *
      *    D'ANCIENNETE (BASE 30/360)                                  *
      *----------------------------------------------------------------
       VENTILER-FACTURE.
           IF FFR-STATUT = 'A' OR FFR-STATUT = 'L'
              ADD 1 TO WS-NB-OUVERTES
              IF FFR-STATUT = 'L'
                 ADD 1 TO WS-NB-LITIGES
                 ADD FFR-TTC TO WS-TOT-LITIGES
              END-IF
              PERFORM CALCULER-AGE
              PERFORM TROUVER-FOURNISSEUR
              IF WS-IND-TROUVE > ZERO
                 PERFORM CUMULER-TRANCHE
              END-IF
           END-IF.
           PERFORM LIRE-FACTURE.
       CALCULER-AGE.
           MOVE FFR-DATE TO WS-DTFAC.
           COMPUTE WS-AGE-JOURS =
              (WS-JOUR-AA - WS-FAC-AA) * 360
              + (WS-JOUR-MM - WS-FAC-MM) * 30
              + (WS-JOUR-JJ - WS-FAC-JJ).
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO TO WS-AGE-JOURS
           END-IF.
       TROUVER-FOURNISSEUR.
           MOVE ZERO TO WS-IND-TROUVE.
           PERFORM CHERCHER-FOURNISSEUR VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           IF WS-IND-TROUVE = ZERO
              IF WS-NB-FOURN < 100
                 ADD 1 TO WS-NB-FOURN
                 MOVE FFR-FOURN TO TF-FOURN(WS-NB-FOURN)
                 MOVE ZERO TO TF-T030(WS-NB-FOURN)
                 MOVE ZERO TO TF-T3160(WS-NB-FOURN)
                 MOVE ZERO TO TF-T6190(WS-NB-FOURN)
                 MOVE ZERO TO TF-T90P(WS-NB-FOURN)
                 MOVE WS-NB-FOURN TO WS-IND-TROUVE
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           END-IF.
       CHERCHER-FOURNISSEUR.
           IF TF-FOURN(WS-IND-FOU) = FFR-FOURN
              MOVE WS-IND-FOU TO WS-IND-TROUVE
           END-IF.
       CUMULER-TRANCHE.
           EVALUATE TRUE
              WHEN WS-AGE-JOURS <= 30
                 ADD FFR-TTC TO TF-T030(WS-IND-TROUVE)
                 ADD FFR-TTC TO WS-TOT-T030
              WHEN WS-AGE-JOURS <= 60
                 ADD FFR-TTC TO TF-T3160(WS-IND-TROUVE)
                 ADD FFR-TTC TO WS-TOT-T3160
              WHEN WS-AGE-JOURS <= 90
                 ADD FFR-TTC TO TF-T6190(WS-IND-TROUVE)
                 ADD FFR-TTC TO WS-TOT-T6190
              WHEN OTHER
                 ADD FFR-TTC TO TF-T90P(WS-IND-TROUVE)
                 ADD FFR-TTC TO WS-TOT-T90P
           END-EVALUATE.
      *----------------------------------------------------------------
      *    UNE LIGNE PAR FOURNISSEUR PUIS LES TOTAUX GENERAUX          *
      *----------------------------------------------------------------
       FIN.
           CLOSE FREGFOU.
           DISPLAY '----------------------------------------'.
           DISPLAY 'BALANCE AGEE DES DETTES FOURNISSEUR AU ' WS-DTJOUR.
           DISPLAY 'FOURN.     0-30       31-60      61-90   '
              '    +90'.
           PERFORM EDITER-FOURNISSEUR VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           DISPLAY '----------------------------------------'.
           MOVE WS-TOT-T030  TO WE-T030.
           MOVE WS-TOT-T3160 TO WE-T3160.
           MOVE WS-TOT-T6190 TO WE-T6190.
           MOVE WS-TOT-T90P  TO WE-T90P.
           DISPLAY 'TOTAUX ' WE-T030 ' ' WE-T3160 ' '
              WE-T6190 ' ' WE-T90P.
           DISPLAY 'FACTURES NON PAYEES : ' WS-NB-OUVERTES.
           MOVE WS-TOT-LITIGES TO WE-T030.
           DISPLAY 'DONT EN LITIGE      : ' WS-NB-LITIGES ' '
              WE-T030.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'TABLE DES FOURNISSEURS PLEINE (100) - BALANCE '
                 'INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       EDITER-FOURNISSEUR.
           MOVE TF-T030(WS-IND-FOU)  TO WE-T030.
           MOVE TF-T3160(WS-IND-FOU) TO WE-T3160.
           MOVE TF-T6190(WS-IND-FOU) TO WE-T6190.
           MOVE TF-T90P(WS-IND-FOU)  TO WE-T90P.
           DISPLAY TF-FOURN(WS-IND-FOU) '  ' WE-T030 ' '
              WE-T3160 ' ' WE-T6190 ' ' WE-T90P.
