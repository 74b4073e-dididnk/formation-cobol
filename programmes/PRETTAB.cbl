      * RESTANT DU (TAUX MENSUEL), PART D'AMORTISSEMENT, CAPITAL
      * RESTANT APRES ECHEANCE. LA DERNIERE ECHEANCE SOLDE LE
      * CAPITAL RESTANT (ECART D'ARRONDI ABSORBE).
      * APRES UN REMBOURSEMENT ANTICIPE (PRETMAIT MODE R), LE TABLEAU
      * EST REEDITE A PARTIR DE LA DATE DU REMBOURSEMENT : PREMIERE
      * ECHEANCE = RANG SUIVANT LA DERNIERE PAYEE A CETTE DATE, SUR LE
      * NOUVEAU RESTANT DU ET LA NOUVELLE MENSUALITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

       FD  FPRINT.
       01  REC-PRT.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-NUM-PRET  PIC 9(5) VALUE ZERO.
       01  WS-IND-ECH   PIC 9(3) VALUE ZERO.
       01  WS-ECH-DEB   PIC 9(3) VALUE 1.
       01  WS-TX-MENS   PIC 9V9(8) VALUE ZERO.
       01  WS-CRD       PIC S9(9)V9(2) VALUE ZERO.
       01  WS-MT-INT    PIC 9(7)V9(2) VALUE ZERO.
           05 WE-TAUX PIC 9.9(4).
           05 FILLER PIC X(14) VALUE '  ECHEANCES : '.
           05 WE-NBECH PIC ZZ9.
       01  LG-REAMEN.
           05 FILLER PIC X(28) VALUE 'REMBOURSEMENT ANTICIPE DU : '.
           05 WE-DTRA PIC 9(8).
           05 FILLER PIC X(15) VALUE '  RESTANT DU : '.
           05 WE-CRDRA PIC ZZZBZZZBZZ9.99.
       01  LG-ENT-DET.
           05 FILLER PIC X(5)  VALUE 'ECH  '.
           05 FILLER PIC X(16) VALUE '     MENSUALITE '.
           MOVE PRE-NBECH   TO WE-NBECH.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-CARAC.
           IF PRE-DTRA > ZERO
              MOVE PRE-DTRA  TO WE-DTRA
              MOVE PRE-CRDRA TO WE-CRDRA
              WRITE REC-PRT FROM LG-REAMEN
              MOVE PRE-CRDRA TO WS-CRD
              COMPUTE WS-ECH-DEB = PRE-ECHRA + 1
           ELSE
              MOVE PRE-CAPITAL TO WS-CRD
              MOVE 1 TO WS-ECH-DEB
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-ENT-DET.
           WRITE REC-PRT FROM LG-VIDE.
           COMPUTE WS-TX-MENS = PRE-TAUX / 12.
           PERFORM EDITER-UNE-ECHEANCE
              VARYING WS-IND-ECH FROM WS-ECH-DEB BY 1
              UNTIL WS-IND-ECH > PRE-NBECH.
       EDITER-UNE-ECHEANCE.
           COMPUTE WS-MT-INT ROUNDED = WS-CRD * WS-TX-MENS.
