      * L'IDENTITE (MATRICULE, NOM, VILLE), LE BRUT MENSUEL ET
      * ANNUEL, LA RETENUE (BRUT ANNUEL - NET) ET LE NET A PAYER,
      * PLUS LES DATES DE LA PERIODE DE PAIE - PRET POUR LA MISE
      * SOUS ENVELOPPE. LE PRELEVEMENT A LA SOURCE DU MOIS (JOURNAL
      * UT-S-PASDD ECRIT PAR PG13CH10) EST EDITE SUR SA PROPRE LIGNE
      * AVEC SON TAUX ET SON ORIGINE (PERSONNEL OU GRILLE NEUTRE),
      * ENTRE LE NET IMPOSABLE DU MOIS ET LE NET VERSE. LE COMPTEUR
      * DE CONGES PAYES DD-CONGES TENU PAR PG13CH10 DONNE EN PIED DE
      * BULLETIN LES JOURS ACQUIS (REPORT COMPRIS), PRIS ET RESTANTS
      * SUR LA PERIODE DE REFERENCE EN COURS. LES NOTES DE FRAIS DU
      * MOIS (DD-NDF : VALIDEES ET DATEES AU PLUS TARD DU MOIS, OU
      * PAYEES PAR PAYSAL CE MOIS-CI) SONT LISTEES UNE PAR LIGNE, PUIS
      * LEUR TOTAL NON IMPOSABLE ET LE TOTAL VIRE (NET + FRAIS).
      * LE JOURNAL CUMULE LES MOIS : SEULES SES LIGNES DE LA PERIODE
      * DE PAIE SAISIE (PAS-PERIODE) SONT RETENUES, ET LA PREMIERE
      * LIGNE DE LA PERIODE D'UN SALARIE EST CELLE DE SA PAIE :
      * L'IMPOT D'UN SOLDE DE TOUT COMPTE (SOLDTC) Y EST AJOUTE
      * ENSUITE ET FIGURE SUR LE RECU DE SOLDE, PAS ICI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SALFILE.

           SELECT FPASJRN ASSIGN TO "UT-S-PASDD.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PASJRN.

           SELECT FCONGES ASSIGN TO DD-CONGES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGP-EMPID
           FILE STATUS IS FS-CONGES.

           SELECT FNDF ASSIGN TO DD-NDF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NDF-CLE
           FILE STATUS IS FS-NDF.

           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 SALABSM      PIC 9(5).
           05 FILLER       PIC X(9).

      *----ORIGINE DU TAUX : P = PERSONNEL, N = GRILLE NEUTRE,---------
      *----A = AUCUN TAUX CONNU----------------------------------------
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

       FD  FCONGES.
       01  ENR-CONGES.
           05 CGP-EMPID    PIC X(5).
           05 CGP-REFDEB   PIC 9(6).
           05 CGP-REPORT   PIC 9(3)V9(2).
           05 CGP-ACQUIS   PIC 9(3)V9(2).
           05 CGP-PRIS     PIC 9(3)V9(2).
           05 CGP-DERMOIS  PIC 9(6).

      *----NOTES DE FRAIS : V = VALIDEE, R = REJETEE, P = PAYEE--------
       FD  FNDF.
       01  ENR-NDF.
           10 NDF-CLE.
              15 NDF-EMPID  PIC X(5).
              15 NDF-JUSTIF PIC X(12).
           10 NDF-DATE    PIC 9(8).
           10 NDF-CATEG   PIC X(3).
           10 NDF-MONTANT PIC 9(5)V9(2).
           10 NDF-VISA    PIC X.
           10 NDF-ETAT    PIC X.
           10 NDF-MOTIF   PIC X(20).
           10 NDF-DTPAIE  PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT       PIC X(80).

       01 FS-SALFILE  PIC XX VALUE ZERO.
       01 FS-PRINT    PIC XX VALUE ZERO.
       01 FS-PASJRN   PIC XX VALUE ZERO.
       01 FS-CONGES   PIC XX VALUE ZERO.
       01 WS-CONGES-OUV PIC X VALUE 'N'.
       01 WS-CP-ACQUIS PIC 9(4)V9(2) VALUE ZERO.
       01 WS-CP-RESTE  PIC 9(4)V9(2) VALUE ZERO.
      *----NOTES DE FRAIS DU MOIS--------------------------------------
       01 FS-NDF      PIC XX VALUE ZERO.
       01 WS-NDF-OUV  PIC X VALUE 'N'.
       01 WS-NDF-FINI PIC X VALUE 'N'.
       01 WS-NDF-LIMITE PIC 9(8) VALUE ZERO.
       01 WS-NDF-MOIS PIC 9(6) VALUE ZERO.
       01 WS-MT-FRAIS PIC 9(7)V9(2) VALUE ZERO.
       01 WS-TOT-VIRE PIC 9(9)V9(2) VALUE ZERO.
      *----PRELEVEMENT A LA SOURCE DU MOIS PAR MATRICULE---------------
       01 WS-PAS-EOF  PIC X VALUE 'N'.
       01 WS-NB-PAS   PIC 9(3) VALUE ZERO.
       01 WS-IND-PAS  PIC 9(3) VALUE ZERO.
       01 WS-PAS-TROUVE PIC 9(3) VALUE ZERO.
       01 T-PAS.
          05 T-PAS-LIG OCCURS 200 TIMES.
             10 TP-EMPID   PIC X(5).
             10 TP-BASE    PIC 9(7)V9(2).
             10 TP-TAUX    PIC 9(2)V9.
             10 TP-ORIGINE PIC X.
             10 TP-MONTANT PIC 9(7)V9(2).
             10 TP-NET     PIC 9(7)V9(2).
       01 WS-TAUX-ED  PIC Z9.9.
       01 WS-EOF      PIC X VALUE 'N'.
       01 WS-NB-BULL  PIC 9(5) VALUE ZERO.
       01 WS-RETENUE  PIC 9(10) VALUE ZERO.
           DISPLAY 'PERIODE DE PAIE (AAAAMM) : ' WITH NO ADVANCING.
           ACCEPT WS-PERIODE.
           PERFORM CALCULER-BORNES.
           PERFORM CHARGER-PAS.
      *----COMPTEURS DE CONGES ABSENTS TOLERES : PIED SANS CONGES------
           OPEN INPUT FCONGES.
           IF FS-CONGES = '00'
              MOVE 'O' TO WS-CONGES-OUV
           ELSE
              DISPLAY 'COMPTEURS CONGES DD-CONGES ABSENTS : ' FS-CONGES
           END-IF.
      *----NOTES DE FRAIS ABSENTES TOLEREES : AUCUNE LIGNE DE FRAIS---
           COMPUTE WS-NDF-LIMITE = WS-PERIODE * 100 + 31.
           OPEN INPUT FNDF.
           IF FS-NDF = '00'
              MOVE 'O' TO WS-NDF-OUV
           ELSE
              DISPLAY 'NOTES DE FRAIS DD-NDF ABSENTES : ' FS-NDF
           END-IF.
           OPEN INPUT SALFILE.
           OPEN OUTPUT FPRINT.
           IF FS-SALFILE NOT = '00' OR FS-PRINT NOT = '00'
           ELSE
              MOVE 28 TO WS-JJ-FIN
           END-IF.
      *----------------------------------------------------------------
      *    JOURNAL DU PRELEVEMENT A LA SOURCE (ABSENT TOLERE : PAIE    *
      *    CALCULEE AVANT LE PRELEVEMENT, BULLETIN SANS LIGNE D'IMPOT) *
      *----------------------------------------------------------------
       CHARGER-PAS.
           OPEN INPUT FPASJRN.
           IF FS-PASJRN NOT = '00'
              DISPLAY 'JOURNAL PAS UT-S-PASDD ABSENT : ' FS-PASJRN
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
           IF PAS-PERIODE NOT = WS-PERIODE
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
              MOVE PAS-TAUX    TO TP-TAUX(WS-NB-PAS)
              MOVE PAS-ORIGINE TO TP-ORIGINE(WS-NB-PAS)
              MOVE PAS-MONTANT TO TP-MONTANT(WS-NB-PAS)
              MOVE PAS-NET     TO TP-NET(WS-NB-PAS)
           ELSE
              DISPLAY 'TABLE DU PRELEVEMENT PLEINE (200) - MATRICULE '
                 PAS-EMPID ' SANS LIGNE D IMPOT'
           END-IF.
       LIRE-SALAIRE.
           READ SALFILE
              AT END MOVE 'O' TO WS-EOF
           MOVE 'NET A PAYER (ANNUEL)' TO WE-RUBRIQUE.
           MOVE SALNET TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           PERFORM CHERCHER-PAS.
           IF WS-PAS-TROUVE NOT = ZERO
              PERFORM EDITER-PAS
           END-IF.
           IF WS-NDF-OUV = 'O'
              PERFORM EDITER-FRAIS
           END-IF.
           IF WS-CONGES-OUV = 'O'
              PERFORM EDITER-CONGES
           END-IF.
           WRITE REC-PRT FROM LG-TRAC.
           PERFORM LIRE-SALAIRE.
       CHERCHER-PAS.
           MOVE ZERO TO WS-PAS-TROUVE.
           PERFORM COMPARER-PAS VARYING WS-IND-PAS FROM 1 BY 1
              UNTIL WS-IND-PAS > WS-NB-PAS.
       COMPARER-PAS.
           IF TP-EMPID(WS-IND-PAS) = SALID
              AND WS-PAS-TROUVE = ZERO
              MOVE WS-IND-PAS TO WS-PAS-TROUVE
           END-IF.
      *----------------------------------------------------------------
      *    NET IMPOSABLE, IMPOT PRELEVE (TAUX, ORIGINE) ET NET VERSE   *
      *----------------------------------------------------------------
       EDITER-PAS.
           MOVE 'NET IMPOSABLE DU MOIS' TO WE-RUBRIQUE.
           MOVE TP-BASE(WS-PAS-TROUVE) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE TP-TAUX(WS-PAS-TROUVE) TO WS-TAUX-ED.
           MOVE SPACES TO WE-RUBRIQUE.
           EVALUATE TP-ORIGINE(WS-PAS-TROUVE)
              WHEN 'P'
                 STRING 'IMPOT SOURCE ' WS-TAUX-ED ' % PERSO'
                    DELIMITED BY SIZE INTO WE-RUBRIQUE
              WHEN 'N'
                 STRING 'IMPOT SOURCE ' WS-TAUX-ED ' % NEUTRE'
                    DELIMITED BY SIZE INTO WE-RUBRIQUE
              WHEN OTHER
                 MOVE 'IMPOT SOURCE : AUCUN TAUX' TO WE-RUBRIQUE
           END-EVALUATE.
           MOVE TP-MONTANT(WS-PAS-TROUVE) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET VERSE DU MOIS' TO WE-RUBRIQUE.
           MOVE TP-NET(WS-PAS-TROUVE) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
      *----------------------------------------------------------------
      *    NOTES DE FRAIS REMBOURSEES AVEC LE SALAIRE DU MOIS          *
      *----------------------------------------------------------------
       EDITER-FRAIS.
           MOVE ZERO TO WS-MT-FRAIS.
           MOVE 'N' TO WS-NDF-FINI.
           MOVE SALID TO NDF-EMPID.
           MOVE LOW-VALUES TO NDF-JUSTIF.
           START FNDF KEY IS NOT LESS THAN NDF-CLE
              INVALID KEY MOVE 'O' TO WS-NDF-FINI
           END-START.
           PERFORM LIRE-FRAIS UNTIL WS-NDF-FINI = 'O'.
           IF WS-MT-FRAIS > ZERO
              MOVE 'REMB. FRAIS (NON IMPOSABLE)' TO WE-RUBRIQUE
              MOVE WS-MT-FRAIS TO WE-MONTANT
              WRITE REC-PRT FROM LG-DET
              IF WS-PAS-TROUVE NOT = ZERO
                 COMPUTE WS-TOT-VIRE = TP-NET(WS-PAS-TROUVE)
                    + WS-MT-FRAIS
                 MOVE 'TOTAL VIRE (NET + FRAIS)' TO WE-RUBRIQUE
                 MOVE WS-TOT-VIRE TO WE-MONTANT
                 WRITE REC-PRT FROM LG-DET
              END-IF
           END-IF.
       LIRE-FRAIS.
           READ FNDF NEXT RECORD
              AT END MOVE 'O' TO WS-NDF-FINI
              NOT AT END
                 IF NDF-EMPID NOT = SALID
                    MOVE 'O' TO WS-NDF-FINI
                 ELSE
                    PERFORM EDITER-NOTE
                 END-IF
           END-READ.
       EDITER-NOTE.
           DIVIDE NDF-DTPAIE BY 100 GIVING WS-NDF-MOIS.
           IF (NDF-ETAT = 'V' AND NDF-DATE NOT > WS-NDF-LIMITE)
              OR (NDF-ETAT = 'P' AND WS-NDF-MOIS = WS-PERIODE)
              ADD NDF-MONTANT TO WS-MT-FRAIS
              MOVE SPACES TO WE-RUBRIQUE
              STRING 'FRAIS ' NDF-CATEG ' ' NDF-JUSTIF
                 DELIMITED BY SIZE INTO WE-RUBRIQUE
              MOVE NDF-MONTANT TO WE-MONTANT
              WRITE REC-PRT FROM LG-DET
           END-IF.
      *----------------------------------------------------------------
      *    CONGES PAYES DE LA PERIODE DE REFERENCE, EN JOURS           *
      *----------------------------------------------------------------
       EDITER-CONGES.
           MOVE SALID TO CGP-EMPID.
           READ FCONGES
              INVALID KEY
                 MOVE ZERO TO CGP-REPORT CGP-ACQUIS CGP-PRIS
           END-READ.
           COMPUTE WS-CP-ACQUIS = CGP-REPORT + CGP-ACQUIS.
           COMPUTE WS-CP-RESTE = WS-CP-ACQUIS - CGP-PRIS.
           MOVE 'CONGES ACQUIS (JOURS)' TO WE-RUBRIQUE.
           MOVE WS-CP-ACQUIS TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'CONGES PRIS (JOURS)' TO WE-RUBRIQUE.
           MOVE CGP-PRIS TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'CONGES RESTANTS (JOURS)' TO WE-RUBRIQUE.
           MOVE WS-CP-RESTE TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
       FIN.
           IF WS-CONGES-OUV = 'O'
              CLOSE FCONGES
           END-IF.
           IF WS-NDF-OUV = 'O'
              CLOSE FNDF
           END-IF.
           CLOSE SALFILE FPRINT.
           DISPLAY 'BULLETINS EDITES : ' WS-NB-BULL.
           STOP RUN.
