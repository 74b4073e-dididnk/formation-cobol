       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETAGE.
       AUTHOR.     E NGBAME.
      * BALANCE AGEE MENSUELLE DES IMPAYES DE PRETS PAR AGENCE, POUR
      * LE DESK RISQUES : LE FICHIER DES IMPAYES DD-PRETIMP (TENU PAR
      * PRETECH) EST LU EN ENTIER, CHAQUE PRET EN ARRIERES EST RATTACHE
      * A L'AGENCE DE SON CLIENT (FCLT) ET CUMULE DANS SA TRANCHE
      * D'ANCIENNETE : 1, 2 OU 3 ECHEANCES IMPAYEES, OU CONTENTIEUX.
      * POUR CHAQUE TRANCHE : NOMBRE DE PRETS, MONTANT DES ARRIERES ET
      * INTERETS DE RETARD FACTURES. TOTAL GENERAL PAR TRANCHE EN FIN
      * D'ETAT DDPRETAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIMPAYE ASSIGN TO DD-PRETIMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IMP-PRET
           FILE STATUS IS FS-IMPAYE.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FAGENCE ASSIGN TO DD-AGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FPRINT ASSIGN TO DDPRETAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FIMPAYE.
       01  ENR-IMP.
           10 IMP-PRET    PIC 9(5).
           10 IMP-CLT     PIC 9(5).
           10 IMP-CPTE    PIC X(23).
           10 IMP-NBIMP   PIC 9(3).
           10 IMP-MONT    PIC 9(9)V9(2).
           10 IMP-PENAL   PIC 9(9)V9(2).
           10 IMP-DTPREM  PIC 9(8).
           10 IMP-DTMAJ   PIC 9(8).
           10 IMP-NIVEAU  PIC X.
           10 IMP-DTCTX   PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-IMPAYE    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-IMP-EOF   PIC X VALUE 'N'.
       01  WS-DTARRETE  PIC 9(8) VALUE ZERO.
       01  WS-NB-PRETS  PIC 9(5) VALUE ZERO.
      *----TRANCHE : 1 A 3 = ECHEANCES IMPAYEES, 4 = CONTENTIEUX-------
       01  WS-TRANCHE   PIC 9 VALUE ZERO.
       01  WS-IND-TR    PIC 9 VALUE ZERO.
       01  T-LIB-TRANCHES.
           05 FILLER PIC X(20) VALUE '1 ECHEANCE IMPAYEE  '.
           05 FILLER PIC X(20) VALUE '2 ECHEANCES IMPAYEES'.
           05 FILLER PIC X(20) VALUE '3 ECHEANCES IMPAYEES'.
           05 FILLER PIC X(20) VALUE 'CONTENTIEUX         '.
       01  T-LIB-TRANCHES-R REDEFINES T-LIB-TRANCHES.
           05 TL-LIBELLE PIC X(20) OCCURS 4 TIMES.
      *----CUMULS PAR AGENCE ET PAR TRANCHE----------------------------
       01  WS-NB-AGENCES PIC 9(2) VALUE ZERO.
       01  WS-IND-AG     PIC 9(2) VALUE ZERO.
       01  T-AGENCES.
           05 T-AGENCE-LIG OCCURS 20 TIMES.
              10 TA-CODE     PIC 9(7).
              10 TA-TRANCHE  OCCURS 4 TIMES.
                 15 TA-NB    PIC 9(5).
                 15 TA-MONT  PIC 9(11)V9(2).
                 15 TA-PENAL PIC 9(11)V9(2).
       01  T-TOTAUX.
           05 TT-TRANCHE  OCCURS 4 TIMES.
              10 TT-NB    PIC 9(5).
              10 TT-MONT  PIC 9(11)V9(2).
              10 TT-PENAL PIC 9(11)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
              'BALANCE AGEE DES IMPAYES DE PRETS AU     '.
           05 WE-DTARRETE PIC 9(8).
       01  LG-ENT-DET.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'TRANCHE              '.
           05 FILLER PIC X(7)  VALUE 'PRETS  '.
           05 FILLER PIC X(19) VALUE '          ARRIERES '.
           05 FILLER PIC X(19) VALUE '    INT. DE RETARD '.
       01  LG-AGENCE.
           05 FILLER     PIC X(7) VALUE 'AGENCE '.
           05 WE-AGENCE  PIC 9(7).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-LIBAG   PIC X(30).
       01  LG-DET.
           05 FILLER     PIC X(4) VALUE SPACES.
           05 WE-LIBTR   PIC X(20).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-NB      PIC ZZZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-MONT    PIC ZZBZZZBZZZBZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-PENAL   PIC ZZBZZZBZZZBZZ9.99.
       01  LG-TOT.
           05 FILLER PIC X(26) VALUE 'TOTAL GENERAL - PRETS    :'.
           05 WE-TOT-NB PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-IMPAYE = '00' AND FS-CLT = '00' AND FS-PRINT = '00'
              PERFORM TRAITER-IMPAYE UNTIL WS-IMP-EOF = 'O'
              PERFORM EDITER-BALANCE
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE D''ARRETE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTARRETE.
           IF WS-DTARRETE = ZERO
              ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO T-TOTAUX.
           OPEN INPUT FIMPAYE FCLT FAGENCE.
           OPEN OUTPUT FPRINT.
           IF FS-IMPAYE NOT = '00' OR FS-CLT NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FI ' FS-IMPAYE ' FC ' FS-CLT
                 ' FP ' FS-PRINT
           ELSE
              PERFORM LIRE-IMPAYE
           END-IF.
       LIRE-IMPAYE.
           READ FIMPAYE NEXT RECORD
              AT END MOVE 'O' TO WS-IMP-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN PRET EN ARRIERES : TRANCHE SELON LE NIVEAU DE RELANCE,   *
      *    CUMUL DANS L'AGENCE DU CLIENT (PRETS A JOUR IGNORES)        *
      *----------------------------------------------------------------
       TRAITER-IMPAYE.
           EVALUATE IMP-NIVEAU
              WHEN '1' MOVE 1 TO WS-TRANCHE
              WHEN '2' MOVE 2 TO WS-TRANCHE
              WHEN '3' MOVE 3 TO WS-TRANCHE
              WHEN 'C' MOVE 4 TO WS-TRANCHE
              WHEN OTHER MOVE 0 TO WS-TRANCHE
           END-EVALUATE.
           IF WS-TRANCHE NOT = ZERO
              MOVE IMP-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY MOVE ZERO TO CODEAG-TCLT
              END-READ
              ADD 1 TO WS-NB-PRETS
              ADD 1         TO TT-NB(WS-TRANCHE)
              ADD IMP-MONT  TO TT-MONT(WS-TRANCHE)
              ADD IMP-PENAL TO TT-PENAL(WS-TRANCHE)
              PERFORM CUMULER-AGENCE
           END-IF.
           PERFORM LIRE-IMPAYE.
       CUMULER-AGENCE.
           PERFORM LOCALISER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES
                 OR TA-CODE(WS-IND-AG) = CODEAG-TCLT.
           IF WS-IND-AG > WS-NB-AGENCES
              IF WS-NB-AGENCES < 20
                 ADD 1 TO WS-NB-AGENCES
                 MOVE ZERO TO T-AGENCE-LIG(WS-NB-AGENCES)
                 MOVE CODEAG-TCLT TO TA-CODE(WS-NB-AGENCES)
                 MOVE WS-NB-AGENCES TO WS-IND-AG
              ELSE
                 DISPLAY 'ERR. TABLE DES AGENCES PLEINE (20)'
                 MOVE ZERO TO WS-IND-AG
              END-IF
           END-IF.
           IF WS-IND-AG NOT = ZERO
              ADD 1         TO TA-NB(WS-IND-AG WS-TRANCHE)
              ADD IMP-MONT  TO TA-MONT(WS-IND-AG WS-TRANCHE)
              ADD IMP-PENAL TO TA-PENAL(WS-IND-AG WS-TRANCHE)
           END-IF.
       LOCALISER-AGENCE.
           CONTINUE.
      *----------------------------------------------------------------
      *    BALANCE : UN BLOC PAR AGENCE, PUIS TOTAL GENERAL            *
      *----------------------------------------------------------------
       EDITER-BALANCE.
           MOVE WS-DTARRETE TO WE-DTARRETE.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-ENT-DET.
           WRITE REC-PRT FROM LG-VIDE.
           PERFORM EDITER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES.
           MOVE 'TOTAL GENERAL' TO WE-LIBAG.
           MOVE ZERO TO WE-AGENCE.
           WRITE REC-PRT FROM LG-AGENCE.
           PERFORM EDITER-TOTAL-TRANCHE VARYING WS-IND-TR FROM 1 BY 1
              UNTIL WS-IND-TR > 4.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-PRETS TO WE-TOT-NB.
           WRITE REC-PRT FROM LG-TOT.
       EDITER-AGENCE.
           MOVE TA-CODE(WS-IND-AG) TO WE-AGENCE CODE-TAG.
           READ FAGENCE
              INVALID KEY MOVE 'AGENCE INCONNUE' TO LIBELLE-TAG
           END-READ.
           MOVE LIBELLE-TAG TO WE-LIBAG.
           WRITE REC-PRT FROM LG-AGENCE.
           PERFORM EDITER-TRANCHE VARYING WS-IND-TR FROM 1 BY 1
              UNTIL WS-IND-TR > 4.
           WRITE REC-PRT FROM LG-VIDE.
       EDITER-TRANCHE.
           MOVE TL-LIBELLE(WS-IND-TR)          TO WE-LIBTR.
           MOVE TA-NB(WS-IND-AG WS-IND-TR)     TO WE-NB.
           MOVE TA-MONT(WS-IND-AG WS-IND-TR)   TO WE-MONT.
           MOVE TA-PENAL(WS-IND-AG WS-IND-TR)  TO WE-PENAL.
           WRITE REC-PRT FROM LG-DET.
       EDITER-TOTAL-TRANCHE.
           MOVE TL-LIBELLE(WS-IND-TR) TO WE-LIBTR.
           MOVE TT-NB(WS-IND-TR)      TO WE-NB.
           MOVE TT-MONT(WS-IND-TR)    TO WE-MONT.
           MOVE TT-PENAL(WS-IND-TR)   TO WE-PENAL.
           WRITE REC-PRT FROM LG-DET.
       FIN.
           CLOSE FIMPAYE FCLT FAGENCE FPRINT.
           DISPLAY 'PRETS EN ARRIERES : ' WS-NB-PRETS.
           DISPLAY 'AGENCES           : ' WS-NB-AGENCES.
           STOP RUN.
