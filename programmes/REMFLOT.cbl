       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMFLOT.
       AUTHOR.     E NGBAME.
      * ETAT DU MATIN DES REMISES DE CHEQUES EN COURS D'ENCAISSEMENT
      * (DDREMFLT) : LES CHEQUES DU REGISTRE DD-REMCHQ NON REVENUS
      * IMPAYES DONT LA FIN D'ENCAISSEMENT (DATE DE VALEUR DU CREDIT)
      * N'EST PAS ENCORE ATTEINTE A LA DATE DE CONTROLE, AVEC LEUR
      * STATUT ('E' A EMETTRE, 'T' TRANSMIS) ; UN CHEQUE REMIS AVANT
      * LA DATE DE CONTROLE ET TOUJOURS A EMETTRE EST SIGNALE (COMPEMIS
      * NON PASSE). TOTAUX EN NOMBRE ET MONTANT EN FIN D'ETAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREMCHQ ASSIGN TO DD-REMCHQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REM-REF
           ALTERNATE RECORD KEY IS REM-ORIG
           FILE STATUS IS FS-REMCHQ.

           SELECT FPRINT ASSIGN TO DDREMFLT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT E = A EMETTRE, T = TRANSMIS, I = REVENU IMPAYE------
       FD  FREMCHQ.
       01  ENR-REMCHQ.
           10 REM-REF     PIC 9(13).
           10 REM-ORIG    PIC X(18).
           10 REM-CLT     PIC 9(5).
           10 REM-CPTE    PIC X(23).
           10 REM-BQE     PIC X(10).
           10 REM-NUMCHQ  PIC 9(7).
           10 REM-MONT    PIC 9(9)V9(2).
           10 REM-DTREM   PIC 9(8).
           10 REM-DTVAL   PIC 9(8).
           10 REM-STATUT  PIC X.
           10 REM-DTSTAT  PIC 9(8).
           10 REM-MOTIF   PIC X(3).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-REMCHQ    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTCTRL    PIC 9(8) VALUE ZERO.
       01  WS-NB-FLOT   PIC 9(5) VALUE ZERO.
       01  WS-TOT-FLOT  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-NB-RETARD PIC 9(5) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(46) VALUE
              'REMISES DE CHEQUES EN COURS D ENCAISSEMENT AU '.
           05 WE-DTCTRL PIC 9(8).
       01  LG-ENTETE.
           05 FILLER PIC X(50) VALUE
              'REFERENCE     CLT   COMPTE                  BANQUE'.
           05 FILLER PIC X(50) VALUE
              '     CHEQUE         MONTANT REMIS LE VALEUR   ST  '.
       01  LG-DET.
           05 WE-DET-REF   PIC 9(13).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-CLT   PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-CPTE  PIC X(23).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-BQE   PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-NUM   PIC 9(7).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-MONT  PIC ZZZBZZZBZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-DTREM PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-DTVAL PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-STAT  PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-OBS   PIC X(13).
       01  LG-TOT1.
           05 FILLER PIC X(26) VALUE 'CHEQUES EN ENCAISSEMENT  :'.
           05 WE-NB-FLOT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE ' -  '.
           05 WE-TOT-FLOT PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'DONT NON TRANSMIS EN RET.:'.
           05 WE-NB-RETARD PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-REMCHQ = '00' AND FS-PRINT = '00'
              PERFORM LIRE-REMISE
              PERFORM TRAITER-REMISE UNTIL WS-EOF = 'O'
              PERFORM ECRIRE-TOTAUX
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE CONTROLE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTCTRL.
           IF WS-DTCTRL = ZERO
              ACCEPT WS-DTCTRL FROM DATE YYYYMMDD
           END-IF.
      *----REGISTRE ABSENT : AUCUNE REMISE, ETAT VIDE------------------
           OPEN INPUT FREMCHQ.
           IF FS-REMCHQ = '35'
              OPEN OUTPUT FREMCHQ
              CLOSE FREMCHQ
              OPEN INPUT FREMCHQ
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-REMCHQ NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-REMCHQ
                 ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTCTRL TO WE-DTCTRL
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENTETE
           END-IF.
       LIRE-REMISE.
           READ FREMCHQ NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE REMISE NON IMPAYEE DONT LA VALEUR EST A VENIR           *
      *----------------------------------------------------------------
       TRAITER-REMISE.
           IF REM-STATUT NOT = 'I' AND REM-DTVAL > WS-DTCTRL
              PERFORM EDITER-REMISE
           END-IF.
           PERFORM LIRE-REMISE.
       EDITER-REMISE.
           ADD 1 TO WS-NB-FLOT.
           ADD REM-MONT TO WS-TOT-FLOT.
           MOVE REM-REF    TO WE-DET-REF.
           MOVE REM-CLT    TO WE-DET-CLT.
           MOVE REM-CPTE   TO WE-DET-CPTE.
           MOVE REM-BQE    TO WE-DET-BQE.
           MOVE REM-NUMCHQ TO WE-DET-NUM.
           MOVE REM-MONT   TO WE-DET-MONT.
           MOVE REM-DTREM  TO WE-DET-DTREM.
           MOVE REM-DTVAL  TO WE-DET-DTVAL.
           MOVE REM-STATUT TO WE-DET-STAT.
           MOVE SPACES     TO WE-DET-OBS.
           IF REM-STATUT = 'E' AND REM-DTREM < WS-DTCTRL
              ADD 1 TO WS-NB-RETARD
              MOVE 'NON TRANSMIS' TO WE-DET-OBS
           END-IF.
           WRITE REC-PRT FROM LG-DET.
       ECRIRE-TOTAUX.
           MOVE WS-NB-FLOT   TO WE-NB-FLOT.
           MOVE WS-TOT-FLOT  TO WE-TOT-FLOT.
           MOVE WS-NB-RETARD TO WE-NB-RETARD.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT1.
           WRITE REC-PRT FROM LG-TOT2.
       FIN.
           CLOSE FREMCHQ FPRINT.
           DISPLAY 'CHEQUES EN ENCAISSEMENT : ' WS-NB-FLOT
              ' POUR ' WS-TOT-FLOT.
           DISPLAY 'DONT NON TRANSMIS       : ' WS-NB-RETARD.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
