      * CALCINTC / COMPENTR). CHAQUE VIREMENT EMIS PASSE AU STATUT
      * 'T' (TRANSMIS) AVEC LA DATE D'EMISSION : L'ACQUITTEMENT DE
      * LA CHAMBRE EST RAPPROCHE ENSUITE PAR COMPRACK.
      * LES CHEQUES REMIS AU GUICHET EN ATTENTE (STATUT 'E' DU
      * REGISTRE DES REMISES DD-REMCHQ, ALIMENTE PAR GUIBUF) PARTENT
      * DANS LE MEME FICHIER, A LA SUITE DES VIREMENTS, VERS LEUR
      * BANQUE TIREE (OUT-TYPE 'CHQ' AVEC LE NUMERO DU CHEQUE, LES
      * VIREMENTS PORTANT 'VIR') ET PASSENT AU STATUT 'T'. LES
      * CHEQUES NE SONT PAS ACQUITTES : SEUL LEUR RETOUR IMPAYE EST
      * TRAITE, PAR REMIMPAY. REGISTRE DES REMISES ABSENT TOLERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS EMI-REF
           FILE STATUS IS FS-COMPEMI.

      *----REGISTRE DES REMISES DE CHEQUES (GUIBUF)--------------------
           SELECT FREMCHQ ASSIGN TO DD-REMCHQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REM-REF
           ALTERNATE RECORD KEY IS REM-ORIG
           FILE STATUS IS FS-REMCHQ.

           SELECT FCOMPOUT ASSIGN TO AS-COMPOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 EMI-DTSTAT  PIC 9(8).
           10 EMI-MOTIF   PIC X(3).

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

      *----OUT-TYPE VIR = VIREMENT, CHQ = CHEQUE REMIS, TOT = TOTAL----
       FD  FCOMPOUT.
       01  ENR-COMPOUT.
           10 OUT-REF     PIC 9(13).
           10 OUT-NOM     PIC X(30).
           10 OUT-DATE    PIC 9(8).
           10 OUT-MONT    PIC 9(9)V9(2).
           10 OUT-TYPE    PIC X(3).
           10 OUT-NUMCHQ  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FS-COMPEMI   PIC XX VALUE ZERO.
       01  FS-COMPOUT   PIC XX VALUE ZERO.
       01  FS-REMCHQ    PIC XX VALUE ZERO.
       01  WS-REM-EOF   PIC X VALUE 'N'.
       01  WS-NB-CHQ    PIC 9(5) VALUE ZERO.
       01  WS-TOT-CHQ   PIC 9(11)V9(2) VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NB-EMIS   PIC 9(5) VALUE ZERO.
           PERFORM DEBUT.
           IF FS-COMPEMI = '00' AND FS-COMPOUT = '00'
              PERFORM TRAITER-VIREMENT UNTIL WS-EOF = 'O'
              PERFORM EMETTRE-REMISES
              PERFORM ECRIRE-TOTAL
           END-IF.
           PERFORM FIN.
           MOVE EMI-NOM    TO OUT-NOM.
           MOVE EMI-DATE   TO OUT-DATE.
           MOVE EMI-MONT   TO OUT-MONT.
           MOVE 'VIR'      TO OUT-TYPE.
           MOVE ZERO       TO OUT-NUMCHQ.
           WRITE ENR-COMPOUT.
           ADD 1 TO WS-NB-EMIS.
           ADD EMI-MONT TO WS-TOT-EMIS.
           DISPLAY 'VIREMENT TRANSMIS - REF ' EMI-REF ' ' EMI-MONT
              ' VERS ' EMI-BQE.
      *----------------------------------------------------------------
      *    CHEQUES REMIS EN ATTENTE ('E') : UNE LIGNE PAR CHEQUE VERS  *
      *    SA BANQUE TIREE PUIS PASSAGE AU STATUT TRANSMIS ('T')       *
      *----------------------------------------------------------------
       EMETTRE-REMISES.
           OPEN I-O FREMCHQ.
           IF FS-REMCHQ NOT = '00'
              DISPLAY 'REGISTRE DD-REMCHQ ABSENT - AUCUN CHEQUE REMIS'
           ELSE
              PERFORM LIRE-REMISE
              PERFORM TRAITER-REMISE UNTIL WS-REM-EOF = 'O'
              CLOSE FREMCHQ
           END-IF.
       LIRE-REMISE.
           READ FREMCHQ NEXT RECORD
              AT END MOVE 'O' TO WS-REM-EOF
           END-READ.
       TRAITER-REMISE.
           IF REM-STATUT = 'E'
              PERFORM EMETTRE-CHEQUE
           END-IF.
           PERFORM LIRE-REMISE.
       EMETTRE-CHEQUE.
           MOVE REM-REF    TO OUT-REF.
           MOVE REM-BQE    TO OUT-BQE.
           MOVE REM-CPTE   TO OUT-CPTEXT.
           MOVE 'REMISE CHEQUE' TO OUT-NOM.
           MOVE REM-DTREM  TO OUT-DATE.
           MOVE REM-MONT   TO OUT-MONT.
           MOVE 'CHQ'      TO OUT-TYPE.
           MOVE REM-NUMCHQ TO OUT-NUMCHQ.
           WRITE ENR-COMPOUT.
           ADD 1 TO WS-NB-CHQ.
           ADD REM-MONT TO WS-TOT-CHQ.
           MOVE 'T' TO REM-STATUT.
           MOVE WS-DTJOUR TO REM-DTSTAT.
           REWRITE ENR-REMCHQ
              INVALID KEY DISPLAY 'ERR. MAJ REMCHQ : ' FS-REMCHQ
           END-REWRITE.
           DISPLAY 'CHEQUE TRANSMIS  - REF ' REM-REF ' ' REM-MONT
              ' SUR ' REM-BQE.
      *----------------------------------------------------------------
      *    ENREGISTREMENT TOTAL POUR LA CHAMBRE DE COMPENSATION        *
      *    (VIREMENTS ET CHEQUES CONFONDUS)                            *
      *----------------------------------------------------------------
       ECRIRE-TOTAL.
           MOVE ZERO   TO OUT-REF.
           MOVE 'TOTAL'  TO OUT-BQE.
           MOVE 'TOTAL REMISE' TO OUT-CPTEXT.
           MOVE SPACES TO OUT-NOM.
           ADD WS-NB-CHQ TO WS-NB-EMIS.
           ADD WS-TOT-CHQ TO WS-TOT-EMIS.
           MOVE WS-NB-EMIS TO OUT-NOM.
           MOVE WS-DTJOUR TO OUT-DATE.
           MOVE WS-TOT-EMIS TO OUT-MONT.
           MOVE 'TOT'  TO OUT-TYPE.
           MOVE ZERO   TO OUT-NUMCHQ.
           WRITE ENR-COMPOUT.
       FIN.
           CLOSE FCOMPEMI FCOMPOUT.
           DISPLAY 'CHEQUES TRANSMIS   : ' WS-NB-CHQ
              ' POUR ' WS-TOT-CHQ.
           DISPLAY 'TOTAL TRANSMIS     : ' WS-NB-EMIS
              ' POUR ' WS-TOT-EMIS.
           IF FS-COMPEMI = '00' OR FS-COMPEMI = '10'
              MOVE 0 TO RETURN-CODE
