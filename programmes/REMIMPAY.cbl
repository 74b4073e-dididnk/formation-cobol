       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIMPAY.
       AUTHOR.     E NGBAME.
      * RETOURS IMPAYES DES CHEQUES REMIS A L'ENCAISSEMENT : LA
      * CHAMBRE DE COMPENSATION RENVOIE DANS AS-REMRET LES CHEQUES
      * QUE LA BANQUE TIREE REFUSE (REFERENCE DE REMISE EMISE PAR
      * COMPEMIS, MOTIF, DATE). POUR CHAQUE RETOUR D'UN CHEQUE
      * TRANSMIS ('T') DU REGISTRE DD-REMCHQ :
      *   - LE CREDIT DU CLIENT EST CONTRE-PASSE (DEBIT 'RCH' LIBELLE
      *     'IMPAYE REMISE CHQ', EN VALEUR DE LA FIN D'ENCAISSEMENT
      *     DU CREDIT D'ORIGINE) ;
      *   - LES FRAIS D'IMPAYE SONT PRELEVES (DEBIT 'FRA') ;
      *   - LE CLIENT EST PREVENU PAR CORRESP (EVENEMENT 'RCI') ;
      *   - LA REMISE PASSE AU STATUT 'I' AVEC LA DATE ET LE MOTIF DU
      *     RETOUR.
      * UN RETOUR SANS REMISE CONNUE OU SUR UN CHEQUE NON TRANSMIS EST
      * UNE ANOMALIE SUR L'ETAT DDREMRET ; UN RETOUR DEJA TRAITE ('I')
      * N'EST PAS CONTRE-PASSE DEUX FOIS. SUR LE MODELE DE COMPRACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREMRET ASSIGN TO AS-REMRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REMRET.

           SELECT FREMCHQ ASSIGN TO DD-REMCHQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REM-REF
           ALTERNATE RECORD KEY IS REM-ORIG
           FILE STATUS IS FS-REMCHQ.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FEVTCOR ASSIGN TO AS-EVTCOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EVTCOR.

           SELECT FPRINT ASSIGN TO DDREMRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FREMRET.
       01  ENR-REMRET.
           10 RRT-REF     PIC 9(13).
           10 RRT-MOTIF   PIC X(3).
           10 RRT-DATE    PIC 9(8).

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

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC    PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FEVTCOR.
       01  ENR-EVTCOR.
           10 EVT-CLT     PIC 9(5).
           10 EVT-TYPE    PIC X(3).
           10 EVT-DATE    PIC 9(8).
           10 EVT-DETAIL  PIC X(30).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-REMRET    PIC XX VALUE ZERO.
       01  FS-REMCHQ    PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-EVTCOR    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NUMCHQ-ED PIC 9(7) VALUE ZERO.
      *----FORFAIT DE FRAIS PAR CHEQUE REMIS REVENU IMPAYE-------------
       01  WS-FRAIS-IMPAYE PIC 9(3)V9(2) VALUE 20.00.
       01  WS-NB-IMPAYES  PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA     PIC 9(5) VALUE ZERO.
       01  WS-NB-ANOMALIES PIC 9(5) VALUE ZERO.
       01  WS-TOT-IMPAYE  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-FRAIS   PIC 9(9)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(46) VALUE
              'CHEQUES REMIS REVENUS IMPAYES DU             '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-DET.
           05 FILLER PIC X(4) VALUE 'REF '.
           05 WE-DET-REF PIC 9(13).
           05 FILLER PIC X(5) VALUE ' CLT '.
           05 WE-DET-CLT PIC 9(5).
           05 FILLER PIC X(5) VALUE ' CHQ '.
           05 WE-DET-NUM PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WE-DET-MONT PIC ZZZBZZZBZZ9.99.
           05 FILLER PIC X(7) VALUE ' MOTIF '.
           05 WE-DET-MOTIF PIC X(3).
       01  LG-ANO.
           05 FILLER PIC X(19) VALUE 'RETOUR ANOMALIE REF'.
           05 FILLER PIC X VALUE SPACE.
           05 WE-ANO-REF PIC 9(13).
           05 FILLER PIC X VALUE SPACE.
           05 WE-ANO-LIB PIC X(30).
       01  LG-TOT1.
           05 FILLER PIC X(26) VALUE 'CHEQUES CONTRE-PASSES    :'.
           05 WE-NB-IMP PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE ' -  '.
           05 WE-TOT-IMP PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'FRAIS D IMPAYE PRELEVES  :'.
           05 WE-TOT-FRA PIC ZZZBZZZBZZ9.99.
       01  LG-TOT3.
           05 FILLER PIC X(26) VALUE 'DEJA TRAITES / ANOMALIES :'.
           05 WE-NB-DEJA PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE ' / '.
           05 WE-NB-ANO PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-REMRET = '00' AND FS-REMCHQ = '00'
              AND FS-MVTC = '00' AND FS-PRINT = '00'
              PERFORM TRAITER-RETOUR UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN INPUT FREMRET.
           OPEN I-O FREMCHQ.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-REMRET NOT = '00' OR FS-REMCHQ NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FR ' FS-REMRET
                 ' FC ' FS-REMCHQ ' FM ' FS-MVTC ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTJOUR TO WE-DTJOUR
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              PERFORM LIRE-RETOUR
           END-IF.
           OPEN EXTEND FEVTCOR.
           IF FS-EVTCOR = '35'
              OPEN OUTPUT FEVTCOR
           END-IF.
           IF FS-EVTCOR NOT = '00'
              DISPLAY 'ERR. OUV FILE AS-EVTCOR : ' FS-EVTCOR
                 ' - LETTRES NON EMISES'
           END-IF.
       LIRE-RETOUR.
           READ FREMRET
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN RETOUR = UNE REMISE DU REGISTRE A CONTRE-PASSER          *
      *----------------------------------------------------------------
       TRAITER-RETOUR.
           MOVE RRT-REF TO REM-REF.
           READ FREMCHQ
              INVALID KEY
                 MOVE 'REMISE INCONNUE' TO WE-ANO-LIB
                 PERFORM SIGNALER-ANOMALIE
              NOT INVALID KEY
                 IF REM-STATUT = 'T'
                    PERFORM CONTREPASSER-REMISE
                 ELSE
                    IF REM-STATUT = 'I'
                       ADD 1 TO WS-NB-DEJA
                    ELSE
                       MOVE 'CHEQUE NON TRANSMIS' TO WE-ANO-LIB
                       PERFORM SIGNALER-ANOMALIE
                    END-IF
                 END-IF
           END-READ.
           PERFORM LIRE-RETOUR.
      *----------------------------------------------------------------
      *    CONTRE-PASSATION DU CREDIT, FRAIS, LETTRE ET STATUT 'I'     *
      *----------------------------------------------------------------
       CONTREPASSER-REMISE.
           MOVE REM-CLT    TO CLT-TMVTC.
           MOVE REM-CPTE   TO CPTE-TMVTC.
           MOVE WS-DTJOUR  TO DATE-TMVTC.
           MOVE REM-MONT   TO MONT-TMVTC.
           MOVE 'D'        TO SENS-TMVTC.
           MOVE 'RCH'      TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE 'EUR'      TO DEV-TMVTC.
           MOVE REM-DTVAL  TO DTVAL-TMVTC.
           MOVE 'IMPAYE REMISE CHQ' TO LIB-TMVTC.
           MOVE REM-NUMCHQ TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
           MOVE WS-FRAIS-IMPAYE TO MONT-TMVTC.
           MOVE 'FRA'      TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE WS-DTJOUR  TO DTVAL-TMVTC.
           MOVE 'FRAIS IMPAYE REM.' TO LIB-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
           IF FS-EVTCOR = '00'
              MOVE REM-CLT    TO EVT-CLT
              MOVE 'RCI'      TO EVT-TYPE
              MOVE WS-DTJOUR  TO EVT-DATE
              MOVE REM-NUMCHQ TO WS-NUMCHQ-ED
              MOVE SPACES     TO EVT-DETAIL
              STRING 'CHQ ' WS-NUMCHQ-ED ' MOTIF ' RRT-MOTIF
                 DELIMITED BY SIZE INTO EVT-DETAIL
              WRITE ENR-EVTCOR
           END-IF.
           MOVE 'I'       TO REM-STATUT.
           MOVE RRT-DATE  TO REM-DTSTAT.
           MOVE RRT-MOTIF TO REM-MOTIF.
           REWRITE ENR-REMCHQ
              INVALID KEY DISPLAY 'ERR. MAJ REMCHQ : ' FS-REMCHQ
           END-REWRITE.
           ADD 1 TO WS-NB-IMPAYES.
           ADD REM-MONT TO WS-TOT-IMPAYE.
           ADD WS-FRAIS-IMPAYE TO WS-TOT-FRAIS.
           MOVE REM-REF    TO WE-DET-REF.
           MOVE REM-CLT    TO WE-DET-CLT.
           MOVE REM-NUMCHQ TO WE-DET-NUM.
           MOVE REM-MONT   TO WE-DET-MONT.
           MOVE RRT-MOTIF  TO WE-DET-MOTIF.
           WRITE REC-PRT FROM LG-DET.
           DISPLAY 'REMISE IMPAYEE CONTRE-PASSEE - REF ' REM-REF
              ' CLIENT ' REM-CLT ' ' REM-MONT.
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE RRT-REF TO WE-ANO-REF.
           WRITE REC-PRT FROM LG-ANO.
           DISPLAY 'RETOUR EN ANOMALIE : REF ' RRT-REF ' ' WE-ANO-LIB.
       FIN.
           IF FS-PRINT = '00'
              MOVE WS-NB-IMPAYES   TO WE-NB-IMP
              MOVE WS-TOT-IMPAYE   TO WE-TOT-IMP
              MOVE WS-TOT-FRAIS    TO WE-TOT-FRA
              MOVE WS-NB-DEJA      TO WE-NB-DEJA
              MOVE WS-NB-ANOMALIES TO WE-NB-ANO
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-TOT1
              WRITE REC-PRT FROM LG-TOT2
              WRITE REC-PRT FROM LG-TOT3
           END-IF.
           CLOSE FREMRET FREMCHQ FMVTC FPRINT.
           IF FS-EVTCOR = '00'
              CLOSE FEVTCOR
           END-IF.
           DISPLAY 'REMISES CONTRE-PASSEES : ' WS-NB-IMPAYES.
           DISPLAY 'RETOURS DEJA TRAITES   : ' WS-NB-DEJA.
           DISPLAY 'RETOURS EN ANOMALIE    : ' WS-NB-ANOMALIES.
           IF WS-NB-ANOMALIES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
