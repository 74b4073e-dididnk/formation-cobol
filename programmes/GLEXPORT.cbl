      * DU JOURNAL SONT RAPPROCHES : AU MOINDRE CENTIME D'ECART, OU
      * POUR UN TYPE SANS IMPUTATION, LE PASSAGE SORT EN RC 8 ET LE
      * FICHIER NE DOIT PAS ETRE REMIS A LA COMPTABILITE.
      * UN JOURNAL EQUILIBRE ET COMPLET EST ENSUITE CUMULE DANS LE
      * GRAND LIVRE MENSUEL DD-GLSOLDE (DEBITS ET CREDITS PAR COMPTE,
      * DEVISE DU MOUVEMENT, MOIS ET TYPE D'OPERATION) QUI ALIMENTE LA
      * BALANCE GENERALE BALGEN ; LE REGISTRE DD-GLDATES DES JOURNEES
      * INTEGREES EMPECHE DE CUMULER DEUX FOIS LA MEME JOURNEE. LE
      * PASSAGE EST APPELE PAR FINJOUR (DATE TRANSMISE) OU LANCE SEUL
      * (SAISIE DE LA DATE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FPLANC ASSIGN TO AS-PLANC
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-GLJOURN.

      *----GRAND LIVRE CUMULE ET JOURNEES DEJA INTEGREES----------------
           SELECT FGLSOLDE ASSIGN TO DD-GLSOLDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GLS-CLE
           FILE STATUS IS FS-GLSOLDE.

           SELECT FGLDATES ASSIGN TO DD-GLDATES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GLD-DATE
           FILE STATUS IS FS-GLDATES.

       DATA DIVISION.
       FILE SECTION.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 GLJ-REF     PIC 9(13).
           10 GLJ-LIB     PIC X(18).

       FD  FGLSOLDE.
       01  ENR-GLSOLDE.
           10 GLS-CLE.
              15 GLS-COMPTE  PIC X(8).
              15 GLS-DEV     PIC X(3).
              15 GLS-AAAAMM  PIC 9(6).
              15 GLS-TYPE    PIC X(3).
           10 GLS-DEBIT   PIC 9(13)V9(2).
           10 GLS-CREDIT  PIC 9(13)V9(2).

       FD  FGLDATES.
       01  ENR-GLDATES.
           10 GLD-DATE    PIC 9(8).
           10 GLD-NBECR   PIC 9(7).
           10 GLD-DEBIT   PIC 9(13)V9(2).
           10 GLD-CREDIT  PIC 9(13)V9(2).

       WORKING-STORAGE SECTION.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-PLANC     PIC XX VALUE ZERO.
       01  FS-GLJOURN   PIC XX VALUE ZERO.
       01  FS-GLSOLDE   PIC XX VALUE ZERO.
       01  FS-GLDATES   PIC XX VALUE ZERO.
       01  WS-GLJ-EOF   PIC X VALUE 'N'.
       01  WS-NB-CUMULS PIC 9(7) VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTTRAIT   PIC 9(8) VALUE ZERO.
       01  WS-NB-MVTS   PIC 9(7) VALUE ZERO.
              10 TP-CPTCLI PIC X(8).
              10 TP-CPTBQE PIC X(8).

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINJOUR - SI ZERO,----
      *----SAISIE INTERACTIVE CONSERVEE--------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-MVTC = '00' AND FS-GLJOURN = '00'
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTTRAIT
           ELSE
              DISPLAY 'DATE DE JOURNEE (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTTRAIT
              IF WS-DTTRAIT = ZERO
                 ACCEPT WS-DTTRAIT FROM DATE YYYYMMDD
              END-IF
           END-IF.
           PERFORM CHARGER-PLAN.
           OPEN INPUT FMVTC.
           MOVE PLC-CPTBQE TO TP-CPTBQE(WS-NB-PLAN).
           PERFORM LIRE-PLAN.
       LIRE-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-MVTS
           END-READ.
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY 'JOURNAL EQUILIBRE - REMISE AUTORISEE'
                 IF WS-NB-ECRITURES > ZERO
                    PERFORM INTEGRER-JOURNEE
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    CUMUL DU JOURNAL DE LA JOURNEE DANS LE GRAND LIVRE, UNE     *
      *    SEULE FOIS PAR JOURNEE (REGISTRE DD-GLDATES). LA DEVISE     *
      *    EST CELLE DU MOUVEMENT D'ORIGINE (FMVTC PAR REFERENCE)      *
      *----------------------------------------------------------------
       INTEGRER-JOURNEE.
           OPEN I-O FGLDATES.
           IF FS-GLDATES = '35'
              OPEN OUTPUT FGLDATES
              CLOSE FGLDATES
              OPEN I-O FGLDATES
           END-IF.
           OPEN I-O FGLSOLDE.
           IF FS-GLSOLDE = '35'
              OPEN OUTPUT FGLSOLDE
              CLOSE FGLSOLDE
              OPEN I-O FGLSOLDE
           END-IF.
           OPEN INPUT FGLJOURN FMVTC.
           IF FS-GLDATES NOT = '00' OR FS-GLSOLDE NOT = '00'
              OR FS-GLJOURN NOT = '00' OR FS-MVTC NOT = '00'
              DISPLAY 'ERR. OUV GRAND LIVRE: FD ' FS-GLDATES
                 ' FS ' FS-GLSOLDE ' FG ' FS-GLJOURN ' FM ' FS-MVTC
           ELSE
              MOVE WS-DTTRAIT TO GLD-DATE
              READ FGLDATES
                 INVALID KEY
                    PERFORM CUMULER-JOURNAL
                 NOT INVALID KEY
                    DISPLAY 'JOURNEE ' WS-DTTRAIT
                       ' DEJA INTEGREE AU GRAND LIVRE'
              END-READ
           END-IF.
           CLOSE FGLDATES FGLSOLDE FGLJOURN FMVTC.
       CUMULER-JOURNAL.
           MOVE 'N' TO WS-GLJ-EOF.
           PERFORM LIRE-JOURNAL.
           PERFORM CUMULER-ECRITURE UNTIL WS-GLJ-EOF = 'O'.
           MOVE WS-DTTRAIT      TO GLD-DATE.
           MOVE WS-NB-ECRITURES TO GLD-NBECR.
           MOVE WS-TOT-DEBIT    TO GLD-DEBIT.
           MOVE WS-TOT-CREDIT   TO GLD-CREDIT.
           WRITE ENR-GLDATES.
           DISPLAY 'ECRITURES CUMULEES AU GRAND LIVRE : ' WS-NB-CUMULS.
       LIRE-JOURNAL.
           READ FGLJOURN
              AT END MOVE 'O' TO WS-GLJ-EOF
           END-READ.
       CUMULER-ECRITURE.
           MOVE GLJ-REF TO REF-TMVTC.
           READ FMVTC KEY IS REF-TMVTC
              INVALID KEY MOVE 'EUR' TO DEV-TMVTC
           END-READ.
           MOVE GLJ-COMPTE     TO GLS-COMPTE.
           MOVE DEV-TMVTC      TO GLS-DEV.
           MOVE GLJ-DATE (1:6) TO GLS-AAAAMM.
           MOVE GLJ-TYPE       TO GLS-TYPE.
           READ FGLSOLDE
              INVALID KEY
                 MOVE ZERO TO GLS-DEBIT GLS-CREDIT
                 PERFORM AJOUTER-MONTANT
                 WRITE ENR-GLSOLDE
              NOT INVALID KEY
                 PERFORM AJOUTER-MONTANT
                 REWRITE ENR-GLSOLDE
           END-READ.
           ADD 1 TO WS-NB-CUMULS.
           PERFORM LIRE-JOURNAL.
       AJOUTER-MONTANT.
           IF GLJ-SENS = 'D'
              ADD GLJ-MONT TO GLS-DEBIT
           ELSE
              ADD GLJ-MONT TO GLS-CREDIT
           END-IF.
