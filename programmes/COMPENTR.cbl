      *     CLO) : L'ECRITURE PART DANS LE FICHIER DES RETOURS
      *     AS-COMPRET RENVOYE A LA CHAMBRE, AVEC UN ENREGISTREMENT
      *     TOTAL EN FIN DE FICHIER (DISCIPLINE CALCINTC).
      * LE FICHIER PORTE AUSSI LES CHEQUES TIRES SUR NOS CLIENTS ET
      * PRESENTES PAR LES AUTRES BANQUES (CMP-TYPE 'CHQ', NUMERO EN
      * CMP-NUMCHQ ; TYPE A BLANC = VIREMENT RECU) : DEBIT 'CHQ' POSTE
      * AVEC SON NUMERO (PROVISION EXAMINEE PAR CHQIMPAY), SAUF
      * CHEQUE FRAPPE D'OPPOSITION ACTIVE AU REGISTRE DD-OPPOS (VOIR
      * OPPCHQ) : REJET A013 DANS AS-REJETS (ID-TAB 'K', DISCIPLINE
      * CARTREGL) ET RETOUR A LA CHAMBRE, MOTIF OPP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FCOMPRET ASSIGN TO AS-COMPRET
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DTVAL.

      *----REGISTRE DES OPPOSITIONS SUR CHEQUES (VOIR OPPCHQ)----------
           SELECT FOPPOS ASSIGN TO DD-OPPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOS.

           SELECT FREJETS ASSIGN TO AS-REJETS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJETS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCOMPENS.
           10 CMP-DATE    PIC 9(8).
           10 CMP-MONT    PIC 9(9)V9(2).
           10 CMP-LIB     PIC X(30).
           10 CMP-TYPE    PIC X(3).
           10 CMP-NUMCHQ  PIC 9(7).

       FD  FRIB.
       01  ENR-TRIB.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 DTV-SIGNE   PIC X.
           10 DTV-JOURS   PIC 9(2).

       FD  FOPPOS.
       01  ENR-OPPOS.
           10 OPP-CLE.
              15 OPP-CPTE   PIC X(23).
              15 OPP-NUMDEB PIC 9(7).
           10 OPP-NUMFIN  PIC 9(7).
           10 OPP-MOTIF   PIC X(3).
           10 OPP-DATE    PIC 9(8).
           10 OPP-STATUT  PIC X.
           10 OPP-DTLEV   PIC 9(8).

       FD  FREJETS.
       01  ENR-REJET.
           10 REJ-ID-TAB    PIC X.
           10 REJ-LIGNE     PIC X(60).
           10 REJ-CODE      PIC X(4).
           10 REJ-LIBELLE   PIC X(40).
           10 REJ-CLE-CALC  PIC 9.
           10 REJ-CLE-STOCK PIC 9.

       WORKING-STORAGE SECTION.
       01  FS-COMPENS   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  WS-TOT-POSTE  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-RETOUR PIC 9(11)V9(2) VALUE ZERO.
       01  WS-MOTIF     PIC X(3) VALUE SPACES.
       01  WS-NB-CHQ-POSTES PIC 9(5) VALUE ZERO.
       01  WS-TOT-CHQ   PIC 9(11)V9(2) VALUE ZERO.
      *----OPPOSITIONS SUR CHEQUES ET REJETS (DISCIPLINE CARTREGL)-----
       01  FS-OPPOS       PIC XX VALUE ZERO.
       01  FS-REJETS      PIC XX VALUE ZERO.
       01  WS-OPPOS-DISPO PIC X VALUE 'N'.
       01  WS-OPP-EOF     PIC X VALUE 'N'.
       01  WS-CHQ-OPPOSE  PIC X VALUE 'N'.
       01  WS-NB-OPPOSES  PIC 9(5) VALUE ZERO.
       01  WS-REJ-LIGNE.
           05 WR-CPTE     PIC X(23).
           05 WR-NUMCHQ   PIC 9(7).
           05 WR-MONT     PIC 9(9)V9(2).
           05 WR-DATE     PIC 9(8).
           05 WR-BQE      PIC X(10).
           05 FILLER      PIC X VALUE SPACE.
      *----TABLE DES DECALAGES DE DATE DE VALEUR PAR TYPE D'OPERATION--
       01  FS-DTVAL       PIC XX VALUE ZERO.
       01  WS-DTVAL-EOF   PIC X VALUE 'N'.
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN OUTPUT FCOMPRET.
           PERFORM OUVRIR-OPPOS.
           IF FS-COMPENS NOT = '00' OR FS-RIB NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-COMPRET NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-COMPENS
              PERFORM LIRE-CREDIT
           END-IF.
      *----------------------------------------------------------------
      *    REGISTRE DES OPPOSITIONS (ABSENT TOLERE : AUCUNE OPPOSITION)*
      *    ET FICHIER DES REJETS, CREE S'IL N'EXISTE PAS               *
      *----------------------------------------------------------------
       OUVRIR-OPPOS.
           OPEN INPUT FOPPOS.
           IF FS-OPPOS = '00'
              MOVE 'O' TO WS-OPPOS-DISPO
           ELSE
              DISPLAY 'REGISTRE DD-OPPOS ABSENT - AUCUNE OPPOSITION'
           END-IF.
           OPEN EXTEND FREJETS.
           IF FS-REJETS = '35'
              OPEN OUTPUT FREJETS
           END-IF.
           IF FS-REJETS NOT = '00'
              DISPLAY 'ERR. OUV FICHIER AS-REJETS : ' FS-REJETS
           END-IF.
      *----------------------------------------------------------------
      *    PARAMETRAGE DES DATES DE VALEUR (ABSENT TOLERE : LA DATE DE *
      *    VALEUR EST ALORS LA DATE COMPTABLE)                         *
      *----------------------------------------------------------------
                    MOVE 'CLO' TO WS-MOTIF
                    PERFORM RETOURNER-CREDIT
                 ELSE
                    IF CMP-TYPE = 'CHQ'
                       PERFORM TRAITER-CHEQUE
                    ELSE
                       PERFORM POSTER-CREDIT
                    END-IF
                 END-IF
           END-READ.
           PERFORM LIRE-CREDIT.
      *----------------------------------------------------------------
      *    CHEQUE PRESENTE : REJETE S'IL EST FRAPPE D'OPPOSITION,      *
      *    SINON DEBITE AVEC SON NUMERO                                *
      *----------------------------------------------------------------
       TRAITER-CHEQUE.
           MOVE 'N' TO WS-CHQ-OPPOSE.
           PERFORM CONTROLER-OPPOSITION.
           IF WS-CHQ-OPPOSE = 'O'
              PERFORM REJETER-CHEQUE-OPPOSE
              MOVE 'OPP' TO WS-MOTIF
              PERFORM RETOURNER-CREDIT
           ELSE
              PERFORM POSTER-CHEQUE
           END-IF.
       CONTROLER-OPPOSITION.
           IF WS-OPPOS-DISPO = 'O'
              MOVE 'N'      TO WS-OPP-EOF
              MOVE CMP-CPTE TO OPP-CPTE
              MOVE ZERO     TO OPP-NUMDEB
              START FOPPOS KEY IS NOT LESS THAN OPP-CLE
                 INVALID KEY MOVE 'O' TO WS-OPP-EOF
              END-START
              PERFORM COMPARER-OPPOSITION UNTIL WS-OPP-EOF = 'O'
           END-IF.
       COMPARER-OPPOSITION.
           READ FOPPOS NEXT RECORD
              AT END MOVE 'O' TO WS-OPP-EOF
              NOT AT END
                 IF OPP-CPTE NOT = CMP-CPTE
                    OR OPP-NUMDEB > CMP-NUMCHQ
                    MOVE 'O' TO WS-OPP-EOF
                 ELSE
                    IF OPP-STATUT = 'A'
                       AND OPP-NUMFIN NOT < CMP-NUMCHQ
                       MOVE 'O' TO WS-CHQ-OPPOSE
                       MOVE 'O' TO WS-OPP-EOF
                    END-IF
                 END-IF
           END-READ.
       REJETER-CHEQUE-OPPOSE.
           ADD 1 TO WS-NB-OPPOSES.
           IF FS-REJETS = '00'
              MOVE CMP-CPTE    TO WR-CPTE
              MOVE CMP-NUMCHQ  TO WR-NUMCHQ
              MOVE CMP-MONT    TO WR-MONT
              MOVE CMP-DATE    TO WR-DATE
              MOVE CMP-BQE     TO WR-BQE
              MOVE 'K'         TO REJ-ID-TAB
              MOVE WS-REJ-LIGNE TO REJ-LIGNE
              MOVE 'A013'      TO REJ-CODE
              MOVE 'CHEQUE FRAPPE D OPPOSITION' TO REJ-LIBELLE
              MOVE ZERO        TO REJ-CLE-CALC REJ-CLE-STOCK
              WRITE ENR-REJET
           END-IF.
       POSTER-CHEQUE.
           MOVE CLT-TRIB  TO CLT-TMVTC.
           MOVE CMP-CPTE  TO CPTE-TMVTC.
           MOVE CMP-DATE  TO DATE-TMVTC.
           MOVE CMP-MONT  TO MONT-TMVTC.
           MOVE 'D'       TO SENS-TMVTC.
           MOVE 'CHQ'     TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE 'EUR'      TO DEV-TMVTC.
           PERFORM CALCULER-DTVAL.
           MOVE CMP-LIB    TO LIB-TMVTC.
           MOVE CMP-NUMCHQ TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
           ADD 1 TO WS-NB-CHQ-POSTES.
           ADD CMP-MONT TO WS-TOT-CHQ.
           DISPLAY 'CHEQUE DEBITE - COMPTE ' CMP-CPTE ' NO '
              CMP-NUMCHQ ' ' CMP-MONT ' REF ' WS-REF-MVT.
       POSTER-CREDIT.
           MOVE CLT-TRIB  TO CLT-TMVTC.
           MOVE CMP-CPTE  TO CPTE-TMVTC.
           WRITE ENR-COMPRET.
       FIN.
           CLOSE FCOMPENS FRIB FMVTC FCOMPRET.
           IF WS-OPPOS-DISPO = 'O'
              CLOSE FOPPOS
           END-IF.
           IF FS-REJETS = '00'
              CLOSE FREJETS
           END-IF.
           DISPLAY 'CREDITS RECUS    : ' WS-NB-RECUS.
           DISPLAY 'CREDITS POSTES   : ' WS-NB-POSTES
              ' POUR ' WS-TOT-POSTE.
           DISPLAY 'CHEQUES DEBITES  : ' WS-NB-CHQ-POSTES
              ' POUR ' WS-TOT-CHQ.
           DISPLAY 'CHEQUES OPPOSES  : ' WS-NB-OPPOSES.
           DISPLAY 'CREDITS RETOURNES: ' WS-NB-RETOURS
              ' POUR ' WS-TOT-RETOUR.
           IF WS-NB-RECUS NOT = WS-NB-POSTES + WS-NB-CHQ-POSTES
              + WS-NB-RETOURS
              DISPLAY 'ERR. CONTROLE : RECUS <> POSTES + RETOURNES'
              MOVE 8 TO RETURN-CODE
           ELSE
