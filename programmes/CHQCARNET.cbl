      * MOUVEMENTS 'CHQ' (NUMCHQ-TMVTC, VOIR PG15CH08) ; LE SUIVI
      * DES CHEQUES DELIVRES NON PAYES EST EDITE PAR CHQSUIVI.
      * SUR LE MODELE D'ORDPERM. MODES : A = AJOUT, L = LISTE.
      * AUCUN CARNET N'EST DELIVRE SUR UN LIVRET D'EPARGNE (REGISTRE
      * DD-LIVRET), NI A UN CLIENT INTERDIT DE CHEQUIER : INCIDENT DE
      * PAIEMENT ACTIF ET NON ECHU AU REGISTRE DD-INTERDIT (CHQIMPAY,
      * CHQINTER).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

      *----REGISTRE DES LIVRETS D'EPARGNE (VOIR OUVRCPTE)--------------
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

      *----REGISTRE DES INCIDENTS DE PAIEMENT (VOIR CHQIMPAY)----------
           SELECT FINTERDIT ASSIGN TO DD-INTERDIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLE
           ALTERNATE RECORD KEY IS INC-CLT WITH DUPLICATES
           FILE STATUS IS FS-INTERDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCHQCAR.
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

       FD  FINTERDIT.
       01  ENR-INTERDIT.
           10 INC-CLE.
              15 INC-CPTE   PIC X(23).
              15 INC-REF    PIC 9(13).
           10 INC-CLT     PIC 9(5).
           10 INC-NUMCHQ  PIC 9(7).
           10 INC-MONT    PIC 9(9)V9(2).
           10 INC-DTINC   PIC 9(8).
           10 INC-DTLIM   PIC 9(8).
           10 INC-STATUT  PIC X.
           10 INC-DTLEV   PIC 9(8).
           10 INC-MOTLEV  PIC X.
           10 INC-DECL-INC PIC X.
           10 INC-DECL-LEV PIC X.

       WORKING-STORAGE SECTION.
       01  FS-CHQCAR    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  FS-INTERDIT  PIC XX VALUE ZERO.
       01  WS-INC-EOF   PIC X VALUE 'N'.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT VALUE 'A'.
           88 MODE-LISTE VALUE 'L'.
                       DISPLAY 'COMPTE FERME : ' CAR-CPTE
                    ELSE
                       MOVE 'O' TO WS-CPTE-OK
                       PERFORM CONTROLER-LIVRET
                       IF WS-CPTE-OK = 'O'
                          PERFORM CONTROLER-INTERDIT
                       END-IF
                    END-IF
              END-READ
              CLOSE FRIB
           END-IF.
      *----------------------------------------------------------------
      *    UN LIVRET D'EPARGNE NE PORTE NI CARTE NI CHEQUIER (REGISTRE *
      *    DD-LIVRET ABSENT TOLERE : AUCUN LIVRET OUVERT)              *
      *----------------------------------------------------------------
       CONTROLER-LIVRET.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE CAR-CPTE TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'COMPTE LIVRET - CHEQUIER INTERDIT : '
                       CAR-CPTE
                    MOVE 'N' TO WS-CPTE-OK
              END-READ
              CLOSE FLIVRET
           END-IF.
      *----------------------------------------------------------------
      *    CLIENT INTERDIT DE CHEQUIER : UN INCIDENT ACTIF DONT LA     *
      *    DATE LIMITE DE REGULARISATION N'EST PAS ATTEINTE A LA DATE  *
      *    DE DELIVRANCE (REGISTRE ABSENT TOLERE : AUCUN INCIDENT)     *
      *----------------------------------------------------------------
       CONTROLER-INTERDIT.
           OPEN INPUT FINTERDIT.
           IF FS-INTERDIT = '00'
              MOVE 'N' TO WS-INC-EOF
              MOVE CLT-TRIB TO INC-CLT
              START FINTERDIT KEY IS EQUAL TO INC-CLT
                 INVALID KEY MOVE 'O' TO WS-INC-EOF
              END-START
              PERFORM LIRE-INCIDENT-CLIENT UNTIL WS-INC-EOF = 'O'
              CLOSE FINTERDIT
           END-IF.
       LIRE-INCIDENT-CLIENT.
           READ FINTERDIT NEXT RECORD
              AT END MOVE 'O' TO WS-INC-EOF
              NOT AT END
                 IF INC-CLT NOT = CLT-TRIB
                    MOVE 'O' TO WS-INC-EOF
                 ELSE
                    IF INC-STATUT = 'A' AND INC-DTLIM > CAR-DTDELIV
                       DISPLAY 'CLIENT INTERDIT DE CHEQUIER : '
                          CLT-TRIB ' (INCIDENT DU ' INC-DTINC ')'
                       MOVE 'N' TO WS-CPTE-OK
                       MOVE 'O' TO WS-INC-EOF
                    END-IF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES CARNETS DELIVRES                         *
      *----------------------------------------------------------------
       LISTER-CARNETS.
