       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQINTER.
       AUTHOR.     E NGBAME.
      * TENUE DU REGISTRE DES INCIDENTS DE PAIEMENT SUR CHEQUE
      * (DD-INTERDIT, ALIMENTE PAR CHQIMPAY) : LEVEE D'UN INCIDENT
      * APRES REGULARISATION AU GUICHET (MOTIF P = PROVISION
      * CONSTITUEE ET BLOQUEE, R = CHEQUE REPRESENTE ET PAYE HORS
      * CHAINE). LA LEVEE EST DECLAREE AU FICHIER CENTRAL DES CHEQUES
      * PAR LE CHQIMPAY SUIVANT. UN CLIENT RESTE INTERDIT DE CHEQUIER
      * (CHQCARNET) TANT QU'IL LUI RESTE UN INCIDENT ACTIF DONT LA
      * DATE LIMITE N'EST PAS ATTEINTE.
      * SUR LE MODELE D'ORDPERM. MODES : R = REGULARISATION,
      * L = LISTE (D'UN CLIENT, OU COMPLETE SI CLIENT ZERO).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINTERDIT ASSIGN TO DD-INTERDIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLE
           ALTERNATE RECORD KEY IS INC-CLT WITH DUPLICATES
           FILE STATUS IS FS-INTERDIT.

       DATA DIVISION.
       FILE SECTION.
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
       01  FS-INTERDIT  PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-REGUL VALUE 'R'.
           88 MODE-LISTE VALUE 'L'.
       01  WS-INC-EOF   PIC X VALUE 'N'.
       01  WS-NB-INC    PIC 9(5) VALUE ZERO.
       01  WS-NB-ACTIFS PIC 9(5) VALUE ZERO.
       01  WS-CPTE      PIC X(23) VALUE SPACES.
       01  WS-NUMCHQ    PIC 9(7) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-MOTIF     PIC X VALUE SPACE.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-TROUVE    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (R=REGULARISATION / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-INTERDIT = '00'
              IF MODE-REGUL
                 PERFORM REGULARISER-INCIDENT
              ELSE
                 PERFORM LISTER-INCIDENTS
              END-IF
              CLOSE FINTERDIT
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FINTERDIT.
           IF FS-INTERDIT = '35'
              OPEN OUTPUT FINTERDIT
              CLOSE FINTERDIT
              OPEN I-O FINTERDIT
           END-IF.
           IF FS-INTERDIT NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-INTERDIT : ' FS-INTERDIT
           END-IF.
      *----------------------------------------------------------------
      *    REGULARISATION : L'INCIDENT ACTIF DU COMPTE SUR CE NUMERO   *
      *    DE CHEQUE EST LEVE A LA DATE DU JOUR                        *
      *----------------------------------------------------------------
       REGULARISER-INCIDENT.
           DISPLAY 'COMPTE (X(23))              : '
              WITH NO ADVANCING.
           ACCEPT WS-CPTE.
           DISPLAY 'NUMERO DU CHEQUE (9(7))     : '
              WITH NO ADVANCING.
           ACCEPT WS-NUMCHQ.
           DISPLAY 'MOTIF (P=PROVISION / R=REPRESENTATION) : '
              WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF NOT = 'P' AND WS-MOTIF NOT = 'R'
              DISPLAY 'MOTIF INCONNU - AUCUNE LEVEE'
           ELSE
              MOVE 'N' TO WS-TROUVE
              MOVE WS-CPTE TO INC-CPTE
              MOVE ZERO    TO INC-REF
              START FINTERDIT KEY IS NOT LESS THAN INC-CLE
                 INVALID KEY MOVE 'O' TO WS-INC-EOF
              END-START
              PERFORM CHERCHER-INCIDENT UNTIL WS-INC-EOF = 'O'
              IF WS-TROUVE = 'N'
                 DISPLAY 'AUCUN INCIDENT ACTIF - COMPTE ' WS-CPTE
                    ' CHEQUE ' WS-NUMCHQ
              END-IF
           END-IF.
       CHERCHER-INCIDENT.
           READ FINTERDIT NEXT RECORD
              AT END MOVE 'O' TO WS-INC-EOF
              NOT AT END
                 IF INC-CPTE NOT = WS-CPTE
                    MOVE 'O' TO WS-INC-EOF
                 ELSE
                    IF INC-STATUT = 'A' AND INC-NUMCHQ = WS-NUMCHQ
                       MOVE 'L'       TO INC-STATUT
                       MOVE WS-DTJOUR TO INC-DTLEV
                       MOVE WS-MOTIF  TO INC-MOTLEV
                       MOVE 'N'       TO INC-DECL-LEV
                       REWRITE ENR-INTERDIT
                       MOVE 'O' TO WS-TROUVE
                       DISPLAY 'INCIDENT LEVE - ' INC-CPTE ' CHEQUE '
                          INC-NUMCHQ ' DU ' INC-DTINC
                    END-IF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LISTE DES INCIDENTS D'UN CLIENT (CLE ALTERNEE) OU COMPLETE  *
      *----------------------------------------------------------------
       LISTER-INCIDENTS.
           DISPLAY 'CODE CLIENT (0 = TOUS)      : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           IF WS-CLT = ZERO
              MOVE LOW-VALUES TO INC-CLE
              START FINTERDIT KEY IS NOT LESS THAN INC-CLE
                 INVALID KEY MOVE 'O' TO WS-INC-EOF
              END-START
           ELSE
              MOVE WS-CLT TO INC-CLT
              START FINTERDIT KEY IS EQUAL TO INC-CLT
                 INVALID KEY MOVE 'O' TO WS-INC-EOF
              END-START
           END-IF.
           PERFORM LIRE-INCIDENT.
           PERFORM AFFICHER-INCIDENT UNTIL WS-INC-EOF = 'O'.
           DISPLAY 'NOMBRE D INCIDENTS : ' WS-NB-INC
              ' DONT ACTIFS : ' WS-NB-ACTIFS.
       LIRE-INCIDENT.
           IF WS-INC-EOF = 'N'
              READ FINTERDIT NEXT RECORD
                 AT END MOVE 'O' TO WS-INC-EOF
              END-READ
              IF WS-INC-EOF = 'N' AND WS-CLT NOT = ZERO
                 AND INC-CLT NOT = WS-CLT
                 MOVE 'O' TO WS-INC-EOF
              END-IF
           END-IF.
       AFFICHER-INCIDENT.
           ADD 1 TO WS-NB-INC.
           IF INC-STATUT = 'A' AND INC-DTLIM > WS-DTJOUR
              ADD 1 TO WS-NB-ACTIFS
              DISPLAY INC-CLT ' ' INC-CPTE ' CHQ ' INC-NUMCHQ ' '
                 INC-MONT ' DU ' INC-DTINC ' ACTIF JUSQU AU '
                 INC-DTLIM
           ELSE
              IF INC-STATUT = 'A'
                 DISPLAY INC-CLT ' ' INC-CPTE ' CHQ ' INC-NUMCHQ ' '
                    INC-MONT ' DU ' INC-DTINC ' ECHU LE ' INC-DTLIM
              ELSE
                 DISPLAY INC-CLT ' ' INC-CPTE ' CHQ ' INC-NUMCHQ ' '
                    INC-MONT ' DU ' INC-DTINC ' LEVE LE ' INC-DTLEV
                    ' (' INC-MOTLEV ')'
              END-IF
           END-IF.
           PERFORM LIRE-INCIDENT.
