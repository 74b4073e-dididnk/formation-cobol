       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCBDOS.
       AUTHOR.     E NGBAME.
      * DOSSIERS DE SOUPCON (DD-LCBDOS / DD-LCBHIT, ALIMENTES PAR
      * LCBINTEG) : CONSULTATION ET DECISION DE L'ANALYSTE
      * CONFORMITE. TOUS LES MODES DEMANDENT UN OPERATEUR FOPERAT DE
      * NIVEAU 3 : LES NUMEROS DE DOSSIER ET LES DECISIONS NE DOIVENT
      * JAMAIS ETRE VUS EN AGENCE (AUCUNE TRANSACTION GUICHET NE LIT
      * CES FICHIERS ET RIEN N'EST ECRIT DANS FCLT NI DANS FRIB).
      * MODES :
      *   L = LISTE DES DOSSIERS NON CLOS (A ANALYSER, SOUS
      *       SURVEILLANCE), LES DOSSIERS A REVOIR SIGNALES ;
      *   V = VISUALISATION D'UN DOSSIER ET DE SES ALERTES ;
      *   D = DECISION : C = CLASSE SANS SUITE, S = SURVEILLANCE
      *       RENFORCEE (LE DOSSIER RESTE OUVERT ET RECOIT LES
      *       ALERTES SUIVANTES), D = DECLARE (EXTRAIT PAR LCBDECL).
      *       UN DOSSIER CLASSE OU DECLARE N'EST PLUS MODIFIABLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLCBDOS ASSIGN TO DD-LCBDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOS-NUM
           ALTERNATE RECORD KEY IS DOS-CLT WITH DUPLICATES
           FILE STATUS IS FS-LCBDOS.

           SELECT FLCBHIT ASSIGN TO DD-LCBHIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIT-CLE
           ALTERNATE RECORD KEY IS HIT-DOSSIER WITH DUPLICATES
           FILE STATUS IS FS-LCBHIT.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT O = A ANALYSER, S = SURVEILLANCE RENFORCEE,----------
      *----C = CLASSE SANS SUITE, D = DECLARE--------------------------
       FD  FLCBDOS.
       01  ENR-LCBDOS.
           10 DOS-NUM       PIC 9(7).
           10 DOS-CLT       PIC 9(5).
           10 DOS-CODEAG    PIC 9(7).
           10 DOS-DTOUV     PIC 9(8).
           10 DOS-DTDERHIT  PIC 9(8).
           10 DOS-NBHITS    PIC 9(5).
           10 DOS-MT-CUMUL  PIC 9(13)V9(2).
           10 DOS-SOURCES.
              15 DOS-SRC-EXC PIC X.
              15 DOS-SRC-CUM PIC X.
              15 DOS-SRC-RSK PIC X.
              15 DOS-SRC-WAT PIC X.
           10 DOS-REVOIR    PIC X.
           10 DOS-STATUT    PIC X.
           10 DOS-DTDEC     PIC 9(8).
           10 DOS-ANALYSTE  PIC X(8).
           10 DOS-MOTIF     PIC X(60).
           10 DOS-DTEXTR    PIC 9(8).

       FD  FLCBHIT.
       01  ENR-LCBHIT.
           10 HIT-CLE.
              15 HIT-SOURCE PIC X(3).
              15 HIT-IDENT  PIC X(20).
           10 HIT-DOSSIER   PIC 9(7).
           10 HIT-CLT       PIC 9(5).
           10 HIT-DATE      PIC 9(8).
           10 HIT-MONT      PIC 9(11)V9(2).
           10 HIT-SENS      PIC X.
           10 HIT-DETAIL    PIC X(30).
           10 HIT-DTINTEG   PIC 9(8).

       FD  FOPERAT.
       01  ENR-OPERAT.
           10 OPR-CODE    PIC X(8).
           10 OPR-NOM     PIC X(20).
           10 OPR-NIVEAU  PIC 9.
           10 OPR-MDP-HASH  PIC 9(10).
           10 OPR-MDP-DATE  PIC 9(8).
           10 OPR-NB-ECHECS PIC 9.
           10 OPR-VERROU    PIC X.
           10 OPR-AGENCE    PIC 9(7).
           10 OPR-STATUT    PIC X.
              88 OPR-SUSPENDU VALUE 'S'.
           10 OPR-SIEGE     PIC X.

       WORKING-STORAGE SECTION.
       01  FS-LCBDOS    PIC XX VALUE ZERO.
       01  FS-LCBHIT    PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-LISTE    VALUE 'L'.
           88 MODE-VISU     VALUE 'V'.
           88 MODE-DECISION VALUE 'D'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NUM-DOS   PIC 9(7) VALUE ZERO.
       01  WS-DECISION  PIC X VALUE SPACE.
           88 DECISION-VALIDE VALUE 'C' 'S' 'D'.
       01  WS-MOTIF     PIC X(60) VALUE SPACES.
       01  WS-NB-DOS    PIC 9(5) VALUE ZERO.
       01  WS-NB-HIT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (L=LISTE / V=VISUALISATION / D=DECISION) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           DISPLAY 'CODE OPERATEUR (X(8))        : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'O'
              PERFORM OUVRIR-FICHIERS
              IF FS-LCBDOS = '00' AND FS-LCBHIT = '00'
                 EVALUATE TRUE
                    WHEN MODE-VISU     PERFORM VISUALISER-DOSSIER
                    WHEN MODE-DECISION PERFORM DECIDER-DOSSIER
                    WHEN OTHER         PERFORM LISTER-DOSSIERS
                 END-EVALUATE
              END-IF
              IF FS-LCBDOS = '00'
                 CLOSE FLCBDOS
              END-IF
              IF FS-LCBHIT = '00'
                 CLOSE FLCBHIT
              END-IF
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    ACCES RESERVE AUX OPERATEURS DE NIVEAU 3 (CONFORMITE)       *
      *----------------------------------------------------------------
       CONTROLER-OPERATEUR.
           MOVE 'N' TO WS-CTRL-OK.
           OPEN INPUT FOPERAT.
           IF FS-OPERAT NOT = '00'
              DISPLAY 'ERR. OUVERTURE FOPERAT : ' FS-OPERAT
           ELSE
              MOVE WS-OPER TO OPR-CODE
              READ FOPERAT
                 INVALID KEY
                    DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
                 NOT INVALID KEY
                    IF OPR-SUSPENDU
                       DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                    ELSE
                       IF OPR-NIVEAU < 3
                          DISPLAY 'ACCES RESERVE AU NIVEAU 3 : ' WS-OPER
                       ELSE
                          MOVE 'O' TO WS-CTRL-OK
                       END-IF
                    END-IF
              END-READ
              CLOSE FOPERAT
           END-IF.
       OUVRIR-FICHIERS.
           IF MODE-DECISION
              OPEN I-O FLCBDOS
           ELSE
              OPEN INPUT FLCBDOS
           END-IF.
           OPEN INPUT FLCBHIT.
           IF FS-LCBDOS NOT = '00' OR FS-LCBHIT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FD ' FS-LCBDOS
                 ' FH ' FS-LCBHIT
           END-IF.
      *----------------------------------------------------------------
      *    LISTE DES DOSSIERS NON CLOS                                 *
      *----------------------------------------------------------------
       LISTER-DOSSIERS.
           PERFORM LIRE-DOSSIER.
           PERFORM AFFICHER-LIGNE-DOSSIER UNTIL WS-EOF = 'O'.
           DISPLAY 'DOSSIERS NON CLOS : ' WS-NB-DOS.
       LIRE-DOSSIER.
           READ FLCBDOS NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       AFFICHER-LIGNE-DOSSIER.
           IF DOS-STATUT = 'O' OR DOS-STATUT = 'S'
              ADD 1 TO WS-NB-DOS
              DISPLAY DOS-NUM ' CLT ' DOS-CLT ' AG ' DOS-CODEAG
                 ' OUVERT ' DOS-DTOUV ' ALERTES ' DOS-NBHITS
                 ' SRC ' DOS-SOURCES ' STATUT ' DOS-STATUT
              IF DOS-REVOIR = 'O'
                 DISPLAY '   ** NOUVELLES ALERTES A REVOIR - DERNIERE '
                    DOS-DTDERHIT
              END-IF
           END-IF.
           PERFORM LIRE-DOSSIER.
      *----------------------------------------------------------------
      *    VISUALISATION D'UN DOSSIER ET DE SES ALERTES                *
      *----------------------------------------------------------------
       VISUALISER-DOSSIER.
           DISPLAY 'NUMERO DE DOSSIER            : ' WITH NO ADVANCING.
           ACCEPT WS-NUM-DOS.
           PERFORM LIRE-DOSSIER-CLE.
           IF WS-CTRL-OK = 'O'
              PERFORM AFFICHER-DOSSIER
              PERFORM AFFICHER-ALERTES
           END-IF.
       LIRE-DOSSIER-CLE.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-NUM-DOS TO DOS-NUM.
           READ FLCBDOS
              INVALID KEY
                 DISPLAY 'DOSSIER INCONNU : ' WS-NUM-DOS
              NOT INVALID KEY
                 MOVE 'O' TO WS-CTRL-OK
           END-READ.
       AFFICHER-DOSSIER.
           DISPLAY 'DOSSIER ' DOS-NUM ' CLIENT ' DOS-CLT ' AGENCE '
              DOS-CODEAG ' OUVERT LE ' DOS-DTOUV.
           DISPLAY '   ALERTES ' DOS-NBHITS ' CUMUL ' DOS-MT-CUMUL
              ' SOURCES ' DOS-SOURCES ' DERNIERE ' DOS-DTDERHIT.
           DISPLAY '   STATUT ' DOS-STATUT ' A REVOIR ' DOS-REVOIR
              ' DECISION LE ' DOS-DTDEC ' PAR ' DOS-ANALYSTE.
           DISPLAY '   ' DOS-MOTIF.
       AFFICHER-ALERTES.
           MOVE 'N' TO WS-EOF.
           MOVE DOS-NUM TO HIT-DOSSIER.
           START FLCBHIT KEY IS = HIT-DOSSIER
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           IF WS-EOF = 'N'
              PERFORM LIRE-ALERTE
           END-IF.
           PERFORM AFFICHER-ALERTE UNTIL WS-EOF = 'O'.
           DISPLAY 'ALERTES DU DOSSIER : ' WS-NB-HIT.
       LIRE-ALERTE.
           READ FLCBHIT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND HIT-DOSSIER NOT = DOS-NUM
              MOVE 'O' TO WS-EOF
           END-IF.
       AFFICHER-ALERTE.
           ADD 1 TO WS-NB-HIT.
           DISPLAY '   ' HIT-SOURCE ' ' HIT-IDENT ' ' HIT-DATE ' '
              HIT-MONT ' ' HIT-SENS ' ' HIT-DETAIL.
           PERFORM LIRE-ALERTE.
      *----------------------------------------------------------------
      *    DECISION DE L'ANALYSTE                                      *
      *----------------------------------------------------------------
       DECIDER-DOSSIER.
           DISPLAY 'NUMERO DE DOSSIER            : ' WITH NO ADVANCING.
           ACCEPT WS-NUM-DOS.
           PERFORM LIRE-DOSSIER-CLE.
           IF WS-CTRL-OK = 'O'
              IF DOS-STATUT = 'C' OR DOS-STATUT = 'D'
                 DISPLAY 'DOSSIER DEJA CLOS - STATUT ' DOS-STATUT
                    ' LE ' DOS-DTDEC
              ELSE
                 PERFORM AFFICHER-DOSSIER
                 PERFORM SAISIR-DECISION
              END-IF
           END-IF.
       SAISIR-DECISION.
           DISPLAY 'DECISION (C=SANS SUITE / S=SURVEILLANCE / '
              'D=DECLARATION) : ' WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           DISPLAY 'MOTIVATION (X(60))           : ' WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF NOT DECISION-VALIDE
              DISPLAY 'DECISION INVALIDE : ' WS-DECISION
           ELSE
              IF WS-MOTIF = SPACES
                 DISPLAY 'MOTIVATION OBLIGATOIRE'
              ELSE
                 MOVE WS-DECISION TO DOS-STATUT
                 MOVE WS-DTJOUR   TO DOS-DTDEC
                 MOVE WS-OPER     TO DOS-ANALYSTE
                 MOVE WS-MOTIF    TO DOS-MOTIF
                 MOVE 'N'         TO DOS-REVOIR
                 MOVE ZERO        TO DOS-DTEXTR
                 REWRITE ENR-LCBDOS
                    INVALID KEY
                       DISPLAY 'ERR. MAJ DD-LCBDOS : ' FS-LCBDOS
                    NOT INVALID KEY
                       DISPLAY 'DECISION ENREGISTREE : ' DOS-NUM
                          ' STATUT ' DOS-STATUT
                 END-REWRITE
              END-IF
           END-IF.
