       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCBDECL.
       AUTHOR.     E NGBAME.
      * EXTRAIT DES DECLARATIONS DE SOUPCON : LES DOSSIERS DECIDES
      * 'D' (DECLARE) DANS LCBDOS ET NON ENCORE EXTRAITS SONT ECRITS
      * DANS LE FICHIER A FORMAT FIXE AS-DECLSOUP, SUR LE MODELE DE
      * AS-FCCDECL DE CHQIMPAY :
      *   'D' UNE LIGNE PAR DOSSIER : IDENTITE DU CLIENT (FCLT),
      *       AGENCE, DATES, NOMBRE D'ALERTES, CUMUL, SOURCES,
      *       ANALYSTE ET MOTIVATION ;
      *   'A' UNE LIGNE PAR ALERTE DU DOSSIER (DD-LCBHIT) ;
      *   'T' LIGNE TOTAL : NOMBRE DE DOSSIERS, D'ALERTES ET CUMUL.
      * CHAQUE DOSSIER EXTRAIT EST MARQUE (DOS-DTEXTR) ET NE SORT
      * QU'UNE FOIS. RESERVE A UN OPERATEUR DE NIVEAU 3 (FOPERAT),
      * COMME LCBDOS : L'EXTRAIT EST TRANSMIS PAR LE SEUL SERVICE
      * CONFORMITE.
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

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FDECLSOUP ASSIGN TO AS-DECLSOUP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECLSOUP.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

      *----TYPE D = DOSSIER DECLARE, A = ALERTE, T = TOTAL-------------
       FD  FDECLSOUP.
       01  ENR-DECLSOUP.
           10 DSP-TYPE      PIC X.
           10 DSP-DOSSIER   PIC 9(7).
           10 DSP-CORPS     PIC X(162).
       01  ENR-DECLSOUP-D.
           10 FILLER        PIC X(8).
           10 DSD-CLT       PIC 9(5).
           10 DSD-NOM       PIC X(20).
           10 DSD-PRENOM    PIC X(20).
           10 DSD-CODEAG    PIC 9(7).
           10 DSD-DTOUV     PIC 9(8).
           10 DSD-DTDEC     PIC 9(8).
           10 DSD-NBHITS    PIC 9(5).
           10 DSD-MT-CUMUL  PIC 9(13)V9(2).
           10 DSD-SOURCES   PIC X(4).
           10 DSD-ANALYSTE  PIC X(8).
           10 DSD-MOTIF     PIC X(60).
           10 FILLER        PIC X(2).
       01  ENR-DECLSOUP-A.
           10 FILLER        PIC X(8).
           10 DSA-SOURCE    PIC X(3).
           10 DSA-IDENT     PIC X(20).
           10 DSA-CLT       PIC 9(5).
           10 DSA-DATE      PIC 9(8).
           10 DSA-MONT      PIC 9(11)V9(2).
           10 DSA-SENS      PIC X.
           10 DSA-DETAIL    PIC X(30).
           10 FILLER        PIC X(82).
       01  ENR-DECLSOUP-T.
           10 FILLER        PIC X(8).
           10 DST-DTEXTR    PIC 9(8).
           10 DST-NBDOS     PIC 9(5).
           10 DST-NBHITS    PIC 9(7).
           10 DST-MT-CUMUL  PIC 9(13)V9(2).
           10 FILLER        PIC X(127).

       WORKING-STORAGE SECTION.
       01  FS-LCBDOS    PIC XX VALUE ZERO.
       01  FS-LCBHIT    PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-DECLSOUP  PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-HIT-EOF   PIC X VALUE 'N'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NB-DOS    PIC 9(5) VALUE ZERO.
       01  WS-NB-HIT    PIC 9(7) VALUE ZERO.
       01  WS-MT-TOTAL  PIC 9(13)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-CTRL-OK = 'O'
              PERFORM LIRE-DOSSIER
              PERFORM TRAITER-DOSSIER UNTIL WS-EOF = 'O'
              PERFORM ECRIRE-TOTAL
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'CODE OPERATEUR (X(8))        : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'O'
              OPEN I-O FLCBDOS
              OPEN INPUT FLCBHIT FCLT
              OPEN OUTPUT FDECLSOUP
              IF FS-LCBDOS NOT = '00' OR FS-LCBHIT NOT = '00'
                 OR FS-CLT NOT = '00' OR FS-DECLSOUP NOT = '00'
                 DISPLAY 'ERR. OUV FICHIERS: FD ' FS-LCBDOS
                    ' FH ' FS-LCBHIT ' FC ' FS-CLT
                    ' FX ' FS-DECLSOUP
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
           END-IF.
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
       FIN.
           IF FS-LCBDOS = '00'
              CLOSE FLCBDOS
           END-IF.
           IF FS-LCBHIT = '00'
              CLOSE FLCBHIT
           END-IF.
           IF FS-CLT = '00'
              CLOSE FCLT
           END-IF.
           IF FS-DECLSOUP = '00'
              CLOSE FDECLSOUP
           END-IF.
           DISPLAY 'DECLARATIONS EXTRAITES : ' WS-NB-DOS
              ' ALERTES : ' WS-NB-HIT.
           STOP RUN.
      *----------------------------------------------------------------
      *    DOSSIERS DECLARES NON ENCORE EXTRAITS                       *
      *----------------------------------------------------------------
       LIRE-DOSSIER.
           READ FLCBDOS NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-DOSSIER.
           IF DOS-STATUT = 'D' AND DOS-DTEXTR = ZERO
              PERFORM ECRIRE-DECLARATION
              PERFORM ECRIRE-ALERTES
              MOVE WS-DTJOUR TO DOS-DTEXTR
              REWRITE ENR-LCBDOS
                 INVALID KEY
                    DISPLAY 'ERR. MAJ DD-LCBDOS : ' FS-LCBDOS
              END-REWRITE
           END-IF.
           PERFORM LIRE-DOSSIER.
       ECRIRE-DECLARATION.
           ADD 1 TO WS-NB-DOS.
           ADD DOS-MT-CUMUL TO WS-MT-TOTAL.
           MOVE SPACES       TO ENR-DECLSOUP.
           MOVE 'D'          TO DSP-TYPE.
           MOVE DOS-NUM      TO DSP-DOSSIER.
           MOVE DOS-CLT      TO DSD-CLT CODE-TCLT.
           READ FCLT
              INVALID KEY
                 MOVE 'CLIENT INCONNU' TO DSD-NOM
              NOT INVALID KEY
                 MOVE NOM-TCLT    TO DSD-NOM
                 MOVE PRENOM-TCLT TO DSD-PRENOM
           END-READ.
           MOVE DOS-CODEAG   TO DSD-CODEAG.
           MOVE DOS-DTOUV    TO DSD-DTOUV.
           MOVE DOS-DTDEC    TO DSD-DTDEC.
           MOVE DOS-NBHITS   TO DSD-NBHITS.
           MOVE DOS-MT-CUMUL TO DSD-MT-CUMUL.
           MOVE DOS-SOURCES  TO DSD-SOURCES.
           MOVE DOS-ANALYSTE TO DSD-ANALYSTE.
           MOVE DOS-MOTIF    TO DSD-MOTIF.
           WRITE ENR-DECLSOUP.
      *----ALERTES DU DOSSIER PAR LA CLE ALTERNATIVE HIT-DOSSIER-------
       ECRIRE-ALERTES.
           MOVE 'N' TO WS-HIT-EOF.
           MOVE DOS-NUM TO HIT-DOSSIER.
           START FLCBHIT KEY IS = HIT-DOSSIER
              INVALID KEY MOVE 'O' TO WS-HIT-EOF
           END-START.
           IF WS-HIT-EOF = 'N'
              PERFORM LIRE-ALERTE
           END-IF.
           PERFORM ECRIRE-ALERTE UNTIL WS-HIT-EOF = 'O'.
       LIRE-ALERTE.
           READ FLCBHIT NEXT RECORD
              AT END MOVE 'O' TO WS-HIT-EOF
           END-READ.
           IF WS-HIT-EOF = 'N' AND HIT-DOSSIER NOT = DOS-NUM
              MOVE 'O' TO WS-HIT-EOF
           END-IF.
       ECRIRE-ALERTE.
           ADD 1 TO WS-NB-HIT.
           MOVE SPACES      TO ENR-DECLSOUP.
           MOVE 'A'         TO DSP-TYPE.
           MOVE DOS-NUM     TO DSP-DOSSIER.
           MOVE HIT-SOURCE  TO DSA-SOURCE.
           MOVE HIT-IDENT   TO DSA-IDENT.
           MOVE HIT-CLT     TO DSA-CLT.
           MOVE HIT-DATE    TO DSA-DATE.
           MOVE HIT-MONT    TO DSA-MONT.
           MOVE HIT-SENS    TO DSA-SENS.
           MOVE HIT-DETAIL  TO DSA-DETAIL.
           WRITE ENR-DECLSOUP.
           PERFORM LIRE-ALERTE.
       ECRIRE-TOTAL.
           MOVE SPACES      TO ENR-DECLSOUP.
           MOVE 'T'         TO DSP-TYPE.
           MOVE ZERO        TO DSP-DOSSIER.
           MOVE WS-DTJOUR   TO DST-DTEXTR.
           MOVE WS-NB-DOS   TO DST-NBDOS.
           MOVE WS-NB-HIT   TO DST-NBHITS.
           MOVE WS-MT-TOTAL TO DST-MT-CUMUL.
           WRITE ENR-DECLSOUP.
