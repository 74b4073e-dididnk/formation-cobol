      * DERNIERE DATE DE MOUVEMENT, SON SOLDE/SENS ET LE LIBELLE DE
      * L'AGENCE - TRIE DE L'INACTIVITE LA PLUS ANCIENNE A LA PLUS
      * RECENTE.
      * LE COURRIER REVENU (NPAI) EST UN SECOND MOTIF DE DORMANCE : UN
      * COMPTE OUVERT DONT LE CLIENT A UNE ADRESSE INVALIDE AU
      * REGISTRE DD-NPAI (NPAIMAJ) DEPUIS PLUS DE WS-NPAI-MOIS MOIS
      * (PARAMETRE, DEFAUT 6) EST RETENU MEME S'IL A BOUGE. LE MOTIF
      * (INA = INACTIVITE, NPA = COURRIER REVENU) SUIT LE DETAIL
      * JUSQU'A ESCNOTIF ET FIGURE SUR L'ETAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FRIB ASSIGN TO DD-RIB
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FNPAI ASSIGN TO DD-NPAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPA-CLT
           FILE STATUS IS FS-NPAI.

      *----DETAIL NON TRIE PUIS TRIE PAR ANCIENNETE D'INACTIVITE-------
           SELECT FDORM ASSIGN TO "WK-DORMANT.dat"
           ORGANIZATION IS SEQUENTIAL
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FNPAI.
       01  ENR-NPAI.
           10 NPA-CLT       PIC 9(5).
           10 NPA-STATUT    PIC X.
           10 NPA-DTRETOUR  PIC 9(8).
           10 NPA-DOC       PIC X(3).
           10 NPA-DETAIL    PIC X(30).
           10 NPA-NBRETOURS PIC 9(3).
           10 NPA-OPER      PIC X(8).
           10 NPA-DTLEVEE   PIC 9(8).
           10 NPA-DTMAJ     PIC 9(8).

      *----MOTIF : INA = INACTIVITE, NPA = COURRIER REVENU------------
       FD  FDORM.
       01  ENR-DORM.
           10 DOR-DATE    PIC 9(8).
           10 DOR-CPTE    PIC X(23).
           10 DOR-SOLDE   PIC 9(9)V9(2).
           10 DOR-SENS    PIC X.
           10 DOR-MOTIF   PIC X(3).

       SD  FDORM-TRI.
       01  ENR-DORM-TRI.
           10 DOR-CPTE-TRI  PIC X(23).
           10 DOR-SOLDE-TRI PIC 9(9)V9(2).
           10 DOR-SENS-TRI  PIC X.
           10 DOR-MOTIF-TRI PIC X(3).

       FD  FDORM-TRIE.
       01  ENR-DORM-T.
           10 DORT-CPTE   PIC X(23).
           10 DORT-SOLDE  PIC 9(9)V9(2).
           10 DORT-SENS   PIC X.
           10 DORT-MOTIF  PIC X(3).

       FD  FPRINT.
       01  REC-PRT.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-DORM   PIC 9(5) VALUE ZERO.
       01  FS-EVTCOR    PIC XX VALUE ZERO.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  WS-NPAI-DISPO PIC X VALUE 'N'.
       01  WS-NB-DORM-NPAI PIC 9(5) VALUE ZERO.
      *----PARAMETRES : SEUIL EN MOIS ET DATE DE REFERENCE-------------
       01  WS-SEUIL-MOIS PIC 9(3) VALUE 12.
       01  WS-DTREF     PIC 9(8) VALUE ZERO.
           05 WS-LIM-MM PIC 9(2).
           05 WS-LIM-JJ PIC 9(2).
       01  WS-TOT-MOIS  PIC 9(6) VALUE ZERO.
      *----COURRIER REVENU : DELAI EN MOIS ET DATE LIMITE DU RETOUR----
       01  WS-NPAI-MOIS PIC 9(3) VALUE 6.
       01  WS-DTLIM-NPAI PIC 9(8) VALUE ZERO.
       01  WS-DTLIMN-R REDEFINES WS-DTLIM-NPAI.
           05 WS-LIMN-AA PIC 9(4).
           05 WS-LIMN-MM PIC 9(2).
           05 WS-LIMN-JJ PIC 9(2).
      *----DERNIER MOUVEMENT CONNU PAR CLIENT--------------------------
       01  WS-NB-CLTS   PIC 9(3) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(3) VALUE ZERO.
              'COMPTES DORMANTS - INACTIFS DEPUIS LE '.
           05 WE-DTLIMITE PIC 9(8).
       01  LG-ENT-DET.
           05 FILLER PIC X(13) VALUE 'DERN.MVT MOT.'.
           05 FILLER PIC X(8)  VALUE ' CLIENT '.
           05 FILLER PIC X(24) VALUE 'COMPTE                  '.
           05 FILLER PIC X(16) VALUE '        SOLDE  S'.
           05 FILLER PIC X(18) VALUE ' AGENCE           '.
       01  LG-DET.
           05 WE-DERN    PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-MOTIF   PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-CLT     PIC 9(5).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-CPTE    PIC X(23).
       01  LG-TOT.
           05 FILLER PIC X(27) VALUE 'COMPTES DORMANTS DETECTES :'.
           05 WE-NB-DORM PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(27) VALUE '  DONT COURRIER REVENU    :'.
           05 WE-NB-DORM-NPAI PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           IF WS-DTREF = ZERO
              ACCEPT WS-DTREF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DELAI NPAI AVANT DORMANCE EN MOIS (DEFAUT 6) : '
              WITH NO ADVANCING.
           ACCEPT WS-NPAI-MOIS.
           IF WS-NPAI-MOIS = ZERO
              MOVE 6 TO WS-NPAI-MOIS
           END-IF.
           PERFORM CALCULER-DATE-LIMITE.
           PERFORM CALCULER-DATE-NPAI.
           OPEN INPUT FMVTC FRIB FCLT FAGENCE.
           OPEN INPUT FNPAI.
           IF FS-NPAI = '00'
              MOVE 'O' TO WS-NPAI-DISPO
           ELSE
              DISPLAY 'REGISTRE NPAI ABSENT - INACTIVITE SEULE'
           END-IF.
           OPEN OUTPUT FDORM.
           OPEN OUTPUT FPRINT.
           OPEN EXTEND FEVTCOR.
              REMAINDER WS-LIM-MM.
           ADD 1 TO WS-LIM-MM.
           MOVE WS-REF-JJ TO WS-LIM-JJ.
       CALCULER-DATE-NPAI.
           COMPUTE WS-TOT-MOIS = WS-REF-AA * 12 + WS-REF-MM - 1
              - WS-NPAI-MOIS.
           DIVIDE WS-TOT-MOIS BY 12 GIVING WS-LIMN-AA
              REMAINDER WS-LIMN-MM.
           ADD 1 TO WS-LIMN-MM.
           MOVE WS-REF-JJ TO WS-LIMN-JJ.
      *----------------------------------------------------------------
      *    DERNIERE DATE DE MOUVEMENT PAR CLIENT (BALAYAGE FMVTC)      *
      *----------------------------------------------------------------
           CONTINUE.
      *----------------------------------------------------------------
      *    BALAYAGE DE FRIB : COMPTE DORMANT SI AUCUN MOUVEMENT OU     *
      *    DERNIER MOUVEMENT ANTERIEUR A LA DATE LIMITE, OU SI LE      *
      *    COURRIER DU CLIENT REVIENT (NPAI) DEPUIS LE DELAI NPAI      *
      *----------------------------------------------------------------
       DETECTER-DORMANTS.
           MOVE 'N' TO WS-EOF.
           PERFORM CHERCHER-DERNIERE-DATE
              VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS.
           MOVE SPACES TO DOR-MOTIF.
           IF WS-DERN-DATE < WS-DTLIMITE
              MOVE 'INA' TO DOR-MOTIF
           ELSE
              IF WS-NPAI-DISPO = 'O'
                 MOVE CLT-TRIB TO NPA-CLT
                 READ FNPAI
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF NPA-STATUT = 'I'
                          AND NPA-DTRETOUR < WS-DTLIM-NPAI
                          MOVE 'NPA' TO DOR-MOTIF
                          ADD 1 TO WS-NB-DORM-NPAI
                       END-IF
                 END-READ
              END-IF
           END-IF.
           IF DOR-MOTIF NOT = SPACES
              ADD 1 TO WS-NB-DORM
              MOVE WS-DERN-DATE TO DOR-DATE
              MOVE CLT-TRIB     TO DOR-CLT
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-DORM TO WE-NB-DORM.
           WRITE REC-PRT FROM LG-TOT.
           MOVE WS-NB-DORM-NPAI TO WE-NB-DORM-NPAI.
           WRITE REC-PRT FROM LG-TOT2.
           CLOSE FDORM-TRIE.
       EDITER-UN-DORMANT.
           READ FDORM-TRIE
           END-READ.
       EDITER-LIGNE-DORMANT.
           MOVE DORT-DATE  TO WE-DERN.
           MOVE DORT-MOTIF TO WE-MOTIF.
           MOVE DORT-CLT   TO WE-CLT.
           MOVE DORT-CPTE  TO WE-CPTE.
           MOVE DORT-SOLDE TO WE-SOLDE.
           IF FS-EVTCOR = '00'
              CLOSE FEVTCOR
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              CLOSE FNPAI
           END-IF.
           DISPLAY 'COMPTES DORMANTS : ' WS-NB-DORM
              ' DONT NPAI ' WS-NB-DORM-NPAI.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES CLIENTS PLEINE (500) - ETAT '
                 'NON FIABLE'
