      * SEULS MOUVEMENTS CONSERVES (BASCULE .NEW, COMME LA
      * REORGANISATION DE CRE-FICHIERS). LA RESTAURATION D'UNE ANNEE
      * SE FAIT PAR RESTMVT.
      * APPELE PAR LE PILOTE DE CLOTURE ANNUELLE FINANNEE, LA DATE
      * LIMITE EST LE 1ER JANVIER DE L'EXERCICE CLOS TRANSMIS PAR
      * LINKAGE (L'EXERCICE CLOS RESTE EN LIGNE UN AN DE PLUS POUR
      * LES AGIOS, LA DORMANCE ET LES RECAPITULATIFS) ET LE NOMBRE DE
      * MOUVEMENTS ARCHIVES LUI EST RENDU. RC 8 SI LE TRI OU
      * L'OUVERTURE DES FICHIERS ECHOUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC-SRC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC-SRC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FMVTC-TRIE ASSIGN TO "WK-ARCHMVT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC-NEW
           ALTERNATE RECORD KEY IS CPTDT-TMVTC-NEW WITH DUPLICATES
           FILE STATUS IS FS-MVTNEW.

           SELECT FARCH ASSIGN TO DYNAMIC WS-ARCH-NOM
       FD  FMVTC.
       01  ENR-TMVTC-SRC.
           10 CLT-TMVTC-SRC   PIC 9(5).
           10 CPTDT-TMVTC-SRC.
              15 CPTE-TMVTC-SRC  PIC X(23).
              15 DATE-TMVTC-SRC  PIC 9(8).
           10 MONT-TMVTC-SRC  PIC 9(9)V9(2).
           10 SENS-TMVTC-SRC  PIC X.
           10 TYPE-TMVTC-SRC  PIC X(3).
       FD  FMVTC-NEW.
       01  ENR-TMVTC-NEW.
           10 CLT-TMVTC-NEW   PIC 9(5).
           10 CPTDT-TMVTC-NEW.
              15 CPTE-TMVTC-NEW  PIC X(23).
              15 DATE-TMVTC-NEW  PIC 9(8).
           10 MONT-TMVTC-NEW  PIC 9(9)V9(2).
           10 SENS-TMVTC-NEW  PIC X.
           10 TYPE-TMVTC-NEW  PIC X(3).
       01  FS-ARCTL     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTLIMITE  PIC 9(8) VALUE ZERO.
       01  WS-DTLIM-R REDEFINES WS-DTLIMITE.
           05 WS-LIM-AA   PIC 9(4).
           05 WS-LIM-MMJJ PIC 9(4).
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-ARCH-NOM  PIC X(20) VALUE SPACES.
       01  WS-ANNEE-COUR PIC 9(4) VALUE ZERO.
       01  WS-ARCH-OUVERT PIC X VALUE 'N'.
       01  WS-NB-ARCHIVES PIC 9(7) VALUE ZERO.
       01  WS-NB-CONSERVES PIC 9(7) VALUE ZERO.
       01  WS-ARCH-KO   PIC X VALUE 'N'.
      *----CONTROLE DE L'ANNEE EN COURS D'ARCHIVAGE--------------------
       01  WS-AN-NB     PIC 9(7) VALUE ZERO.
       01  WS-AN-TOTDEB PIC 9(11)V9(2) VALUE ZERO.
       01  WS-AN-TOTCRE PIC 9(11)V9(2) VALUE ZERO.

       LINKAGE SECTION.
      *----EXERCICE CLOS TRANSMIS PAR LE PILOTE FINANNEE - SI ZERO,----
      *----SAISIE INTERACTIVE CONSERVEE. TOTAUX DE CONTROLE RENDUS AU--
      *----PILOTE POUR LE COMPTE-RENDU DE CLOTURE----------------------
       01  LS-FINANNEE.
           05 LS-ANNEE       PIC 9(4).
           05 LS-CTL-NB      PIC 9(9).
           05 LS-CTL-MONTANT PIC 9(13)V9(2).
           05 LS-CTL-REF     PIC 9(7).

       PROCEDURE DIVISION USING LS-FINANNEE.
       PROG.
           PERFORM DEBUT.
           IF FS-MVTRIE = '00' AND FS-MVTNEW = '00'
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-ANNEE NOT = ZERO
              MOVE LS-ANNEE TO WS-LIM-AA
              MOVE 0101     TO WS-LIM-MMJJ
           ELSE
              DISPLAY 'ARCHIVER LES MOUVEMENTS ANTERIEURS A '
                 '(AAAAMMJJ) : ' WITH NO ADVANCING
              ACCEPT WS-DTLIMITE
           END-IF.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           SORT FMVTC-TRI
              ON ASCENDING KEY DATE-TMVTC-TRI
           IF SORT-RETURN > 0
              DISPLAY 'ERREUR TRI FMVTC, CODE = ' SORT-RETURN
              MOVE 9 TO FS-MVTRIE
              MOVE 'O' TO WS-ARCH-KO
           END-IF.
           OPEN INPUT FMVTC-TRIE.
           OPEN OUTPUT FMVTC-NEW.
              OR FS-ARCTL NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FT ' FS-MVTRIE
                 ' FN ' FS-MVTNEW ' FK ' FS-ARCTL
              MOVE 'O' TO WS-ARCH-KO
           ELSE
              PERFORM LIRE-MOUVEMENT
           END-IF.
           CLOSE FARCTL.
           DISPLAY 'MOUVEMENTS ARCHIVES  : ' WS-NB-ARCHIVES.
           DISPLAY 'MOUVEMENTS CONSERVES : ' WS-NB-CONSERVES.
           IF LS-ANNEE NOT = ZERO
              MOVE WS-NB-ARCHIVES TO LS-CTL-NB
              MOVE ZERO           TO LS-CTL-MONTANT
              MOVE WS-NB-CONSERVES TO LS-CTL-REF
           END-IF.
           IF WS-ARCH-KO = 'O'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
