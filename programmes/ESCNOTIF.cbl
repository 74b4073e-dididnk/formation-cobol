      * EDITEE SUR DDESCNOT AVEC LE BLOC ADRESSE FADRCLT. PASSE LE
      * DELAI DE GRACE, ESCTRANS VIDE LE COMPTE VERS LE FONDS D'ETAT
      * ET LE CLOT.
      * UN COMPTE RETENU POUR COURRIER REVENU (MOTIF NPA DE DORMANT)
      * OU DONT LE CLIENT A TOUJOURS UNE ADRESSE INVALIDE AU REGISTRE
      * DD-NPAI EST INSCRIT AU REGISTRE DE DESHERENCE COMME LES AUTRES,
      * MAIS SA LETTRE EST RETENUE : ELLE N'EST PAS EDITEE ET EST
      * TRACEE DANS AS-COURRET (DOCUMENT 'ESC') POUR L'AGENCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

           SELECT FNPAI ASSIGN TO DD-NPAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPA-CLT
           FILE STATUS IS FS-NPAI.

      *----JOURNAL DU COURRIER RETENU (ADRESSE NPAI)------------------
           SELECT FCOURRET ASSIGN TO AS-COURRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FDORM-TRIE.
           10 DORT-CPTE   PIC X(23).
           10 DORT-SOLDE  PIC 9(9)V9(2).
           10 DORT-SENS   PIC X.
           10 DORT-MOTIF  PIC X(3).

       FD  FESCHEAT.
       01  ENR-ESCHEAT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

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

       FD  FCOURRET.
       01  ENR-COURRET.
           10 CRR-CLT     PIC 9(5).
           10 CRR-DATE    PIC 9(8).
           10 CRR-DOC     PIC X(3).
           10 CRR-PROG    PIC X(8).
           10 CRR-DETAIL  PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-DORMTRIE  PIC XX VALUE ZERO.
       01  FS-ESCHEAT   PIC XX VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NB-NOTIFIES PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA     PIC 9(5) VALUE ZERO.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  FS-COURRET   PIC XX VALUE ZERO.
       01  WS-NPAI-DISPO PIC X VALUE 'N'.
       01  WS-RETENU    PIC X VALUE 'N'.
       01  WS-NB-RETENUS  PIC 9(5) VALUE ZERO.

      *----LETTRE DE NOTIFICATION (BLOC ADRESSE PG17CH12)--------------
       01  LG-VIDE      PIC X(80) VALUE SPACES.
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           OPEN INPUT FNPAI.
           IF FS-NPAI = '00'
              MOVE 'O' TO WS-NPAI-DISPO
              OPEN EXTEND FCOURRET
              IF FS-COURRET = '35'
                 OPEN OUTPUT FCOURRET
              END-IF
           END-IF.
           IF FS-DORMTRIE = '00' AND FS-ESCHEAT = '00'
              AND FS-PRINT = '00'
              PERFORM LIRE-DORMANT
                 FS-ESCHEAT
           END-WRITE.
           ADD 1 TO WS-NB-NOTIFIES.
           PERFORM VERIFIER-NPAI.
           IF WS-RETENU = 'O'
              PERFORM RETENIR-LETTRE
           ELSE
              PERFORM EDITER-LETTRE
              DISPLAY 'NOTIFICATION DESHERENCE - COMPTE ' DORT-CPTE
           END-IF.
      *----------------------------------------------------------------
      *    ADRESSE INVALIDE (NPAI) : LETTRE RETENUE ET JOURNALISEE     *
      *----------------------------------------------------------------
       VERIFIER-NPAI.
           MOVE 'N' TO WS-RETENU.
           IF DORT-MOTIF = 'NPA'
              MOVE 'O' TO WS-RETENU
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              MOVE DORT-CLT TO NPA-CLT
              READ FNPAI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NPA-STATUT = 'I'
                       MOVE 'O' TO WS-RETENU
                    END-IF
              END-READ
           END-IF.
       RETENIR-LETTRE.
           ADD 1 TO WS-NB-RETENUS.
           IF WS-NPAI-DISPO = 'O' AND FS-COURRET = '00'
              MOVE DORT-CLT   TO CRR-CLT
              MOVE WS-DTJOUR  TO CRR-DATE
              MOVE 'ESC'      TO CRR-DOC
              MOVE 'ESCNOTIF' TO CRR-PROG
              MOVE DORT-CPTE  TO CRR-DETAIL
              WRITE ENR-COURRET
           END-IF.
           DISPLAY 'NOTIFICATION RETENUE (NPAI) - COMPTE ' DORT-CPTE.
       EDITER-LETTRE.
           MOVE DORT-CLT TO CODE-TCLT.
           READ FCLT
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              CLOSE FNPAI
              IF FS-COURRET = '00'
                 CLOSE FCOURRET
              END-IF
           END-IF.
           DISPLAY 'COMPTES NOTIFIES    : ' WS-NB-NOTIFIES.
           DISPLAY '  DONT LETTRES RETENUES (NPAI) : ' WS-NB-RETENUS.
           DISPLAY 'DEJA AU REGISTRE    : ' WS-NB-DEJA.
           STOP RUN.
