       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLSTAT.
       AUTHOR.     E NGBAME.
      * STATISTIQUES TRIMESTRIELLES DES RECLAMATIONS CLIENTS (REGISTRE
      * DD-RECLAM, VOIR RECLAM) : LES RECLAMATIONS RECUES DANS LE
      * TRIMESTRE DEMANDE (AAAAT) SONT VENTILEES PAR AGENCE DU CLIENT
      * (LIBELLE FAGENCE) ET, DANS CHAQUE AGENCE, PAR CATEGORIE. POUR
      * CHAQUE CASE : RECLAMATIONS RECUES, CLOTUREES, FONDEES (ISSUE
      * F OU P), ACCUSES ET REPONSES HORS DELAI (FAITS APRES
      * L'ECHEANCE, OU NON FAITS ET ECHEANCE DEPASSEE A LA DATE DU
      * TRAITEMENT) ET MONTANT REMBOURSE. L'ETAT DDRECLST DONNE LE
      * TOTAL DE CHAQUE AGENCE, PUIS LE TOTAL PAR CATEGORIE TOUTES
      * AGENCES CONFONDUES ET LE TOTAL GENERAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRECLAM ASSIGN TO DD-RECLAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-NUM
           FILE STATUS IS FS-RECLAM.

           SELECT FAGENCE ASSIGN TO DD-AGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FPRINT ASSIGN TO DDRECLST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FRECLAM.
       01  ENR-RECLAM.
           10 REC-NUM       PIC 9(7).
           10 REC-CLT       PIC 9(5).
           10 REC-CODEAG    PIC 9(7).
           10 REC-REFMVT    PIC 9(13).
           10 REC-CATEG     PIC X(3).
           10 REC-OBJET     PIC X(30).
           10 REC-DTRECU    PIC 9(8).
           10 REC-ECH-ACCU  PIC 9(8).
           10 REC-ECH-REP   PIC 9(8).
           10 REC-DTACCU    PIC 9(8).
           10 REC-DTREP     PIC 9(8).
           10 REC-ISSUE     PIC X.
           10 REC-OPER      PIC X(8).
           10 REC-OPER-ACCU PIC X(8).
           10 REC-OPER-REP  PIC X(8).
           10 REC-CPTE-REMB PIC X(23).
           10 REC-MT-REMB   PIC 9(9)V9(2).
           10 REC-REF-REMB  PIC 9(13).
           10 REC-STATUT    PIC X.

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-RECLAM    PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-AG-DISPO  PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NB-REC    PIC 9(5) VALUE ZERO.
      *----TRIMESTRE DEMANDE ET SES BORNES-----------------------------
       01  WS-TRIM      PIC 9(5) VALUE ZERO.
       01  WS-TRIM-R REDEFINES WS-TRIM.
           05 WS-TR-AA  PIC 9(4).
           05 WS-TR-T   PIC 9.
       01  WS-DTDEB     PIC 9(8) VALUE ZERO.
       01  WS-DTDEB-R REDEFINES WS-DTDEB.
           05 WS-DEB-AA PIC 9(4).
           05 WS-DEB-MM PIC 9(2).
           05 WS-DEB-JJ PIC 9(2).
       01  WS-DTFIN     PIC 9(8) VALUE ZERO.
       01  WS-DTFIN-R REDEFINES WS-DTFIN.
           05 WS-FIN-AA PIC 9(4).
           05 WS-FIN-MM PIC 9(2).
           05 WS-FIN-JJ PIC 9(2).
      *----CATEGORIES DU REGISTRE (VOIR RECLAM)------------------------
       01  T-CATEG-V.
           05 FILLER PIC X(23) VALUE 'FRAFRAIS ET TARIFICATIO'.
           05 FILLER PIC X(23) VALUE 'CAROPERATIONS CARTE    '.
           05 FILLER PIC X(23) VALUE 'VIRVIREMENTS           '.
           05 FILLER PIC X(23) VALUE 'PRLPRELEVEMENTS        '.
           05 FILLER PIC X(23) VALUE 'CHQCHEQUES             '.
           05 FILLER PIC X(23) VALUE 'CRECREDITS             '.
           05 FILLER PIC X(23) VALUE 'AUTAUTRES              '.
       01  T-CATEG REDEFINES T-CATEG-V.
           05 TC-LIG OCCURS 7 TIMES.
              10 TC-CODE PIC X(3).
              10 TC-LIB  PIC X(20).
       01  WS-NB-CATEG  PIC 9 VALUE 7.
       01  WS-IND-C     PIC 9 VALUE ZERO.
      *----COMPTEURS PAR AGENCE ET CATEGORIE---------------------------
       01  WS-MAX-AG    PIC 9(2) VALUE 50.
       01  WS-NB-AGENCES PIC 9(2) VALUE ZERO.
       01  WS-IND-AG    PIC 9(2) VALUE ZERO.
       01  T-AGENCES.
           05 T-AGENCE-LIG OCCURS 50 TIMES.
              10 TA-CODE     PIC 9(7).
              10 TA-CAT      OCCURS 7 TIMES.
                 15 TA-RECUES   PIC 9(5).
                 15 TA-CLOSES   PIC 9(5).
                 15 TA-FONDEES  PIC 9(5).
                 15 TA-ACCU-HD  PIC 9(5).
                 15 TA-REP-HD   PIC 9(5).
                 15 TA-MT-REMB  PIC 9(11)V9(2).
      *----CUMULS EN COURS D'EDITION (AGENCE, CATEGORIE, GENERAL)------
       01  T-CUMUL.
           05 TK-LIG OCCURS 3 TIMES.
              10 TK-RECUES   PIC 9(5).
              10 TK-CLOSES   PIC 9(5).
              10 TK-FONDEES  PIC 9(5).
              10 TK-ACCU-HD  PIC 9(5).
              10 TK-REP-HD   PIC 9(5).
              10 TK-MT-REMB  PIC 9(11)V9(2).
       01  WS-IND-K     PIC 9 VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
              'STATISTIQUES DES RECLAMATIONS - T'.
           05 WE-TR-T   PIC 9.
           05 FILLER    PIC X VALUE SPACE.
           05 WE-TR-AA  PIC 9(4).
       01  LG-PERIODE.
           05 FILLER    PIC X(15) VALUE SPACES.
           05 FILLER    PIC X(17) VALUE 'RECUES DU '.
           05 WE-DTDEB  PIC 9(8).
           05 FILLER    PIC X(4) VALUE ' AU '.
           05 WE-DTFIN  PIC 9(8).
       01  LG-AGENCE.
           05 FILLER     PIC X(7) VALUE 'AGENCE '.
           05 WE-AGENCE  PIC 9(7).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-LIBAG   PIC X(30).
       01  LG-ENT-DET.
           05 FILLER PIC X(25) VALUE 'CATEGORIE'.
           05 FILLER PIC X(8)  VALUE ' RECUES'.
           05 FILLER PIC X(8)  VALUE ' CLOSES'.
           05 FILLER PIC X(8)  VALUE 'FONDEES'.
           05 FILLER PIC X(8)  VALUE 'ACC.HD'.
           05 FILLER PIC X(8)  VALUE 'REP.HD'.
           05 FILLER PIC X(18) VALUE '      REMBOURSE'.
       01  LG-DET.
           05 WE-CATEG   PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-LIBCAT  PIC X(20).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-RECUES  PIC ZZZZ9.
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WE-CLOSES  PIC ZZZZ9.
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WE-FONDEES PIC ZZZZ9.
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WE-ACCU-HD PIC ZZZZ9.
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WE-REP-HD  PIC ZZZZ9.
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WE-MT-REMB PIC ZZZZZZZZZZ9.99.
       01  LG-TOT-RUB.
           05 FILLER PIC X(30) VALUE
              'TOTAL PAR CATEGORIE'.
       01  LG-TOT.
           05 FILLER PIC X(30) VALUE
              'RECLAMATIONS DU TRIMESTRE   : '.
           05 WE-NB-REC PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-RECLAM = '00' AND FS-PRINT = '00'
              PERFORM CUMULER-RECLAMATIONS
              PERFORM EDITER-STATISTIQUES
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'TRIMESTRE (AAAAT, EX. 20263) : ' WITH NO ADVANCING.
           ACCEPT WS-TRIM.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           IF WS-TR-T < 1 OR WS-TR-T > 4
              DISPLAY 'TRIMESTRE INVALIDE : ' WS-TRIM
              STOP RUN
           END-IF.
           MOVE WS-TR-AA TO WS-DEB-AA WS-FIN-AA.
           COMPUTE WS-DEB-MM = WS-TR-T * 3 - 2.
           MOVE 01 TO WS-DEB-JJ.
           COMPUTE WS-FIN-MM = WS-TR-T * 3.
           IF WS-TR-T = 1 OR WS-TR-T = 4
              MOVE 31 TO WS-FIN-JJ
           ELSE
              MOVE 30 TO WS-FIN-JJ
           END-IF.
           MOVE ZERO TO T-AGENCES.
           OPEN INPUT FRECLAM.
           OPEN OUTPUT FPRINT.
           IF FS-RECLAM NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FR ' FS-RECLAM
                 ' FP ' FS-PRINT
           END-IF.
           OPEN INPUT FAGENCE.
           IF FS-AGENCE = '00'
              MOVE 'O' TO WS-AG-DISPO
           ELSE
              DISPLAY 'FICHIER DES AGENCES ABSENT : ' FS-AGENCE
           END-IF.
       FIN.
           IF FS-RECLAM = '00'
              CLOSE FRECLAM
           END-IF.
           IF FS-PRINT = '00'
              CLOSE FPRINT
           END-IF.
           IF WS-AG-DISPO = 'O'
              CLOSE FAGENCE
           END-IF.
           DISPLAY 'RECLAMATIONS DU TRIMESTRE : ' WS-NB-REC.
           STOP RUN.
      *----------------------------------------------------------------
      *    VENTILATION DES RECLAMATIONS RECUES DANS LE TRIMESTRE       *
      *----------------------------------------------------------------
       CUMULER-RECLAMATIONS.
           PERFORM LIRE-RECLAM.
           PERFORM TRAITER-RECLAM UNTIL WS-EOF = 'O'.
       LIRE-RECLAM.
           READ FRECLAM NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-RECLAM.
           IF REC-DTRECU >= WS-DTDEB AND REC-DTRECU <= WS-DTFIN
              PERFORM CHERCHER-CATEGORIE
              PERFORM CHERCHER-AGENCE
              IF WS-IND-AG > ZERO
                 ADD 1 TO WS-NB-REC
                 PERFORM CUMULER-CASE
              END-IF
           END-IF.
           PERFORM LIRE-RECLAM.
      *----CATEGORIE INCONNUE : RANGEE EN 'AUT'------------------------
       CHERCHER-CATEGORIE.
           PERFORM COMPARER-CATEGORIE VARYING WS-IND-C FROM 1 BY 1
              UNTIL WS-IND-C > WS-NB-CATEG
                 OR TC-CODE(WS-IND-C) = REC-CATEG.
           IF WS-IND-C > WS-NB-CATEG
              MOVE WS-NB-CATEG TO WS-IND-C
           END-IF.
       COMPARER-CATEGORIE.
           CONTINUE.
       CHERCHER-AGENCE.
           PERFORM COMPARER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES
                 OR TA-CODE(WS-IND-AG) = REC-CODEAG.
           IF WS-IND-AG > WS-NB-AGENCES
              IF WS-NB-AGENCES < WS-MAX-AG
                 ADD 1 TO WS-NB-AGENCES
                 MOVE WS-NB-AGENCES TO WS-IND-AG
                 MOVE REC-CODEAG TO TA-CODE(WS-IND-AG)
              ELSE
                 DISPLAY 'TABLE DES AGENCES PLEINE - IGNOREE : '
                    REC-NUM
                 MOVE ZERO TO WS-IND-AG
              END-IF
           END-IF.
       COMPARER-AGENCE.
           CONTINUE.
       CUMULER-CASE.
           ADD 1 TO TA-RECUES(WS-IND-AG WS-IND-C).
           IF REC-STATUT = 'C'
              ADD 1 TO TA-CLOSES(WS-IND-AG WS-IND-C)
           END-IF.
           IF REC-ISSUE = 'F' OR REC-ISSUE = 'P'
              ADD 1 TO TA-FONDEES(WS-IND-AG WS-IND-C)
           END-IF.
           IF (REC-DTACCU NOT = ZERO AND REC-DTACCU > REC-ECH-ACCU)
              OR (REC-DTACCU = ZERO AND WS-DTJOUR > REC-ECH-ACCU)
              ADD 1 TO TA-ACCU-HD(WS-IND-AG WS-IND-C)
           END-IF.
           IF (REC-DTREP NOT = ZERO AND REC-DTREP > REC-ECH-REP)
              OR (REC-DTREP = ZERO AND WS-DTJOUR > REC-ECH-REP)
              ADD 1 TO TA-REP-HD(WS-IND-AG WS-IND-C)
           END-IF.
           ADD REC-MT-REMB TO TA-MT-REMB(WS-IND-AG WS-IND-C).
      *----------------------------------------------------------------
      *    EDITION : AGENCE PAR AGENCE, PUIS PAR CATEGORIE, PUIS TOTAL *
      *----------------------------------------------------------------
       EDITER-STATISTIQUES.
           MOVE WS-TR-T  TO WE-TR-T.
           MOVE WS-TR-AA TO WE-TR-AA.
           MOVE WS-DTDEB TO WE-DTDEB.
           MOVE WS-DTFIN TO WE-DTFIN.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-PERIODE.
           MOVE ZERO TO T-CUMUL.
           PERFORM EDITER-AGENCE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES.
           WRITE REC-PRT FROM LG-TOT-RUB AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-ENT-DET.
           PERFORM EDITER-TOTAL-CATEGORIE VARYING WS-IND-C FROM 1 BY 1
              UNTIL WS-IND-C > WS-NB-CATEG.
           MOVE 3 TO WS-IND-K.
           MOVE 'TOT' TO WE-CATEG.
           MOVE 'TOTAL GENERAL' TO WE-LIBCAT.
           PERFORM EDITER-CUMUL.
           MOVE WS-NB-REC TO WE-NB-REC.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT.
       EDITER-AGENCE.
           MOVE TA-CODE(WS-IND-AG) TO WE-AGENCE CODE-TAG.
           MOVE SPACES TO WE-LIBAG.
           IF WS-AG-DISPO = 'O'
              READ FAGENCE
                 INVALID KEY MOVE 'AGENCE INCONNUE' TO WE-LIBAG
                 NOT INVALID KEY MOVE LIBELLE-TAG TO WE-LIBAG
              END-READ
           END-IF.
           WRITE REC-PRT FROM LG-AGENCE AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-ENT-DET.
           MOVE ZERO TO TK-LIG(1).
           PERFORM EDITER-CATEGORIE VARYING WS-IND-C FROM 1 BY 1
              UNTIL WS-IND-C > WS-NB-CATEG.
           MOVE 1 TO WS-IND-K.
           MOVE 'TOT' TO WE-CATEG.
           MOVE 'TOTAL AGENCE' TO WE-LIBCAT.
           PERFORM EDITER-CUMUL.
      *----UNE LIGNE PAR CATEGORIE AYANT RECU DES RECLAMATIONS---------
       EDITER-CATEGORIE.
           IF TA-RECUES(WS-IND-AG WS-IND-C) > ZERO
              MOVE TC-CODE(WS-IND-C) TO WE-CATEG
              MOVE TC-LIB(WS-IND-C)  TO WE-LIBCAT
              MOVE TA-RECUES(WS-IND-AG WS-IND-C)  TO WE-RECUES
              MOVE TA-CLOSES(WS-IND-AG WS-IND-C)  TO WE-CLOSES
              MOVE TA-FONDEES(WS-IND-AG WS-IND-C) TO WE-FONDEES
              MOVE TA-ACCU-HD(WS-IND-AG WS-IND-C) TO WE-ACCU-HD
              MOVE TA-REP-HD(WS-IND-AG WS-IND-C)  TO WE-REP-HD
              MOVE TA-MT-REMB(WS-IND-AG WS-IND-C) TO WE-MT-REMB
              WRITE REC-PRT FROM LG-DET
              ADD TA-RECUES(WS-IND-AG WS-IND-C)  TO TK-RECUES(1)
                                                    TK-RECUES(3)
              ADD TA-CLOSES(WS-IND-AG WS-IND-C)  TO TK-CLOSES(1)
                                                    TK-CLOSES(3)
              ADD TA-FONDEES(WS-IND-AG WS-IND-C) TO TK-FONDEES(1)
                                                    TK-FONDEES(3)
              ADD TA-ACCU-HD(WS-IND-AG WS-IND-C) TO TK-ACCU-HD(1)
                                                    TK-ACCU-HD(3)
              ADD TA-REP-HD(WS-IND-AG WS-IND-C)  TO TK-REP-HD(1)
                                                    TK-REP-HD(3)
              ADD TA-MT-REMB(WS-IND-AG WS-IND-C) TO TK-MT-REMB(1)
                                                    TK-MT-REMB(3)
           END-IF.
      *----TOTAL D'UNE CATEGORIE TOUTES AGENCES CONFONDUES-------------
       EDITER-TOTAL-CATEGORIE.
           MOVE ZERO TO TK-LIG(2).
           PERFORM CUMULER-CATEGORIE VARYING WS-IND-AG FROM 1 BY 1
              UNTIL WS-IND-AG > WS-NB-AGENCES.
           MOVE 2 TO WS-IND-K.
           MOVE TC-CODE(WS-IND-C) TO WE-CATEG.
           MOVE TC-LIB(WS-IND-C)  TO WE-LIBCAT.
           PERFORM EDITER-CUMUL.
       CUMULER-CATEGORIE.
           ADD TA-RECUES(WS-IND-AG WS-IND-C)  TO TK-RECUES(2).
           ADD TA-CLOSES(WS-IND-AG WS-IND-C)  TO TK-CLOSES(2).
           ADD TA-FONDEES(WS-IND-AG WS-IND-C) TO TK-FONDEES(2).
           ADD TA-ACCU-HD(WS-IND-AG WS-IND-C) TO TK-ACCU-HD(2).
           ADD TA-REP-HD(WS-IND-AG WS-IND-C)  TO TK-REP-HD(2).
           ADD TA-MT-REMB(WS-IND-AG WS-IND-C) TO TK-MT-REMB(2).
       EDITER-CUMUL.
           MOVE TK-RECUES(WS-IND-K)  TO WE-RECUES.
           MOVE TK-CLOSES(WS-IND-K)  TO WE-CLOSES.
           MOVE TK-FONDEES(WS-IND-K) TO WE-FONDEES.
           MOVE TK-ACCU-HD(WS-IND-K) TO WE-ACCU-HD.
           MOVE TK-REP-HD(WS-IND-K)  TO WE-REP-HD.
           MOVE TK-MT-REMB(WS-IND-K) TO WE-MT-REMB.
           WRITE REC-PRT FROM LG-DET.
