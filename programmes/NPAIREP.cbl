       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAIREP.
       AUTHOR.     E NGBAME.
      * ETAT DU COURRIER RETENU POUR ADRESSE INVALIDE (NPAI) : CHAQUE
      * CLIENT DU REGISTRE DD-NPAI (NPAIMAJ) ENCORE EN STATUT 'I' EST
      * EDITE SOUS SON AGENCE (CODEAG-TCLT) AVEC LA DATE ET LE
      * DOCUMENT DU PREMIER RETOUR, LE NOMBRE DE PLIS REVENUS, LE
      * NOMBRE DE DOCUMENTS RETENUS DEPUIS (JOURNAL AS-COURRET ALIMENTE
      * PAR PG17CH12, CORRESP, RECAPFRA ET ESCNOTIF) ET LA DATE DU
      * DERNIER, ET SA TRANCHE D'ANCIENNETE (MOINS DE 30 JOURS, 30 A 89
      * JOURS, 90 JOURS ET PLUS). LE CLIENT NPAI DEPUIS PLUS DU DELAI
      * DE DORMANCE (PARAMETRE EN MOIS, DEFAUT 6 COMME DORMANT) EST
      * MARQUE 'DORMANCE' : SES COMPTES SERONT RETENUS AU PROCHAIN
      * PASSAGE DE DORMANT PUIS NOTIFIES EN DESHERENCE.
      * L'ETAT DDNPAREP EST TRIE PAR AGENCE PUIS ANCIENNETE (TRI SUR
      * FICHIER DE TRAVAIL, COMME KYCREVUE), AVEC UN SOUS-TOTAL PAR
      * AGENCE ET LES TOTAUX PAR TRANCHE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNPAI ASSIGN TO DD-NPAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPA-CLT
           FILE STATUS IS FS-NPAI.

           SELECT FCOURRET ASSIGN TO AS-COURRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FAGENCE ASSIGN TO DD-AGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

      *----DETAIL NON TRIE PUIS TRIE PAR AGENCE ET ANCIENNETE----------
           SELECT FWNPA ASSIGN TO "WK-NPAIREP.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-WNPA.

           SELECT FWNPA-TRIE ASSIGN TO "WK-NPAIREP-TRIE.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-WTRIE.

           SELECT FWNPA-TRI ASSIGN TO "WK-NPAIREP-TRI.dat".

           SELECT FPRINT ASSIGN TO DDNPAREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

      *----TRANCHE : '1' MOINS DE 30 J, '2' 30 A 89 J, '3' 90 J ET +----
       FD  FWNPA.
       01  ENR-WNPA.
           10 WKN-AG       PIC 9(7).
           10 WKN-DTRETOUR PIC 9(8).
           10 WKN-CLT      PIC 9(5).
           10 WKN-NOM      PIC X(20).
           10 WKN-DOC      PIC X(3).
           10 WKN-NBRET    PIC 9(3).
           10 WKN-NBRETENUS PIC 9(5).
           10 WKN-DERNRET  PIC 9(8).
           10 WKN-TRANCHE  PIC X.
           10 WKN-DORM     PIC X.

       SD  FWNPA-TRI.
       01  ENR-WNPA-TRI.
           10 WNT-AG       PIC 9(7).
           10 WNT-DTRETOUR PIC 9(8).
           10 WNT-CLT      PIC 9(5).
           10 WNT-NOM      PIC X(20).
           10 WNT-DOC      PIC X(3).
           10 WNT-NBRET    PIC 9(3).
           10 WNT-NBRETENUS PIC 9(5).
           10 WNT-DERNRET  PIC 9(8).
           10 WNT-TRANCHE  PIC X.
           10 WNT-DORM     PIC X.

       FD  FWNPA-TRIE.
       01  ENR-WNPA-T.
           10 WNE-AG       PIC 9(7).
           10 WNE-DTRETOUR PIC 9(8).
           10 WNE-CLT      PIC 9(5).
           10 WNE-NOM      PIC X(20).
           10 WNE-DOC      PIC X(3).
           10 WNE-NBRET    PIC 9(3).
           10 WNE-NBRETENUS PIC 9(5).
           10 WNE-DERNRET  PIC 9(8).
           10 WNE-TRANCHE  PIC X.
           10 WNE-DORM     PIC X.

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  FS-COURRET   PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-WNPA      PIC XX VALUE ZERO.
       01  FS-WTRIE     PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-CRR-DISPO PIC X VALUE 'N'.
       01  WS-AG-DISPO  PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTJOUR-R REDEFINES WS-DTJOUR.
           05 WS-JOUR-AA PIC 9(4).
           05 WS-JOUR-MM PIC 9(2).
           05 WS-JOUR-JJ PIC 9(2).
       01  WS-AG-COUR   PIC 9(7) VALUE ZERO.
       01  WS-PREMIER   PIC X VALUE 'O'.
      *----TRANCHES D'ANCIENNETE (JOURS, ROUTINE PARTAGEE DATEDECAL)---
       01  WS-TRANCHE-1 PIC 9(2) VALUE 30.
       01  WS-TRANCHE-2 PIC 9(2) VALUE 90.
       01  WS-DT-TRANCHE-1 PIC 9(8) VALUE ZERO.
       01  WS-DT-TRANCHE-2 PIC 9(8) VALUE ZERO.
       01  WS-SIGNE-ARRIERE PIC X VALUE '-'.
      *----DELAI DE DORMANCE EN MOIS (MEME PARAMETRE QUE DORMANT)------
       01  WS-NPAI-MOIS PIC 9(3) VALUE 6.
       01  WS-TOT-MOIS  PIC 9(6) VALUE ZERO.
       01  WS-DTLIM-NPAI PIC 9(8) VALUE ZERO.
       01  WS-DTLIMN-R REDEFINES WS-DTLIM-NPAI.
           05 WS-LIMN-AA PIC 9(4).
           05 WS-LIMN-MM PIC 9(2).
           05 WS-LIMN-JJ PIC 9(2).
      *----DOCUMENTS RETENUS PAR CLIENT (JOURNAL AS-COURRET)-----------
       01  WS-NB-CLTS   PIC 9(4) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(4) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  T-RETENUS.
           05 T-RETENU-LIG OCCURS 1000 TIMES.
              10 TR-CLT    PIC 9(5).
              10 TR-NB     PIC 9(5).
              10 TR-DERN   PIC 9(8).
      *----COMPTEURS---------------------------------------------------
       01  WS-NB-NPAI     PIC 9(5) VALUE ZERO.
       01  WS-NB-TR1      PIC 9(5) VALUE ZERO.
       01  WS-NB-TR2      PIC 9(5) VALUE ZERO.
       01  WS-NB-TR3      PIC 9(5) VALUE ZERO.
       01  WS-NB-DORM     PIC 9(5) VALUE ZERO.
       01  WS-NB-DOCS     PIC 9(7) VALUE ZERO.
       01  WS-NB-LIG-AG   PIC 9(5) VALUE ZERO.
       01  WS-NB-DOCS-AG  PIC 9(7) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(43) VALUE
              'COURRIER RETENU - ADRESSES NPAI AU        '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-TITRE2.
           05 FILLER PIC X(37) VALUE
              'DORMANCE POUR UN RETOUR ANTERIEUR AU '.
           05 WE-DTLIM PIC 9(8).
       01  LG-AGENCE.
           05 FILLER       PIC X(9) VALUE 'AGENCE : '.
           05 WE-AG        PIC 9(7).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 WE-LIBAG     PIC X(30).
       01  LG-ENTETE.
           05 FILLER PIC X(7)  VALUE 'CLIENT '.
           05 FILLER PIC X(21) VALUE 'NOM'.
           05 FILLER PIC X(10) VALUE 'RETOUR'.
           05 FILLER PIC X(5)  VALUE 'DOC'.
           05 FILLER PIC X(6)  VALUE 'PLIS'.
           05 FILLER PIC X(9)  VALUE 'RETENUS'.
           05 FILLER PIC X(10) VALUE 'DERNIER'.
           05 FILLER PIC X(10) VALUE 'ANCIENNETE'.
           05 FILLER PIC X(9)  VALUE ' SUITE'.
       01  LG-DET.
           05 WE-CLT       PIC 9(5).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-NOM       PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DTRETOUR  PIC 9(8).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-DOC       PIC X(3).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-NBRET     PIC ZZ9.
           05 FILLER       PIC XXX VALUE SPACES.
           05 WE-NBRETENUS PIC ZZZZ9.
           05 FILLER       PIC XXXX VALUE SPACES.
           05 WE-DERNRET   PIC 9(8).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-TRANCHE   PIC X(8).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-DORM      PIC X(8).
       01  LG-SSTOT.
           05 FILLER       PIC X(25) VALUE '   CLIENTS DE L''AGENCE : '.
           05 WE-NB-LIG    PIC ZZZZ9.
           05 FILLER       PIC X(23) VALUE '   DOCUMENTS RETENUS : '.
           05 WE-NB-DOCS-AG PIC ZZZZZZ9.
       01  LG-TOT1.
           05 FILLER PIC X(30) VALUE 'CLIENTS A ADRESSE INVALIDE   :'.
           05 WE-TOT1 PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(30) VALUE '  RETOUR DE MOINS DE 30 JOURS:'.
           05 WE-TOT2 PIC ZZZZ9.
       01  LG-TOT3.
           05 FILLER PIC X(30) VALUE '  RETOUR DE 30 A 89 JOURS    :'.
           05 WE-TOT3 PIC ZZZZ9.
       01  LG-TOT4.
           05 FILLER PIC X(30) VALUE '  RETOUR DE 90 JOURS ET PLUS :'.
           05 WE-TOT4 PIC ZZZZ9.
       01  LG-TOT5.
           05 FILLER PIC X(30) VALUE 'CLIENTS AU DELAI DE DORMANCE :'.
           05 WE-TOT5 PIC ZZZZ9.
       01  LG-TOT6.
           05 FILLER PIC X(30) VALUE 'DOCUMENTS RETENUS            :'.
           05 WE-TOT6 PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-NPAI = '00' AND FS-CLT = '00' AND FS-WNPA = '00'
              AND FS-PRINT = '00'
              PERFORM CUMULER-RETENUS
              PERFORM EXTRAIRE-NPAI
              CLOSE FWNPA
              PERFORM EDITER-NPAI
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DELAI NPAI AVANT DORMANCE EN MOIS (DEFAUT 6) : '
              WITH NO ADVANCING.
           ACCEPT WS-NPAI-MOIS.
           IF WS-NPAI-MOIS = ZERO
              MOVE 6 TO WS-NPAI-MOIS
           END-IF.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           CALL 'DATEDECAL' USING WS-DTJOUR WS-SIGNE-ARRIERE
              WS-TRANCHE-1 WS-DT-TRANCHE-1.
           CALL 'DATEDECAL' USING WS-DTJOUR WS-SIGNE-ARRIERE
              WS-TRANCHE-2 WS-DT-TRANCHE-2.
           PERFORM CALCULER-DATE-NPAI.
           MOVE WS-DTJOUR TO WE-DTJOUR.
           MOVE WS-DTLIM-NPAI TO WE-DTLIM.
           OPEN INPUT FNPAI FCLT.
           OPEN OUTPUT FWNPA FPRINT.
           OPEN INPUT FAGENCE.
           IF FS-AGENCE = '00'
              MOVE 'O' TO WS-AG-DISPO
           END-IF.
           OPEN INPUT FCOURRET.
           IF FS-COURRET = '00'
              MOVE 'O' TO WS-CRR-DISPO
           ELSE
              DISPLAY 'JOURNAL DU COURRIER RETENU ABSENT : ' FS-COURRET
           END-IF.
           IF FS-NPAI NOT = '00' OR FS-CLT NOT = '00'
              OR FS-WNPA NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FN ' FS-NPAI ' FC ' FS-CLT
                 ' FW ' FS-WNPA ' FP ' FS-PRINT
           END-IF.
      *----------------------------------------------------------------
      *    DATE LIMITE = DATE DU JOUR MOINS LE DELAI EN MOIS (DORMANT) *
      *----------------------------------------------------------------
       CALCULER-DATE-NPAI.
           COMPUTE WS-TOT-MOIS = WS-JOUR-AA * 12 + WS-JOUR-MM - 1
              - WS-NPAI-MOIS.
           DIVIDE WS-TOT-MOIS BY 12 GIVING WS-LIMN-AA
              REMAINDER WS-LIMN-MM.
           ADD 1 TO WS-LIMN-MM.
           MOVE WS-JOUR-JJ TO WS-LIMN-JJ.
      *----------------------------------------------------------------
      *    PASSE 1 : DOCUMENTS RETENUS DEPUIS LE PREMIER RETOUR, PAR   *
      *    CLIENT ENCORE A ADRESSE INVALIDE                            *
      *----------------------------------------------------------------
       CUMULER-RETENUS.
           IF WS-CRR-DISPO = 'O'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-RETENU UNTIL WS-EOF = 'O'
              CLOSE FCOURRET
           END-IF.
       LIRE-RETENU.
           READ FCOURRET
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 MOVE CRR-CLT TO NPA-CLT
                 READ FNPAI
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF NPA-STATUT = 'I'
                          AND CRR-DATE NOT < NPA-DTRETOUR
                          PERFORM NOTER-RETENU
                       END-IF
                 END-READ
           END-READ.
       NOTER-RETENU.
           PERFORM CHERCHER-CLT-TABLE VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS
                 OR TR-CLT(WS-IND-CLT) = CRR-CLT.
           IF WS-IND-CLT > WS-NB-CLTS
              IF WS-NB-CLTS < 1000
                 ADD 1 TO WS-NB-CLTS
                 MOVE CRR-CLT  TO TR-CLT(WS-NB-CLTS)
                 MOVE 1        TO TR-NB(WS-NB-CLTS)
                 MOVE CRR-DATE TO TR-DERN(WS-NB-CLTS)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           ELSE
              ADD 1 TO TR-NB(WS-IND-CLT)
              IF CRR-DATE > TR-DERN(WS-IND-CLT)
                 MOVE CRR-DATE TO TR-DERN(WS-IND-CLT)
              END-IF
           END-IF.
       CHERCHER-CLT-TABLE.
           CONTINUE.
      *----------------------------------------------------------------
      *    PASSE 2 : REGISTRE NPAI, UNE LIGNE PAR ADRESSE INVALIDE     *
      *----------------------------------------------------------------
       EXTRAIRE-NPAI.
           MOVE ZERO TO NPA-CLT.
           START FNPAI KEY IS NOT LESS THAN NPA-CLT
              INVALID KEY MOVE 'O' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM LIRE-NPAI UNTIL WS-EOF = 'O'.
       LIRE-NPAI.
           READ FNPAI NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF NPA-STATUT = 'I'
                    PERFORM EXTRAIRE-UN-CLIENT
                 END-IF
           END-READ.
       EXTRAIRE-UN-CLIENT.
           ADD 1 TO WS-NB-NPAI.
           MOVE NPA-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 MOVE ZERO   TO CODEAG-TCLT
                 MOVE SPACES TO NOM-TCLT
           END-READ.
           MOVE CODEAG-TCLT   TO WKN-AG.
           MOVE NPA-DTRETOUR  TO WKN-DTRETOUR.
           MOVE NPA-CLT       TO WKN-CLT.
           MOVE NOM-TCLT      TO WKN-NOM.
           MOVE NPA-DOC       TO WKN-DOC.
           MOVE NPA-NBRETOURS TO WKN-NBRET.
           MOVE ZERO TO WKN-NBRETENUS WKN-DERNRET.
           PERFORM CHERCHER-CLT-TABLE VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS
                 OR TR-CLT(WS-IND-CLT) = NPA-CLT.
           IF WS-IND-CLT NOT > WS-NB-CLTS
              MOVE TR-NB(WS-IND-CLT)   TO WKN-NBRETENUS
              MOVE TR-DERN(WS-IND-CLT) TO WKN-DERNRET
           END-IF.
           ADD WKN-NBRETENUS TO WS-NB-DOCS.
           EVALUATE TRUE
              WHEN NPA-DTRETOUR NOT < WS-DT-TRANCHE-1
                 MOVE '1' TO WKN-TRANCHE
                 ADD 1 TO WS-NB-TR1
              WHEN NPA-DTRETOUR NOT < WS-DT-TRANCHE-2
                 MOVE '2' TO WKN-TRANCHE
                 ADD 1 TO WS-NB-TR2
              WHEN OTHER
                 MOVE '3' TO WKN-TRANCHE
                 ADD 1 TO WS-NB-TR3
           END-EVALUATE.
           IF NPA-DTRETOUR < WS-DTLIM-NPAI
              MOVE 'O' TO WKN-DORM
              ADD 1 TO WS-NB-DORM
           ELSE
              MOVE 'N' TO WKN-DORM
           END-IF.
           WRITE ENR-WNPA.
      *----------------------------------------------------------------
      *    EDITION TRIEE PAR AGENCE PUIS ANCIENNETE DU RETOUR          *
      *----------------------------------------------------------------
       EDITER-NPAI.
           SORT FWNPA-TRI
              ON ASCENDING KEY WNT-AG WNT-DTRETOUR WNT-CLT
              USING FWNPA
              GIVING FWNPA-TRIE.
           IF SORT-RETURN > 0
              DISPLAY 'ERREUR TRI NPAI, CODE = ' SORT-RETURN
           END-IF.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-TITRE2.
           OPEN INPUT FWNPA-TRIE.
           IF FS-WTRIE = '00'
              MOVE 'N' TO WS-EOF
              PERFORM EDITER-UNE-LIGNE UNTIL WS-EOF = 'O'
              IF WS-PREMIER = 'N'
                 PERFORM EDITER-SOUS-TOTAL
              END-IF
              CLOSE FWNPA-TRIE
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-NPAI TO WE-TOT1.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-NB-TR1 TO WE-TOT2.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-NB-TR2 TO WE-TOT3.
           WRITE REC-PRT FROM LG-TOT3.
           MOVE WS-NB-TR3 TO WE-TOT4.
           WRITE REC-PRT FROM LG-TOT4.
           MOVE WS-NB-DORM TO WE-TOT5.
           WRITE REC-PRT FROM LG-TOT5.
           MOVE WS-NB-DOCS TO WE-TOT6.
           WRITE REC-PRT FROM LG-TOT6.
       EDITER-UNE-LIGNE.
           READ FWNPA-TRIE
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF WS-PREMIER = 'O' OR WNE-AG NOT = WS-AG-COUR
                    IF WS-PREMIER = 'N'
                       PERFORM EDITER-SOUS-TOTAL
                    END-IF
                    PERFORM EDITER-ENTETE-AGENCE
                 END-IF
                 PERFORM EDITER-DETAIL
           END-READ.
       EDITER-ENTETE-AGENCE.
           MOVE 'N' TO WS-PREMIER.
           MOVE WNE-AG TO WS-AG-COUR WE-AG.
           MOVE ZERO TO WS-NB-LIG-AG WS-NB-DOCS-AG.
           MOVE SPACES TO WE-LIBAG.
           IF WS-AG-DISPO = 'O'
              MOVE WNE-AG TO CODE-TAG
              READ FAGENCE
                 INVALID KEY MOVE 'AGENCE INCONNUE' TO WE-LIBAG
                 NOT INVALID KEY MOVE LIBELLE-TAG TO WE-LIBAG
              END-READ
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-AGENCE.
           WRITE REC-PRT FROM LG-ENTETE.
       EDITER-DETAIL.
           ADD 1 TO WS-NB-LIG-AG.
           ADD WNE-NBRETENUS TO WS-NB-DOCS-AG.
           MOVE WNE-CLT       TO WE-CLT.
           MOVE WNE-NOM       TO WE-NOM.
           MOVE WNE-DTRETOUR  TO WE-DTRETOUR.
           MOVE WNE-DOC       TO WE-DOC.
           MOVE WNE-NBRET     TO WE-NBRET.
           MOVE WNE-NBRETENUS TO WE-NBRETENUS.
           MOVE WNE-DERNRET   TO WE-DERNRET.
           EVALUATE WNE-TRANCHE
              WHEN '1'   MOVE '< 30 J'  TO WE-TRANCHE
              WHEN '2'   MOVE '30-89 J' TO WE-TRANCHE
              WHEN OTHER MOVE '>= 90 J' TO WE-TRANCHE
           END-EVALUATE.
           IF WNE-DORM = 'O'
              MOVE 'DORMANCE' TO WE-DORM
           ELSE
              MOVE SPACES TO WE-DORM
           END-IF.
           WRITE REC-PRT FROM LG-DET.
       EDITER-SOUS-TOTAL.
           MOVE WS-NB-LIG-AG TO WE-NB-LIG.
           MOVE WS-NB-DOCS-AG TO WE-NB-DOCS-AG.
           WRITE REC-PRT FROM LG-SSTOT.
       FIN.
           CLOSE FNPAI FCLT FPRINT.
           IF WS-AG-DISPO = 'O'
              CLOSE FAGENCE
           END-IF.
           DISPLAY 'CLIENTS A ADRESSE INVALIDE : ' WS-NB-NPAI.
           DISPLAY 'DOCUMENTS RETENUS          : ' WS-NB-DOCS.
           DISPLAY 'AU DELAI DE DORMANCE       : ' WS-NB-DORM.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES CLIENTS PLEINE (1000) - ETAT '
                 'NON FIABLE'
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
