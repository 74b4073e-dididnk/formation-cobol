      * SAUVEGARDE / RESTAURATION A GENERATIONS DES FICHIERS MAITRES :
      * APRES UNE CORRUPTION, ON NE REJOUE PLUS LES VIEUX LOTS.
      * FICHIERS COUVERTS : FAGENCE, FCLT, FRIB, FMVTC, FADRCLT,
      * FSOLDH, ET LE REGISTRE DES TITULAIRES DD-TITUL (UNE GENERATION
      * PLUS ANCIENNE SANS SA COPIE EST RESTAUREE SANS LUI). CHAQUE
      * GENERATION EST UN JEU DE COPIES DATEES SAV-<FICHIER>-Gnnnn,
      * INSCRITE AU REGISTRE DD-SAVREG. MASQGEN EN TIRE UNE COPIE
      * PSEUDONYMISEE POUR L'ENVIRONNEMENT DE TEST.
      * MODES :
      *   S = SAUVEGARDE : NOUVELLE GENERATION, PUIS EPURATION DES
      *       GENERATIONS AU-DELA DE LA RETENTION (PARAMETRE) ;
      *   R = RESTAURATION : RECOPIE D'UNE GENERATION SUR LES
      *       MAITRES, GARDEE PAR UNE CONFIRMATION EXPLICITE DE
      *       L'OPERATEUR (SAISIR 'RESTAURER').
      * APPELE PAR LE PILOTE DE CLOTURE ANNUELLE FINANNEE (EXERCICE
      * TRANSMIS PAR LINKAGE), LE MODE S EST IMPOSE AVEC LA RETENTION
      * PAR DEFAUT, ET LE NUMERO DE GENERATION ET LE NOMBRE
      * D'ENREGISTREMENTS SAUVEGARDES SONT RENDUS. RC 8 SI LE REGISTRE
      * EST INDISPONIBLE OU LA GENERATION NON INSCRITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

           SELECT FTITUL ASSIGN TO DD-TITUL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

      *----COPIE DE GENERATION (DESSIN LIBRE, UNE LIGNE PAR ENREG.,----
      *----LE PLUS GRAND DESSIN COUVRE TOUS LES FICHIERS)--------------
           SELECT FSAV ASSIGN TO DYNAMIC WS-SAV-NOM
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

       FD  FTITUL.
       01  ENR-TITUL.
           10 TIT-CLE.
              15 TIT-CPTE  PIC X(23).
              15 TIT-CLT   PIC 9(5).
           10 TIT-ROLE     PIC X.
           10 TIT-COURRIER PIC X.

       FD  FSAV.
       01  ENR-SAV       PIC X(120).

       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-TITUL     PIC XX VALUE ZERO.
       01  FS-SAV       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'V'.
           88 MODE-SAUVEGARDE  VALUE 'S'.
       01  WS-GEN-EPURE PIC 9(4) VALUE ZERO.
       01  WS-GEN-NOM   PIC 9(4) VALUE ZERO.
       01  WS-IND-FIC   PIC 9 VALUE ZERO.
       01  WS-SAV-KO    PIC X VALUE 'N'.
       01  T-FICHIERS.
           05 FILLER PIC X(8) VALUE 'AGENCE'.
           05 FILLER PIC X(8) VALUE 'CLT'.
           05 FILLER PIC X(8) VALUE 'MVTC'.
           05 FILLER PIC X(8) VALUE 'ADRCLT'.
           05 FILLER PIC X(8) VALUE 'SOLDH'.
           05 FILLER PIC X(8) VALUE 'TITUL'.
       01  T-FICHIERS-R REDEFINES T-FICHIERS.
           05 T-FIC OCCURS 7 TIMES PIC X(8).

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
           IF LS-ANNEE NOT = ZERO
              MOVE 'S' TO WS-MODE
           ELSE
              DISPLAY 'MODE (S=SAUVEGARDE / V=VERIFICATION / '
                 'R=RESTAURATION) : ' WITH NO ADVANCING
              ACCEPT WS-MODE
           END-IF.
           PERFORM OUVRIR-REGISTRE.
           IF FS-SAVREG = '00'
              EVALUATE TRUE
                 WHEN OTHER           PERFORM VERIFIER
              END-EVALUATE
              CLOSE FSAVREG
           ELSE
              MOVE 'O' TO WS-SAV-KO
           END-IF.
           IF LS-ANNEE NOT = ZERO
              MOVE WS-TOT-GEN TO LS-CTL-NB
              MOVE ZERO       TO LS-CTL-MONTANT
              MOVE WS-GEN     TO LS-CTL-REF
           END-IF.
           IF WS-SAV-KO = 'O'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    REGISTRE DES GENERATIONS (CREE AU PREMIER PASSAGE)          *
      *----------------------------------------------------------------
      *    SAUVEGARDE : NOUVELLE GENERATION PUIS RETENTION             *
      *----------------------------------------------------------------
       SAUVEGARDER.
           IF LS-ANNEE = ZERO
              DISPLAY 'GENERATIONS A CONSERVER (DEFAUT 5) : '
                 WITH NO ADVANCING
              ACCEPT WS-RETENTION
           END-IF.
           IF WS-RETENTION = ZERO
              MOVE 5 TO WS-RETENTION
           END-IF.
           MOVE ZERO TO WS-TOT-GEN.
           PERFORM COPIER-UN-FICHIER
              VARYING WS-IND-FIC FROM 1 BY 1
              UNTIL WS-IND-FIC > 7.
           MOVE WS-GEN TO GEN-NUM.
           ACCEPT GEN-DATE FROM DATE YYYYMMDD.
           ACCEPT GEN-HEURE FROM TIME.
           MOVE 'A' TO GEN-STATUT.
           WRITE ENR-SAVREG
              INVALID KEY DISPLAY 'ERR. ECR. REGISTRE : ' FS-SAVREG
                          MOVE 'O' TO WS-SAV-KO
           END-WRITE.
           DISPLAY 'GENERATION ' WS-GEN ' CREEE - ' WS-TOT-GEN
              ' ENREGISTREMENTS'.
              WHEN 4 PERFORM COPIER-MVTC
              WHEN 5 PERFORM COPIER-ADRCLT
              WHEN 6 PERFORM COPIER-SOLDH
              WHEN 7 PERFORM COPIER-TITUL
           END-EVALUATE.
           CLOSE FSAV.
           ADD WS-NB-COPIES TO WS-TOT-GEN.
                 WRITE ENR-SAV
                 ADD 1 TO WS-NB-COPIES
           END-READ.
       COPIER-TITUL.
           OPEN INPUT FTITUL.
           IF FS-TITUL = '00'
              MOVE 'N' TO WS-EOF
              PERFORM COPIER-UN-TITUL UNTIL WS-EOF = 'O'
              CLOSE FTITUL
           END-IF.
       COPIER-UN-TITUL.
           READ FTITUL NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 MOVE SPACES TO ENR-SAV
                 MOVE ENR-TITUL TO ENR-SAV(1:30)
                 WRITE ENR-SAV
                 ADD 1 TO WS-NB-COPIES
           END-READ.
      *----------------------------------------------------------------
      *    RETENTION : LES GENERATIONS AU-DELA DE N SONT EPUREES       *
      *    (FICHIERS SUPPRIMES, REGISTRE MARQUE 'E')                   *
           MOVE GEN-NUM TO WS-GEN-NOM.
           PERFORM SUPPRIMER-UN-FICHIER
              VARYING WS-IND-FIC FROM 1 BY 1
              UNTIL WS-IND-FIC > 7.
       SUPPRIMER-UN-FICHIER.
           MOVE T-FIC(WS-IND-FIC) TO WS-FIC.
           MOVE SPACES TO WS-SAV-NOM.
           MOVE ZERO TO WS-TOT-GEN.
           PERFORM VERIFIER-UN-FICHIER
              VARYING WS-IND-FIC FROM 1 BY 1
              UNTIL WS-IND-FIC > 7.
           DISPLAY 'GENERATION ' WS-GEN ' LISIBLE - '
              WS-TOT-GEN ' ENREGISTREMENTS'.
       VERIFIER-UN-FICHIER.
              MOVE ZERO TO WS-TOT-GEN
              PERFORM RESTAURER-UN-FICHIER
                 VARYING WS-IND-FIC FROM 1 BY 1
                 UNTIL WS-IND-FIC > 7
              DISPLAY 'RESTAURATION TERMINEE - ' WS-TOT-GEN
                 ' ENREGISTREMENTS'
           END-IF.
                 WHEN 4 PERFORM RESTAURER-MVTC
                 WHEN 5 PERFORM RESTAURER-ADRCLT
                 WHEN 6 PERFORM RESTAURER-SOLDH
                 WHEN 7 PERFORM RESTAURER-TITUL
              END-EVALUATE
              CLOSE FSAV
              ADD WS-NB-COPIES TO WS-TOT-GEN
                 WRITE ENR-SOLDH
                 ADD 1 TO WS-NB-COPIES
           END-READ.
       RESTAURER-TITUL.
           OPEN OUTPUT FTITUL.
           MOVE 'N' TO WS-EOF.
           PERFORM RESTAURER-UN-TITUL UNTIL WS-EOF = 'O'.
           CLOSE FTITUL.
       RESTAURER-UN-TITUL.
           READ FSAV
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 MOVE ENR-SAV(1:30) TO ENR-TITUL
                 WRITE ENR-TITUL
                 END-WRITE
                 ADD 1 TO WS-NB-COPIES
           END-READ.
