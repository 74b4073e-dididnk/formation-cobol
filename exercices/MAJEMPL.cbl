      *   E = EMBAUCHE     (WRITE   - REJET SI MATRICULE EXISTANT)
      *   M = MUTATION     (REWRITE DE LA VILLE)
      *   A = AUGMENTATION (REWRITE DU SALAIRE)
      *   D = DEPART       (REWRITE DE LA DATE ET DU MOTIF DE SORTIE)
      * MATRICULES INCONNUS ET TYPES INVALIDES PARTENT SUR L'ETAT DE
      * REJETS DDEMPREJ AVEC UN COMPTE PAR TYPE - LA MEME DISCIPLINE
      * D'AIGUILLAGE ET DE REJET QUE LES CHARGEURS BANCAIRES.
      * UN DEPART NE SUPPRIME PLUS LE SALARIE : LA FICHE GARDE SA DATE
      * DE SORTIE ET SON MOTIF (DEM DEMISSION, LIC LICENCIEMENT, RUP
      * RUPTURE CONVENTIONNELLE, FCD FIN DE CDD, RET RETRAITE) POUR
      * RAPPEL ET XREFEMP, ET LE DEPART EST INSCRIT AU REGISTRE DES
      * SORTIES DD-SORTIES (ETAT D) AVEC LES MOIS DE PREAVIS NON
      * EFFECTUES A INDEMNISER : SOLDTC Y CALCULE LE SOLDE DE TOUT
      * COMPTE, PAYSAL LE VIRE ET PG13CH10 NE PAIE PLUS LE SALARIE.
      * UN SALARIE SORTI N'ACCEPTE PLUS NI MUTATION NI AUGMENTATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJETS.

           SELECT FSORTIES ASSIGN TO DD-SORTIES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRT-EMPID
               FILE STATUS IS FS-SORTIES.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE.
           05 EMP-CITY      PIC X(12).
           05 FILLER        PIC X.
           05 EMP-SAL       PIC 9(5).
           05 FILLER        PIC X.
           05 EMP-DTENTREE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-DTSORTIE  PIC 9(8).
           05 FILLER        PIC X.
           05 EMP-MOTIF     PIC X(3).

       FD  FTRANS.
       01  ENR-TRANS.
           05 TRS-NAME      PIC X(10).
           05 TRS-CITY      PIC X(12).
           05 TRS-SAL       PIC 9(5).
           05 TRS-MOTIF     PIC X(3).
           05 TRS-PREAVIS   PIC 9(2).

       FD  FREJETS.
       01  REC-REJ.
           05 LG-REJ        PIC X(80).

      *----ETAT : D = DEPART DECLARE, C = SOLDE CALCULE (SOLDTC),------
      *----V = SOLDE VIRE (PAYSAL)-------------------------------------
       FD  FSORTIES.
       01  ENR-SORTIE.
           05 SRT-EMPID     PIC X(5).
           05 SRT-NOM       PIC X(10).
           05 SRT-DTSORTIE  PIC 9(8).
           05 SRT-MOTIF     PIC X(3).
           05 SRT-PREAVIS   PIC 9(2).
           05 SRT-ETAT      PIC X.
           05 SRT-SALAIRE   PIC 9(7)V9(2).
           05 SRT-JOURS-CP  PIC 9(3)V9(2).
           05 SRT-INDEM-CP  PIC 9(7)V9(2).
           05 SRT-RAPPEL    PIC 9(7)V9(2).
           05 SRT-INDEM-PRV PIC 9(7)V9(2).
           05 SRT-CHARGES   PIC 9(7)V9(2).
           05 SRT-TAUX-PAS  PIC 9(2)V9.
           05 SRT-IMPOT     PIC 9(7)V9(2).
           05 SRT-NET       PIC 9(7)V9(2).
           05 SRT-DTCALC    PIC 9(8).
           05 SRT-DTPAIE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-EMP       PIC XX VALUE ZERO.
       01  FS-TRANS     PIC XX VALUE ZERO.
       01  FS-REJETS    PIC XX VALUE ZERO.
       01  FS-SORTIES   PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
      *----COMPTEURS PAR TYPE APPLIQUE ET REJETE-----------------------
       01  WS-NB-EMB    PIC 9(5) VALUE ZERO.
       PROG.
           PERFORM DEBUT.
           IF FS-EMP = '00' AND FS-TRANS = '00'
              AND FS-REJETS = '00' AND FS-SORTIES = '00'
              PERFORM TRAITER-TRANSACTION UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
              CLOSE EMPFILE
              OPEN I-O EMPFILE
           END-IF.
           OPEN I-O FSORTIES.
           IF FS-SORTIES = '35'
              OPEN OUTPUT FSORTIES
              CLOSE FSORTIES
              OPEN I-O FSORTIES
           END-IF.
           OPEN INPUT FTRANS.
           OPEN OUTPUT FREJETS.
           IF FS-EMP NOT = '00' OR FS-TRANS NOT = '00'
              OR FS-REJETS NOT = '00' OR FS-SORTIES NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FE ' FS-EMP
                 ' FT ' FS-TRANS ' FR ' FS-REJETS ' FS ' FS-SORTIES
           ELSE
              WRITE REC-REJ FROM LG-TITRE-REJ
              PERFORM LIRE-TRANSACTION
           MOVE TRS-NAME   TO EMP-NAME.
           MOVE TRS-CITY   TO EMP-CITY.
           MOVE TRS-SAL    TO EMP-SAL.
           MOVE TRS-DATEFF TO EMP-DTENTREE.
           MOVE ZERO       TO EMP-DTSORTIE.
           MOVE SPACES     TO EMP-MOTIF.
           WRITE EMP-REC
           INVALID KEY
              ADD 1 TO WS-NB-REJ-E
              MOVE 'MATRICULE INCONNU' TO WE-REJ-MOTIF
              PERFORM REJETER-TRANSACTION
           NOT INVALID KEY
              IF EMP-DTSORTIE NOT = ZERO
                 ADD 1 TO WS-NB-REJ-M
                 MOVE 'SALARIE SORTI DES EFFECTIFS' TO WE-REJ-MOTIF
                 PERFORM REJETER-TRANSACTION
              ELSE
                 MOVE TRS-CITY TO EMP-CITY
                 REWRITE EMP-REC
                 ADD 1 TO WS-NB-MUT
                 DISPLAY 'MUTATION ' TRS-EMP-NO ' -> ' TRS-CITY
                    ' EFFET ' TRS-DATEFF
              END-IF
           END-READ.
       APPLIQUER-AUGMENTATION.
           MOVE TRS-EMP-NO TO EMP-NO.
              MOVE 'MATRICULE INCONNU' TO WE-REJ-MOTIF
              PERFORM REJETER-TRANSACTION
           NOT INVALID KEY
              IF EMP-DTSORTIE NOT = ZERO
                 ADD 1 TO WS-NB-REJ-A
                 MOVE 'SALARIE SORTI DES EFFECTIFS' TO WE-REJ-MOTIF
                 PERFORM REJETER-TRANSACTION
              ELSE
                 MOVE TRS-SAL TO EMP-SAL
                 REWRITE EMP-REC
                 ADD 1 TO WS-NB-AUG
                 DISPLAY 'AUGMENTATION ' TRS-EMP-NO ' -> ' TRS-SAL
                    ' EFFET ' TRS-DATEFF
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    DEPART : LA FICHE EST CONSERVEE, DATEE ET MOTIVEE ; LE      *
      *    DEPART EST INSCRIT AU REGISTRE DES SORTIES POUR LE SOLDE    *
      *----------------------------------------------------------------
       APPLIQUER-DEPART.
           MOVE TRS-EMP-NO TO EMP-NO.
           READ EMPFILE
           INVALID KEY
              ADD 1 TO WS-NB-REJ-D
              MOVE 'MATRICULE INCONNU' TO WE-REJ-MOTIF
              PERFORM REJETER-TRANSACTION
           NOT INVALID KEY
              PERFORM CONTROLER-DEPART
           END-READ.
       CONTROLER-DEPART.
           IF TRS-PREAVIS IS NOT NUMERIC
              MOVE ZERO TO TRS-PREAVIS
           END-IF.
           EVALUATE TRUE
              WHEN EMP-DTSORTIE NOT = ZERO
                 MOVE 'DEPART DEJA ENREGISTRE' TO WE-REJ-MOTIF
              WHEN TRS-DATEFF IS NOT NUMERIC OR TRS-DATEFF = ZERO
                 MOVE 'DATE DE SORTIE INVALIDE' TO WE-REJ-MOTIF
              WHEN TRS-MOTIF NOT = 'DEM' AND NOT = 'LIC'
                 AND NOT = 'RUP' AND NOT = 'FCD' AND NOT = 'RET'
                 MOVE 'MOTIF DE DEPART INVALIDE' TO WE-REJ-MOTIF
              WHEN OTHER
                 MOVE SPACES TO WE-REJ-MOTIF
           END-EVALUATE.
           IF WE-REJ-MOTIF NOT = SPACES
              ADD 1 TO WS-NB-REJ-D
              PERFORM REJETER-TRANSACTION
           ELSE
              PERFORM INSCRIRE-SORTIE
           END-IF.
       INSCRIRE-SORTIE.
           INITIALIZE ENR-SORTIE.
           MOVE EMP-NO       TO SRT-EMPID.
           MOVE EMP-NAME     TO SRT-NOM.
           MOVE TRS-DATEFF   TO SRT-DTSORTIE.
           MOVE TRS-MOTIF    TO SRT-MOTIF.
           MOVE TRS-PREAVIS  TO SRT-PREAVIS.
           MOVE 'D'          TO SRT-ETAT.
           WRITE ENR-SORTIE
           INVALID KEY
              ADD 1 TO WS-NB-REJ-D
              MOVE 'SORTIE DEJA INSCRITE AU REGISTRE' TO WE-REJ-MOTIF
              PERFORM REJETER-TRANSACTION
           NOT INVALID KEY
              MOVE TRS-DATEFF TO EMP-DTSORTIE
              MOVE TRS-MOTIF  TO EMP-MOTIF
              REWRITE EMP-REC
              ADD 1 TO WS-NB-DEP
              DISPLAY 'DEPART ' TRS-EMP-NO ' EFFET ' TRS-DATEFF
                 ' MOTIF ' TRS-MOTIF ' PREAVIS ' TRS-PREAVIS
           END-WRITE.
       REJETER-TRANSACTION.
           MOVE TRS-TYPE   TO WE-REJ-TYPE.
           MOVE TRS-EMP-NO TO WE-REJ-EMP.
           MOVE WS-NB-REJ-D TO WE-REJ-D.
           MOVE WS-NB-REJ-T TO WE-REJ-T.
           WRITE REC-REJ FROM LG-TOT-REJ.
           CLOSE EMPFILE FTRANS FREJETS FSORTIES.
           DISPLAY 'EMBAUCHES     : ' WS-NB-EMB.
           DISPLAY 'MUTATIONS     : ' WS-NB-MUT.
           DISPLAY 'AUGMENTATIONS : ' WS-NB-AUG.
