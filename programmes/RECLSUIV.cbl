       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLSUIV.
       AUTHOR.     E NGBAME.
      * SUIVI HEBDOMADAIRE DES RECLAMATIONS OUVERTES (EDITION DU
      * LUNDI POUR LE SERVICE RECLAMATIONS) : LES RECLAMATIONS NON
      * CLOTUREES DU REGISTRE DD-RECLAM (VOIR RECLAM) SONT EDITEES
      * PAR TRANCHE D'ANCIENNETE A LA DATE DE CONTROLE (0 A 15 JOURS,
      * 16 A 30, 31 A 60, PLUS DE 60), L'ANCIENNETE ETANT COMPTEE EN
      * JOURS CALENDAIRES DEPUIS LA RECEPTION (ARITHMETIQUE DES
      * QUANTIEMES DE CATECHU). CHAQUE LIGNE RAPPROCHE LA RECLAMATION
      * DES ECHEANCES REGLEMENTAIRES D'ACCUSE DE RECEPTION ET DE
      * REPONSE GARDEES DANS LE REGISTRE : ACCUSE FAIT, FAIT HORS
      * DELAI, A FAIRE OU DEPASSE ; REPONSE EN COURS OU DEPASSEE.
      * L'ETAT DDRECLSV SE TERMINE PAR LE TOTAL DES RECLAMATIONS
      * OUVERTES ET DES ECHEANCES DEPASSEES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRECLAM ASSIGN TO DD-RECLAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-NUM
           FILE STATUS IS FS-RECLAM.

           SELECT FPRINT ASSIGN TO DDRECLSV
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

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-RECLAM    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTCTRL    PIC 9(8) VALUE ZERO.
       01  WS-QT-CTRL   PIC 9(9) VALUE ZERO.
       01  WS-NB-OUV    PIC 9(5) VALUE ZERO.
       01  WS-NB-ACCU-DEP PIC 9(5) VALUE ZERO.
       01  WS-NB-REP-DEP  PIC 9(5) VALUE ZERO.
       01  WS-NB-TRANCHE  PIC 9(5) VALUE ZERO.
      *----RECLAMATIONS OUVERTES ET LEUR ANCIENNETE--------------------
       01  WS-MAX-OUV   PIC 9(4) VALUE 2000.
       01  WS-IND-R     PIC 9(4) VALUE ZERO.
       01  T-OUVERTES.
           05 T-OUV-LIG OCCURS 2000 TIMES.
              10 TO-NUM      PIC 9(7).
              10 TO-CLT      PIC 9(5).
              10 TO-CODEAG   PIC 9(7).
              10 TO-CATEG    PIC X(3).
              10 TO-DTRECU   PIC 9(8).
              10 TO-AGE      PIC 9(5).
              10 TO-ECH-ACCU PIC 9(8).
              10 TO-ECH-REP  PIC 9(8).
              10 TO-ETAT-ACCU PIC X(10).
              10 TO-ETAT-REP  PIC X(10).
      *----TRANCHES D'ANCIENNETE (BORNE HAUTE EN JOURS)----------------
       01  WS-IND-T     PIC 9 VALUE ZERO.
       01  WS-AGE-MIN   PIC 9(5) VALUE ZERO.
       01  T-TRANCHES-V.
           05 FILLER PIC X(25) VALUE '00015DE 0 A 15 JOURS     '.
           05 FILLER PIC X(25) VALUE '00030DE 16 A 30 JOURS    '.
           05 FILLER PIC X(25) VALUE '00060DE 31 A 60 JOURS    '.
           05 FILLER PIC X(25) VALUE '99999PLUS DE 60 JOURS    '.
       01  T-TRANCHES REDEFINES T-TRANCHES-V.
           05 TT-LIG OCCURS 4 TIMES.
              10 TT-AGE-MAX PIC 9(5).
              10 TT-LIB     PIC X(20).
      *----ARITHMETIQUE DES QUANTIEMES (COMME CATECHU)-----------------
       01  WS-DATE-CONV PIC 9(8) VALUE ZERO.
       01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV.
           05 WS-CV-AA  PIC 9(4).
           05 WS-CV-MM  PIC 9(2).
           05 WS-CV-JJ  PIC 9(2).
       01  WS-CV-AAPREC PIC 9(4) VALUE ZERO.
       01  WS-CV-CUMUL  PIC 9(3) VALUE ZERO.
       01  WS-CV-BISSEXT PIC X VALUE 'N'.
       01  WS-CV-RESTE4   PIC 9(4) VALUE ZERO.
       01  WS-CV-RESTE100 PIC 9(4) VALUE ZERO.
       01  WS-CV-RESTE400 PIC 9(4) VALUE ZERO.
       01  WS-CV-QUOT     PIC 9(4) VALUE ZERO.
       01  WS-CV-Q4       PIC 9(4) VALUE ZERO.
       01  WS-CV-Q100     PIC 9(4) VALUE ZERO.
       01  WS-CV-Q400     PIC 9(4) VALUE ZERO.
       01  WS-QUANTIEME   PIC 9(9) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
              'SUIVI DES RECLAMATIONS OUVERTES AU '.
           05 WE-DTCTRL PIC 9(8).
       01  LG-TRANCHE.
           05 FILLER     PIC X(12) VALUE 'ANCIENNETE '.
           05 WE-LIBTR   PIC X(20).
       01  LG-ENT-DET.
           05 FILLER PIC X(8)  VALUE 'NUMERO'.
           05 FILLER PIC X(7)  VALUE 'CLIENT'.
           05 FILLER PIC X(8)  VALUE 'AGENCE'.
           05 FILLER PIC X(4)  VALUE 'CAT'.
           05 FILLER PIC X(9)  VALUE 'RECUE LE'.
           05 FILLER PIC X(6)  VALUE '  AGE'.
           05 FILLER PIC X(10) VALUE 'ECH.ACCU'.
           05 FILLER PIC X(11) VALUE 'ACCUSE'.
           05 FILLER PIC X(10) VALUE 'ECH.REP.'.
           05 FILLER PIC X(10) VALUE 'REPONSE'.
       01  LG-DET.
           05 WE-NUM     PIC 9(7).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-CLT     PIC 9(5).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-CODEAG  PIC 9(7).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-CATEG   PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-DTRECU  PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-AGE     PIC ZZZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-ECH-ACCU PIC 9(8).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-ETAT-ACCU PIC X(10).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-ECH-REP PIC 9(8).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-ETAT-REP PIC X(10).
       01  LG-SSTOT.
           05 FILLER     PIC X(30) VALUE
              '   RECLAMATIONS DE LA TRANCHE '.
           05 WE-NB-TR   PIC ZZZZ9.
       01  LG-TOT-OUV.
           05 FILLER PIC X(30) VALUE 'RECLAMATIONS OUVERTES       : '.
           05 WE-NB-OUV  PIC ZZZZ9.
       01  LG-TOT-ACCU.
           05 FILLER PIC X(30) VALUE 'ACCUSES DEPASSES            : '.
           05 WE-NB-ACCU PIC ZZZZ9.
       01  LG-TOT-REP.
           05 FILLER PIC X(30) VALUE 'DELAIS DE REPONSE DEPASSES  : '.
           05 WE-NB-REP  PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-RECLAM = '00' AND FS-PRINT = '00'
              PERFORM CHARGER-OUVERTES
              PERFORM EDITER-SUIVI
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE CONTROLE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTCTRL.
           IF WS-DTCTRL = ZERO
              ACCEPT WS-DTCTRL FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DTCTRL TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-CTRL.
           OPEN INPUT FRECLAM.
           OPEN OUTPUT FPRINT.
           IF FS-RECLAM NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FR ' FS-RECLAM
                 ' FP ' FS-PRINT
           END-IF.
       FIN.
           IF FS-RECLAM = '00'
              CLOSE FRECLAM
           END-IF.
           IF FS-PRINT = '00'
              CLOSE FPRINT
           END-IF.
           DISPLAY 'RECLAMATIONS OUVERTES : ' WS-NB-OUV
              ' ACCUSES DEPASSES : ' WS-NB-ACCU-DEP
              ' REPONSES DEPASSEES : ' WS-NB-REP-DEP.
           STOP RUN.
      *----------------------------------------------------------------
      *    RECLAMATIONS NON CLOTUREES : ANCIENNETE ET ETAT DES DELAIS  *
      *----------------------------------------------------------------
       CHARGER-OUVERTES.
           PERFORM LIRE-RECLAM.
           PERFORM TRAITER-RECLAM UNTIL WS-EOF = 'O'.
       LIRE-RECLAM.
           READ FRECLAM NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-RECLAM.
           IF REC-STATUT NOT = 'C' AND REC-DTRECU NOT > WS-DTCTRL
              IF WS-NB-OUV < WS-MAX-OUV
                 ADD 1 TO WS-NB-OUV
                 PERFORM NOTER-OUVERTE
              ELSE
                 DISPLAY 'TABLE DES RECLAMATIONS PLEINE - IGNOREE : '
                    REC-NUM
              END-IF
           END-IF.
           PERFORM LIRE-RECLAM.
       NOTER-OUVERTE.
           MOVE REC-NUM      TO TO-NUM(WS-NB-OUV).
           MOVE REC-CLT      TO TO-CLT(WS-NB-OUV).
           MOVE REC-CODEAG   TO TO-CODEAG(WS-NB-OUV).
           MOVE REC-CATEG    TO TO-CATEG(WS-NB-OUV).
           MOVE REC-DTRECU   TO TO-DTRECU(WS-NB-OUV).
           MOVE REC-ECH-ACCU TO TO-ECH-ACCU(WS-NB-OUV).
           MOVE REC-ECH-REP  TO TO-ECH-REP(WS-NB-OUV).
           MOVE REC-DTRECU TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           COMPUTE TO-AGE(WS-NB-OUV) = WS-QT-CTRL - WS-QUANTIEME.
           EVALUATE TRUE
              WHEN REC-DTACCU NOT = ZERO
                   AND REC-DTACCU > REC-ECH-ACCU
                 MOVE 'HORS DELAI' TO TO-ETAT-ACCU(WS-NB-OUV)
              WHEN REC-DTACCU NOT = ZERO
                 MOVE 'FAIT'       TO TO-ETAT-ACCU(WS-NB-OUV)
              WHEN WS-DTCTRL > REC-ECH-ACCU
                 MOVE 'DEPASSE'    TO TO-ETAT-ACCU(WS-NB-OUV)
                 ADD 1 TO WS-NB-ACCU-DEP
              WHEN OTHER
                 MOVE 'A FAIRE'    TO TO-ETAT-ACCU(WS-NB-OUV)
           END-EVALUATE.
           IF WS-DTCTRL > REC-ECH-REP
              MOVE 'DEPASSE'  TO TO-ETAT-REP(WS-NB-OUV)
              ADD 1 TO WS-NB-REP-DEP
           ELSE
              MOVE 'EN COURS' TO TO-ETAT-REP(WS-NB-OUV)
           END-IF.
      *----------------------------------------------------------------
      *    EDITION PAR TRANCHE D'ANCIENNETE PUIS TOTAUX                *
      *----------------------------------------------------------------
       EDITER-SUIVI.
           MOVE WS-DTCTRL TO WE-DTCTRL.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE ZERO TO WS-AGE-MIN.
           PERFORM EDITER-TRANCHE VARYING WS-IND-T FROM 1 BY 1
              UNTIL WS-IND-T > 4.
           MOVE WS-NB-OUV      TO WE-NB-OUV.
           MOVE WS-NB-ACCU-DEP TO WE-NB-ACCU.
           MOVE WS-NB-REP-DEP  TO WE-NB-REP.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT-OUV.
           WRITE REC-PRT FROM LG-TOT-ACCU.
           WRITE REC-PRT FROM LG-TOT-REP.
       EDITER-TRANCHE.
           MOVE TT-LIB(WS-IND-T) TO WE-LIBTR.
           WRITE REC-PRT FROM LG-TRANCHE AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-ENT-DET.
           MOVE ZERO TO WS-NB-TRANCHE.
           PERFORM EDITER-LIGNE VARYING WS-IND-R FROM 1 BY 1
              UNTIL WS-IND-R > WS-NB-OUV.
           MOVE WS-NB-TRANCHE TO WE-NB-TR.
           WRITE REC-PRT FROM LG-SSTOT.
           COMPUTE WS-AGE-MIN = TT-AGE-MAX(WS-IND-T) + 1.
       EDITER-LIGNE.
           IF TO-AGE(WS-IND-R) >= WS-AGE-MIN
              AND TO-AGE(WS-IND-R) <= TT-AGE-MAX(WS-IND-T)
              ADD 1 TO WS-NB-TRANCHE
              MOVE TO-NUM(WS-IND-R)       TO WE-NUM
              MOVE TO-CLT(WS-IND-R)       TO WE-CLT
              MOVE TO-CODEAG(WS-IND-R)    TO WE-CODEAG
              MOVE TO-CATEG(WS-IND-R)     TO WE-CATEG
              MOVE TO-DTRECU(WS-IND-R)    TO WE-DTRECU
              MOVE TO-AGE(WS-IND-R)       TO WE-AGE
              MOVE TO-ECH-ACCU(WS-IND-R)  TO WE-ECH-ACCU
              MOVE TO-ETAT-ACCU(WS-IND-R) TO WE-ETAT-ACCU
              MOVE TO-ECH-REP(WS-IND-R)   TO WE-ECH-REP
              MOVE TO-ETAT-REP(WS-IND-R)  TO WE-ETAT-REP
              WRITE REC-PRT FROM LG-DET
           END-IF.
      *----------------------------------------------------------------
      *    DATE AAAAMMJJ -> NUMERO DE JOUR ABSOLU                      *
      *----------------------------------------------------------------
       CONVERTIR-EN-QUANTIEME.
           COMPUTE WS-CV-AAPREC = WS-CV-AA - 1.
           PERFORM CALCULER-CUMUL-MOIS.
           PERFORM CONTROLER-BISSEXTILE.
           IF WS-CV-BISSEXT = 'O' AND WS-CV-MM > 2
              ADD 1 TO WS-CV-CUMUL
           END-IF.
           DIVIDE WS-CV-AAPREC BY 4 GIVING WS-CV-Q4.
           DIVIDE WS-CV-AAPREC BY 100 GIVING WS-CV-Q100.
           DIVIDE WS-CV-AAPREC BY 400 GIVING WS-CV-Q400.
           COMPUTE WS-QUANTIEME = WS-CV-AAPREC * 365
              + WS-CV-Q4 - WS-CV-Q100 + WS-CV-Q400
              + WS-CV-CUMUL + WS-CV-JJ.
       CALCULER-CUMUL-MOIS.
           EVALUATE WS-CV-MM
              WHEN 01 MOVE 000 TO WS-CV-CUMUL
              WHEN 02 MOVE 031 TO WS-CV-CUMUL
              WHEN 03 MOVE 059 TO WS-CV-CUMUL
              WHEN 04 MOVE 090 TO WS-CV-CUMUL
              WHEN 05 MOVE 120 TO WS-CV-CUMUL
              WHEN 06 MOVE 151 TO WS-CV-CUMUL
              WHEN 07 MOVE 181 TO WS-CV-CUMUL
              WHEN 08 MOVE 212 TO WS-CV-CUMUL
              WHEN 09 MOVE 243 TO WS-CV-CUMUL
              WHEN 10 MOVE 273 TO WS-CV-CUMUL
              WHEN 11 MOVE 304 TO WS-CV-CUMUL
              WHEN 12 MOVE 334 TO WS-CV-CUMUL
           END-EVALUATE.
       CONTROLER-BISSEXTILE.
           MOVE 'N' TO WS-CV-BISSEXT.
           DIVIDE WS-CV-AA BY 4 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE4.
           DIVIDE WS-CV-AA BY 100 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE100.
           DIVIDE WS-CV-AA BY 400 GIVING WS-CV-QUOT
              REMAINDER WS-CV-RESTE400.
           IF (WS-CV-RESTE4 = ZERO AND WS-CV-RESTE100 NOT = ZERO)
              OR WS-CV-RESTE400 = ZERO
              MOVE 'O' TO WS-CV-BISSEXT
           END-IF.
