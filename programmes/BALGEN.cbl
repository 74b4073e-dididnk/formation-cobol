       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALGEN.
       AUTHOR.     E NGBAME.
      * BALANCE GENERALE ET RAPPROCHEMENT GRAND LIVRE / FRIB : A PARTIR
      * DU GRAND LIVRE MENSUEL DD-GLSOLDE CUMULE PAR GLEXPORT, ETAT
      * DDBALGEN PAR COMPTE DU PLAN AS-PLANC : DEBITS ET CREDITS DU
      * MOIS, DEBITS ET CREDITS DE L'ANNEE, SOLDE A LA DATE D'ARRETE,
      * AVEC CONTROLE DE L'EQUILIBRE DE LA BALANCE.
      * LES COMPTES CLIENTS (JAMBES CLIENT DU PLAN, CLASSE 4) SONT
      * RAPPROCHES PAR DEVISE DES SOLDES FRIB A LA MEME DATE : DEPOTS
      * (SOLDES CREDITEURS) MOINS DECOUVERTS (SOLDES DEBITEURS) CONTRE
      * SOLDE DU GRAND LIVRE. UN ECART EST DETAILLE PAR TYPE
      * D'OPERATION EN COMPARANT, POUR LE MOIS, LES MOUVEMENTS FMVTC
      * AUX ECRITURES CUMULEES (JOURNEE NON EXPORTEE, TYPE SANS
      * IMPUTATION...) ; LE RESTE EST UN ECART ANTERIEUR AU MOIS.
      * LES ECARTS SONT ECRITS DANS AS-ECARTGL (DATES DE L'ARRETE) ET
      * REPRIS PAR LE COMPTE-RENDU CRFINJOUR DANS SON VERDICT.
      * APPELE PAR FINJOUR CHAQUE JOUR : LE PASSAGE N'EST FAIT QUE LE
      * DERNIER JOUR OUVRE DU MOIS (JOUROUVR), SINON PASSAGE NEUTRE
      * QUI VIDE AS-ECARTGL (PAS D'ECART GRAND LIVRE HORS FIN DE MOIS).
      * LANCE SEUL (DATE SAISIE), IL EST FAIT A LA DEMANDE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPLANC ASSIGN TO AS-PLANC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PLANC.

           SELECT FGLSOLDE ASSIGN TO DD-GLSOLDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GLS-CLE
           FILE STATUS IS FS-GLSOLDE.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FPRINT ASSIGN TO DDBALGEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

           SELECT FECARTGL ASSIGN TO AS-ECARTGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECARTGL.

       DATA DIVISION.
       FILE SECTION.
       FD  FPLANC.
       01  ENR-PLANC.
           10 PLC-TYPE    PIC X(3).
           10 PLC-CPTCLI  PIC X(8).
           10 PLC-CPTBQE  PIC X(8).

       FD  FGLSOLDE.
       01  ENR-GLSOLDE.
           10 GLS-CLE.
              15 GLS-COMPTE  PIC X(8).
              15 GLS-DEV     PIC X(3).
              15 GLS-AAAAMM  PIC 9(6).
              15 GLS-TYPE    PIC X(3).
           10 GLS-DEBIT   PIC 9(13)V9(2).
           10 GLS-CREDIT  PIC 9(13)V9(2).

       FD  FRIB.
       01  ENR-TRIB.
           10 CLT-TRIB    PIC 9(5).
           10 CPTE-TRIB   PIC X(23).
           10 DATE-TRIB   PIC 9(8).
           10 SOLDE-TRIB  PIC 9(9)V9(2).
           10 SENS-TRIB   PIC X.
           10 DECOUV-TRIB PIC 9(7)V9(2).
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC    PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       FD  FECARTGL.
       01  ENR-ECARTGL.
           10 EGL-DATE    PIC 9(8).
           10 EGL-DEV     PIC X(3).
           10 EGL-TYPE    PIC X(3).
           10 EGL-MONT    PIC S9(13)V9(2).

       WORKING-STORAGE SECTION.
       01  FS-PLANC     PIC XX VALUE ZERO.
       01  FS-GLSOLDE   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  FS-ECARTGL   PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-A-FAIRE   PIC X VALUE 'O'.
       01  WS-NB-ECARTS PIC 9(5) VALUE ZERO.
      *----DATE D'ARRETE ET PERIODES-----------------------------------
       01  WS-DTARRETE  PIC 9(8) VALUE ZERO.
       01  WS-DTARRETE-R REDEFINES WS-DTARRETE.
           05 WS-AAAAMM-ARR PIC 9(6).
           05 WS-AAAAMM-ARR-R REDEFINES WS-AAAAMM-ARR.
              10 WS-AAAA-ARR PIC 9(4).
              10 WS-MM-ARR   PIC 9(2).
           05 WS-JJ-ARR     PIC 9(2).
       01  WS-DTDEB-MOIS PIC 9(8) VALUE ZERO.
      *----CONTROLE DE JOUR OUVRE (ROUTINE PARTAGEE JOUROUVR)----------
       01  WS-CAL-FONCTION PIC X VALUE 'N'.
       01  WS-CAL-RESULT   PIC 9(8) VALUE ZERO.
       01  WS-CAL-OUVRE    PIC X VALUE 'O'.
      *----COMPTES CLIENTS DU PLAN (JAMBE CLIENT DE CLASSE 4)----------
       01  WS-NB-CLI    PIC 9(2) VALUE ZERO.
       01  WS-IND-CLI   PIC 9(2) VALUE ZERO.
       01  WS-CLIENT    PIC X VALUE 'N'.
       01  T-CLIS.
           05 TCL-COMPTE OCCURS 20 TIMES PIC X(8).
      *----BALANCE PAR COMPTE------------------------------------------
       01  WS-NB-CPTES  PIC 9(2) VALUE ZERO.
       01  WS-IND-CPT   PIC 9(2) VALUE ZERO.
       01  T-CPTES.
           05 T-CPTE-LIG OCCURS 40 TIMES.
              10 TC-COMPTE  PIC X(8).
              10 TC-DEB-M   PIC 9(13)V9(2).
              10 TC-CRE-M   PIC 9(13)V9(2).
              10 TC-DEB-A   PIC 9(13)V9(2).
              10 TC-CRE-A   PIC 9(13)V9(2).
              10 TC-SOLDE   PIC S9(13)V9(2).
       01  WS-TOT-DEB-M PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-CRE-M PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-DEB-A PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-CRE-A PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-SOLDE PIC S9(13)V9(2) VALUE ZERO.
      *----RAPPROCHEMENT PAR DEVISE------------------------------------
       01  WS-NB-DEV    PIC 9(2) VALUE ZERO.
       01  WS-IND-DEV   PIC 9(2) VALUE ZERO.
       01  WS-DEV-COUR  PIC X(3) VALUE SPACES.
       01  T-DEVISES.
           05 T-DEV-LIG OCCURS 10 TIMES.
              10 TD-DEV      PIC X(3).
              10 TD-FRIB-CRE PIC 9(13)V9(2).
              10 TD-FRIB-DEB PIC 9(13)V9(2).
              10 TD-GL       PIC S9(13)V9(2).
              10 TD-ECART    PIC S9(13)V9(2).
              10 TD-ECT-TYP  PIC S9(13)V9(2).
      *----ECARTS DU MOIS PAR DEVISE ET TYPE D'OPERATION---------------
       01  WS-NB-TYP    PIC 9(2) VALUE ZERO.
       01  WS-IND-TYP   PIC 9(2) VALUE ZERO.
       01  WS-TYPE-COUR PIC X(3) VALUE SPACES.
       01  T-TYPES.
           05 T-TYP-LIG OCCURS 60 TIMES.
              10 TY-DEV     PIC X(3).
              10 TY-TYPE    PIC X(3).
              10 TY-GL      PIC S9(13)V9(2).
              10 TY-MVT     PIC S9(13)V9(2).
       01  WS-MT-SIGNE  PIC S9(13)V9(2) VALUE ZERO.
       01  WS-ECART     PIC S9(13)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'BALANCE GENERALE AU '.
           05 WE-DTARRETE PIC 9(8).
       01  LG-ENT-BAL.
           05 FILLER PIC X(10) VALUE 'COMPTE    '.
           05 FILLER PIC X(17) VALUE '     DEBITS MOIS '.
           05 FILLER PIC X(17) VALUE '    CREDITS MOIS '.
           05 FILLER PIC X(17) VALUE '    DEBITS ANNEE '.
           05 FILLER PIC X(17) VALUE '   CREDITS ANNEE '.
           05 FILLER PIC X(17) VALUE '   SOLDE A DATE'.
       01  LG-BAL.
           05 WE-COMPTE  PIC X(8).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-DEB-M   PIC ZZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-CRE-M   PIC ZZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-DEB-A   PIC ZZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-CRE-A   PIC ZZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-SOLDE   PIC +ZZZZZZZZZZ9.99.
       01  LG-EQUILIBRE.
           05 FILLER     PIC X(10) VALUE SPACES.
           05 WE-EQUILIBRE PIC X(40).
       01  LG-TITRE-RAP.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
              'RAPPROCHEMENT COMPTES CLIENTS / FRIB AU      '.
           05 WE-DTRAP PIC 9(8).
       01  LG-DEVISE.
           05 FILLER     PIC X(7) VALUE 'DEVISE '.
           05 WE-DEV     PIC X(3).
       01  LG-RAP.
           05 FILLER     PIC X(4) VALUE SPACES.
           05 WE-RAP-LIB PIC X(40).
           05 WE-RAP-MONT PIC +ZZZZZZZZZZZ9.99.
       01  LG-ENT-TYP.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'TYPE      '.
           05 FILLER PIC X(17) VALUE '   MVTS DU MOIS '.
           05 FILLER PIC X(17) VALUE '   G.L. DU MOIS '.
           05 FILLER PIC X(17) VALUE '           ECART'.
       01  LG-TYP.
           05 FILLER     PIC X(4) VALUE SPACES.
           05 WE-TYP     PIC X(3).
           05 FILLER     PIC X(7) VALUE SPACES.
           05 WE-TYP-MVT PIC +ZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-TYP-GL  PIC +ZZZZZZZZZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-TYP-ECT PIC +ZZZZZZZZZZ9.99.

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINJOUR - SI ZERO,----
      *----SAISIE INTERACTIVE ET BALANCE A LA DEMANDE------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF WS-A-FAIRE = 'O'
              PERFORM OUVRIR-FICHIERS
              IF FS-PLANC = '00' AND FS-RIB = '00' AND FS-MVTC = '00'
                 AND FS-PRINT = '00' AND FS-ECARTGL = '00'
                 PERFORM CHARGER-PLAN
                 PERFORM CUMULER-GRAND-LIVRE
                 PERFORM CUMULER-FRIB
                 PERFORM CUMULER-MOUVEMENTS
                 PERFORM EDITER-BALANCE
                 PERFORM EDITER-RAPPROCHEMENT
              END-IF
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
      *----------------------------------------------------------------
      *    DATE D'ARRETE : DU PILOTE, LA BALANCE N'EST FAITE QUE LE    *
      *    DERNIER JOUR OUVRE DU MOIS (JOUR OUVRE SUIVANT DANS LE      *
      *    MOIS SUIVANT)                                               *
      *----------------------------------------------------------------
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTARRETE
              MOVE 'N' TO WS-CAL-FONCTION
              CALL 'JOUROUVR' USING WS-DTARRETE WS-CAL-FONCTION
                 WS-CAL-RESULT WS-CAL-OUVRE
              IF WS-CAL-RESULT (1:6) = WS-AAAAMM-ARR
                 MOVE 'N' TO WS-A-FAIRE
                 OPEN OUTPUT FECARTGL
                 CLOSE FECARTGL
                 DISPLAY 'BALGEN : ' WS-DTARRETE ' N EST PAS LE '
                    'DERNIER JOUR OUVRE DU MOIS - PASSAGE NEUTRE'
              END-IF
           ELSE
              DISPLAY 'DATE D''ARRETE (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTARRETE
              IF WS-DTARRETE = ZERO
                 ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
              END-IF
           END-IF.
           MOVE WS-DTARRETE TO WS-DTDEB-MOIS.
           MOVE 01 TO WS-DTDEB-MOIS (7:2).
       OUVRIR-FICHIERS.
           MOVE ZERO TO T-CPTES T-DEVISES T-TYPES.
           OPEN INPUT FPLANC FRIB FMVTC.
           OPEN OUTPUT FPRINT FECARTGL.
           IF FS-PLANC NOT = '00' OR FS-RIB NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-PRINT NOT = '00'
              OR FS-ECARTGL NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FP ' FS-PLANC ' FR ' FS-RIB
                 ' FM ' FS-MVTC ' FE ' FS-PRINT ' FG ' FS-ECARTGL
           END-IF.
           OPEN INPUT FGLSOLDE.
           IF FS-GLSOLDE NOT = '00'
              DISPLAY 'GRAND LIVRE DD-GLSOLDE ABSENT : ' FS-GLSOLDE
                 ' - AUCUNE ECRITURE CUMULEE'
           END-IF.
      *----------------------------------------------------------------
      *    COMPTES CLIENTS : JAMBES CLIENT DE CLASSE 4 DU PLAN (LES    *
      *    PSEUDO-TYPES DE PROVISION ONT UNE JAMBE CLIENT DE GESTION)  *
      *----------------------------------------------------------------
       CHARGER-PLAN.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-PLAN.
           PERFORM RANGER-PLAN UNTIL WS-EOF = 'O'.
       LIRE-PLAN.
           READ FPLANC
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RANGER-PLAN.
           IF PLC-CPTCLI (1:1) = '4'
              PERFORM LOCALISER-CLIENT VARYING WS-IND-CLI FROM 1 BY 1
                 UNTIL WS-IND-CLI > WS-NB-CLI
                    OR TCL-COMPTE(WS-IND-CLI) = PLC-CPTCLI
              IF WS-IND-CLI > WS-NB-CLI AND WS-NB-CLI < 20
                 ADD 1 TO WS-NB-CLI
                 MOVE PLC-CPTCLI TO TCL-COMPTE(WS-NB-CLI)
              END-IF
           END-IF.
           PERFORM LIRE-PLAN.
       LOCALISER-CLIENT.
           CONTINUE.
      *----------------------------------------------------------------
      *    GRAND LIVRE : MOIS, ANNEE ET SOLDE A DATE PAR COMPTE ;      *
      *    COMPTES CLIENTS : SOLDE PAR DEVISE ET ECRITURES DU MOIS     *
      *    PAR TYPE                                                    *
      *----------------------------------------------------------------
       CUMULER-GRAND-LIVRE.
           IF FS-GLSOLDE = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-GRAND-LIVRE
              PERFORM TRAITER-GRAND-LIVRE UNTIL WS-EOF = 'O'
           END-IF.
       LIRE-GRAND-LIVRE.
           READ FGLSOLDE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-GRAND-LIVRE.
           IF GLS-AAAAMM <= WS-AAAAMM-ARR
              PERFORM CUMULER-COMPTE
              MOVE 'N' TO WS-CLIENT
              PERFORM CONTROLER-CLIENT VARYING WS-IND-CLI FROM 1 BY 1
                 UNTIL WS-IND-CLI > WS-NB-CLI
              IF WS-CLIENT = 'O'
                 COMPUTE WS-MT-SIGNE = GLS-CREDIT - GLS-DEBIT
                 MOVE GLS-DEV TO WS-DEV-COUR
                 PERFORM LOCALISER-DEVISE
                 IF WS-IND-DEV NOT = ZERO
                    ADD WS-MT-SIGNE TO TD-GL(WS-IND-DEV)
                 END-IF
                 IF GLS-AAAAMM = WS-AAAAMM-ARR
                    MOVE GLS-TYPE TO WS-TYPE-COUR
                    PERFORM LOCALISER-TYPE
                    IF WS-IND-TYP NOT = ZERO
                       ADD WS-MT-SIGNE TO TY-GL(WS-IND-TYP)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-GRAND-LIVRE.
       CONTROLER-CLIENT.
           IF TCL-COMPTE(WS-IND-CLI) = GLS-COMPTE
              MOVE 'O' TO WS-CLIENT
           END-IF.
       CUMULER-COMPTE.
           PERFORM LOCALISER-COMPTE VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-CPTES
                 OR TC-COMPTE(WS-IND-CPT) = GLS-COMPTE.
           IF WS-IND-CPT > WS-NB-CPTES
              IF WS-NB-CPTES < 40
                 ADD 1 TO WS-NB-CPTES
                 MOVE GLS-COMPTE TO TC-COMPTE(WS-NB-CPTES)
                 MOVE WS-NB-CPTES TO WS-IND-CPT
              ELSE
                 DISPLAY 'ERR. TABLE DES COMPTES PLEINE (40)'
                 MOVE ZERO TO WS-IND-CPT
              END-IF
           END-IF.
           IF WS-IND-CPT NOT = ZERO
              IF GLS-AAAAMM = WS-AAAAMM-ARR
                 ADD GLS-DEBIT  TO TC-DEB-M(WS-IND-CPT)
                 ADD GLS-CREDIT TO TC-CRE-M(WS-IND-CPT)
              END-IF
              IF GLS-AAAAMM (1:4) = WS-AAAA-ARR
                 ADD GLS-DEBIT  TO TC-DEB-A(WS-IND-CPT)
                 ADD GLS-CREDIT TO TC-CRE-A(WS-IND-CPT)
              END-IF
              COMPUTE TC-SOLDE(WS-IND-CPT) = TC-SOLDE(WS-IND-CPT)
                 + GLS-DEBIT - GLS-CREDIT
           END-IF.
       LOCALISER-COMPTE.
           CONTINUE.
      *----UNE DEVISE DANS LA TABLE (CREEE A LA PREMIERE RENCONTRE)----
       LOCALISER-DEVISE.
           PERFORM COMPARER-DEVISE VARYING WS-IND-DEV FROM 1 BY 1
              UNTIL WS-IND-DEV > WS-NB-DEV
                 OR TD-DEV(WS-IND-DEV) = WS-DEV-COUR.
           IF WS-IND-DEV > WS-NB-DEV
              IF WS-NB-DEV < 10
                 ADD 1 TO WS-NB-DEV
                 MOVE WS-DEV-COUR TO TD-DEV(WS-NB-DEV)
                 MOVE WS-NB-DEV TO WS-IND-DEV
              ELSE
                 DISPLAY 'ERR. TABLE DES DEVISES PLEINE (10)'
                 MOVE ZERO TO WS-IND-DEV
              END-IF
           END-IF.
       COMPARER-DEVISE.
           CONTINUE.
      *----UN COUPLE DEVISE / TYPE DANS LA TABLE DES ECARTS DU MOIS----
       LOCALISER-TYPE.
           PERFORM COMPARER-TYPE VARYING WS-IND-TYP FROM 1 BY 1
              UNTIL WS-IND-TYP > WS-NB-TYP
                 OR (TY-DEV(WS-IND-TYP) = WS-DEV-COUR
                     AND TY-TYPE(WS-IND-TYP) = WS-TYPE-COUR).
           IF WS-IND-TYP > WS-NB-TYP
              IF WS-NB-TYP < 60
                 ADD 1 TO WS-NB-TYP
                 MOVE WS-DEV-COUR  TO TY-DEV(WS-NB-TYP)
                 MOVE WS-TYPE-COUR TO TY-TYPE(WS-NB-TYP)
                 MOVE WS-NB-TYP TO WS-IND-TYP
              ELSE
                 DISPLAY 'ERR. TABLE DES TYPES PLEINE (60)'
                 MOVE ZERO TO WS-IND-TYP
              END-IF
           END-IF.
       COMPARER-TYPE.
           CONTINUE.
      *----------------------------------------------------------------
      *    FRIB : DEPOTS ET DECOUVERTS PAR DEVISE                      *
      *----------------------------------------------------------------
       CUMULER-FRIB.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-FRIB.
           PERFORM TRAITER-FRIB UNTIL WS-EOF = 'O'.
       LIRE-FRIB.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-FRIB.
           MOVE DEV-TRIB TO WS-DEV-COUR.
           PERFORM LOCALISER-DEVISE.
           IF WS-IND-DEV NOT = ZERO
              IF SENS-TRIB = 'D'
                 ADD SOLDE-TRIB TO TD-FRIB-DEB(WS-IND-DEV)
              ELSE
                 ADD SOLDE-TRIB TO TD-FRIB-CRE(WS-IND-DEV)
              END-IF
           END-IF.
           PERFORM LIRE-FRIB.
      *----------------------------------------------------------------
      *    MOUVEMENTS DU MOIS JUSQU'A LA DATE D'ARRETE, PAR DEVISE ET  *
      *    TYPE (CE QUE FRIB A ENREGISTRE SUR LE MOIS)                 *
      *----------------------------------------------------------------
       CUMULER-MOUVEMENTS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-MOUVEMENT.
           PERFORM TRAITER-MOUVEMENT UNTIL WS-EOF = 'O'.
       LIRE-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-MOUVEMENT.
           IF DATE-TMVTC >= WS-DTDEB-MOIS AND DATE-TMVTC <= WS-DTARRETE
              MOVE DEV-TMVTC  TO WS-DEV-COUR
              MOVE TYPE-TMVTC TO WS-TYPE-COUR
              PERFORM LOCALISER-TYPE
              IF WS-IND-TYP NOT = ZERO
                 IF SENS-TMVTC = 'D'
                    SUBTRACT MONT-TMVTC FROM TY-MVT(WS-IND-TYP)
                 ELSE
                    ADD MONT-TMVTC TO TY-MVT(WS-IND-TYP)
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-MOUVEMENT.
      *----------------------------------------------------------------
      *    BALANCE GENERALE PAR COMPTE ET CONTROLE D'EQUILIBRE         *
      *----------------------------------------------------------------
       EDITER-BALANCE.
           MOVE WS-DTARRETE TO WE-DTARRETE.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-ENT-BAL.
           WRITE REC-PRT FROM LG-VIDE.
           PERFORM EDITER-COMPTE VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-CPTES.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE 'TOTAL'      TO WE-COMPTE.
           MOVE WS-TOT-DEB-M TO WE-DEB-M.
           MOVE WS-TOT-CRE-M TO WE-CRE-M.
           MOVE WS-TOT-DEB-A TO WE-DEB-A.
           MOVE WS-TOT-CRE-A TO WE-CRE-A.
           MOVE WS-TOT-SOLDE TO WE-SOLDE.
           WRITE REC-PRT FROM LG-BAL.
           IF WS-TOT-DEB-M = WS-TOT-CRE-M
              AND WS-TOT-DEB-A = WS-TOT-CRE-A AND WS-TOT-SOLDE = ZERO
              MOVE 'BALANCE EQUILIBREE' TO WE-EQUILIBRE
           ELSE
              MOVE 'BALANCE DESEQUILIBREE' TO WE-EQUILIBRE
              ADD 1 TO WS-NB-ECARTS
           END-IF.
           WRITE REC-PRT FROM LG-EQUILIBRE.
       EDITER-COMPTE.
           MOVE TC-COMPTE(WS-IND-CPT) TO WE-COMPTE.
           MOVE TC-DEB-M(WS-IND-CPT)  TO WE-DEB-M.
           MOVE TC-CRE-M(WS-IND-CPT)  TO WE-CRE-M.
           MOVE TC-DEB-A(WS-IND-CPT)  TO WE-DEB-A.
           MOVE TC-CRE-A(WS-IND-CPT)  TO WE-CRE-A.
           MOVE TC-SOLDE(WS-IND-CPT)  TO WE-SOLDE.
           WRITE REC-PRT FROM LG-BAL.
           ADD TC-DEB-M(WS-IND-CPT) TO WS-TOT-DEB-M.
           ADD TC-CRE-M(WS-IND-CPT) TO WS-TOT-CRE-M.
           ADD TC-DEB-A(WS-IND-CPT) TO WS-TOT-DEB-A.
           ADD TC-CRE-A(WS-IND-CPT) TO WS-TOT-CRE-A.
           ADD TC-SOLDE(WS-IND-CPT) TO WS-TOT-SOLDE.
      *----------------------------------------------------------------
      *    RAPPROCHEMENT PAR DEVISE : ECART = GRAND LIVRE - FRIB,      *
      *    DETAILLE PAR TYPE D'OPERATION POUR LE MOIS                  *
      *----------------------------------------------------------------
       EDITER-RAPPROCHEMENT.
           MOVE WS-DTARRETE TO WE-DTRAP.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TITRE-RAP.
           PERFORM RAPPROCHER-DEVISE VARYING WS-IND-DEV FROM 1 BY 1
              UNTIL WS-IND-DEV > WS-NB-DEV.
       RAPPROCHER-DEVISE.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE TD-DEV(WS-IND-DEV) TO WE-DEV WS-DEV-COUR.
           WRITE REC-PRT FROM LG-DEVISE.
           MOVE 'DEPOTS FRIB (SOLDES CREDITEURS)' TO WE-RAP-LIB.
           MOVE TD-FRIB-CRE(WS-IND-DEV) TO WE-RAP-MONT.
           WRITE REC-PRT FROM LG-RAP.
           MOVE 'DECOUVERTS FRIB (SOLDES DEBITEURS)' TO WE-RAP-LIB.
           COMPUTE WE-RAP-MONT = ZERO - TD-FRIB-DEB(WS-IND-DEV).
           WRITE REC-PRT FROM LG-RAP.
           MOVE 'SOLDE NET FRIB' TO WE-RAP-LIB.
           COMPUTE WS-MT-SIGNE = TD-FRIB-CRE(WS-IND-DEV)
              - TD-FRIB-DEB(WS-IND-DEV).
           MOVE WS-MT-SIGNE TO WE-RAP-MONT.
           WRITE REC-PRT FROM LG-RAP.
           MOVE 'SOLDE GRAND LIVRE COMPTES CLIENTS' TO WE-RAP-LIB.
           MOVE TD-GL(WS-IND-DEV) TO WE-RAP-MONT.
           WRITE REC-PRT FROM LG-RAP.
           COMPUTE TD-ECART(WS-IND-DEV) = TD-GL(WS-IND-DEV)
              - WS-MT-SIGNE.
           MOVE 'ECART GRAND LIVRE - FRIB' TO WE-RAP-LIB.
           MOVE TD-ECART(WS-IND-DEV) TO WE-RAP-MONT.
           WRITE REC-PRT FROM LG-RAP.
           IF TD-ECART(WS-IND-DEV) NOT = ZERO
              ADD 1 TO WS-NB-ECARTS
              MOVE WS-DTARRETE   TO EGL-DATE
              MOVE WS-DEV-COUR   TO EGL-DEV
              MOVE SPACES        TO EGL-TYPE
              MOVE TD-ECART(WS-IND-DEV) TO EGL-MONT
              WRITE ENR-ECARTGL
              WRITE REC-PRT FROM LG-ENT-TYP
              PERFORM DETAILLER-TYPE VARYING WS-IND-TYP FROM 1 BY 1
                 UNTIL WS-IND-TYP > WS-NB-TYP
              MOVE 'ECART ANTERIEUR AU MOIS' TO WE-RAP-LIB
              COMPUTE WE-RAP-MONT = TD-ECART(WS-IND-DEV)
                 - TD-ECT-TYP(WS-IND-DEV)
              WRITE REC-PRT FROM LG-RAP
           END-IF.
       DETAILLER-TYPE.
           COMPUTE WS-ECART = TY-GL(WS-IND-TYP) - TY-MVT(WS-IND-TYP).
           IF TY-DEV(WS-IND-TYP) = WS-DEV-COUR AND WS-ECART NOT = ZERO
              MOVE TY-TYPE(WS-IND-TYP) TO WE-TYP
              MOVE TY-MVT(WS-IND-TYP)  TO WE-TYP-MVT
              MOVE TY-GL(WS-IND-TYP)   TO WE-TYP-GL
              MOVE WS-ECART            TO WE-TYP-ECT
              WRITE REC-PRT FROM LG-TYP
              ADD WS-ECART TO TD-ECT-TYP(WS-IND-DEV)
              MOVE WS-DTARRETE         TO EGL-DATE
              MOVE WS-DEV-COUR         TO EGL-DEV
              MOVE TY-TYPE(WS-IND-TYP) TO EGL-TYPE
              MOVE WS-ECART            TO EGL-MONT
              WRITE ENR-ECARTGL
           END-IF.
       FIN.
           IF WS-A-FAIRE = 'O'
              CLOSE FPLANC FRIB FMVTC FPRINT FECARTGL
              IF FS-GLSOLDE = '00'
                 CLOSE FGLSOLDE
              END-IF
              DISPLAY 'COMPTES EN BALANCE  : ' WS-NB-CPTES
              DISPLAY 'ECARTS GRAND LIVRE  : ' WS-NB-ECARTS
           END-IF.
           IF WS-A-FAIRE = 'O' AND
              (FS-PLANC NOT = '00' OR FS-RIB NOT = '00'
               OR FS-MVTC NOT = '00' OR FS-PRINT NOT = '00'
               OR FS-ECARTGL NOT = '00')
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
