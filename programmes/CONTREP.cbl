       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREP.
       AUTHOR.     E NGBAME.
      * CONTRE-PASSATION D'UN MOUVEMENT PASSE A TORT (DOUBLON 'FRA'
      * DE FRAISTEN, MAUVAIS MONTANT SUR UN 'VIR'...), SUR SA
      * REFERENCE REF-TMVTC : LE MOUVEMENT EXACTEMENT INVERSE (MEME
      * COMPTE, MEME TYPE, MEME MONTANT, MEME DATE DE VALEUR, SENS
      * OPPOSE, LIBELLE 'CONTRE-PASSATION') EST PASSE DANS FMVTC SOUS
      * UNE NOUVELLE REFERENCE MVTREF. LE REGISTRE DD-CONTREP, DE CLE
      * LA REFERENCE D'ORIGINE, GARDE LE LIEN ENTRE LES DEUX
      * REFERENCES : UNE REFERENCE NE PEUT ETRE CONTRE-PASSEE QU'UNE
      * FOIS, ET UNE CONTRE-PASSATION NE SE CONTRE-PASSE PAS.
      * DOUBLE CONTROLE SUR LE MODELE DE MAJCOND : JUSQU'AU SEUIL
      * WS-SEUIL-CTP, LA CONTRE-PASSATION EST PASSEE DE SUITE ; AU-DELA
      * LA DEMANDE RESTE EN ATTENTE ('A') JUSQU'A L'APPROBATION PAR UN
      * SECOND OPERATEUR DE NIVEAU 3 (CONTREPV). LE TYPE D'ORIGINE
      * ETANT CONSERVE, RECONCIL ET GLEXPORT TRAITENT LA PAIRE COMME
      * DEUX MOUVEMENTS ORDINAIRES QUI SE COMPENSENT ; PG17CH12 SIGNALE
      * LES DEUX LIGNES SUR LE RELEVE. MODES : D = DEMANDE, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCONTREP ASSIGN TO DD-CONTREP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTP-REF-ORIG
           ALTERNATE RECORD KEY IS CTP-REF-CTP WITH DUPLICATES
           FILE STATUS IS FS-CONTREP.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT A = EN ATTENTE, V = PASSEE, R = REFUSEE--------------
       FD  FCONTREP.
       01  ENR-CONTREP.
           10 CTP-REF-ORIG  PIC 9(13).
           10 CTP-REF-CTP   PIC 9(13).
           10 CTP-CLT       PIC 9(5).
           10 CTP-CPTE      PIC X(23).
           10 CTP-TYPE      PIC X(3).
           10 CTP-MONT      PIC 9(9)V9(2).
           10 CTP-SENS-ORIG PIC X.
           10 CTP-DATE-ORIG PIC 9(8).
           10 CTP-MOTIF     PIC X(30).
           10 CTP-DEMANDEUR PIC X(8).
           10 CTP-DTDEM     PIC 9(8).
           10 CTP-APPROBATEUR PIC X(8).
           10 CTP-DTAPP     PIC 9(8).
           10 CTP-STATUT    PIC X.

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
           10 REF-TMVTC   PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FS-CONTREP   PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-DEMANDE VALUE 'D'.
           88 MODE-LISTE   VALUE 'L'.
       01  WS-CTP-EOF   PIC X VALUE 'N'.
       01  WS-NB-CTP    PIC 9(5) VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-DEJA-VUE  PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-REF-ORIG  PIC 9(13) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-MOTIF     PIC X(30) VALUE SPACES.
      *----AU-DELA DU SEUIL, UN SECOND OPERATEUR APPROUVE (CONTREPV)---
       01  WS-SEUIL-CTP PIC 9(9)V9(2) VALUE 1000.00.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (D=DEMANDE / L=LISTE) : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           PERFORM OUVRIR-FICHIER.
           IF FS-CONTREP = '00'
              IF MODE-DEMANDE
                 PERFORM SAISIR-DEMANDE
              ELSE
                 PERFORM LISTER-CONTREP
              END-IF
              CLOSE FCONTREP
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FCONTREP.
           IF FS-CONTREP = '35'
              OPEN OUTPUT FCONTREP
              CLOSE FCONTREP
              OPEN I-O FCONTREP
           END-IF.
           IF FS-CONTREP NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-CONTREP : ' FS-CONTREP
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE D'UNE DEMANDE : OPERATEUR CONNU, MOUVEMENT EXISTANT, *
      *    NI DEJA CONTRE-PASSE NI LUI-MEME UNE CONTRE-PASSATION       *
      *----------------------------------------------------------------
       SAISIR-DEMANDE.
           DISPLAY 'CODE OPERATEUR (X(8))        : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'REFERENCE A CONTRE-PASSER    : '
              WITH NO ADVANCING.
           ACCEPT WS-REF-ORIG.
           DISPLAY 'MOTIF (X(30))                : '
              WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN I-O FMVTC.
           OPEN INPUT FOPERAT FRIB.
           IF FS-MVTC NOT = '00' OR FS-OPERAT NOT = '00'
              OR FS-RIB NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FM ' FS-MVTC
                 ' FO ' FS-OPERAT ' FR ' FS-RIB
           ELSE
              PERFORM CONTROLER-DEMANDE
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'DEMANDE NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-DEMANDE
              END-IF
           END-IF.
           CLOSE FMVTC FOPERAT FRIB.
       CONTROLER-DEMANDE.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-OPER TO OPR-CODE.
           READ FOPERAT
              INVALID KEY
                 DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
              NOT INVALID KEY
                 IF OPR-SUSPENDU
                    DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                 ELSE
                    PERFORM CONTROLER-MOUVEMENT
                 END-IF
           END-READ.
       CONTROLER-MOUVEMENT.
           MOVE WS-REF-ORIG TO REF-TMVTC.
           READ FMVTC
              INVALID KEY
                 DISPLAY 'MOUVEMENT INCONNU : ' WS-REF-ORIG
              NOT INVALID KEY
                 PERFORM CONTROLER-REGISTRE
           END-READ.
       CONTROLER-REGISTRE.
           MOVE 'N' TO WS-DEJA-VUE.
           MOVE WS-REF-ORIG TO CTP-REF-CTP.
           READ FCONTREP KEY IS CTP-REF-CTP
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'O' TO WS-DEJA-VUE
           END-READ.
           IF WS-DEJA-VUE = 'O'
              DISPLAY 'CE MOUVEMENT EST LA CONTRE-PASSATION DE '
                 CTP-REF-ORIG ' - REFUS'
           ELSE
              MOVE WS-REF-ORIG TO CTP-REF-ORIG
              READ FCONTREP KEY IS CTP-REF-ORIG
                 INVALID KEY
                    PERFORM CONTROLER-COMPTE
                 NOT INVALID KEY
                    MOVE 'O' TO WS-DEJA-VUE
                    IF CTP-STATUT = 'R'
                       PERFORM CONTROLER-COMPTE
                    ELSE
                       DISPLAY 'REFERENCE DEJA CONTRE-PASSEE OU EN '
                          'ATTENTE - STATUT ' CTP-STATUT
                    END-IF
              END-READ
           END-IF.
       CONTROLER-COMPTE.
           MOVE CPTE-TMVTC TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'COMPTE INCONNU : ' CPTE-TMVTC
              NOT INVALID KEY
                 IF ETAT-TRIB = 'F'
                    DISPLAY 'COMPTE CLOTURE : ' CPTE-TMVTC
                 ELSE
                    MOVE 'O' TO WS-CTRL-OK
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    ENREGISTREMENT : SOUS LE SEUIL LA CONTRE-PASSATION EST      *
      *    PASSEE DE SUITE, AU-DELA ELLE ATTEND L'APPROBATION. UNE     *
      *    DEMANDE REFUSEE PEUT ETRE RESSAISIE (MEME CLE)              *
      *----------------------------------------------------------------
       ENREGISTRER-DEMANDE.
           MOVE WS-REF-ORIG TO CTP-REF-ORIG.
           MOVE ZERO        TO CTP-REF-CTP.
           MOVE CLT-TMVTC   TO CTP-CLT.
           MOVE CPTE-TMVTC  TO CTP-CPTE.
           MOVE TYPE-TMVTC  TO CTP-TYPE.
           MOVE MONT-TMVTC  TO CTP-MONT.
           MOVE SENS-TMVTC  TO CTP-SENS-ORIG.
           MOVE DATE-TMVTC  TO CTP-DATE-ORIG.
           MOVE WS-MOTIF    TO CTP-MOTIF.
           MOVE WS-OPER     TO CTP-DEMANDEUR.
           MOVE WS-DTJOUR   TO CTP-DTDEM.
           MOVE SPACES      TO CTP-APPROBATEUR.
           MOVE ZERO        TO CTP-DTAPP.
           MOVE 'A'         TO CTP-STATUT.
           IF MONT-TMVTC NOT > WS-SEUIL-CTP
              PERFORM PASSER-CONTREPASSATION
           END-IF.
           IF WS-DEJA-VUE = 'O'
              REWRITE ENR-CONTREP
                 INVALID KEY
                    DISPLAY 'ERR. MAJ DD-CONTREP : ' FS-CONTREP
              END-REWRITE
           ELSE
              WRITE ENR-CONTREP
                 INVALID KEY
                    DISPLAY 'ERR. ECR. DD-CONTREP : ' FS-CONTREP
              END-WRITE
           END-IF.
           IF CTP-STATUT = 'A'
              DISPLAY 'MONTANT AU-DELA DU SEUIL ' WS-SEUIL-CTP
              DISPLAY 'DEMANDE ENREGISTREE - EN ATTENTE D '
                 'APPROBATION : ' CTP-REF-ORIG
           END-IF.
      *----LE MOUVEMENT D'ORIGINE EST DANS LA ZONE ENR-TMVTC : ON LE---
      *----RETOURNE ET ON L'ECRIT SOUS UNE NOUVELLE REFERENCE----------
       PASSER-CONTREPASSATION.
           IF SENS-TMVTC = 'D'
              MOVE 'C' TO SENS-TMVTC
           ELSE
              MOVE 'D' TO SENS-TMVTC
           END-IF.
           MOVE WS-DTJOUR TO DATE-TMVTC.
           MOVE 'CONTRE-PASSATION' TO LIB-TMVTC.
           MOVE ZERO TO NUMCHQ-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY
                 DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
              NOT INVALID KEY
                 MOVE WS-REF-MVT TO CTP-REF-CTP
                 MOVE 'V' TO CTP-STATUT
                 MOVE WS-DTJOUR TO CTP-DTAPP
                 DISPLAY 'CONTRE-PASSATION PASSEE : ' WS-REF-MVT
                    ' POUR ' CTP-REF-ORIG
           END-WRITE.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE (TRACE DU DOUBLE CONTROLE)       *
      *----------------------------------------------------------------
       LISTER-CONTREP.
           PERFORM LIRE-CONTREP.
           PERFORM AFFICHER-CONTREP UNTIL WS-CTP-EOF = 'O'.
           DISPLAY 'NOMBRE DE CONTRE-PASSATIONS : ' WS-NB-CTP.
       LIRE-CONTREP.
           READ FCONTREP NEXT RECORD
              AT END MOVE 'O' TO WS-CTP-EOF
           END-READ.
       AFFICHER-CONTREP.
           ADD 1 TO WS-NB-CTP.
           DISPLAY CTP-REF-ORIG ' -> ' CTP-REF-CTP ' ' CTP-CPTE
              ' ' CTP-TYPE ' ' CTP-SENS-ORIG ' ' CTP-MONT
              ' STATUT ' CTP-STATUT.
           DISPLAY '   ' CTP-MOTIF ' PAR ' CTP-DEMANDEUR ' LE '
              CTP-DTDEM ' / ' CTP-APPROBATEUR ' LE ' CTP-DTAPP.
           PERFORM LIRE-CONTREP.
