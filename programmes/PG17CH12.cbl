      * WK-MVT-CLT.dat (CLIENT / COMPTE / DATE) PRODUIT UNE SEULE
      * FOIS PAR TRIMVT POUR TOUTE LA CHAINE, ET FUSIONNES AVEC FCLT
      * (CROISSANT LUI AUSSI SUR CODE-TCLT).
      * LES CONTRE-PASSATIONS (REGISTRE DD-CONTREP, VOIR CONTREP) SONT
      * SIGNALEES PAR UNE LIGNE SOUS CHAQUE MOUVEMENT DE LA PAIRE : LE
      * MOUVEMENT ANNULE RENVOIE A SA CONTRE-PASSATION ET INVERSEMENT.
      * LE RELEVE D'UN CLIENT DONT L'ADRESSE EST INVALIDE AU REGISTRE
      * DD-NPAI (COURRIER REVENU, NPAIMAJ) EST RETENU : IL EST SAUTE
      * COMME UN CLIENT NON ECHU (NI RELEVE NI MANIFESTE) ET TRACE
      * DANS AS-COURRET (DOCUMENT 'REL') POUR L'AGENCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XXX-ZOS WITH DEBUGGING MODE.
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

           SELECT FCONTREP ASSIGN TO DD-CONTREP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTP-REF-ORIG
           ALTERNATE RECORD KEY IS CTP-REF-CTP WITH DUPLICATES
           FILE STATUS IS FS-CONTREP.

           SELECT FTYPOP ASSIGN TO AS-TYPOP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TYPOP.

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
      * FILE DEFINITION DU BUFFER
           10 TIT-ROLE     PIC X.
           10 TIT-COURRIER PIC X.

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

       FD  FTYPOP.
       01  ENR-TYPOP.
           10 TOP-CODE    PIC X(3).
           10 TOP-LIB     PIC X(18).

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
      * LIGNE TITRE
       01 LG-VIDE     PIC X(80) VALUE SPACES.
          05 FILLER        PIC X     VALUE SPACE.
          05 WE-REF        PIC 9(5).

      *----RENVOI ENTRE LES DEUX MOUVEMENTS D'UNE CONTRE-PASSATION-----
       01 LG-CTP.
          05 FILLER        PIC X(8)  VALUE '     I  '.
          05 FILLER        PIC X(10) VALUE SPACES.
          05 FILLER        PIC X(4)  VALUE '  I '.
          05 WE-CTP-LIB    PIC X(28).
          05 WE-CTP-REF    PIC 9(5).

       01 LG-PIEDPG.
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'NÂ° PAGE: '.
       01 WS-LIGNE-ED  PIC X(80) VALUE SPACES.
       01 WS-ADR-TROUVEE PIC X VALUE 'N'.
       01 FS-TYPOP     PIC XX VALUE '00'.
       01 FS-CONTREP   PIC XX VALUE '00'.
       01 WS-CTP-DISPO PIC X VALUE 'N'.
       01 WS-TYPOP-EOF PIC X  VALUE 'N'.
       01 WS-NB-TYPOP  PIC 9(2) VALUE ZERO.
       01 WS-IND-TYPOP PIC 9(2) VALUE ZERO.
       01 WS-PERREL-DISPO PIC X VALUE 'N'.
       01 WS-PERIODE-CLT PIC X VALUE 'M'.
       01 WS-RELEVE-DU  PIC X VALUE 'O'.
      *----ADRESSE INVALIDE (NPAI) : RELEVE DU CLIENT RETENU-----------
       01 FS-NPAI       PIC XX VALUE '00'.
       01 FS-COURRET    PIC XX VALUE '00'.
       01 WS-NPAI-DISPO PIC X VALUE 'N'.
       01 WS-NPAI-RETENU PIC X VALUE 'N'.
       01 WS-NB-RETENUS PIC 9(5) VALUE ZERO.
       01 WS-AG-DEBUT   PIC 9(7) VALUE ZERO.
       01 WS-AG-FIN     PIC 9(7) VALUE 9999999.
       01 FS-RIB     PIC XX     VALUE '00'.
           ELSE
              DISPLAY 'FICHIER PERIODICITES ABSENT : ' FS-PERREL
           END-IF.
           OPEN INPUT FCONTREP.
           IF FS-CONTREP = '00'
              MOVE 'O' TO WS-CTP-DISPO
           END-IF.
           OPEN INPUT FNPAI.
           IF FS-NPAI = '00'
              MOVE 'O' TO WS-NPAI-DISPO
              OPEN EXTEND FCOURRET
              IF FS-COURRET = '35'
                 OPEN OUTPUT FCOURRET
              END-IF
           END-IF.
           OPEN INPUT FMVTC-TRIE.
           IF FS-MVTRIE = '35'
              CALL 'TRIMVT'
           MOVE ZEROES TO WS-CUMUL-DEB WS-CUMUL-CRE WS-SOLDE.
           MOVE CODE-TCLT TO WS-CLT-COUR.
           PERFORM CONTROLER-PERIODICITE.
           PERFORM CONTROLER-NPAI.
      *----CLIENT FERME, HORS PLAGE D'AGENCES DE LA PARTITION, NON-----
      *----ECHU A CET ARRETE OU A ADRESSE INVALIDE : PAS DE RELEVE,----
      *----MAIS SES MOUVEMENTS SONT CONSOMMES POUR NE PAS DESALIGNER---
      *----LA FUSION---------------------------------------------------
           IF STATUT-TCLT = 'F'
              OR CODEAG-TCLT < WS-AG-DEBUT
              OR CODEAG-TCLT > WS-AG-FIN
              OR WS-RELEVE-DU = 'N'
              OR WS-NPAI-RETENU = 'O'
              IF WS-NPAI-RETENU = 'O'
                 PERFORM RETENIR-RELEVE
              END-IF
              PERFORM PASSER-ORPHELINS-MVTC
                 UNTIL WS-MVTC-EOF = 'O'
                    OR CLT-TMVTC NOT < WS-CLT-COUR
              WHEN OTHER
                 MOVE 'O' TO WS-RELEVE-DU
           END-EVALUATE.
      *----------------------------------------------------------------
      *    ADRESSE INVALIDE (NPAI) : UN RELEVE QUI SERAIT EDITE EST    *
      *    RETENU ET TRACE DANS LE JOURNAL DU COURRIER RETENU          *
      *----------------------------------------------------------------
       CONTROLER-NPAI.
           MOVE 'N' TO WS-NPAI-RETENU.
           IF WS-NPAI-DISPO = 'O' AND STATUT-TCLT NOT = 'F'
              AND CODEAG-TCLT NOT < WS-AG-DEBUT
              AND CODEAG-TCLT NOT > WS-AG-FIN
              AND WS-RELEVE-DU = 'O'
              MOVE CODE-TCLT TO NPA-CLT
              READ FNPAI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NPA-STATUT = 'I'
                       MOVE 'O' TO WS-NPAI-RETENU
                    END-IF
              END-READ
           END-IF.
       RETENIR-RELEVE.
           ADD 1 TO WS-NB-RETENUS.
           IF FS-COURRET = '00'
              MOVE CODE-TCLT   TO CRR-CLT
              MOVE WS-DTARRETE TO CRR-DATE
              MOVE 'REL'       TO CRR-DOC
              MOVE 'PG17CH12'  TO CRR-PROG
              MOVE SPACES      TO CRR-DETAIL
              STRING 'RELEVE ARRETE AU ' DELIMITED BY SIZE
                     WS-DTARRETE DELIMITED BY SIZE
                     INTO CRR-DETAIL
              WRITE ENR-COURRET
           END-IF.
       PASSER-MVTC-CLIENT.
           PERFORM LIRE-MOUVEMENT.
       EDITER-RELEVE-CLIENT.
           MOVE LG-DET TO WS-LIGNE-ED.
           PERFORM ECRIRE-LIGNE-CLIENT.
           ADD 1 TO WS-LIGNE-CTR.
           IF WS-CTP-DISPO = 'O'
              PERFORM SIGNALER-CONTREPASSATION
           END-IF.
           IF WS-LIGNE-CTR >= WS-NBLG-ED THEN
              PERFORM SAUT-PAGE
           END-IF.
           PERFORM LIRE-MOUVEMENT.
      *----------------------------------------------------------------
      *    PAIRE DE CONTRE-PASSATION : LIGNE DE RENVOI SOUS LE         *
      *    MOUVEMENT ANNULE ET SOUS SA CONTRE-PASSATION                *
      *----------------------------------------------------------------
       SIGNALER-CONTREPASSATION.
           MOVE SPACES TO WE-CTP-LIB.
           MOVE REF-TMVTC TO CTP-REF-ORIG.
           READ FCONTREP KEY IS CTP-REF-ORIG
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CTP-STATUT = 'V'
                    MOVE 'ANNULE PAR CONTRE-PASSATION' TO WE-CTP-LIB
                    MOVE CTP-REF-CTP(9:5) TO WE-CTP-REF
                 END-IF
           END-READ.
           IF WE-CTP-LIB = SPACES
              AND LIB-TMVTC = 'CONTRE-PASSATION'
              MOVE REF-TMVTC TO CTP-REF-CTP
              READ FCONTREP KEY IS CTP-REF-CTP
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'CONTRE-PASSATION DU MVT' TO WE-CTP-LIB
                    MOVE CTP-REF-ORIG(9:5) TO WE-CTP-REF
              END-READ
           END-IF.
           IF WE-CTP-LIB NOT = SPACES
              WRITE REC-PRT FROM LG-CTP
              MOVE LG-CTP TO WS-LIGNE-ED
              PERFORM ECRIRE-LIGNE-CLIENT
              ADD 1 TO WS-LIGNE-CTR
           END-IF.
      *----------------------------------------------------------------
      *    CHARGEMENT DU REFERENTIEL DES TYPES D'OPERATION EN TABLE    *
      *    (FICHIER ABSENT TOLERE : LE CODE BRUT EST ALORS IMPRIME)    *
      *----------------------------------------------------------------
           IF WS-PERREL-DISPO = 'O'
              CLOSE FPERREL
           END-IF.
           IF WS-CTP-DISPO = 'O'
              CLOSE FCONTREP
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              CLOSE FNPAI
              IF FS-COURRET = '00'
                 CLOSE FCOURRET
              END-IF
              DISPLAY 'RELEVES RETENUS (NPAI) : ' WS-NB-RETENUS
           END-IF.
           IF FS-PRINT = '00' AND FS-CLT = '00' AND FS-MVTRIE = '00'
              AND FS-AGENCE = '00'
              MOVE 0 TO RETURN-CODE
