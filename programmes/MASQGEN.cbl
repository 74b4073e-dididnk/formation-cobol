       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASQGEN.
       AUTHOR.     E NGBAME.
      * COPIE MASQUEE DES FICHIERS MAITRES POUR L'ENVIRONNEMENT DE
      * TEST : LA CONFORMITE INTERDIT DESORMAIS DE DONNER AUX ETUDES
      * UNE COPIE REELLE DE FCLT, FRIB, FMVTC OU FADRCLT, ET LE JEU
      * SYNTHETIQUE DE GENSEED EST TROP PETIT POUR REPRODUIRE UN
      * INCIDENT DE PRODUCTION. LE PROGRAMME LIT UNE GENERATION
      * SAVEGEN (SAV-<FICHIER>-Gnnnn, 0 = DERNIERE ACTIVE) ET ECRIT
      * UN JEU COMPLET DE MAITRES DE TEST (DD-TST...), OU :
      *   - NOM ET PRENOM (FCLT) SONT REMPLACES PAR UN PSEUDONYME
      *     CALCULE SUR LA VALEUR : DEUX HOMONYMES RESTENT HOMONYMES
      *     (DOUBDETEC SE COMPORTE COMME EN PRODUCTION) ;
      *   - LA RUE (FADRCLT) EST PSEUDONYMISEE, CODE POSTAL, VILLE ET
      *     PAYS CONSERVES (TRI POSTAL, RESIDENCE FISCALE) ;
      *   - LE NUMERO DE COMPTE (BASE DU RIB ET DE L'IBAN) GARDE SON
      *     AGENCE ET SON CLIENT, SA SEQUENCE EST TRANSFORMEE PAR UNE
      *     BIJECTION ET SA CLE MODULO 7 RECALCULEE (RIBCLE ET IBANCLE
      *     RESTENT VALIDES) - MEME TRANSFORMATION DANS FRIB, FMVTC,
      *     FSOLDH ET DD-TITUL, DONC LES LIENS ENTRE FICHIERS TIENNENT ;
      *   - LE NUMERO DE CHEQUE (FMVTC) EST TRANSFORME PAR BIJECTION ;
      *   - LE LIBELLE D'UN VIREMENT, PRELEVEMENT, CHEQUE OU REMISE
      *     (NOM DE CONTREPARTIE) EST PSEUDONYMISE, SAUF LES LIBELLES
      *     FIXES DONT DEPEND LA CHAINE.
      * SOLDES, MONTANTS, DATES, CODES CLIENTS ET VOLUMES SONT
      * INTACTS : LA CHAINE SE COMPORTE SUR LA COPIE COMME EN
      * PRODUCTION. LES PSEUDONYMES DEPENDENT D'UNE CLE DE MASQUAGE
      * SAISIE (NON CONSERVEE) : MEME CLE, MEME COPIE. COMPTE-RENDU
      * SUR DDMASQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSAVREG ASSIGN TO DD-SAVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GEN-NUM
           FILE STATUS IS FS-SAVREG.

      *----COPIE DE GENERATION LUE (DESSIN SAVEGEN)--------------------
           SELECT FSAV ASSIGN TO DYNAMIC WS-SAV-NOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAV.

      *----MAITRES DE TEST PRODUITS (CLES MASQUEES : ACCES ALEATOIRE)--
           SELECT FAGENCE ASSIGN TO DD-TSTAGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FCLT ASSIGN TO DD-TSTCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRIB ASSIGN TO DD-TSTRIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-TSTMVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FADRCLT ASSIGN TO DD-TSTADRCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

           SELECT FSOLDH ASSIGN TO AS-TSTSOLDH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

           SELECT FTITUL ASSIGN TO DD-TSTTITUL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

           SELECT FPRINT ASSIGN TO DDMASQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FSAVREG.
       01  ENR-SAVREG.
           10 GEN-NUM     PIC 9(4).
           10 GEN-DATE    PIC 9(8).
           10 GEN-HEURE   PIC 9(6).
           10 GEN-STATUT  PIC X.

       FD  FSAV.
       01  ENR-SAV       PIC X(120).

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

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

       FD  FADRCLT.
       01  ENR-ADRCLT.
           10 ADRC-CLT    PIC 9(5).
           10 ADRC-RUE    PIC X(30).
           10 ADRC-VILLE  PIC X(20).
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

       FD  FSOLDH.
       01  ENR-SOLDH.
           10 SLDH-CLT    PIC 9(5).
           10 SLDH-CPTE   PIC X(23).
           10 SLDH-DATE   PIC 9(8).
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

       FD  FTITUL.
       01  ENR-TITUL.
           10 TIT-CLE.
              15 TIT-CPTE  PIC X(23).
              15 TIT-CLT   PIC 9(5).
           10 TIT-ROLE     PIC X.
           10 TIT-COURRIER PIC X.

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SAVREG    PIC XX VALUE ZERO.
       01  FS-SAV       PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-TITUL     PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-REG-EOF   PIC X VALUE 'N'.
       01  WS-GEN       PIC 9(4) VALUE ZERO.
       01  WS-GEN-MAX   PIC 9(4) VALUE ZERO.
       01  WS-GEN-OK    PIC X VALUE 'N'.
       01  WS-SAV-NOM   PIC X(30) VALUE SPACES.
       01  WS-FIC       PIC X(8) VALUE SPACES.
       01  WS-IND-FIC   PIC 9 VALUE ZERO.
       01  T-FICHIERS.
           05 FILLER PIC X(8) VALUE 'AGENCE'.
           05 FILLER PIC X(8) VALUE 'CLT'.
           05 FILLER PIC X(8) VALUE 'RIB'.
           05 FILLER PIC X(8) VALUE 'MVTC'.
           05 FILLER PIC X(8) VALUE 'ADRCLT'.
           05 FILLER PIC X(8) VALUE 'SOLDH'.
           05 FILLER PIC X(8) VALUE 'TITUL'.
       01  T-FICHIERS-R REDEFINES T-FICHIERS.
           05 T-FIC OCCURS 7 TIMES PIC X(8).
      *----COMPTES PAR FICHIER ET ANOMALIES-----------------------------
       01  WS-NB-LUS     PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITS  PIC 9(7) VALUE ZERO.
       01  WS-NB-MASQUES PIC 9(7) VALUE ZERO.
       01  WS-NB-REJETS  PIC 9(7) VALUE ZERO.
       01  WS-NB-ABSENTS PIC 9 VALUE ZERO.
       01  WS-NB-CPTE-KO PIC 9(7) VALUE ZERO.
       01  WS-TOT-LUS    PIC 9(9) VALUE ZERO.
       01  WS-TOT-ECRITS PIC 9(9) VALUE ZERO.
      *----CLE DE MASQUAGE ET CONSTANTES DES BIJECTIONS----------------
      *----SEQUENCE DE COMPTE : S' = (S X 3141592653 + CLE) MOD 10**10-
      *----(MULTIPLICATEUR PREMIER AVEC 10). CHEQUE (1 A 9999999) :----
      *----N' = ((N - 1) X 1000003 + CLE) MOD 9999999 + 1 (1000003-----
      *----PREMIER, NE DIVISE PAS 9999999)-----------------------------
       01  WS-MQ-CLE     PIC 9(9) VALUE ZERO.
       01  WS-MQ-MULT-CPTE PIC 9(10) VALUE 3141592653.
       01  WS-MQ-MULT-CHQ  PIC 9(7) VALUE 1000003.
       01  WS-MQ-PROD    PIC 9(21) VALUE ZERO.
       01  WS-MQ-QUOT    PIC 9(21) VALUE ZERO.
      *----NUMERO DE COMPTE : AGENCE(7) + CLIENT(5) + SEQ(10) + CLE----
       01  WS-MQ-CPTE    PIC X(23) VALUE SPACES.
       01  WS-MQ-CPTE-R REDEFINES WS-MQ-CPTE.
           05 WS-MQ-CPTE-22 PIC 9(22).
           05 WS-MQ-CPTE-CLE PIC 9.
       01  WS-MQ-CPTE-D REDEFINES WS-MQ-CPTE.
           05 WS-MQ-CPTE-AG  PIC 9(7).
           05 WS-MQ-CPTE-CLT PIC 9(5).
           05 WS-MQ-CPTE-SEQ PIC 9(10).
           05 FILLER         PIC 9.
       01  WS-RESTE7     PIC 9(4) VALUE ZERO.
       01  WS-QUOT7      PIC 9(22) VALUE ZERO.
       01  WS-MQ-CHQ     PIC 9(7) VALUE ZERO.
      *----EMPREINTE D'UN TEXTE (PSEUDONYME DETERMINISTE)--------------
       01  WS-MQ-TEXTE   PIC X(30) VALUE SPACES.
       01  WS-MQ-EMPR    PIC 9(6) VALUE ZERO.
       01  WS-MQ-I       PIC 9(2) VALUE ZERO.
       01  WS-MQ-J       PIC 9(2) VALUE ZERO.
       01  WS-MQ-CAR     PIC X VALUE SPACE.
       01  WS-MQ-ALPHABET PIC X(40) VALUE
           ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-./'.
       01  WS-MQ-ALPHA-R REDEFINES WS-MQ-ALPHABET.
           05 WS-MQ-ALPHA OCCURS 40 TIMES PIC X.
      *----LIBELLES FIXES DE MOUVEMENTS, CONSERVES (LUS PAR LA CHAINE)-
       01  WS-LIB-FIXE   PIC X VALUE 'N'.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(40) VALUE
              'COPIE MASQUEE DE TEST - GENERATION      '.
           05 WE-GEN  PIC 9(4).
           05 FILLER PIC X(4) VALUE ' DU '.
           05 WE-GEN-DATE PIC 9(8).
       01  LG-ENTETE.
           05 FILLER PIC X(40) VALUE
              'FICHIER        LUS   ECRITS  MASQUES  RE'.
           05 FILLER PIC X(5) VALUE 'JETS'.
       01  LG-FIC.
           05 WE-FIC      PIC X(8).
           05 WE-NB-LUS   PIC Z(8)9.
           05 WE-NB-ECR   PIC Z(8)9.
           05 WE-NB-MASQ  PIC Z(8)9.
           05 WE-NB-REJ   PIC Z(6)9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-FIC-ETAT PIC X(20).
       01  LG-TOT.
           05 FILLER PIC X(8) VALUE 'TOTAL'.
           05 WE-TOT-LUS  PIC Z(8)9.
           05 WE-TOT-ECR  PIC Z(8)9.
       01  LG-CPTE-KO.
           05 FILLER PIC X(37) VALUE
              'COMPTES NON NUMERIQUES (INCHANGES) : '.
           05 WE-CPTE-KO PIC Z(6)9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-GEN-OK = 'O'
              PERFORM MASQUER-UN-FICHIER
                 VARYING WS-IND-FIC FROM 1 BY 1
                 UNTIL WS-IND-FIC > 7
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'GENERATION A COPIER (9(4), 0=DERNIERE) : '
              WITH NO ADVANCING.
           ACCEPT WS-GEN.
           DISPLAY 'CLE DE MASQUAGE (9 CHIFFRES, NON NULLE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MQ-CLE.
           OPEN OUTPUT FPRINT.
           IF WS-MQ-CLE = ZERO
              DISPLAY 'CLE DE MASQUAGE OBLIGATOIRE - COPIE REFUSEE'
           ELSE
              PERFORM CHOISIR-GENERATION
           END-IF.
      *----------------------------------------------------------------
      *    GENERATION DEMANDEE (OU DERNIERE ACTIVE) AU REGISTRE        *
      *    SAVEGEN : INCONNUE OU EPUREE = REFUS                        *
      *----------------------------------------------------------------
       CHOISIR-GENERATION.
           OPEN INPUT FSAVREG.
           IF FS-SAVREG NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-SAVREG : ' FS-SAVREG
           ELSE
              IF WS-GEN = ZERO
                 PERFORM CHERCHER-DERNIERE-GEN
                 MOVE WS-GEN-MAX TO WS-GEN
              END-IF
              MOVE WS-GEN TO GEN-NUM
              READ FSAVREG
                 INVALID KEY
                    DISPLAY 'GENERATION INCONNUE : ' WS-GEN
                 NOT INVALID KEY
                    IF GEN-STATUT = 'E'
                       DISPLAY 'GENERATION EPUREE : ' WS-GEN
                    ELSE
                       MOVE 'O' TO WS-GEN-OK
                       MOVE WS-GEN   TO WE-GEN
                       MOVE GEN-DATE TO WE-GEN-DATE
                       WRITE REC-PRT FROM LG-TITRE
                       WRITE REC-PRT FROM LG-VIDE
                       WRITE REC-PRT FROM LG-ENTETE
                    END-IF
              END-READ
              CLOSE FSAVREG
           END-IF.
       CHERCHER-DERNIERE-GEN.
           MOVE ZERO TO WS-GEN-MAX.
           MOVE ZERO TO GEN-NUM.
           MOVE 'N' TO WS-REG-EOF.
           START FSAVREG KEY NOT < GEN-NUM
              INVALID KEY MOVE 'O' TO WS-REG-EOF
           END-START.
           PERFORM NOTER-UNE-GEN UNTIL WS-REG-EOF = 'O'.
       NOTER-UNE-GEN.
           READ FSAVREG NEXT RECORD
              AT END MOVE 'O' TO WS-REG-EOF
              NOT AT END
                 IF GEN-STATUT NOT = 'E'
                    MOVE GEN-NUM TO WS-GEN-MAX
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    UNE COPIE DE LA GENERATION -> SON MAITRE DE TEST. UNE       *
      *    COPIE ABSENTE DONNE UN MAITRE DE TEST VIDE                  *
      *----------------------------------------------------------------
       MASQUER-UN-FICHIER.
           MOVE T-FIC(WS-IND-FIC) TO WS-FIC.
           MOVE SPACES TO WS-SAV-NOM.
           STRING 'SAV-' DELIMITED BY SIZE
                  WS-FIC DELIMITED BY SPACE
                  '-G' DELIMITED BY SIZE
                  WS-GEN DELIMITED BY SIZE
                  INTO WS-SAV-NOM.
           MOVE ZERO TO WS-NB-LUS WS-NB-ECRITS WS-NB-MASQUES
                        WS-NB-REJETS.
           MOVE SPACES TO WE-FIC-ETAT.
           EVALUATE WS-IND-FIC
              WHEN 1 OPEN OUTPUT FAGENCE
              WHEN 2 OPEN OUTPUT FCLT
              WHEN 3 OPEN OUTPUT FRIB
              WHEN 4 OPEN OUTPUT FMVTC
              WHEN 5 OPEN OUTPUT FADRCLT
              WHEN 6 OPEN OUTPUT FSOLDH
              WHEN 7 OPEN OUTPUT FTITUL
           END-EVALUATE.
           OPEN INPUT FSAV.
           IF FS-SAV NOT = '00'
              DISPLAY '  ' WS-FIC ' : COPIE ABSENTE (' WS-SAV-NOM ')'
              MOVE 'COPIE ABSENTE' TO WE-FIC-ETAT
              ADD 1 TO WS-NB-ABSENTS
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM TRAITER-UNE-COPIE UNTIL WS-EOF = 'O'
              CLOSE FSAV
           END-IF.
           EVALUATE WS-IND-FIC
              WHEN 1 CLOSE FAGENCE
              WHEN 2 CLOSE FCLT
              WHEN 3 CLOSE FRIB
              WHEN 4 CLOSE FMVTC
              WHEN 5 CLOSE FADRCLT
              WHEN 6 CLOSE FSOLDH
              WHEN 7 CLOSE FTITUL
           END-EVALUATE.
           ADD WS-NB-LUS    TO WS-TOT-LUS.
           ADD WS-NB-ECRITS TO WS-TOT-ECRITS.
           MOVE WS-FIC        TO WE-FIC.
           MOVE WS-NB-LUS     TO WE-NB-LUS.
           MOVE WS-NB-ECRITS  TO WE-NB-ECR.
           MOVE WS-NB-MASQUES TO WE-NB-MASQ.
           MOVE WS-NB-REJETS  TO WE-NB-REJ.
           WRITE REC-PRT FROM LG-FIC.
           DISPLAY '  ' WS-FIC ' : ' WS-NB-ECRITS ' ENR. ECRITS, '
              WS-NB-MASQUES ' MASQUES'.
       TRAITER-UNE-COPIE.
           READ FSAV
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-NB-LUS
                 EVALUATE WS-IND-FIC
                    WHEN 1 PERFORM COPIER-AGENCE
                    WHEN 2 PERFORM MASQUER-CLT
                    WHEN 3 PERFORM MASQUER-RIB
                    WHEN 4 PERFORM MASQUER-MVTC
                    WHEN 5 PERFORM MASQUER-ADRCLT
                    WHEN 6 PERFORM MASQUER-SOLDH
                    WHEN 7 PERFORM MASQUER-TITUL
                 END-EVALUATE
           END-READ.
      *---------------------NIVEAU 2
       COPIER-AGENCE.
           MOVE ENR-SAV(1:46) TO ENR-TAG.
           WRITE ENR-TAG
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
      *----NOM 'ANONYMISE' (ANONYMCLT, DECES) ET ZONES VIDES GARDES----
       MASQUER-CLT.
           MOVE ENR-SAV(1:56) TO ENR-TCLT.
           IF NOM-TCLT NOT = SPACES AND NOM-TCLT NOT = 'ANONYMISE'
              MOVE NOM-TCLT TO WS-MQ-TEXTE
              PERFORM CALCULER-EMPREINTE
              MOVE SPACES TO NOM-TCLT
              STRING 'NOM-' DELIMITED BY SIZE
                     WS-MQ-EMPR DELIMITED BY SIZE
                     INTO NOM-TCLT
              ADD 1 TO WS-NB-MASQUES
           END-IF.
           IF PRENOM-TCLT NOT = SPACES
              MOVE PRENOM-TCLT TO WS-MQ-TEXTE
              PERFORM CALCULER-EMPREINTE
              MOVE SPACES TO PRENOM-TCLT
              STRING 'PRENOM-' DELIMITED BY SIZE
                     WS-MQ-EMPR DELIMITED BY SIZE
                     INTO PRENOM-TCLT
           END-IF.
           WRITE ENR-TCLT
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
       MASQUER-RIB.
           MOVE ENR-SAV(1:61) TO ENR-TRIB.
           MOVE CPTE-TRIB TO WS-MQ-CPTE.
           PERFORM MASQUER-COMPTE.
           MOVE WS-MQ-CPTE TO CPTE-TRIB.
           WRITE ENR-TRIB
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
       MASQUER-MVTC.
           MOVE ENR-SAV(1:100) TO ENR-TMVTC.
           MOVE CPTE-TMVTC TO WS-MQ-CPTE.
           PERFORM MASQUER-COMPTE.
           MOVE WS-MQ-CPTE TO CPTE-TMVTC.
           IF NUMCHQ-TMVTC NOT = ZERO
              MOVE NUMCHQ-TMVTC TO WS-MQ-CHQ
              PERFORM MASQUER-CHEQUE
              MOVE WS-MQ-CHQ TO NUMCHQ-TMVTC
           END-IF.
           IF TYPE-TMVTC = 'VIR' OR TYPE-TMVTC = 'PRL'
              OR TYPE-TMVTC = 'CHQ' OR TYPE-TMVTC = 'CMP'
              PERFORM MASQUER-LIBELLE
           END-IF.
           WRITE ENR-TMVTC
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
       MASQUER-LIBELLE.
           MOVE 'N' TO WS-LIB-FIXE.
           IF LIB-TMVTC = SPACES OR LIB-TMVTC = 'CONTRE-PASSATION'
              OR LIB-TMVTC = 'REJET CHQ IMPAYE'
              OR LIB-TMVTC = 'BALAYAGE EMIS'
              OR LIB-TMVTC = 'BALAYAGE RECU'
              MOVE 'O' TO WS-LIB-FIXE
           END-IF.
           IF WS-LIB-FIXE = 'N'
              MOVE LIB-TMVTC TO WS-MQ-TEXTE
              PERFORM CALCULER-EMPREINTE
              MOVE SPACES TO LIB-TMVTC
              STRING 'LIBELLE-' DELIMITED BY SIZE
                     WS-MQ-EMPR DELIMITED BY SIZE
                     INTO LIB-TMVTC
           END-IF.
       MASQUER-ADRCLT.
           MOVE ENR-SAV(1:75) TO ENR-ADRCLT.
           IF ADRC-RUE NOT = SPACES
              MOVE ADRC-RUE TO WS-MQ-TEXTE
              PERFORM CALCULER-EMPREINTE
              MOVE SPACES TO ADRC-RUE
              STRING 'RUE DE L ESSAI ' DELIMITED BY SIZE
                     WS-MQ-EMPR DELIMITED BY SIZE
                     INTO ADRC-RUE
              ADD 1 TO WS-NB-MASQUES
           END-IF.
           WRITE ENR-ADRCLT
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
       MASQUER-SOLDH.
           MOVE ENR-SAV(1:48) TO ENR-SOLDH.
           MOVE SLDH-CPTE TO WS-MQ-CPTE.
           PERFORM MASQUER-COMPTE.
           MOVE WS-MQ-CPTE TO SLDH-CPTE.
           WRITE ENR-SOLDH.
           ADD 1 TO WS-NB-ECRITS.
       MASQUER-TITUL.
           MOVE ENR-SAV(1:30) TO ENR-TITUL.
           MOVE TIT-CPTE TO WS-MQ-CPTE.
           PERFORM MASQUER-COMPTE.
           MOVE WS-MQ-CPTE TO TIT-CPTE.
           WRITE ENR-TITUL
              INVALID KEY ADD 1 TO WS-NB-REJETS
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
           END-WRITE.
      *---------------------NIVEAU 3
      *----------------------------------------------------------------
      *    COMPTE : AGENCE ET CLIENT GARDES, SEQUENCE TRANSFORMEE PAR  *
      *    BIJECTION (DEUX COMPTES DISTINCTS LE RESTENT), CLE MODULO 7 *
      *    RECALCULEE COMME OUVRCPTE. NON NUMERIQUE = LAISSE TEL QUEL  *
      *----------------------------------------------------------------
       MASQUER-COMPTE.
           IF WS-MQ-CPTE NOT NUMERIC
              ADD 1 TO WS-NB-CPTE-KO
           ELSE
              COMPUTE WS-MQ-PROD = WS-MQ-CPTE-SEQ * WS-MQ-MULT-CPTE
                 + WS-MQ-CLE
              DIVIDE WS-MQ-PROD BY 10000000000 GIVING WS-MQ-QUOT
                 REMAINDER WS-MQ-CPTE-SEQ
              DIVIDE WS-MQ-CPTE-22 BY 7 GIVING WS-QUOT7
                 REMAINDER WS-RESTE7
              COMPUTE WS-MQ-CPTE-CLE = 7 - WS-RESTE7
              ADD 1 TO WS-NB-MASQUES
           END-IF.
       MASQUER-CHEQUE.
           COMPUTE WS-MQ-PROD = (WS-MQ-CHQ - 1) * WS-MQ-MULT-CHQ
              + WS-MQ-CLE.
           DIVIDE WS-MQ-PROD BY 9999999 GIVING WS-MQ-QUOT
              REMAINDER WS-MQ-CHQ.
           ADD 1 TO WS-MQ-CHQ.
      *----------------------------------------------------------------
      *    EMPREINTE A 6 CHIFFRES D'UN TEXTE, FONCTION DE LA CLE : LE  *
      *    MEME TEXTE DONNE TOUJOURS LE MEME PSEUDONYME                *
      *----------------------------------------------------------------
       CALCULER-EMPREINTE.
           DIVIDE WS-MQ-CLE BY 999983 GIVING WS-MQ-QUOT
              REMAINDER WS-MQ-EMPR.
           PERFORM HACHER-CARACTERE VARYING WS-MQ-I FROM 1 BY 1
              UNTIL WS-MQ-I > 30.
       HACHER-CARACTERE.
           MOVE WS-MQ-TEXTE(WS-MQ-I:1) TO WS-MQ-CAR.
           PERFORM CHERCHER-CARACTERE VARYING WS-MQ-J FROM 1 BY 1
              UNTIL WS-MQ-J > 40
                 OR WS-MQ-ALPHA(WS-MQ-J) = WS-MQ-CAR.
           COMPUTE WS-MQ-PROD = WS-MQ-EMPR * 43 + WS-MQ-J.
           DIVIDE WS-MQ-PROD BY 999983 GIVING WS-MQ-QUOT
              REMAINDER WS-MQ-EMPR.
       CHERCHER-CARACTERE.
           CONTINUE.
       FIN.
           IF WS-GEN-OK = 'O'
              MOVE WS-TOT-LUS    TO WE-TOT-LUS
              MOVE WS-TOT-ECRITS TO WE-TOT-ECR
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-TOT
              MOVE WS-NB-CPTE-KO TO WE-CPTE-KO
              WRITE REC-PRT FROM LG-CPTE-KO
           END-IF.
           CLOSE FPRINT.
           DISPLAY 'ENREGISTREMENTS ECRITS : ' WS-TOT-ECRITS.
           IF WS-GEN-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-ABSENTS > 0 OR WS-NB-CPTE-KO > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
