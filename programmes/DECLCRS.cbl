       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLCRS.
       AUTHOR.     E NGBAME.
      * DECLARATION ANNUELLE D'ECHANGE AUTOMATIQUE D'INFORMATIONS
      * (FATCA / CRS) : SONT DECLARABLES LES CLIENTS DU FICHIER DES
      * RESIDENCES FISCALES DD-RESFISC (ONBOARD, RESFISC) RESIDENTS
      * D'UN AUTRE PAYS QUE WS-PAYS-NATIONAL OU PERSONNES AMERICAINES.
      * POUR CHAQUE COMPTE FRIB D'UN CLIENT DECLARABLE :
      *   - SOLDE DE FIN D'ANNEE = DERNIER SOLDE HISTORISE DANS FSOLDH
      *     (SOLDHIST) DATE AU PLUS TARD DU 31/12, A DEFAUT LE SOLDE
      *     FRIB S'IL N'A PAS BOUGE DEPUIS ; UN SOLDE DEBITEUR EST
      *     DECLARE A ZERO ;
      *   - INTERETS BRUTS VERSES SUR L'ANNEE = CUMUL DE AS-INTHIST
      *     (COMME DECLINT) ; LES INTERETS D'UN CLIENT DECLARABLE SANS
      *     COMPTE FRIB CORRESPONDANT SONT SEULEMENT TOTALISES SUR LA
      *     PAGE DE CONTROLE.
      * LE FICHIER DECLARATIF A DESSIN FIXE AS-DECLCRS PORTE UN
      * ENTETE '1', UN ENREGISTREMENT TITULAIRE '2' (IDENTITE FCLT,
      * ADRESSE FADRCLT, PAYS ET NIF) SUIVI DE SES COMPTES '3', ET UN
      * ENREGISTREMENT '9' DE TOTAUX DE CONTROLE (TITULAIRES, COMPTES,
      * SOLDES, INTERETS) REPRIS SUR L'ETAT DDDECCRS.
      * L'ETAT LISTE AUSSI LES CLIENTS FCLT NON CLOTURES DONT
      * L'AUTO-CERTIFICATION EST ABSENTE OU INCOHERENTE : PAS
      * D'ENREGISTREMENT OU PAS DE DATE, PAYS DE L'ADRESSE FADRCLT
      * ABSENT DES PAYS DE RESIDENCE, ADRESSE AUX ETATS-UNIS SANS
      * INDICATEUR DE PERSONNE AMERICAINE, PAYS ETRANGER SANS NIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESFISC ASSIGN TO DD-RESFISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-CLT
           FILE STATUS IS FS-RESFISC.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FSOLDH ASSIGN TO AS-SOLDH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

           SELECT FINTHIST ASSIGN TO AS-INTHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTHIST.

           SELECT FDECL ASSIGN TO AS-DECLCRS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECL.

           SELECT FPRINT ASSIGN TO DDDECCRS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FRESFISC.
       01  ENR-RESFISC.
           10 RF-CLT      PIC 9(5).
           10 RF-RESID OCCURS 3 TIMES.
              15 RF-PAYS  PIC X(15).
              15 RF-NIF   PIC X(20).
           10 RF-DTAUTO   PIC 9(8).
           10 RF-USPERS   PIC X.
           10 RF-DTMAJ    PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FADRCLT.
       01  ENR-ADRCLT.
           10 ADRC-CLT    PIC 9(5).
           10 ADRC-RUE    PIC X(30).
           10 ADRC-VILLE  PIC X(20).
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

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

       FD  FSOLDH.
       01  ENR-SOLDH.
           10 SLDH-CLT    PIC 9(5).
           10 SLDH-CPTE   PIC X(23).
           10 SLDH-DATE   PIC 9(8).
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

       FD  FINTHIST.
       01  ENR-INTHIST.
           10 IH-CLT      PIC 9(5).
           10 IH-CPTE     PIC X(23).
           10 IH-DATE     PIC 9(8).
           10 IH-DATE-R REDEFINES IH-DATE.
              15 IH-AA     PIC 9(4).
              15 IH-MMJJ   PIC 9(4).
           10 IH-MONTANT  PIC 9(7)V9(2).
           10 IH-RETENUE  PIC 9(7)V9(2).
           10 IH-ORIGINE  PIC X(3).

      *----DESSIN DECLARATIF FIXE : '1' ENTETE, '2' TITULAIRE,---------
      *----'3' COMPTE, '9' TOTAUX DE CONTROLE--------------------------
       FD  FDECL.
       01  ENR-DECL.
           10 DCR-TYPE      PIC X.
           10 DCR-CLT       PIC 9(5).
           10 DCR-CORPS     PIC X(244).
       01  ENR-DECL-1.
           10 FILLER        PIC X(6).
           10 DC1-ANNEE     PIC 9(4).
           10 DC1-DTCREA    PIC 9(8).
           10 DC1-PAYS      PIC X(15).
           10 FILLER        PIC X(217).
       01  ENR-DECL-2.
           10 FILLER        PIC X(6).
           10 DC2-NOM       PIC X(20).
           10 DC2-PRENOM    PIC X(20).
           10 DC2-RUE       PIC X(30).
           10 DC2-CP        PIC X(5).
           10 DC2-VILLE     PIC X(20).
           10 DC2-PAYS-ADR  PIC X(15).
           10 DC2-USPERS    PIC X.
           10 DC2-DTAUTO    PIC 9(8).
           10 DC2-RESID OCCURS 3 TIMES.
              15 DC2-PAYS   PIC X(15).
              15 DC2-NIF    PIC X(20).
           10 FILLER        PIC X(20).
       01  ENR-DECL-3.
           10 FILLER        PIC X(6).
           10 DC3-CPTE      PIC X(23).
           10 DC3-DEV       PIC X(3).
           10 DC3-ETAT      PIC X.
           10 DC3-SOLDE     PIC 9(11)V9(2).
           10 DC3-DTSOLDE   PIC 9(8).
           10 DC3-INTERETS  PIC 9(11)V9(2).
           10 FILLER        PIC X(183).
       01  ENR-DECL-9.
           10 FILLER        PIC X(6).
           10 DC9-ANNEE     PIC 9(4).
           10 DC9-NB-TIT    PIC 9(7).
           10 DC9-NB-CPT    PIC 9(7).
           10 DC9-TOT-SOLDE PIC 9(13)V9(2).
           10 DC9-TOT-INT   PIC 9(13)V9(2).
           10 FILLER        PIC X(196).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-RESFISC   PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-INTHIST   PIC XX VALUE ZERO.
       01  FS-DECL      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-RIB-EOF   PIC X VALUE 'N'.
       01  WS-ANNEE     PIC 9(4) VALUE ZERO.
       01  WS-FIN-ANNEE PIC 9(8) VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-ADR-DISPO PIC X VALUE 'N'.
       01  WS-DECLARABLE PIC X VALUE 'N'.
       01  WS-IND-RES   PIC 9 VALUE ZERO.
       01  WS-TROUVE    PIC X VALUE 'N'.
       01  WS-PAYS-ADR  PIC X(15) VALUE SPACES.
       01  WS-ANOMALIE  PIC X(35) VALUE SPACES.
       01  WS-CLT-PREC  PIC 9(5) VALUE ZERO.
      *----PAYS DE L'ETABLISSEMENT ET PAYS FATCA, EN CLAIR (FADRCLT)---
       01  WS-PAYS-NATIONAL PIC X(15) VALUE 'FRANCE'.
       01  WS-PAYS-US       PIC X(15) VALUE 'ETATS-UNIS'.
      *----COMPTEURS ET TOTAUX DE CONTROLE-----------------------------
       01  WS-NB-DECLARABLES PIC 9(7) VALUE ZERO.
       01  WS-NB-TITULAIRES  PIC 9(7) VALUE ZERO.
       01  WS-NB-COMPTES     PIC 9(7) VALUE ZERO.
       01  WS-NB-ANOMALIES   PIC 9(7) VALUE ZERO.
       01  WS-TOT-SOLDE      PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-INT        PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-INT-HORS   PIC 9(13)V9(2) VALUE ZERO.
      *----COMPTES DES CLIENTS DECLARABLES-----------------------------
       01  WS-NB-CPT    PIC 9(4) VALUE ZERO.
       01  WS-IND-CPT   PIC 9(4) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  T-COMPTES.
           05 T-COMPTE-LIG OCCURS 2000 TIMES.
              10 TC-CLT     PIC 9(5).
              10 TC-CPTE    PIC X(23).
              10 TC-DEV     PIC X(3).
              10 TC-ETAT    PIC X.
              10 TC-DTSOLDE PIC 9(8).
              10 TC-SOLDE   PIC 9(9)V9(2).
              10 TC-SENS    PIC X.
              10 TC-INT     PIC 9(11)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(42) VALUE
              'DECLARATION FATCA / CRS - ANNEE           '.
           05 WE-ANNEE PIC 9(4).
       01  LG-TITRE-ANO.
           05 FILLER PIC X(45) VALUE
              'AUTO-CERTIFICATIONS ABSENTES OU INCOHERENTES '.
       01  LG-ENTETE-ANO.
           05 FILLER PIC X(7)  VALUE 'CLIENT '.
           05 FILLER PIC X(21) VALUE 'NOM'.
           05 FILLER PIC X(16) VALUE 'PAYS ADRESSE'.
           05 FILLER PIC X(35) VALUE 'ANOMALIE'.
       01  LG-ANO.
           05 WE-ANO-CLT   PIC 9(5).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-ANO-NOM   PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-ANO-PAYS  PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-ANO-LIB   PIC X(35).
       01  LG-TOT1.
           05 FILLER PIC X(28) VALUE 'CLIENTS DECLARABLES        :'.
           05 WE-NB-DECL PIC ZZZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(28) VALUE 'TITULAIRES DECLARES        :'.
           05 WE-NB-TIT PIC ZZZZZZ9.
       01  LG-TOT3.
           05 FILLER PIC X(28) VALUE 'COMPTES DECLARES           :'.
           05 WE-NB-CPT PIC ZZZZZZ9.
       01  LG-TOT4.
           05 FILLER PIC X(28) VALUE 'TOTAL SOLDES AU 31/12      :'.
           05 WE-TOT-SOLDE PIC ZBZZZBZZZBZZZBZZ9.99.
       01  LG-TOT5.
           05 FILLER PIC X(28) VALUE 'TOTAL INTERETS BRUTS       :'.
           05 WE-TOT-INT PIC ZBZZZBZZZBZZZBZZ9.99.
       01  LG-TOT6.
           05 FILLER PIC X(28) VALUE 'INTERETS HORS COMPTE FRIB  :'.
           05 WE-TOT-HORS PIC ZBZZZBZZZBZZZBZZ9.99.
       01  LG-TOT7.
           05 FILLER PIC X(28) VALUE 'ANOMALIES AUTO-CERTIF.     :'.
           05 WE-NB-ANO PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-RESFISC = '00' AND FS-CLT = '00' AND FS-RIB = '00'
              AND FS-SOLDH = '00' AND FS-INTHIST = '00'
              AND FS-DECL = '00' AND FS-PRINT = '00'
              PERFORM CHARGER-COMPTES
              PERFORM CONTROLER-AUTOCERTIF
              PERFORM BALAYER-SOLDES
              PERFORM BALAYER-INTERETS
              PERFORM ECRIRE-DECLARATION
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'ANNEE A DECLARER (AAAA) : ' WITH NO ADVANCING.
           ACCEPT WS-ANNEE.
           MOVE WS-ANNEE TO WE-ANNEE.
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN INPUT FRESFISC FCLT FRIB FSOLDH FINTHIST.
           OPEN OUTPUT FDECL FPRINT.
           OPEN INPUT FADRCLT.
           IF FS-ADRCLT = '00'
              MOVE 'O' TO WS-ADR-DISPO
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           IF FS-RESFISC NOT = '00' OR FS-CLT NOT = '00'
              OR FS-RIB NOT = '00' OR FS-SOLDH NOT = '00'
              OR FS-INTHIST NOT = '00' OR FS-DECL NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FR ' FS-RESFISC
                 ' FC ' FS-CLT ' FB ' FS-RIB ' FS ' FS-SOLDH
                 ' FH ' FS-INTHIST ' FD ' FS-DECL ' FP ' FS-PRINT
           END-IF.
      *----------------------------------------------------------------
      *    SELECTION DES CLIENTS DECLARABLES ET DE LEURS COMPTES FRIB  *
      *    (SOLDE FRIB RETENU S'IL N'A PAS BOUGE DEPUIS LE 31/12)      *
      *----------------------------------------------------------------
       CHARGER-COMPTES.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-RESIDENCE UNTIL WS-EOF = 'O'.
       LIRE-RESIDENCE.
           READ FRESFISC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 PERFORM TESTER-DECLARABLE
                 IF WS-DECLARABLE = 'O'
                    ADD 1 TO WS-NB-DECLARABLES
                    PERFORM CHARGER-COMPTES-CLIENT
                 END-IF
           END-READ.
       TESTER-DECLARABLE.
           MOVE 'N' TO WS-DECLARABLE.
           IF RF-USPERS = 'O'
              MOVE 'O' TO WS-DECLARABLE
           END-IF.
           PERFORM TESTER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
       TESTER-UN-PAYS.
           IF RF-PAYS(WS-IND-RES) NOT = SPACES
              AND RF-PAYS(WS-IND-RES) NOT = WS-PAYS-NATIONAL
              MOVE 'O' TO WS-DECLARABLE
           END-IF.
       CHARGER-COMPTES-CLIENT.
           MOVE 'N' TO WS-RIB-EOF.
           MOVE RF-CLT TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-RIB-EOF
           END-START.
           PERFORM LIRE-COMPTE UNTIL WS-RIB-EOF = 'O'.
       LIRE-COMPTE.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-RIB-EOF
           END-READ.
           IF WS-RIB-EOF = 'N'
              IF CLT-TRIB NOT = RF-CLT
                 MOVE 'O' TO WS-RIB-EOF
              ELSE
                 PERFORM AJOUTER-COMPTE
              END-IF
           END-IF.
       AJOUTER-COMPTE.
           IF WS-NB-CPT < 2000
              ADD 1 TO WS-NB-CPT
              MOVE CLT-TRIB  TO TC-CLT(WS-NB-CPT)
              MOVE CPTE-TRIB TO TC-CPTE(WS-NB-CPT)
              MOVE DEV-TRIB  TO TC-DEV(WS-NB-CPT)
              MOVE ETAT-TRIB TO TC-ETAT(WS-NB-CPT)
              MOVE ZERO      TO TC-INT(WS-NB-CPT)
              IF DATE-TRIB NOT > WS-FIN-ANNEE
                 MOVE DATE-TRIB  TO TC-DTSOLDE(WS-NB-CPT)
                 MOVE SOLDE-TRIB TO TC-SOLDE(WS-NB-CPT)
                 MOVE SENS-TRIB  TO TC-SENS(WS-NB-CPT)
              ELSE
                 MOVE ZERO TO TC-DTSOLDE(WS-NB-CPT) TC-SOLDE(WS-NB-CPT)
                 MOVE 'C'  TO TC-SENS(WS-NB-CPT)
              END-IF
           ELSE
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
      *----------------------------------------------------------------
      *    AUTO-CERTIFICATIONS ABSENTES OU INCOHERENTES (CLIENTS FCLT  *
      *    NON CLOTURES)                                               *
      *----------------------------------------------------------------
       CONTROLER-AUTOCERTIF.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TITRE-ANO.
           WRITE REC-PRT FROM LG-ENTETE-ANO.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-CLIENT UNTIL WS-EOF = 'O'.
           WRITE REC-PRT FROM LG-VIDE.
       LIRE-CLIENT.
           READ FCLT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF STATUT-TCLT NOT = 'F'
                    PERFORM CONTROLER-UN-CLIENT
                 END-IF
           END-READ.
       CONTROLER-UN-CLIENT.
           MOVE SPACES TO WS-PAYS-ADR.
           IF WS-ADR-DISPO = 'O'
              MOVE CODE-TCLT TO ADRC-CLT
              READ FADRCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE ADRC-PAYS TO WS-PAYS-ADR
              END-READ
           END-IF.
           MOVE CODE-TCLT TO RF-CLT.
           READ FRESFISC
              INVALID KEY
                 MOVE 'AUTO-CERTIFICATION ABSENTE' TO WS-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE
              NOT INVALID KEY
                 PERFORM CONTROLER-COHERENCE
           END-READ.
       CONTROLER-COHERENCE.
           IF RF-DTAUTO = ZERO
              MOVE 'DATE D''AUTO-CERTIFICATION ABSENTE' TO WS-ANOMALIE
              PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF WS-PAYS-ADR NOT = SPACES
              MOVE 'N' TO WS-TROUVE
              PERFORM CHERCHER-PAYS-ADR VARYING WS-IND-RES FROM 1 BY 1
                 UNTIL WS-IND-RES > 3
              IF WS-TROUVE = 'N'
                 MOVE 'PAYS ADRESSE NON DECLARE EN RESID.'
                    TO WS-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE
              END-IF
              IF WS-PAYS-ADR = WS-PAYS-US AND RF-USPERS NOT = 'O'
                 MOVE 'ADRESSE US SANS INDIC. PERSONNE US'
                    TO WS-ANOMALIE
                 PERFORM SIGNALER-ANOMALIE
              END-IF
           END-IF.
           PERFORM CONTROLER-NIF VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
       CHERCHER-PAYS-ADR.
           IF RF-PAYS(WS-IND-RES) = WS-PAYS-ADR
              MOVE 'O' TO WS-TROUVE
           END-IF.
       CONTROLER-NIF.
           IF RF-PAYS(WS-IND-RES) NOT = SPACES
              AND RF-PAYS(WS-IND-RES) NOT = WS-PAYS-NATIONAL
              AND RF-NIF(WS-IND-RES) = SPACES
              MOVE SPACES TO WS-ANOMALIE
              STRING 'NIF MANQUANT ' DELIMITED BY SIZE
                 RF-PAYS(WS-IND-RES) DELIMITED BY SIZE
                 INTO WS-ANOMALIE
              PERFORM SIGNALER-ANOMALIE
           END-IF.
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE CODE-TCLT   TO WE-ANO-CLT.
           MOVE NOM-TCLT    TO WE-ANO-NOM.
           MOVE WS-PAYS-ADR TO WE-ANO-PAYS.
           MOVE WS-ANOMALIE TO WE-ANO-LIB.
           WRITE REC-PRT FROM LG-ANO.
      *----------------------------------------------------------------
      *    SOLDE DE FIN D'ANNEE : DERNIER SOLDE HISTORISE AU 31/12     *
      *----------------------------------------------------------------
       BALAYER-SOLDES.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-SOLDE UNTIL WS-EOF = 'O'.
       LIRE-SOLDE.
           READ FSOLDH
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF SLDH-DATE NOT > WS-FIN-ANNEE
                    PERFORM LOCALISER-COMPTE VARYING WS-IND-CPT
                       FROM 1 BY 1 UNTIL WS-IND-CPT > WS-NB-CPT
                          OR TC-CPTE(WS-IND-CPT) = SLDH-CPTE
                    IF WS-IND-CPT NOT > WS-NB-CPT
                       AND SLDH-DATE NOT < TC-DTSOLDE(WS-IND-CPT)
                       MOVE SLDH-DATE  TO TC-DTSOLDE(WS-IND-CPT)
                       MOVE SLDH-SOLDE TO TC-SOLDE(WS-IND-CPT)
                       MOVE SLDH-SENS  TO TC-SENS(WS-IND-CPT)
                    END-IF
                 END-IF
           END-READ.
       LOCALISER-COMPTE.
           CONTINUE.
      *----------------------------------------------------------------
      *    INTERETS BRUTS VERSES SUR L'ANNEE (AS-INTHIST)              *
      *----------------------------------------------------------------
       BALAYER-INTERETS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-INTERET UNTIL WS-EOF = 'O'.
       LIRE-INTERET.
           READ FINTHIST
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF IH-AA = WS-ANNEE
                    PERFORM IMPUTER-INTERET
                 END-IF
           END-READ.
       IMPUTER-INTERET.
           PERFORM LOCALISER-COMPTE VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-CPT
                 OR TC-CPTE(WS-IND-CPT) = IH-CPTE.
           IF WS-IND-CPT NOT > WS-NB-CPT
              ADD IH-MONTANT TO TC-INT(WS-IND-CPT)
           ELSE
              MOVE IH-CLT TO RF-CLT
              READ FRESFISC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM TESTER-DECLARABLE
                    IF WS-DECLARABLE = 'O'
                       ADD IH-MONTANT TO WS-TOT-INT-HORS
                    END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
      *    ECRITURE DU FICHIER DECLARATIF + TOTAUX DE CONTROLE         *
      *----------------------------------------------------------------
       ECRIRE-DECLARATION.
           MOVE SPACES TO ENR-DECL.
           MOVE '1' TO DCR-TYPE.
           MOVE ZERO TO DCR-CLT.
           MOVE WS-ANNEE TO DC1-ANNEE.
           MOVE WS-DTJOUR TO DC1-DTCREA.
           MOVE WS-PAYS-NATIONAL TO DC1-PAYS.
           WRITE ENR-DECL.
           MOVE ZERO TO WS-CLT-PREC.
           PERFORM DECLARER-UN-COMPTE
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-CPT.
           MOVE SPACES TO ENR-DECL.
           MOVE '9' TO DCR-TYPE.
           MOVE ZERO TO DCR-CLT.
           MOVE WS-ANNEE TO DC9-ANNEE.
           MOVE WS-NB-TITULAIRES TO DC9-NB-TIT.
           MOVE WS-NB-COMPTES TO DC9-NB-CPT.
           MOVE WS-TOT-SOLDE TO DC9-TOT-SOLDE.
           MOVE WS-TOT-INT TO DC9-TOT-INT.
           WRITE ENR-DECL.
           MOVE WS-NB-DECLARABLES TO WE-NB-DECL.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-NB-TITULAIRES TO WE-NB-TIT.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-NB-COMPTES TO WE-NB-CPT.
           WRITE REC-PRT FROM LG-TOT3.
           MOVE WS-TOT-SOLDE TO WE-TOT-SOLDE.
           WRITE REC-PRT FROM LG-TOT4.
           MOVE WS-TOT-INT TO WE-TOT-INT.
           WRITE REC-PRT FROM LG-TOT5.
           MOVE WS-TOT-INT-HORS TO WE-TOT-HORS.
           WRITE REC-PRT FROM LG-TOT6.
           MOVE WS-NB-ANOMALIES TO WE-NB-ANO.
           WRITE REC-PRT FROM LG-TOT7.
       DECLARER-UN-COMPTE.
           IF TC-CLT(WS-IND-CPT) NOT = WS-CLT-PREC
              MOVE TC-CLT(WS-IND-CPT) TO WS-CLT-PREC
              PERFORM DECLARER-TITULAIRE
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           MOVE SPACES TO ENR-DECL.
           MOVE '3' TO DCR-TYPE.
           MOVE TC-CLT(WS-IND-CPT)  TO DCR-CLT.
           MOVE TC-CPTE(WS-IND-CPT) TO DC3-CPTE.
           MOVE TC-DEV(WS-IND-CPT)  TO DC3-DEV.
           MOVE TC-ETAT(WS-IND-CPT) TO DC3-ETAT.
           MOVE TC-DTSOLDE(WS-IND-CPT) TO DC3-DTSOLDE.
           IF TC-SENS(WS-IND-CPT) = 'C'
              MOVE TC-SOLDE(WS-IND-CPT) TO DC3-SOLDE
           ELSE
              MOVE ZERO TO DC3-SOLDE
           END-IF.
           MOVE TC-INT(WS-IND-CPT) TO DC3-INTERETS.
           ADD DC3-SOLDE TO WS-TOT-SOLDE.
           ADD DC3-INTERETS TO WS-TOT-INT.
           WRITE ENR-DECL.
       DECLARER-TITULAIRE.
           ADD 1 TO WS-NB-TITULAIRES.
           MOVE SPACES TO ENR-DECL.
           MOVE '2' TO DCR-TYPE.
           MOVE WS-CLT-PREC TO DCR-CLT CODE-TCLT RF-CLT.
           READ FCLT
              INVALID KEY
                 MOVE SPACES TO NOM-TCLT PRENOM-TCLT
           END-READ.
           MOVE NOM-TCLT    TO DC2-NOM.
           MOVE PRENOM-TCLT TO DC2-PRENOM.
           IF WS-ADR-DISPO = 'O'
              MOVE WS-CLT-PREC TO ADRC-CLT
              READ FADRCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ADRC-RUE   TO DC2-RUE
                    MOVE ADRC-CP    TO DC2-CP
                    MOVE ADRC-VILLE TO DC2-VILLE
                    MOVE ADRC-PAYS  TO DC2-PAYS-ADR
              END-READ
           END-IF.
           READ FRESFISC
              INVALID KEY
                 MOVE SPACE TO DC2-USPERS
                 MOVE ZERO  TO DC2-DTAUTO
              NOT INVALID KEY
                 MOVE RF-USPERS TO DC2-USPERS
                 MOVE RF-DTAUTO TO DC2-DTAUTO
                 PERFORM DECLARER-UN-PAYS VARYING WS-IND-RES
                    FROM 1 BY 1 UNTIL WS-IND-RES > 3
           END-READ.
           WRITE ENR-DECL.
       DECLARER-UN-PAYS.
           MOVE RF-PAYS(WS-IND-RES) TO DC2-PAYS(WS-IND-RES).
           MOVE RF-NIF(WS-IND-RES)  TO DC2-NIF(WS-IND-RES).
       FIN.
           CLOSE FRESFISC FCLT FRIB FSOLDH FINTHIST FDECL FPRINT.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           DISPLAY 'CLIENTS DECLARABLES : ' WS-NB-DECLARABLES.
           DISPLAY 'COMPTES DECLARES    : ' WS-NB-COMPTES.
           DISPLAY 'ANOMALIES AUTO-CERT.: ' WS-NB-ANOMALIES.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES COMPTES PLEINE (2000) - '
                 'DECLARATION INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
