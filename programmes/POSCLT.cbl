       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCLT.
       AUTHOR.     E NGBAME.
      * POSITION CONSOLIDEE DU CLIENT, TOUS PRODUITS CONFONDUS, POUR
      * LES CHARGES DE CLIENTELE : A LA DEMANDE POUR UN CLIENT, OU
      * POUR TOUS LES CLIENTS NON FERMES (CODE 0, EDITION ANNUELLE).
      *   - AVOIRS : COMPTES FRIB CREDITEURS ET COMPTES A TERME
      *     ACTIFS DE DD-CAT AVEC LEURS INTERETS COURUS A CE JOUR
      *     (TAUX ANNUEL PRORATA JOURS/360, ARITHMETIQUE CATECHU) ;
      *   - ENGAGEMENTS : DECOUVERTS DES COMPTES FRIB DEBITEURS ET
      *     CAPITAL RESTANT DU DES PRETS DD-PRET ACTIFS OU AU
      *     CONTENTIEUX (AMORTISSEMENT PRETMAIT) ;
      *   - POSITION NETTE = AVOIRS - ENGAGEMENTS ;
      *   - PRODUITS DETENUS : CARTES ACTIVES (DD-CARTE, NUMERO
      *     MASQUE), MANDATS DE PRELEVEMENT ACTIFS (DD-MANDAT) ET
      *     COMPTES JOINTS DONT LE CLIENT EST COTITULAIRE (DD-TITUL) -
      *     CES DERNIERS RESTENT DANS LA POSITION DE LEUR TITULAIRE.
      * LES SOLDES FRIB SONT CEUX DU DERNIER ARRETE. CHAQUE CLIENT
      * RECOIT UNE PAGE ENCADREE (PRESENTATION PG17CH12) SUR DDPOSCLT
      * AVEC LE BLOC ADRESSE FADRCLT, ET UNE LIGNE DE MANIFESTE SUR
      * AS-MANPOS (MEME DESSIN QUE FMANIF) POUR LE COURRIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

           SELECT FCAT ASSIGN TO DD-CAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-NUM
           FILE STATUS IS FS-CAT.

           SELECT FPRET ASSIGN TO DD-PRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FS-PRET.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FMANDAT ASSIGN TO DD-MANDAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDT-NUM
           FILE STATUS IS FS-MANDAT.

           SELECT FTITUL ASSIGN TO DD-TITUL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

           SELECT FPRINT ASSIGN TO DDPOSCLT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

           SELECT FMANIF ASSIGN TO AS-MANPOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MANIF.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FADRCLT.
       01  ENR-ADRCLT.
           10 ADRC-CLT    PIC 9(5).
           10 ADRC-RUE    PIC X(30).
           10 ADRC-VILLE  PIC X(20).
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

       FD  FCAT.
       01  ENR-CAT.
           10 CAT-NUM     PIC 9(5).
           10 CAT-CLT     PIC 9(5).
           10 CAT-CPTE    PIC X(23).
           10 CAT-MONT    PIC 9(9)V9(2).
           10 CAT-TAUX    PIC 9V9(4).
           10 CAT-DTSOUS  PIC 9(8).
           10 CAT-DTECH   PIC 9(8).
           10 CAT-STATUT  PIC X.
           10 CAT-REF-DEB PIC 9(13).

       FD  FPRET.
       01  ENR-PRET.
           10 PRE-NUM     PIC 9(5).
           10 PRE-CLT     PIC 9(5).
           10 PRE-CPTE    PIC X(23).
           10 PRE-CAPITAL PIC 9(9)V9(2).
           10 PRE-TAUX    PIC 9V9(4).
           10 PRE-NBECH   PIC 9(3).
           10 PRE-DTDEBUT PIC 9(8).
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

       FD  FCARTE.
       01  ENR-CARTE.
           10 CRT-NUM     PIC X(16).
           10 CRT-CLT     PIC 9(5).
           10 CRT-CPTE    PIC X(23).
           10 CRT-DTEMIS  PIC 9(8).
           10 CRT-STATUT  PIC X.
           10 CRT-TYPE    PIC X.
           10 CRT-PLAF-PAI PIC 9(7)V9(2).
           10 CRT-PLAF-RET PIC 9(7)V9(2).
           10 CRT-PLAFT-PAI PIC 9(7)V9(2).
           10 CRT-DTFIN-PAI PIC 9(8).
           10 CRT-PLAFT-RET PIC 9(7)V9(2).
           10 CRT-DTFIN-RET PIC 9(8).

       FD  FMANDAT.
       01  ENR-MANDAT.
           10 MDT-NUM       PIC 9(5).
           10 MDT-CLT       PIC 9(5).
           10 MDT-CREANCIER PIC X(10).
           10 MDT-CPTE      PIC X(23).
           10 MDT-DTDEBUT   PIC 9(8).
           10 MDT-DTFIN     PIC 9(8).
           10 MDT-STATUT    PIC X.

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

       FD  FMANIF.
       01  ENR-MANIF.
           10 MAN-CLT     PIC 9(5).
           10 MAN-FICHIER PIC X(30).
           10 MAN-NBPAGES PIC 9(3).
           10 MAN-SOLDE   PIC 9(9)V9(2).
           10 MAN-SENS    PIC X.

       WORKING-STORAGE SECTION.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-CAT       PIC XX VALUE ZERO.
       01  FS-PRET      PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-MANDAT    PIC XX VALUE ZERO.
       01  FS-TITUL     PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  FS-MANIF     PIC XX VALUE ZERO.
      *----FICHIERS DE PRODUITS : ABSENCE TOLEREE----------------------
       01  WS-ADR-DISPO    PIC X VALUE 'N'.
       01  WS-CAT-DISPO    PIC X VALUE 'N'.
       01  WS-PRET-DISPO   PIC X VALUE 'N'.
       01  WS-CARTE-DISPO  PIC X VALUE 'N'.
       01  WS-MANDAT-DISPO PIC X VALUE 'N'.
       01  WS-TITUL-DISPO  PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-CLT-EOF   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-CLT-DEM   PIC 9(5) VALUE ZERO.
       01  WS-SENS-CHERCHE PIC X VALUE SPACE.
       01  WS-NB-EDITES PIC 9(5) VALUE ZERO.
      *----CUMULS DU CLIENT COURANT------------------------------------
       01  WS-TOT-AVOIRS PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-ENGAG  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-NETTE      PIC S9(11)V9(2) VALUE ZERO.
       01  WS-NB-PRODUITS PIC 9(3) VALUE ZERO.
       01  WS-MT-INT     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-JOURS   PIC 9(5) VALUE ZERO.
       01  WS-MT-LIGNE   PIC S9(11)V9(2) VALUE ZERO.
      *----RESTANT DU D'UN PRET (MEME AMORTISSEMENT QUE PRETMAIT)------
       01  WS-TX-MENS   PIC 9V9(8) VALUE ZERO.
       01  WS-CRD       PIC S9(9)V9(2) VALUE ZERO.
       01  WS-MT-INT-ECH PIC 9(9)V9(2) VALUE ZERO.
       01  WS-ECH-DEB   PIC 9(3) VALUE ZERO.
       01  WS-IND-ECH   PIC 9(3) VALUE ZERO.
      *----QUANTIEME POUR LA DUREE EN JOURS (MEME ARITHMETIQUE QUE-----
      *----CATECHU)----------------------------------------------------
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
       01  WS-QT-SOUS     PIC 9(9) VALUE ZERO.
       01  WS-QT-FIN      PIC 9(9) VALUE ZERO.
       01  WS-DT-FIN      PIC 9(8) VALUE ZERO.

      *----PAGE CLIENT (PRESENTATION ENCADREE PG17CH12)----------------
       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
          05 FILLER PIC X(16) VALUE SPACES.
          05 FILLER PIC X(30) VALUE 'POSITION CONSOLIDEE CLIENT AU '.
          05 WE-DTJOUR PIC 9(8).
       01  LG-ADR1.
          05 FILLER        PIC X(40) VALUE SPACES.
          05 WE-ADR-NOM    PIC X(40).
       01  LG-ADR2.
          05 FILLER        PIC X(40) VALUE SPACES.
          05 WE-ADR-RUE    PIC X(30).
       01  LG-ADR3.
          05 FILLER        PIC X(40) VALUE SPACES.
          05 WE-ADR-CP     PIC X(5).
          05 FILLER        PIC X     VALUE SPACE.
          05 WE-ADR-VILLE  PIC X(20).
       01  LG-CLIENT.
          05 FILLER        PIC X(26) VALUE '                CLIENT : '.
          05 WE-IDCLT      PIC 9(5).
       01  LG-TRAC.
          05 FILLER        PIC X(5) VALUE '     '.
          05 FILLER        PIC X(33) VALUE
             '*-------------------------------*'.
          05 FILLER        PIC X(32) VALUE
             '-------------------------------*'.
       01  LG-RUBRIQUE.
          05 FILLER        PIC X(5) VALUE '     '.
          05 FILLER        PIC X(2) VALUE 'I '.
          05 WE-RUBRIQUE   PIC X(61).
          05 FILLER        PIC X(2) VALUE ' I'.
       01  LG-DET.
          05 FILLER        PIC X(5) VALUE '     '.
          05 FILLER        PIC X(2) VALUE 'I '.
          05 WE-LIBELLE    PIC X(44).
          05 FILLER        PIC X(2) VALUE 'I '.
          05 WE-MONTANT    PIC +ZZZBZZZBZZ9.99.
          05 FILLER        PIC X(2) VALUE ' I'.
      *----LIBELLES DE DETAIL------------------------------------------
       01  WS-LIB-CPTE.
          05 WS-LC-TYPE    PIC X(10).
          05 WS-LC-CPTE    PIC X(23).
          05 FILLER        PIC X(4) VALUE ' AU '.
          05 WS-LC-DATE    PIC 9(8).
       01  WS-LIB-CAT.
          05 FILLER        PIC X(10) VALUE 'DAT       '.
          05 WS-LT-NUM     PIC 9(5).
          05 FILLER        PIC X(5) VALUE ' ECH '.
          05 WS-LT-DTECH   PIC 9(8).
          05 FILLER        PIC X(3) VALUE SPACES.
          05 WS-LT-QUOI    PIC X(13).
       01  WS-LIB-PRET.
          05 FILLER        PIC X(10) VALUE 'PRET      '.
          05 WS-LP-NUM     PIC 9(5).
          05 FILLER        PIC X(6) VALUE ' ECH. '.
          05 WS-LP-PAYES   PIC 9(3).
          05 FILLER        PIC X VALUE '/'.
          05 WS-LP-NBECH   PIC 9(3).
          05 FILLER        PIC X VALUE SPACE.
          05 WS-LP-ETAT    PIC X(15).
       01  WS-LIB-CARTE.
          05 FILLER        PIC X(10) VALUE 'CARTE     '.
          05 FILLER        PIC X(12) VALUE '************'.
          05 WS-LK-FIN     PIC X(4).
          05 FILLER        PIC X(6) VALUE ' TYPE '.
          05 WS-LK-TYPE    PIC X.
          05 FILLER        PIC X(9) VALUE ' COMPTE '.
          05 WS-LK-CPTE    PIC X(19).
       01  WS-LIB-MANDAT.
          05 FILLER        PIC X(10) VALUE 'MANDAT    '.
          05 WS-LM-NUM     PIC 9(5).
          05 FILLER        PIC X(12) VALUE ' CREANCIER '.
          05 WS-LM-CREANC  PIC X(10).
          05 FILLER        PIC X(9) VALUE ' COMPTE '.
          05 WS-LM-CPTE    PIC X(15).
       01  WS-LIB-JOINT.
          05 FILLER        PIC X(13) VALUE 'COMPTE JOINT '.
          05 WS-LJ-CPTE    PIC X(23).
          05 FILLER        PIC X(25) VALUE
             ' (COTITULAIRE)'.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-CLT = '00' AND FS-RIB = '00' AND FS-PRINT = '00'
              AND FS-MANIF = '00'
              IF WS-CLT-DEM NOT = ZERO
                 MOVE WS-CLT-DEM TO CODE-TCLT
                 READ FCLT KEY IS CODE-TCLT
                    INVALID KEY
                       DISPLAY 'CLIENT INCONNU : ' WS-CLT-DEM
                    NOT INVALID KEY
                       PERFORM EDITER-POSITION
                 END-READ
              ELSE
                 PERFORM LIRE-CLIENT
                 PERFORM TRAITER-CLIENT UNTIL WS-CLT-EOF = 'O'
              END-IF
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'CODE CLIENT (0 = TOUS LES CLIENTS) : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT-DEM.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           MOVE WS-DTJOUR TO WE-DTJOUR.
           OPEN INPUT FCLT FRIB.
           OPEN OUTPUT FPRINT FMANIF.
           IF FS-CLT NOT = '00' OR FS-RIB NOT = '00'
              OR FS-PRINT NOT = '00' OR FS-MANIF NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CLT ' FR ' FS-RIB
                 ' FP ' FS-PRINT ' FM ' FS-MANIF
           END-IF.
           OPEN INPUT FADRCLT.
           IF FS-ADRCLT = '00'
              MOVE 'O' TO WS-ADR-DISPO
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           OPEN INPUT FCAT.
           IF FS-CAT = '00'
              MOVE 'O' TO WS-CAT-DISPO
           END-IF.
           OPEN INPUT FPRET.
           IF FS-PRET = '00'
              MOVE 'O' TO WS-PRET-DISPO
           END-IF.
           OPEN INPUT FCARTE.
           IF FS-CARTE = '00'
              MOVE 'O' TO WS-CARTE-DISPO
           END-IF.
           OPEN INPUT FMANDAT.
           IF FS-MANDAT = '00'
              MOVE 'O' TO WS-MANDAT-DISPO
           END-IF.
           OPEN INPUT FTITUL.
           IF FS-TITUL = '00'
              MOVE 'O' TO WS-TITUL-DISPO
           END-IF.
       LIRE-CLIENT.
           READ FCLT NEXT RECORD
              AT END MOVE 'O' TO WS-CLT-EOF
           END-READ.
       TRAITER-CLIENT.
           IF STATUT-TCLT NOT = 'F'
              PERFORM EDITER-POSITION
           END-IF.
           PERFORM LIRE-CLIENT.
      *----------------------------------------------------------------
      *    UNE PAGE ENCADREE PAR CLIENT + LIGNE DE MANIFESTE           *
      *----------------------------------------------------------------
       EDITER-POSITION.
           ADD 1 TO WS-NB-EDITES.
           MOVE ZERO TO WS-TOT-AVOIRS WS-TOT-ENGAG WS-NB-PRODUITS.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING 2 LINE.
           PERFORM IMPRIMER-ADRESSE.
           MOVE CODE-TCLT TO WE-IDCLT.
           WRITE REC-PRT FROM LG-CLIENT AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-TRAC AFTER ADVANCING 2 LINE.
           MOVE 'AVOIRS' TO WE-RUBRIQUE.
           WRITE REC-PRT FROM LG-RUBRIQUE.
           MOVE 'C' TO WS-SENS-CHERCHE.
           PERFORM EDITER-COMPTES.
           IF WS-CAT-DISPO = 'O'
              PERFORM EDITER-DEPOTS-TERME
           END-IF.
           MOVE 'TOTAL DES AVOIRS' TO WE-LIBELLE.
           MOVE WS-TOT-AVOIRS TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE 'ENGAGEMENTS' TO WE-RUBRIQUE.
           WRITE REC-PRT FROM LG-RUBRIQUE.
           MOVE 'D' TO WS-SENS-CHERCHE.
           PERFORM EDITER-COMPTES.
           IF WS-PRET-DISPO = 'O'
              PERFORM EDITER-PRETS
           END-IF.
           MOVE 'TOTAL DES ENGAGEMENTS' TO WE-LIBELLE.
           COMPUTE WE-MONTANT = ZERO - WS-TOT-ENGAG.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-TRAC.
           COMPUTE WS-NETTE = WS-TOT-AVOIRS - WS-TOT-ENGAG.
           MOVE 'POSITION NETTE' TO WE-LIBELLE.
           MOVE WS-NETTE TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE 'PRODUITS DETENUS' TO WE-RUBRIQUE.
           WRITE REC-PRT FROM LG-RUBRIQUE.
           IF WS-CARTE-DISPO = 'O'
              PERFORM EDITER-CARTES
           END-IF.
           IF WS-MANDAT-DISPO = 'O'
              PERFORM EDITER-MANDATS
           END-IF.
           IF WS-TITUL-DISPO = 'O'
              PERFORM EDITER-COMPTES-JOINTS
           END-IF.
           IF WS-NB-PRODUITS = ZERO
              MOVE 'AUCUN AUTRE PRODUIT' TO WE-RUBRIQUE
              WRITE REC-PRT FROM LG-RUBRIQUE
           END-IF.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE CODE-TCLT TO MAN-CLT.
           MOVE 'DDPOSCLT' TO MAN-FICHIER.
           MOVE 1 TO MAN-NBPAGES.
           IF WS-NETTE < ZERO
              COMPUTE MAN-SOLDE = ZERO - WS-NETTE
              MOVE 'D' TO MAN-SENS
           ELSE
              MOVE WS-NETTE TO MAN-SOLDE
              MOVE 'C' TO MAN-SENS
           END-IF.
           WRITE ENR-MANIF.
       IMPRIMER-ADRESSE.
           MOVE SPACES TO WE-ADR-NOM.
           STRING NOM-TCLT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRENOM-TCLT DELIMITED BY SIZE
                  INTO WE-ADR-NOM.
           MOVE SPACES TO WE-ADR-RUE WE-ADR-CP WE-ADR-VILLE.
           IF WS-ADR-DISPO = 'O'
              MOVE CODE-TCLT TO ADRC-CLT
              READ FADRCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ADRC-RUE   TO WE-ADR-RUE
                    MOVE ADRC-CP    TO WE-ADR-CP
                    MOVE ADRC-VILLE TO WE-ADR-VILLE
              END-READ
           END-IF.
           WRITE REC-PRT FROM LG-ADR1.
           WRITE REC-PRT FROM LG-ADR2.
           WRITE REC-PRT FROM LG-ADR3.
      *----------------------------------------------------------------
      *    COMPTES FRIB DU CLIENT DANS LE SENS CHERCHE :               *
      *    C = AVOIRS, D = DECOUVERTS                                  *
      *----------------------------------------------------------------
       EDITER-COMPTES.
           MOVE 'N' TO WS-EOF.
           MOVE CODE-TCLT TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-COMPTE UNTIL WS-EOF = 'O'.
       LIRE-COMPTE.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
              IF CLT-TRIB NOT = CODE-TCLT
                 MOVE 'O' TO WS-EOF
              ELSE
                 IF ETAT-TRIB NOT = 'F'
                    AND SENS-TRIB = WS-SENS-CHERCHE
                    PERFORM EDITER-UN-COMPTE
                 END-IF
              END-IF
           END-IF.
       EDITER-UN-COMPTE.
           MOVE CPTE-TRIB TO WS-LC-CPTE.
           MOVE DATE-TRIB TO WS-LC-DATE.
           IF SENS-TRIB = 'C'
              MOVE 'COMPTE' TO WS-LC-TYPE
              ADD SOLDE-TRIB TO WS-TOT-AVOIRS
              MOVE SOLDE-TRIB TO WE-MONTANT
           ELSE
              MOVE 'DECOUVERT' TO WS-LC-TYPE
              ADD SOLDE-TRIB TO WS-TOT-ENGAG
              COMPUTE WE-MONTANT = ZERO - SOLDE-TRIB
           END-IF.
           MOVE WS-LIB-CPTE TO WE-LIBELLE.
           WRITE REC-PRT FROM LG-DET.
      *----------------------------------------------------------------
      *    COMPTES A TERME ACTIFS : CAPITAL ET INTERETS COURUS         *
      *----------------------------------------------------------------
       EDITER-DEPOTS-TERME.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CAT-NUM.
           START FCAT KEY IS NOT LESS THAN CAT-NUM
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-DEPOT-TERME UNTIL WS-EOF = 'O'.
       LIRE-DEPOT-TERME.
           READ FCAT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND CAT-CLT = CODE-TCLT
              AND CAT-STATUT = 'A'
              PERFORM EDITER-DEPOT-TERME
           END-IF.
       EDITER-DEPOT-TERME.
           MOVE CAT-NUM   TO WS-LT-NUM.
           MOVE CAT-DTECH TO WS-LT-DTECH.
           MOVE 'CAPITAL' TO WS-LT-QUOI.
           MOVE WS-LIB-CAT TO WE-LIBELLE.
           MOVE CAT-MONT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           ADD CAT-MONT TO WS-TOT-AVOIRS.
           PERFORM CALCULER-INTERETS-COURUS.
           MOVE 'INTERETS COURUS' TO WS-LT-QUOI.
           MOVE WS-LIB-CAT TO WE-LIBELLE.
           MOVE WS-MT-INT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           ADD WS-MT-INT TO WS-TOT-AVOIRS.
      *----INTERETS = CAPITAL X TAUX X JOURS COURUS / 360, LES JOURS---
      *----COURANT DE LA SOUSCRIPTION A CE JOUR (AU PLUS L'ECHEANCE)---
       CALCULER-INTERETS-COURUS.
           IF CAT-DTECH < WS-DTJOUR
              MOVE CAT-DTECH TO WS-DT-FIN
           ELSE
              MOVE WS-DTJOUR TO WS-DT-FIN
           END-IF.
           MOVE CAT-DTSOUS TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-SOUS.
           MOVE WS-DT-FIN TO WS-DATE-CONV.
           PERFORM CONVERTIR-EN-QUANTIEME.
           MOVE WS-QUANTIEME TO WS-QT-FIN.
           IF WS-QT-FIN > WS-QT-SOUS
              COMPUTE WS-NB-JOURS = WS-QT-FIN - WS-QT-SOUS
           ELSE
              MOVE ZERO TO WS-NB-JOURS
           END-IF.
           COMPUTE WS-MT-INT ROUNDED =
              CAT-MONT * CAT-TAUX * WS-NB-JOURS / 360.
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
      *----------------------------------------------------------------
      *    PRETS ACTIFS OU AU CONTENTIEUX : CAPITAL RESTANT DU APRES   *
      *    LA DERNIERE ECHEANCE PRELEVEE                               *
      *----------------------------------------------------------------
       EDITER-PRETS.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO PRE-NUM.
           START FPRET KEY IS NOT LESS THAN PRE-NUM
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-PRET UNTIL WS-EOF = 'O'.
       LIRE-PRET.
           READ FPRET NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND PRE-CLT = CODE-TCLT
              AND (PRE-STATUT = 'A' OR PRE-STATUT = 'C')
              PERFORM EDITER-PRET
           END-IF.
       EDITER-PRET.
           PERFORM CALCULER-RESTANT-DU.
           MOVE PRE-NUM     TO WS-LP-NUM.
           MOVE PRE-NBPAYES TO WS-LP-PAYES.
           MOVE PRE-NBECH   TO WS-LP-NBECH.
           IF PRE-STATUT = 'C'
              MOVE 'AU CONTENTIEUX' TO WS-LP-ETAT
           ELSE
              MOVE SPACES TO WS-LP-ETAT
           END-IF.
           MOVE WS-LIB-PRET TO WE-LIBELLE.
           COMPUTE WE-MONTANT = ZERO - WS-CRD.
           WRITE REC-PRT FROM LG-DET.
           ADD WS-CRD TO WS-TOT-ENGAG.
       CALCULER-RESTANT-DU.
           COMPUTE WS-TX-MENS = PRE-TAUX / 12.
           IF PRE-DTRA > ZERO
              MOVE PRE-CRDRA TO WS-CRD
              COMPUTE WS-ECH-DEB = PRE-ECHRA + 1
           ELSE
              MOVE PRE-CAPITAL TO WS-CRD
              MOVE 1 TO WS-ECH-DEB
           END-IF.
           PERFORM AMORTIR-UNE-ECHEANCE
              VARYING WS-IND-ECH FROM WS-ECH-DEB BY 1
              UNTIL WS-IND-ECH > PRE-NBPAYES.
       AMORTIR-UNE-ECHEANCE.
           COMPUTE WS-MT-INT-ECH ROUNDED = WS-CRD * WS-TX-MENS.
           COMPUTE WS-CRD = WS-CRD - (PRE-MENS - WS-MT-INT-ECH).
           IF WS-CRD < ZERO
              MOVE ZERO TO WS-CRD
           END-IF.
      *----------------------------------------------------------------
      *    PRODUITS DETENUS : CARTES, MANDATS, COMPTES JOINTS          *
      *----------------------------------------------------------------
       EDITER-CARTES.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO CRT-NUM.
           START FCARTE KEY IS NOT LESS THAN CRT-NUM
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-CARTE UNTIL WS-EOF = 'O'.
       LIRE-CARTE.
           READ FCARTE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND CRT-CLT = CODE-TCLT
              AND CRT-STATUT = 'A'
              MOVE CRT-NUM(13:4) TO WS-LK-FIN
              MOVE CRT-TYPE      TO WS-LK-TYPE
              MOVE CRT-CPTE      TO WS-LK-CPTE
              MOVE WS-LIB-CARTE  TO WE-RUBRIQUE
              WRITE REC-PRT FROM LG-RUBRIQUE
              ADD 1 TO WS-NB-PRODUITS
           END-IF.
       EDITER-MANDATS.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO MDT-NUM.
           START FMANDAT KEY IS NOT LESS THAN MDT-NUM
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-MANDAT UNTIL WS-EOF = 'O'.
       LIRE-MANDAT.
           READ FMANDAT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND MDT-CLT = CODE-TCLT
              AND MDT-STATUT = 'A'
              MOVE MDT-NUM       TO WS-LM-NUM
              MOVE MDT-CREANCIER TO WS-LM-CREANC
              MOVE MDT-CPTE      TO WS-LM-CPTE
              MOVE WS-LIB-MANDAT TO WE-RUBRIQUE
              WRITE REC-PRT FROM LG-RUBRIQUE
              ADD 1 TO WS-NB-PRODUITS
           END-IF.
       EDITER-COMPTES-JOINTS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO TIT-CLE.
           START FTITUL KEY IS NOT LESS THAN TIT-CLE
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-TITULAIRE UNTIL WS-EOF = 'O'.
       LIRE-TITULAIRE.
           READ FTITUL NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND TIT-CLT = CODE-TCLT
              AND TIT-ROLE = 'C'
              MOVE TIT-CPTE     TO WS-LJ-CPTE
              MOVE WS-LIB-JOINT TO WE-RUBRIQUE
              WRITE REC-PRT FROM LG-RUBRIQUE
              ADD 1 TO WS-NB-PRODUITS
           END-IF.
       FIN.
           CLOSE FCLT FRIB FPRINT FMANIF.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           IF WS-CAT-DISPO = 'O'
              CLOSE FCAT
           END-IF.
           IF WS-PRET-DISPO = 'O'
              CLOSE FPRET
           END-IF.
           IF WS-CARTE-DISPO = 'O'
              CLOSE FCARTE
           END-IF.
           IF WS-MANDAT-DISPO = 'O'
              CLOSE FMANDAT
           END-IF.
           IF WS-TITUL-DISPO = 'O'
              CLOSE FTITUL
           END-IF.
           DISPLAY 'POSITIONS EDITEES : ' WS-NB-EDITES.
           STOP RUN.
