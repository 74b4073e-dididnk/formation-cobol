       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECES.
       AUTHOR.     E NGBAME.
      * TRAITEMENT DES SUCCESSIONS (CLIENT DECEDE). LE REGISTRE
      * DD-SUCCES PORTE PAR CLIENT LA DATE DU DECES, LE NOTAIRE
      * CHARGE DU DOSSIER ET SON COMPTE, ET LE STATUT DU DOSSIER
      * ('O' = OUVERT, 'R' = REGLE). MODES :
      *   D = DECLARATION DU DECES : LE CLIENT PASSE AU STATUT 'B'
      *       MOTIF 'DCD' (MOUVEMENTS REJETES AU CHARGEMENT), SES
      *       COMPTES FRIB SONT GELES (ETAT-TRIB = 'G'), SES ORDRES
      *       PERMANENTS (DD-ORDPERM) PRENNENT FIN A LA DATE DU
      *       DECES, SES MANDATS DE PRELEVEMENT (DD-MANDAT) SONT
      *       REVOQUES, SES CARTES (DD-CARTE) MISES EN OPPOSITION, LES
      *       PROCURATIONS SUR SES COMPTES OU DONT IL ETAIT MANDATAIRE
      *       (DD-PROCUR) PRENNENT FIN, ET CHAQUE MOUVEMENT DEBIT DATE
      *       APRES LE DECES SUR UN COMPTE NON JOINT EST EXTOURNE PAR
      *       UN CREDIT DE MEME TYPE ET DE MEME DATE DE VALEUR. LES
      *       CONVENTIONS DE BALAYAGE (DD-CONVBAL) NE SONT PAS
      *       TOUCHEES : BALAYAGE IGNORE TOUTE CONVENTION DONT UN
      *       COMPTE EST GELE OU FERME ;
      *   E = ETAT SUCCESSORAL POUR LE NOTAIRE (DDSUCC) : SOLDE DE
      *       CHAQUE COMPTE ET INTERETS COURUS DU DEBUT DU MOIS A LA
      *       DATE DU DECES (TAUX JOURNALIERS DE CALCINTC ET DE
      *       CALCAGIO) ; LES COMPTES JOINTS (COTITULAIRES DANS
      *       DD-TITUL) SONT CITES HORS TOTAL ;
      *   R = REGLEMENT : LES INTERETS COURUS SONT POSTES (CREDIT
      *       'AJU' AVEC RETENUE A LA SOURCE CALCPFU, OU AGIOS
      *       'FRA'), CHAQUE COMPTE NON JOINT EST SOLDE PAR UN
      *       MOUVEMENT 'VIR' ET FERME (ETAT-TRIB = 'F'), L'ACTIF NET
      *       EST VIRE AU COMPTE DU NOTAIRE ET LE CLIENT PASSE AU
      *       STATUT 'F'. LES COMPTES JOINTS SONT DEGELES ET RESTENT
      *       AUX COTITULAIRES. UNE SUCCESSION DEBITRICE N'EST PAS
      *       REGLEE ICI ;
      *   L = LISTE DU REGISTRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSUCC ASSIGN TO DD-SUCCES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CLT
           FILE STATUS IS FS-SUCC.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FTITUL ASSIGN TO DD-TITUL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

           SELECT FORDPERM ASSIGN TO DD-ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FS-ORDPERM.

           SELECT FMANDAT ASSIGN TO DD-MANDAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDT-NUM
           FILE STATUS IS FS-MANDAT.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FPROCUR ASSIGN TO DD-PROCUR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-NUM
           ALTERNATE RECORD KEY IS PRO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-PROCUR.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FMVTCS ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTCS
           ALTERNATE RECORD KEY IS CPTDT-TMVTCS WITH DUPLICATES
           FILE STATUS IS FS-MVTCS.

           SELECT FPRINT ASSIGN TO DDSUCC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT O = OUVERT, R = REGLE--------------------------------
       FD  FSUCC.
       01  ENR-SUCC.
           10 SUC-CLT      PIC 9(5).
           10 SUC-DTDECES  PIC 9(8).
           10 SUC-DTDECL   PIC 9(8).
           10 SUC-NOTAIRE  PIC X(20).
           10 SUC-CPTE-NOT PIC X(23).
           10 SUC-STATUT   PIC X.
           10 SUC-NB-EXT   PIC 9(5).
           10 SUC-MT-EXT   PIC 9(9)V9(2).
           10 SUC-DTREG    PIC 9(8).
           10 SUC-MT-REGLE PIC 9(9)V9(2).

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

       FD  FTITUL.
       01  ENR-TITUL.
           10 TIT-CLE.
              15 TIT-CPTE  PIC X(23).
              15 TIT-CLT   PIC 9(5).
           10 TIT-ROLE     PIC X.
           10 TIT-COURRIER PIC X.

       FD  FORDPERM.
       01  ENR-ORDPERM.
           10 ORD-NUM     PIC 9(5).
           10 ORD-CLT     PIC 9(5).
           10 ORD-CPTE    PIC X(23).
           10 ORD-CONTREP PIC X(30).
           10 ORD-MONT    PIC 9(9)V9(2).
           10 ORD-SENS    PIC X.
           10 ORD-JOUR    PIC 9(2).
           10 ORD-DEBUT   PIC 9(8).
           10 ORD-FIN     PIC 9(8).

       FD  FMANDAT.
       01  ENR-MANDAT.
           10 MDT-NUM       PIC 9(5).
           10 MDT-CLT       PIC 9(5).
           10 MDT-CREANCIER PIC X(10).
           10 MDT-CPTE      PIC X(23).
           10 MDT-DTDEBUT   PIC 9(8).
           10 MDT-DTFIN     PIC 9(8).
           10 MDT-STATUT    PIC X.

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

       FD  FPROCUR.
       01  ENR-PROCUR.
           10 PRO-NUM     PIC 9(5).
           10 PRO-CPTE    PIC X(23).
           10 PRO-MANDATAIRE PIC 9(5).
           10 PRO-PORTEE  PIC X.
           10 PRO-DTDEBUT PIC 9(8).
           10 PRO-DTFIN   PIC 9(8).
           10 PRO-STATUT  PIC X.

      * BALAYAGE DES DEBITS POSTERIEURS AU DECES
       FD  FMVTCS.
       01  ENR-TMVTCS.
           10 CLT-TMVTCS  PIC 9(5).
           10 CPTDT-TMVTCS.
              15 CPTE-TMVTCS PIC X(23).
              15 DATE-TMVTCS PIC 9(8).
           10 MONT-TMVTCS PIC 9(9)V9(2).
           10 SENS-TMVTCS PIC X.
           10 TYPE-TMVTCS PIC X(3).
           10 REF-TMVTCS  PIC 9(13).
           10 DEV-TMVTCS  PIC X(3).
           10 DTVAL-TMVTCS PIC 9(8).
           10 LIB-TMVTCS   PIC X(18).
           10 NUMCHQ-TMVTCS PIC 9(7).

      * EXTOURNES ET MOUVEMENTS DE REGLEMENT
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

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SUCC      PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-TITUL     PIC XX VALUE ZERO.
       01  FS-ORDPERM   PIC XX VALUE ZERO.
       01  FS-MANDAT    PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-PROCUR    PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-MVTCS     PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-DECLARATION VALUE 'D'.
           88 MODE-ETAT        VALUE 'E'.
           88 MODE-REGLEMENT   VALUE 'R'.
           88 MODE-LISTE       VALUE 'L'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-DTDECES   PIC 9(8) VALUE ZERO.
       01  WS-DTDECES-R REDEFINES WS-DTDECES.
           05 WS-AAAAMM-DCD PIC 9(6).
           05 WS-JJ-DCD     PIC 9(2).
       01  WS-CPTE-NOT  PIC X(23) VALUE SPACES.
       01  WS-NOTAIRE   PIC X(20) VALUE SPACES.
       01  WS-SAISIE-OK PIC X VALUE 'N'.
       01  WS-REF-OK    PIC X VALUE 'N'.
       01  WS-TIT-DISPO PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-TIT-EOF   PIC X VALUE 'N'.
       01  WS-RIB-EOF   PIC X VALUE 'N'.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
      *----COMPTES DU DEFUNT (TITULAIRE PRINCIPAL DANS FRIB)-----------
       01  WS-NB-CPTES  PIC 9(3) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(3) VALUE ZERO.
       01  WS-CPTE-CHERCHE PIC X(23) VALUE SPACES.
       01  T-CPTES.
           05 T-CPTES-LIG OCCURS 50 TIMES.
              10 TC-CPTE   PIC X(23).
              10 TC-JOINT  PIC X.
      *----DEBITS POSTERIEURS AU DECES A EXTOURNER---------------------
       01  WS-NB-EXT    PIC 9(3) VALUE ZERO.
       01  WS-IND-EXT   PIC 9(3) VALUE ZERO.
       01  WS-EXT-PLEINE PIC X VALUE 'N'.
       01  WS-MT-EXT    PIC 9(9)V9(2) VALUE ZERO.
       01  T-EXTOURNES.
           05 T-EXT-LIG OCCURS 200 TIMES.
              10 TE-CPTE   PIC X(23).
              10 TE-MONT   PIC 9(9)V9(2).
              10 TE-TYPE   PIC X(3).
              10 TE-DEV    PIC X(3).
              10 TE-DTVAL  PIC 9(8).
              10 TE-REF    PIC 9(13).
      *----COMPTEURS DE LA DECLARATION---------------------------------
       01  WS-NB-GELES  PIC 9(3) VALUE ZERO.
       01  WS-NB-ORD    PIC 9(5) VALUE ZERO.
       01  WS-NB-MDT    PIC 9(5) VALUE ZERO.
       01  WS-NB-CRT    PIC 9(5) VALUE ZERO.
       01  WS-NB-PRO    PIC 9(5) VALUE ZERO.
      *----INTERETS COURUS (TAUX PAR DEFAUT DE CALCINTC / CALCAGIO)----
       01  WS-TX-INT    PIC 9V9(6) VALUE 0.000082.
       01  WS-TX-AGIO   PIC 9V9(6) VALUE 0.000411.
       01  WS-TX-SAISI  PIC 9V9(6) VALUE ZERO.
       01  WS-NBJOURS   PIC 9(3) VALUE ZERO.
       01  WS-MT-COURUS PIC 9(7)V9(2) VALUE ZERO.
       01  WS-MT-PFU    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-BRUT-PFU  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-DISPENSE  PIC X VALUE 'N'.
       01  WS-SOLDE-SIGNE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-COURUS-SIGNE PIC S9(7)V9(2) VALUE ZERO.
       01  WS-NET-CPTE  PIC S9(9)V9(2) VALUE ZERO.
       01  WS-NET-SUCC  PIC S9(11)V9(2) VALUE ZERO.
       01  WS-MT-NOTAIRE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-NB-LISTE  PIC 9(5) VALUE ZERO.

      *----ETAT SUCCESSORAL (PRESENTATION CLOTCPTE)--------------------
       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
          05 FILLER PIC X(16) VALUE SPACES.
          05 WE-TITRE  PIC X(27).
          05 FILLER PIC X(3)  VALUE 'AU '.
          05 WE-DTTITRE PIC 9(8).
       01  LG-CLIENT.
          05 FILLER        PIC X(12) VALUE 'DEFUNT   : '.
          05 WE-IDCLT      PIC 9(5).
          05 FILLER        PIC X VALUE SPACE.
          05 WE-NOM        PIC X(20).
          05 FILLER        PIC X VALUE SPACE.
          05 WE-PRENOM     PIC X(20).
       01  LG-DECES.
          05 FILLER        PIC X(12) VALUE 'DECEDE LE: '.
          05 WE-DTDECES    PIC 9(8).
          05 FILLER        PIC X(23) VALUE
             '   JOURS COURUS AU MOIS'.
          05 FILLER        PIC X(3) VALUE ' : '.
          05 WE-NBJOURS    PIC ZZ9.
       01  LG-NOTAIRE.
          05 FILLER        PIC X(12) VALUE 'NOTAIRE  : '.
          05 WE-NOTAIRE    PIC X(20).
          05 FILLER        PIC X(9) VALUE ' COMPTE: '.
          05 WE-CPTE-NOT   PIC X(23).
       01  LG-ENTETE.
          05 FILLER PIC X(40) VALUE
             'COMPTE                            SOLDE'.
          05 FILLER PIC X(40) VALUE
             '    INT. COURUS  OBSERVATION            '.
       01  LG-DET.
          05 WE-CPTE       PIC X(23).
          05 FILLER        PIC X VALUE SPACE.
          05 WE-SOLDE      PIC +ZZZBZZZBZZ9.99.
          05 FILLER        PIC X VALUE SPACE.
          05 WE-COURUS     PIC +ZZZBZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WE-OBS        PIC X(24).
       01  LG-TOTAL.
          05 WE-LIB-TOT    PIC X(24).
          05 WE-TOTAL      PIC +ZZZBZZZBZZZBZZ9.99.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (D=DECLARATION / E=ETAT / R=REGLEMENT / '
              'L=LISTE) : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-REGISTRE.
           IF FS-SUCC = '00'
              IF MODE-LISTE
                 PERFORM LISTER-SUCCESSIONS
              ELSE
                 PERFORM OUVRIR-REFERENTIELS
                 IF WS-REF-OK = 'O'
                    PERFORM AIGUILLER-MODE
                 END-IF
                 PERFORM FERMER-REFERENTIELS
              END-IF
              CLOSE FSUCC
           END-IF.
           STOP RUN.
       AIGUILLER-MODE.
           IF MODE-DECLARATION
              PERFORM DECLARER-DECES
           ELSE
              IF MODE-ETAT
                 PERFORM EDITER-ETAT
              ELSE
                 IF MODE-REGLEMENT
                    PERFORM REGLER-SUCCESSION
                 ELSE
                    DISPLAY 'MODE INCONNU : ' WS-MODE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE REGISTRE N'EXISTE PAS ENCORE (FS 35)   *
      *----------------------------------------------------------------
       OUVRIR-REGISTRE.
           OPEN I-O FSUCC.
           IF FS-SUCC = '35'
              OPEN OUTPUT FSUCC
              CLOSE FSUCC
              OPEN I-O FSUCC
           END-IF.
           IF FS-SUCC NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-SUCCES : ' FS-SUCC
           END-IF.
      *----FCLT ET FRIB OBLIGATOIRES, DD-TITUL FACULTATIF (ABSENT :----
      *----AUCUN COMPTE JOINT)-----------------------------------------
       OUVRIR-REFERENTIELS.
           MOVE 'N' TO WS-REF-OK.
           OPEN I-O FCLT.
           OPEN I-O FRIB.
           IF FS-CLT NOT = '00' OR FS-RIB NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CLT ' FR ' FS-RIB
           ELSE
              MOVE 'O' TO WS-REF-OK
           END-IF.
           OPEN INPUT FTITUL.
           IF FS-TITUL = '00'
              MOVE 'O' TO WS-TIT-DISPO
           ELSE
              DISPLAY 'REGISTRE DD-TITUL ABSENT - AUCUN COMPTE JOINT'
           END-IF.
       FERMER-REFERENTIELS.
           IF FS-CLT = '00'
              CLOSE FCLT
           END-IF.
           IF FS-RIB = '00'
              CLOSE FRIB
           END-IF.
           IF WS-TIT-DISPO = 'O'
              CLOSE FTITUL
           END-IF.
      *----------------------------------------------------------------
      *    DECLARATION DU DECES : CONTROLES, BLOCAGE DU CLIENT, GEL    *
      *    DES COMPTES, ARRET DES ORDRES, MANDATS, CARTES ET           *
      *    PROCURATIONS, EXTOURNE DES DEBITS POSTERIEURS AU DECES      *
      *----------------------------------------------------------------
       DECLARER-DECES.
           DISPLAY 'CODE CLIENT DECEDE (9(5))     : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'DATE DU DECES (AAAAMMJJ)      : '
              WITH NO ADVANCING.
           ACCEPT WS-DTDECES.
           DISPLAY 'NOTAIRE (X(20))               : '
              WITH NO ADVANCING.
           ACCEPT WS-NOTAIRE.
           DISPLAY 'COMPTE DU NOTAIRE (BLANC=PLUS TARD) : '
              WITH NO ADVANCING.
           ACCEPT WS-CPTE-NOT.
           PERFORM CONTROLER-DECLARATION.
           IF WS-SAISIE-OK = 'O'
              PERFORM RELEVER-COMPTES
              PERFORM GELER-COMPTE
                 VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > WS-NB-CPTES
              MOVE 'B'   TO STATUT-TCLT
              MOVE 'DCD' TO MOTIF-TCLT
              REWRITE ENR-TCLT
                 INVALID KEY DISPLAY 'ERR. MAJ CLIENT : ' FS-CLT
              END-REWRITE
              PERFORM SUSPENDRE-ORDRES
              PERFORM REVOQUER-MANDATS
              PERFORM OPPOSER-CARTES
              PERFORM CLORE-PROCURATIONS
              PERFORM EXTOURNER-DEBITS
              PERFORM ENREGISTRER-SUCCESSION
           END-IF.
       CONTROLER-DECLARATION.
           MOVE 'N' TO WS-SAISIE-OK.
           MOVE WS-CLT TO SUC-CLT.
           READ FSUCC
           INVALID KEY
              PERFORM CONTROLER-CLIENT-DECEDE
           NOT INVALID KEY
              DISPLAY 'SUCCESSION DEJA OUVERTE LE ' SUC-DTDECL
                 ' - CLIENT ' SUC-CLT
           END-READ.
       CONTROLER-CLIENT-DECEDE.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
           INVALID KEY
              DISPLAY 'CLIENT NON TROUVE : ' WS-CLT
           NOT INVALID KEY
              IF STATUT-TCLT = 'F'
                 DISPLAY 'CLIENT DEJA FERME : ' WS-CLT
              ELSE
                 IF WS-DTDECES = ZERO OR WS-DTDECES > WS-DTJOUR
                    DISPLAY 'DATE DE DECES INVALIDE : ' WS-DTDECES
                 ELSE
                    MOVE 'O' TO WS-SAISIE-OK
                    DISPLAY 'DEFUNT : ' NOM-TCLT ' ' PRENOM-TCLT
                 END-IF
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    COMPTES DU CLIENT PAR LA CLE ALTERNEE (COMPTES FERMES       *
      *    EXCLUS) ; UN COMPTE EST JOINT S'IL A DANS DD-TITUL UN       *
      *    AUTRE TITULAIRE QUE LE DEFUNT                               *
      *----------------------------------------------------------------
       RELEVER-COMPTES.
           MOVE ZERO TO WS-NB-CPTES.
           MOVE 'N' TO WS-RIB-EOF.
           MOVE WS-CLT TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-RIB-EOF
           END-START.
           PERFORM LIRE-COMPTE-CLIENT UNTIL WS-RIB-EOF = 'O'.
       LIRE-COMPTE-CLIENT.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-RIB-EOF
           END-READ.
           IF WS-RIB-EOF = 'N'
              IF CLT-TRIB NOT = WS-CLT
                 MOVE 'O' TO WS-RIB-EOF
              ELSE
                 IF ETAT-TRIB NOT = 'F'
                    PERFORM RANGER-COMPTE
                 END-IF
              END-IF
           END-IF.
       RANGER-COMPTE.
           IF WS-NB-CPTES < 50
              ADD 1 TO WS-NB-CPTES
              MOVE CPTE-TRIB TO TC-CPTE(WS-NB-CPTES)
              MOVE 'N' TO TC-JOINT(WS-NB-CPTES)
              IF WS-TIT-DISPO = 'O'
                 PERFORM CHERCHER-COTITULAIRE
              END-IF
           ELSE
              DISPLAY 'TABLE DES COMPTES PLEINE (50) - COMPTE '
                 CPTE-TRIB ' A TRAITER A LA MAIN'
           END-IF.
       CHERCHER-COTITULAIRE.
           MOVE 'N' TO WS-TIT-EOF.
           MOVE CPTE-TRIB TO TIT-CPTE.
           MOVE ZERO TO TIT-CLT.
           START FTITUL KEY IS NOT LESS THAN TIT-CLE
              INVALID KEY MOVE 'O' TO WS-TIT-EOF
           END-START.
           PERFORM LIRE-TITULAIRE UNTIL WS-TIT-EOF = 'O'.
       LIRE-TITULAIRE.
           READ FTITUL NEXT RECORD
              AT END MOVE 'O' TO WS-TIT-EOF
           END-READ.
           IF WS-TIT-EOF = 'N'
              IF TIT-CPTE NOT = CPTE-TRIB
                 MOVE 'O' TO WS-TIT-EOF
              ELSE
                 IF TIT-CLT NOT = WS-CLT
                    MOVE 'O' TO TC-JOINT(WS-NB-CPTES)
                    MOVE 'O' TO WS-TIT-EOF
                 END-IF
              END-IF
           END-IF.
       CHERCHER-COMPTE-TABLE.
           PERFORM COMPARER-COMPTE-TABLE
              VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES
                 OR TC-CPTE(WS-IND-CPTE) = WS-CPTE-CHERCHE.
       COMPARER-COMPTE-TABLE.
           CONTINUE.
      *----------------------------------------------------------------
      *    GEL DE CHAQUE COMPTE DU DEFUNT (JOINTS COMPRIS)             *
      *----------------------------------------------------------------
       GELER-COMPTE.
           MOVE TC-CPTE(WS-IND-CPTE) TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
           INVALID KEY
              DISPLAY 'COMPTE DISPARU : ' CPTE-TRIB
           NOT INVALID KEY
              MOVE 'G' TO ETAT-TRIB
              REWRITE ENR-TRIB
                 INVALID KEY DISPLAY 'ERR. MAJ RIB: ' FS-RIB
              END-REWRITE
              ADD 1 TO WS-NB-GELES
              IF TC-JOINT(WS-IND-CPTE) = 'O'
                 DISPLAY 'COMPTE GELE  : ' CPTE-TRIB ' (JOINT)'
              ELSE
                 DISPLAY 'COMPTE GELE  : ' CPTE-TRIB
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    ORDRES PERMANENTS : FIN A LA DATE DU DECES                  *
      *----------------------------------------------------------------
       SUSPENDRE-ORDRES.
           OPEN I-O FORDPERM.
           IF FS-ORDPERM NOT = '00'
              DISPLAY 'DD-ORDPERM ABSENT - AUCUN ORDRE A SUSPENDRE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM TRAITER-ORDRE UNTIL WS-EOF = 'O'
              CLOSE FORDPERM
           END-IF.
       TRAITER-ORDRE.
           READ FORDPERM NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND ORD-CLT = WS-CLT
              AND (ORD-FIN = ZERO OR ORD-FIN > WS-DTDECES)
              MOVE WS-DTDECES TO ORD-FIN
              REWRITE ENR-ORDPERM
              ADD 1 TO WS-NB-ORD
              DISPLAY 'ORDRE SUSPENDU : ' ORD-NUM ' ' ORD-CONTREP
           END-IF.
      *----------------------------------------------------------------
      *    MANDATS DE PRELEVEMENT : REVOCATION (STATUT 'R')            *
      *----------------------------------------------------------------
       REVOQUER-MANDATS.
           OPEN I-O FMANDAT.
           IF FS-MANDAT NOT = '00'
              DISPLAY 'DD-MANDAT ABSENT - AUCUN MANDAT A REVOQUER'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM TRAITER-MANDAT UNTIL WS-EOF = 'O'
              CLOSE FMANDAT
           END-IF.
       TRAITER-MANDAT.
           READ FMANDAT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND MDT-CLT = WS-CLT
              AND MDT-STATUT = 'A'
              MOVE 'R' TO MDT-STATUT
              REWRITE ENR-MANDAT
              ADD 1 TO WS-NB-MDT
              DISPLAY 'MANDAT REVOQUE : ' MDT-NUM ' ' MDT-CREANCIER
           END-IF.
      *----------------------------------------------------------------
      *    CARTES : MISE EN OPPOSITION (STATUT 'O')                    *
      *----------------------------------------------------------------
       OPPOSER-CARTES.
           OPEN I-O FCARTE.
           IF FS-CARTE NOT = '00'
              DISPLAY 'DD-CARTE ABSENT - AUCUNE CARTE A OPPOSER'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM TRAITER-CARTE UNTIL WS-EOF = 'O'
              CLOSE FCARTE
           END-IF.
       TRAITER-CARTE.
           READ FCARTE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND CRT-CLT = WS-CLT
              AND CRT-STATUT = 'A'
              MOVE 'O' TO CRT-STATUT
              REWRITE ENR-CARTE
              ADD 1 TO WS-NB-CRT
              DISPLAY 'CARTE OPPOSEE  : ' CRT-NUM
           END-IF.
      *----------------------------------------------------------------
      *    PROCURATIONS SUR LES COMPTES DU DEFUNT OU DONT IL ETAIT     *
      *    MANDATAIRE : FIN A LA DATE DU DECES (STATUT 'R')            *
      *----------------------------------------------------------------
       CLORE-PROCURATIONS.
           OPEN I-O FPROCUR.
           IF FS-PROCUR NOT = '00'
              DISPLAY 'DD-PROCUR ABSENT - AUCUNE PROCURATION A CLORE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM TRAITER-PROCURATION UNTIL WS-EOF = 'O'
              CLOSE FPROCUR
           END-IF.
       TRAITER-PROCURATION.
           READ FPROCUR NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND PRO-STATUT = 'A'
              MOVE PRO-CPTE TO WS-CPTE-CHERCHE
              PERFORM CHERCHER-COMPTE-TABLE
              IF WS-IND-CPTE NOT > WS-NB-CPTES
                 OR PRO-MANDATAIRE = WS-CLT
                 MOVE 'R' TO PRO-STATUT
                 IF PRO-DTFIN = ZERO OR PRO-DTFIN > WS-DTDECES
                    MOVE WS-DTDECES TO PRO-DTFIN
                 END-IF
                 REWRITE ENR-PROCUR
                 ADD 1 TO WS-NB-PRO
                 DISPLAY 'PROCURATION CLOSE : ' PRO-NUM ' ' PRO-CPTE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    EXTOURNE DES DEBITS DATES APRES LE DECES SUR LES COMPTES    *
      *    NON JOINTS : RELEVE EN TABLE PUIS CREDIT DE MEME TYPE       *
      *----------------------------------------------------------------
       EXTOURNER-DEBITS.
           MOVE ZERO TO WS-NB-EXT WS-MT-EXT.
           OPEN INPUT FMVTCS.
           IF FS-MVTCS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM RELEVER-DEBIT UNTIL WS-EOF = 'O'
              CLOSE FMVTCS
           END-IF.
           IF WS-NB-EXT > ZERO
              OPEN I-O FMVTC
              IF FS-MVTC NOT = '00'
                 DISPLAY 'ERR. OUVERTURE AS-MVTC : ' FS-MVTC
                    ' - AUCUNE EXTOURNE'
                 MOVE ZERO TO WS-NB-EXT
              ELSE
                 PERFORM POSTER-EXTOURNE
                    VARYING WS-IND-EXT FROM 1 BY 1
                    UNTIL WS-IND-EXT > WS-NB-EXT
                 CLOSE FMVTC
              END-IF
           END-IF.
           IF WS-EXT-PLEINE = 'O'
              DISPLAY 'TABLE DES EXTOURNES PLEINE (200) - DEBITS '
                 'RESTANTS A EXTOURNER A LA MAIN'
           END-IF.
       RELEVER-DEBIT.
           READ FMVTCS
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND SENS-TMVTCS = 'D'
              AND DATE-TMVTCS > WS-DTDECES
              MOVE CPTE-TMVTCS TO WS-CPTE-CHERCHE
              PERFORM CHERCHER-COMPTE-TABLE
              IF WS-IND-CPTE NOT > WS-NB-CPTES
                 IF TC-JOINT(WS-IND-CPTE) = 'N'
                    PERFORM RANGER-EXTOURNE
                 END-IF
              END-IF
           END-IF.
       RANGER-EXTOURNE.
           IF WS-NB-EXT < 200
              ADD 1 TO WS-NB-EXT
              MOVE CPTE-TMVTCS  TO TE-CPTE(WS-NB-EXT)
              MOVE MONT-TMVTCS  TO TE-MONT(WS-NB-EXT)
              MOVE TYPE-TMVTCS  TO TE-TYPE(WS-NB-EXT)
              MOVE DEV-TMVTCS   TO TE-DEV(WS-NB-EXT)
              MOVE DTVAL-TMVTCS TO TE-DTVAL(WS-NB-EXT)
              MOVE REF-TMVTCS   TO TE-REF(WS-NB-EXT)
           ELSE
              MOVE 'O' TO WS-EXT-PLEINE
           END-IF.
       POSTER-EXTOURNE.
           MOVE WS-CLT               TO CLT-TMVTC.
           MOVE TE-CPTE(WS-IND-EXT)  TO CPTE-TMVTC.
           MOVE WS-DTJOUR            TO DATE-TMVTC.
           MOVE TE-MONT(WS-IND-EXT)  TO MONT-TMVTC.
           MOVE 'C'                  TO SENS-TMVTC.
           MOVE TE-TYPE(WS-IND-EXT)  TO TYPE-TMVTC.
           MOVE TE-DEV(WS-IND-EXT)   TO DEV-TMVTC.
           MOVE TE-DTVAL(WS-IND-EXT) TO DTVAL-TMVTC.
           MOVE 'EXTOURNE DECES'     TO LIB-TMVTC.
           PERFORM ECRIRE-MOUVEMENT.
           ADD TE-MONT(WS-IND-EXT) TO WS-MT-EXT.
           DISPLAY 'DEBIT EXTOURNE : ' TE-REF(WS-IND-EXT) ' '
              TE-CPTE(WS-IND-EXT) ' ' TE-MONT(WS-IND-EXT).
       ECRIRE-MOUVEMENT.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
       ENREGISTRER-SUCCESSION.
           MOVE WS-CLT      TO SUC-CLT.
           MOVE WS-DTDECES  TO SUC-DTDECES.
           MOVE WS-DTJOUR   TO SUC-DTDECL.
           MOVE WS-NOTAIRE  TO SUC-NOTAIRE.
           MOVE WS-CPTE-NOT TO SUC-CPTE-NOT.
           MOVE 'O'         TO SUC-STATUT.
           MOVE WS-NB-EXT   TO SUC-NB-EXT.
           MOVE WS-MT-EXT   TO SUC-MT-EXT.
           MOVE ZERO        TO SUC-DTREG SUC-MT-REGLE.
           WRITE ENR-SUCC
              INVALID KEY DISPLAY 'ERR. ECR. DD-SUCCES : ' FS-SUCC
           END-WRITE.
           DISPLAY 'SUCCESSION OUVERTE - CLIENT ' WS-CLT
              ' DECEDE LE ' WS-DTDECES.
           DISPLAY 'COMPTES GELES      : ' WS-NB-GELES.
           DISPLAY 'ORDRES SUSPENDUS   : ' WS-NB-ORD.
           DISPLAY 'MANDATS REVOQUES   : ' WS-NB-MDT.
           DISPLAY 'CARTES OPPOSEES    : ' WS-NB-CRT.
           DISPLAY 'PROCURATIONS CLOSES: ' WS-NB-PRO.
           DISPLAY 'DEBITS EXTOURNES   : ' WS-NB-EXT ' POUR '
              WS-MT-EXT.
      *----------------------------------------------------------------
      *    DOSSIER D'UN CLIENT : REGISTRE, FICHE CLIENT, TAUX          *
      *----------------------------------------------------------------
       CHERCHER-SUCCESSION.
           MOVE 'N' TO WS-SAISIE-OK.
           DISPLAY 'CODE CLIENT DECEDE (9(5))     : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           MOVE WS-CLT TO SUC-CLT.
           READ FSUCC
           INVALID KEY
              DISPLAY 'AUCUNE SUCCESSION POUR LE CLIENT ' WS-CLT
           NOT INVALID KEY
              MOVE WS-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY
                    DISPLAY 'CLIENT NON TROUVE : ' WS-CLT
                 NOT INVALID KEY
                    MOVE 'O' TO WS-SAISIE-OK
              END-READ
           END-READ.
           IF WS-SAISIE-OK = 'O'
              MOVE SUC-DTDECES TO WS-DTDECES
              MOVE WS-JJ-DCD   TO WS-NBJOURS
              DISPLAY 'TAUX JOURNALIER CREDITEUR (DEFAUT ' WS-TX-INT
                 ') : ' WITH NO ADVANCING
              ACCEPT WS-TX-SAISI
              IF WS-TX-SAISI NOT = ZERO
                 MOVE WS-TX-SAISI TO WS-TX-INT
              END-IF
              DISPLAY 'TAUX JOURNALIER DEBITEUR (DEFAUT ' WS-TX-AGIO
                 ') : ' WITH NO ADVANCING
              ACCEPT WS-TX-SAISI
              IF WS-TX-SAISI NOT = ZERO
                 MOVE WS-TX-SAISI TO WS-TX-AGIO
              END-IF
           END-IF.
      *----INTERETS COURUS DU DEBUT DU MOIS AU DECES SUR LE SOLDE------
       CALCULER-COURUS.
           MOVE ZERO TO WS-MT-COURUS.
           IF SENS-TRIB = 'D'
              COMPUTE WS-SOLDE-SIGNE = SOLDE-TRIB * -1
              COMPUTE WS-MT-COURUS ROUNDED =
                 SOLDE-TRIB * WS-TX-AGIO * WS-NBJOURS
              COMPUTE WS-COURUS-SIGNE = WS-MT-COURUS * -1
           ELSE
              MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
              COMPUTE WS-MT-COURUS ROUNDED =
                 SOLDE-TRIB * WS-TX-INT * WS-NBJOURS
              MOVE WS-MT-COURUS TO WS-COURUS-SIGNE
           END-IF.
           COMPUTE WS-NET-CPTE = WS-SOLDE-SIGNE + WS-COURUS-SIGNE.
       EDITER-ENTETE.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING 3 LINE.
           MOVE WS-CLT      TO WE-IDCLT.
           MOVE NOM-TCLT    TO WE-NOM.
           MOVE PRENOM-TCLT TO WE-PRENOM.
           WRITE REC-PRT FROM LG-CLIENT AFTER ADVANCING 2 LINE.
           MOVE SUC-DTDECES TO WE-DTDECES.
           MOVE WS-NBJOURS  TO WE-NBJOURS.
           WRITE REC-PRT FROM LG-DECES.
           MOVE SUC-NOTAIRE  TO WE-NOTAIRE.
           MOVE SUC-CPTE-NOT TO WE-CPTE-NOT.
           WRITE REC-PRT FROM LG-NOTAIRE.
           WRITE REC-PRT FROM LG-ENTETE AFTER ADVANCING 2 LINE.
       EDITER-LIGNE-COMPTE.
           MOVE CPTE-TRIB       TO WE-CPTE.
           MOVE WS-SOLDE-SIGNE  TO WE-SOLDE.
           MOVE WS-COURUS-SIGNE TO WE-COURUS.
           WRITE REC-PRT FROM LG-DET.
      *----------------------------------------------------------------
      *    ETAT SUCCESSORAL POUR LE NOTAIRE A LA DATE DU DECES         *
      *----------------------------------------------------------------
       EDITER-ETAT.
           PERFORM CHERCHER-SUCCESSION.
           IF WS-SAISIE-OK = 'O'
              OPEN OUTPUT FPRINT
              MOVE 'ETAT SUCCESSORAL'  TO WE-TITRE
              MOVE SUC-DTDECES TO WE-DTTITRE
              PERFORM EDITER-ENTETE
              PERFORM RELEVER-COMPTES
              MOVE ZERO TO WS-NET-SUCC
              PERFORM EDITER-COMPTE-ETAT
                 VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > WS-NB-CPTES
              MOVE 'ACTIF NET SUCCESSORAL'  TO WE-LIB-TOT
              MOVE WS-NET-SUCC TO WE-TOTAL
              WRITE REC-PRT FROM LG-TOTAL AFTER ADVANCING 2 LINE
              CLOSE FPRINT
              DISPLAY 'ETAT SUCCESSORAL EDITE - ACTIF NET '
                 WS-NET-SUCC
           END-IF.
       EDITER-COMPTE-ETAT.
           MOVE TC-CPTE(WS-IND-CPTE) TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
           INVALID KEY
              DISPLAY 'COMPTE DISPARU : ' CPTE-TRIB
           NOT INVALID KEY
              PERFORM CALCULER-COURUS
              IF TC-JOINT(WS-IND-CPTE) = 'O'
                 MOVE 'JOINT - HORS TOTAL' TO WE-OBS
              ELSE
                 MOVE SPACES TO WE-OBS
                 ADD WS-NET-CPTE TO WS-NET-SUCC
              END-IF
              PERFORM EDITER-LIGNE-COMPTE
           END-READ.
      *----------------------------------------------------------------
      *    REGLEMENT : ACTIF NET POSITIF OBLIGATOIRE, PUIS SOLDE ET    *
      *    FERMETURE DES COMPTES NON JOINTS, VIREMENT AU NOTAIRE       *
      *----------------------------------------------------------------
       REGLER-SUCCESSION.
           PERFORM CHERCHER-SUCCESSION.
           IF WS-SAISIE-OK = 'O'
              IF SUC-STATUT NOT = 'O'
                 DISPLAY 'SUCCESSION DEJA REGLEE LE ' SUC-DTREG
              ELSE
                 PERFORM SAISIR-COMPTE-NOTAIRE
              END-IF
           END-IF.
       SAISIR-COMPTE-NOTAIRE.
           DISPLAY 'COMPTE DU NOTAIRE (BLANC=' SUC-CPTE-NOT ') : '
              WITH NO ADVANCING.
           ACCEPT WS-CPTE-NOT.
           IF WS-CPTE-NOT NOT = SPACES
              MOVE WS-CPTE-NOT TO SUC-CPTE-NOT
           END-IF.
           IF SUC-CPTE-NOT = SPACES
              DISPLAY 'COMPTE DU NOTAIRE OBLIGATOIRE - PAS DE '
                 'REGLEMENT'
           ELSE
              PERFORM RELEVER-COMPTES
              MOVE ZERO TO WS-NET-SUCC
              PERFORM CUMULER-ACTIF-NET
                 VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > WS-NB-CPTES
              IF WS-NET-SUCC < ZERO
                 DISPLAY 'SUCCESSION DEBITRICE (' WS-NET-SUCC
                    ') - A APURER PAR LE NOTAIRE AVANT REGLEMENT'
              ELSE
                 PERFORM POSTER-REGLEMENT
              END-IF
           END-IF.
       CUMULER-ACTIF-NET.
           IF TC-JOINT(WS-IND-CPTE) = 'N'
              MOVE TC-CPTE(WS-IND-CPTE) TO CPTE-TRIB
              READ FRIB KEY IS CPTE-TRIB
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM CALCULER-COURUS
                    ADD WS-NET-CPTE TO WS-NET-SUCC
              END-READ
           END-IF.
       POSTER-REGLEMENT.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           IF FS-MVTC NOT = '00'
              DISPLAY 'ERR. OUVERTURE AS-MVTC : ' FS-MVTC
           ELSE
              OPEN OUTPUT FPRINT
              MOVE 'REGLEMENT DE SUCCESSION' TO WE-TITRE
              MOVE WS-DTJOUR TO WE-DTTITRE
              PERFORM EDITER-ENTETE
              MOVE ZERO TO WS-MT-NOTAIRE
              PERFORM REGLER-COMPTE
                 VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > WS-NB-CPTES
              IF WS-MT-NOTAIRE > ZERO
                 PERFORM VIRER-NOTAIRE
              END-IF
              MOVE 'VIRE AU NOTAIRE' TO WE-LIB-TOT
              MOVE WS-MT-NOTAIRE TO WE-TOTAL
              WRITE REC-PRT FROM LG-TOTAL AFTER ADVANCING 2 LINE
              CLOSE FPRINT FMVTC
              MOVE 'F'   TO STATUT-TCLT
              MOVE 'DCD' TO MOTIF-TCLT
              REWRITE ENR-TCLT
                 INVALID KEY DISPLAY 'ERR. MAJ CLIENT : ' FS-CLT
              END-REWRITE
              MOVE 'R'           TO SUC-STATUT
              MOVE WS-DTJOUR     TO SUC-DTREG
              MOVE WS-MT-NOTAIRE TO SUC-MT-REGLE
              REWRITE ENR-SUCC
                 INVALID KEY DISPLAY 'ERR. MAJ DD-SUCCES : ' FS-SUCC
              END-REWRITE
              DISPLAY 'SUCCESSION REGLEE - VIRE AU NOTAIRE : '
                 WS-MT-NOTAIRE
           END-IF.
      *----UN COMPTE JOINT EST DEGELE ET RESTE AUX COTITULAIRES--------
       REGLER-COMPTE.
           MOVE TC-CPTE(WS-IND-CPTE) TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
           INVALID KEY
              DISPLAY 'COMPTE DISPARU : ' CPTE-TRIB
           NOT INVALID KEY
              IF TC-JOINT(WS-IND-CPTE) = 'O'
                 PERFORM DEGELER-COMPTE-JOINT
              ELSE
                 PERFORM SOLDER-COMPTE
              END-IF
           END-READ.
       DEGELER-COMPTE-JOINT.
           IF ETAT-TRIB = 'G'
              MOVE 'O' TO ETAT-TRIB
              REWRITE ENR-TRIB
                 INVALID KEY DISPLAY 'ERR. MAJ RIB: ' FS-RIB
              END-REWRITE
           END-IF.
           PERFORM CALCULER-COURUS.
           MOVE ZERO TO WS-COURUS-SIGNE.
           MOVE 'JOINT - AUX COTITULAIRES' TO WE-OBS.
           PERFORM EDITER-LIGNE-COMPTE.
       SOLDER-COMPTE.
           PERFORM CALCULER-COURUS.
           MOVE CLT-TRIB  TO CLT-TMVTC.
           MOVE CPTE-TRIB TO CPTE-TMVTC.
           MOVE WS-DTJOUR TO DATE-TMVTC DTVAL-TMVTC.
           MOVE DEV-TRIB  TO DEV-TMVTC.
           IF WS-MT-COURUS > ZERO
              IF SENS-TRIB = 'D'
                 MOVE WS-MT-COURUS TO MONT-TMVTC
                 MOVE 'D'   TO SENS-TMVTC
                 MOVE 'FRA' TO TYPE-TMVTC
                 MOVE 'AGIOS COURUS DCD' TO LIB-TMVTC
                 PERFORM ECRIRE-MOUVEMENT
              ELSE
                 MOVE WS-MT-COURUS TO MONT-TMVTC
                 MOVE 'C'   TO SENS-TMVTC
                 MOVE 'AJU' TO TYPE-TMVTC
                 MOVE 'INT. COURUS DCD' TO LIB-TMVTC
                 PERFORM ECRIRE-MOUVEMENT
                 PERFORM PRELEVER-A-LA-SOURCE
              END-IF
           END-IF.
           IF WS-NET-CPTE NOT = ZERO
              IF WS-NET-CPTE > ZERO
                 MOVE WS-NET-CPTE TO MONT-TMVTC
                 MOVE 'D' TO SENS-TMVTC
                 ADD WS-NET-CPTE TO WS-MT-NOTAIRE
              ELSE
                 COMPUTE MONT-TMVTC = WS-NET-CPTE * -1
                 MOVE 'C' TO SENS-TMVTC
                 SUBTRACT MONT-TMVTC FROM WS-MT-NOTAIRE
              END-IF
              MOVE 'VIR' TO TYPE-TMVTC
              MOVE 'REGLEMENT SUCCESS.' TO LIB-TMVTC
              PERFORM ECRIRE-MOUVEMENT
           END-IF.
           MOVE ZERO      TO SOLDE-TRIB.
           MOVE 'C'       TO SENS-TRIB.
           MOVE 'F'       TO ETAT-TRIB.
           MOVE WS-DTJOUR TO DATE-TRIB.
           REWRITE ENR-TRIB
              INVALID KEY DISPLAY 'ERR. MAJ RIB: ' FS-RIB
           END-REWRITE.
           MOVE 'CLOS - SOLDE AU NOTAIRE' TO WE-OBS.
           PERFORM EDITER-LIGNE-COMPTE.
      *----RETENUE A LA SOURCE SUR LES INTERETS COURUS (CALCPFU) : LE--
      *----NET VIRE AU NOTAIRE EN EST DIMINUE--------------------------
       PRELEVER-A-LA-SOURCE.
           MOVE WS-MT-COURUS TO WS-BRUT-PFU.
           CALL 'CALCPFU' USING CLT-TRIB WS-DTJOUR WS-BRUT-PFU
              WS-MT-PFU WS-DISPENSE.
           IF WS-MT-PFU > ZERO
              MOVE WS-MT-PFU  TO MONT-TMVTC
              MOVE 'D'        TO SENS-TMVTC
              MOVE 'PFU'      TO TYPE-TMVTC
              MOVE 'PRELEV. SOURCE INT' TO LIB-TMVTC
              PERFORM ECRIRE-MOUVEMENT
              SUBTRACT WS-MT-PFU FROM WS-NET-CPTE
           END-IF.
      *----COMPTE DU NOTAIRE TENU CHEZ NOUS : JAMBE CREDIT POSTEE ; ---
      *----SINON LE VIREMENT SORTANT EST A EMETTRE PAR L'AGENCE--------
       VIRER-NOTAIRE.
           MOVE SUC-CPTE-NOT TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
           INVALID KEY
              DISPLAY 'COMPTE NOTAIRE EXTERNE - VIREMENT DE '
                 WS-MT-NOTAIRE ' A EMETTRE VERS ' SUC-CPTE-NOT
           NOT INVALID KEY
              IF ETAT-TRIB = 'F'
                 DISPLAY 'COMPTE NOTAIRE FERME - VIREMENT DE '
                    WS-MT-NOTAIRE ' A EMETTRE VERS ' SUC-CPTE-NOT
              ELSE
                 MOVE CLT-TRIB      TO CLT-TMVTC
                 MOVE CPTE-TRIB     TO CPTE-TMVTC
                 MOVE WS-DTJOUR     TO DATE-TMVTC DTVAL-TMVTC
                 MOVE WS-MT-NOTAIRE TO MONT-TMVTC
                 MOVE 'C'           TO SENS-TMVTC
                 MOVE 'VIR'         TO TYPE-TMVTC
                 MOVE DEV-TRIB      TO DEV-TMVTC
                 MOVE 'SUCCESSION CLIENT' TO LIB-TMVTC
                 PERFORM ECRIRE-MOUVEMENT
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-SUCCESSIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-SUCCESSION.
           PERFORM AFFICHER-SUCCESSION UNTIL WS-EOF = 'O'.
           DISPLAY 'NOMBRE DE SUCCESSIONS : ' WS-NB-LISTE.
       LIRE-SUCCESSION.
           READ FSUCC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       AFFICHER-SUCCESSION.
           ADD 1 TO WS-NB-LISTE.
           IF SUC-STATUT = 'R'
              DISPLAY SUC-CLT ' DECES ' SUC-DTDECES ' NOTAIRE '
                 SUC-NOTAIRE ' REGLEE LE ' SUC-DTREG ' '
                 SUC-MT-REGLE
           ELSE
              DISPLAY SUC-CLT ' DECES ' SUC-DTDECES ' NOTAIRE '
                 SUC-NOTAIRE ' OUVERTE LE ' SUC-DTDECL
                 ' EXTOURNES ' SUC-NB-EXT
           END-IF.
           PERFORM LIRE-SUCCESSION.
