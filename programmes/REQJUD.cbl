       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQJUD.
       AUTHOR.     E NGBAME.
      * REPONSE AUX REQUISITIONS JUDICIAIRES (TRIBUNAL, POLICE,
      * DOUANE...) : POUR LA PERSONNE VISEE ET LA PERIODE DEMANDEE,
      * UN EXTRAIT UNIQUE REPREND L'IDENTITE, L'ADRESSE, LES COMPTES,
      * LES CARTES ET TOUS LES MOUVEMENTS. LA PERSONNE EST DESIGNEE
      * PAR SON CODE CLIENT OU PAR NOM ET PRENOM (RECHERCHE DANS
      * FCLT ; PRENOM A BLANC = TOUS LES HOMONYMES DU NOM). SES
      * COMPTES SONT CEUX DONT ELLE EST TITULAIRE (FRIB),
      * COTITULAIRE (DD-TITUL) OU MANDATAIRE (DD-PROCUR) ; SES CARTES
      * CELLES EMISES A SON NOM OU SUR CES COMPTES (DD-CARTE). LES
      * MOUVEMENTS VIENNENT DU FICHIER VIF FMVTC ET DES ARCHIVES
      * ANNUELLES MVTARCH.AAAA DE LA PERIODE, LUES SUR PLACE SANS
      * RESTAURATION (UN MOUVEMENT RESTAURE PAR RESTMVT N'EST PRIS
      * QU'UNE FOIS). L'EXTRAIT REQJUD.NNNNN EST SCELLE (ROUTINE
      * SCELLE, COMPAGNON REQJUD.NNNNN.CTL : NOMBRE DE LIGNES ET
      * TOTAL DES MONTANTS) ET LA REQUISITION EST ENREGISTREE SOUS
      * LE NUMERO NNNNN DANS LE REGISTRE CONFIDENTIEL DD-REQJUD.
      * SEUL UN OPERATEUR DE NIVEAU 3 (FOPERAT) PEUT SERVIR UNE
      * REQUISITION. MODES : R = REQUISITION, L = LISTE DU REGISTRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQJUD ASSIGN TO DD-REQJUD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQJ-NUM
           FILE STATUS IS FS-REQJUD.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

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

           SELECT FTITUL ASSIGN TO DD-TITUL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLE
           FILE STATUS IS FS-TITUL.

           SELECT FPROCUR ASSIGN TO DD-PROCUR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-NUM
           ALTERNATE RECORD KEY IS PRO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-PROCUR.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FARCH ASSIGN TO DYNAMIC WS-ARCH-NOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH.

           SELECT FEXTR ASSIGN TO DYNAMIC WS-EXTR-NOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTR.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQJUD.
       01  ENR-REQJUD.
           10 RQJ-NUM       PIC 9(5).
           10 RQJ-REFREQ    PIC X(15).
           10 RQJ-AUTORITE  PIC X(30).
           10 RQJ-OPER      PIC X(8).
           10 RQJ-DTSERV    PIC 9(8).
           10 RQJ-CLT       PIC 9(5).
           10 RQJ-NOM       PIC X(20).
           10 RQJ-PRENOM    PIC X(20).
           10 RQJ-DTDEB     PIC 9(8).
           10 RQJ-DTFIN     PIC 9(8).
           10 RQJ-NBPERS    PIC 9(2).
           10 RQJ-NBCPTES   PIC 9(3).
           10 RQJ-NBMVT     PIC 9(7).
           10 RQJ-FICHIER   PIC X(20).

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

       FD  FTITUL.
       01  ENR-TITUL.
           10 TIT-CLE.
              15 TIT-CPTE  PIC X(23).
              15 TIT-CLT   PIC 9(5).
           10 TIT-ROLE     PIC X.
           10 TIT-COURRIER PIC X.

       FD  FPROCUR.
       01  ENR-PROCUR.
           10 PRO-NUM     PIC 9(5).
           10 PRO-CPTE    PIC X(23).
           10 PRO-MANDATAIRE PIC 9(5).
           10 PRO-PORTEE  PIC X.
           10 PRO-DTDEBUT PIC 9(8).
           10 PRO-DTFIN   PIC 9(8).
           10 PRO-STATUT  PIC X.

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

       FD  FARCH.
       01  ENR-ARCH.
           10 ARC-CLT     PIC 9(5).
           10 ARC-CPTE    PIC X(23).
           10 ARC-DATE    PIC 9(8).
           10 ARC-MONT    PIC 9(9)V9(2).
           10 ARC-SENS    PIC X.
           10 ARC-TYPE    PIC X(3).
           10 ARC-REF     PIC 9(13).
           10 ARC-DEV     PIC X(3).
           10 ARC-DTVAL   PIC 9(8).
           10 ARC-LIB     PIC X(18).
           10 ARC-NUMCHQ  PIC 9(7).

       FD  FEXTR.
       01  REC-EXTR.
           05 LG-EXTR     PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-REQJUD    PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-TITUL     PIC XX VALUE ZERO.
       01  FS-PROCUR    PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ARCH      PIC XX VALUE ZERO.
       01  FS-EXTR      PIC XX VALUE ZERO.
      *----FICHIERS ANNEXES : ABSENCE TOLEREE, SIGNALEE DANS L'EXTRAIT-
       01  WS-ADR-DISPO   PIC X VALUE 'N'.
       01  WS-TITUL-DISPO PIC X VALUE 'N'.
       01  WS-PROCUR-DISPO PIC X VALUE 'N'.
       01  WS-CARTE-DISPO PIC X VALUE 'N'.
       01  WS-MVTC-DISPO  PIC X VALUE 'N'.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-REQUISITION VALUE 'R'.
           88 MODE-LISTE       VALUE 'L'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-NUM-RQJ   PIC 9(5) VALUE ZERO.
       01  WS-NB-RQJ    PIC 9(5) VALUE ZERO.
      *----PERSONNES RETENUES (CODE OU HOMONYMES NOM + PRENOM)---------
       01  WS-NB-PERS   PIC 9(2) VALUE ZERO.
       01  WS-IND-PERS  PIC 9(2) VALUE ZERO.
       01  WS-PERS-TRV  PIC 9(2) VALUE ZERO.
       01  T-PERS.
           05 T-PERS-LIG OCCURS 10 TIMES.
              10 TP-CLT    PIC 9(5).
      *----COMPTES VISES ET ROLE DE LA PERSONNE SUR CHACUN-------------
       01  WS-NB-CPTES  PIC 9(3) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(3) VALUE ZERO.
       01  WS-CPTE-TRV  PIC 9(3) VALUE ZERO.
       01  T-CPTES.
           05 T-CPTE-LIG OCCURS 100 TIMES.
              10 TC-CPTE   PIC X(23).
              10 TC-CLT    PIC 9(5).
              10 TC-ROLE   PIC X(11).
       01  WS-CPTE-CHERCHE PIC X(23) VALUE SPACES.
       01  WS-ROLE      PIC X(11) VALUE SPACES.
       01  WS-CLT-ROLE  PIC 9(5) VALUE ZERO.
      *----ARCHIVES ANNUELLES DE LA PERIODE----------------------------
       01  WS-ANNEE     PIC 9(4) VALUE ZERO.
       01  WS-ANNEE-FIN PIC 9(4) VALUE ZERO.
       01  WS-ARCH-NOM  PIC X(20) VALUE SPACES.
      *----EXTRAIT ET SCELLE-------------------------------------------
       01  WS-EXTR-NOM  PIC X(20) VALUE SPACES.
       01  WS-NB-MVT    PIC 9(7) VALUE ZERO.
       01  WS-NB-CARTES PIC 9(3) VALUE ZERO.
       01  WS-SCELLE-FONCTION PIC X VALUE 'E'.
       01  WS-SCELLE-NOM PIC X(30) VALUE SPACES.
       01  WS-SCELLE-NBENR PIC 9(9) VALUE ZERO.
       01  WS-SCELLE-MONTANT PIC 9(13)V9(2) VALUE ZERO.
       01  WS-SCELLE-RESULTAT PIC X VALUE 'O'.

      *----LIGNES DE L'EXTRAIT : TYPE EN COLONNES 1-2------------------
       01  LG-ENTETE.
           05 FILLER       PIC X(3) VALUE 'EN '.
           05 WE-EN-NUM    PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-EN-REFREQ PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-EN-AUTOR  PIC X(30).
           05 FILLER       PIC X(5) VALUE ' DU '.
           05 WE-EN-DTDEB  PIC 9(8).
           05 FILLER       PIC X(4) VALUE ' AU '.
           05 WE-EN-DTFIN  PIC 9(8).
           05 FILLER       PIC X(10) VALUE ' SERVI LE '.
           05 WE-EN-DTSERV PIC 9(8).
           05 FILLER       PIC X(5) VALUE ' PAR '.
           05 WE-EN-OPER   PIC X(8).
       01  LG-PERS.
           05 FILLER       PIC X(3) VALUE 'PE '.
           05 WE-PE-CLT    PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-PE-NOM    PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-PE-PRENOM PIC X(20).
           05 FILLER       PIC X(8) VALUE ' AGENCE '.
           05 WE-PE-AG     PIC 9(7).
           05 FILLER       PIC X(8) VALUE ' STATUT '.
           05 WE-PE-STATUT PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-PE-MOTIF  PIC X(3).
       01  LG-ADR.
           05 FILLER       PIC X(3) VALUE 'AD '.
           05 WE-AD-CLT    PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-AD-RUE    PIC X(30).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-AD-CP     PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-AD-VILLE  PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-AD-PAYS   PIC X(15).
       01  LG-CPTE.
           05 FILLER       PIC X(3) VALUE 'CP '.
           05 WE-CP-CLT    PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CP-CPTE   PIC X(23).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CP-ROLE   PIC X(11).
           05 FILLER       PIC X(10) VALUE ' TITULAIRE'.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CP-TITU   PIC 9(5).
           05 FILLER       PIC X(6) VALUE ' ETAT '.
           05 WE-CP-ETAT   PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CP-DEV    PIC X(3).
           05 FILLER       PIC X(7) VALUE ' SOLDE '.
           05 WE-CP-SOLDE  PIC 9(9)V9(2).
           05 WE-CP-SENS   PIC X.
           05 FILLER       PIC X(4) VALUE ' AU '.
           05 WE-CP-DATE   PIC 9(8).
       01  LG-CARTE.
           05 FILLER       PIC X(3) VALUE 'CA '.
           05 WE-CA-NUM    PIC X(16).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CA-CLT    PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-CA-CPTE   PIC X(23).
           05 FILLER       PIC X(8) VALUE ' EMISE '.
           05 WE-CA-DTEMIS PIC 9(8).
           05 FILLER       PIC X(6) VALUE ' TYPE '.
           05 WE-CA-TYPE   PIC X.
           05 FILLER       PIC X(8) VALUE ' STATUT '.
           05 WE-CA-STATUT PIC X.
       01  LG-MVT.
           05 FILLER       PIC X(3) VALUE 'MV '.
           05 WE-MV-ORIG   PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-CPTE   PIC X(23).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-DATE   PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-DTVAL  PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-REF    PIC 9(13).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-TYPE   PIC X(3).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-SENS   PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-MONT   PIC 9(9)V9(2).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-DEV    PIC X(3).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-LIB    PIC X(18).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-MV-CHQ    PIC 9(7).
       01  LG-FIN.
           05 FILLER       PIC X(3) VALUE 'FN '.
           05 FILLER       PIC X(10) VALUE 'PERSONNES '.
           05 WE-FN-PERS   PIC 9(2).
           05 FILLER       PIC X(9) VALUE ' COMPTES '.
           05 WE-FN-CPTES  PIC 9(3).
           05 FILLER       PIC X(8) VALUE ' CARTES '.
           05 WE-FN-CARTES PIC 9(3).
           05 FILLER       PIC X(12) VALUE ' MOUVEMENTS '.
           05 WE-FN-MVT    PIC 9(7).
       01  LG-NOTE.
           05 FILLER       PIC X(3) VALUE 'NB '.
           05 WE-NOTE      PIC X(60).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (R=REQUISITION / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-REQJUD = '00'
              IF MODE-REQUISITION
                 PERFORM SERVIR-REQUISITION
              ELSE
                 PERFORM LISTER-REGISTRE
              END-IF
              CLOSE FREQJUD
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FREQJUD.
           IF FS-REQJUD = '35'
              OPEN OUTPUT FREQJUD
              CLOSE FREQJUD
              OPEN I-O FREQJUD
           END-IF.
           IF FS-REQJUD NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-REQJUD : ' FS-REQJUD
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE DE LA REQUISITION : OPERATEUR NIVEAU 3, PERSONNE     *
      *    PAR CODE OU PAR NOM, PERIODE                                *
      *----------------------------------------------------------------
       SERVIR-REQUISITION.
           DISPLAY 'CODE OPERATEUR (X(8))          : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'REFERENCE REQUISITION (X(15))  : '
              WITH NO ADVANCING.
           ACCEPT RQJ-REFREQ.
           DISPLAY 'AUTORITE REQUERANTE (X(30))    : '
              WITH NO ADVANCING.
           ACCEPT RQJ-AUTORITE.
           DISPLAY 'CODE CLIENT (0 = PAR NOM)      : '
              WITH NO ADVANCING.
           ACCEPT RQJ-CLT.
           MOVE SPACES TO RQJ-NOM RQJ-PRENOM.
           IF RQJ-CLT = ZERO
              DISPLAY 'NOM (X(20))                    : '
                 WITH NO ADVANCING
              ACCEPT RQJ-NOM
              DISPLAY 'PRENOM (X(20), BLANC = TOUS)   : '
                 WITH NO ADVANCING
              ACCEPT RQJ-PRENOM
           END-IF.
           DISPLAY 'PERIODE DU (AAAAMMJJ)          : '
              WITH NO ADVANCING.
           ACCEPT RQJ-DTDEB.
           DISPLAY 'PERIODE AU (AAAAMMJJ, 0=JOUR)  : '
              WITH NO ADVANCING.
           ACCEPT RQJ-DTFIN.
           IF RQJ-DTFIN = ZERO
              MOVE WS-DTJOUR TO RQJ-DTFIN
           END-IF.
           OPEN INPUT FOPERAT FCLT FRIB.
           IF FS-OPERAT NOT = '00' OR FS-CLT NOT = '00'
              OR FS-RIB NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
                 ' FC ' FS-CLT ' FR ' FS-RIB
           ELSE
              PERFORM CONTROLER-REQUISITION
              IF WS-CTRL-OK = 'O'
                 PERFORM RECHERCHER-PERSONNES
              END-IF
              IF WS-NB-PERS = ZERO AND WS-CTRL-OK = 'O'
                 DISPLAY 'AUCUNE PERSONNE TROUVEE - REQUISITION '
                    'NON SERVIE'
              END-IF
              IF WS-NB-PERS > ZERO
                 PERFORM PRODUIRE-EXTRAIT
              END-IF
           END-IF.
           CLOSE FOPERAT FCLT FRIB.
       CONTROLER-REQUISITION.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-OPER TO OPR-CODE.
           READ FOPERAT
              INVALID KEY
                 DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
              NOT INVALID KEY
                 IF OPR-SUSPENDU
                    DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                 ELSE
                    IF OPR-NIVEAU < 3
                       DISPLAY 'NIVEAU 3 REQUIS - OPERATEUR '
                          WS-OPER ' NIVEAU ' OPR-NIVEAU
                    ELSE
                       IF RQJ-DTDEB = ZERO OR RQJ-DTDEB > RQJ-DTFIN
                          DISPLAY 'PERIODE INVALIDE : ' RQJ-DTDEB
                             ' - ' RQJ-DTFIN
                       ELSE
                          MOVE 'O' TO WS-CTRL-OK
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       RECHERCHER-PERSONNES.
           IF RQJ-CLT NOT = ZERO
              MOVE RQJ-CLT TO CODE-TCLT
              READ FCLT KEY IS CODE-TCLT
                 INVALID KEY
                    DISPLAY 'CLIENT INCONNU : ' RQJ-CLT
                 NOT INVALID KEY
                    MOVE 1 TO WS-NB-PERS
                    MOVE RQJ-CLT TO TP-CLT(1)
              END-READ
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-CLIENT
              PERFORM COMPARER-CLIENT UNTIL WS-EOF = 'O'
           END-IF.
       LIRE-CLIENT.
           READ FCLT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       COMPARER-CLIENT.
           IF NOM-TCLT = RQJ-NOM
              AND (RQJ-PRENOM = SPACES OR PRENOM-TCLT = RQJ-PRENOM)
              IF WS-NB-PERS < 10
                 ADD 1 TO WS-NB-PERS
                 MOVE CODE-TCLT TO TP-CLT(WS-NB-PERS)
              ELSE
                 DISPLAY 'PLUS DE 10 HOMONYMES - PRECISER LE PRENOM'
              END-IF
           END-IF.
           PERFORM LIRE-CLIENT.
      *----------------------------------------------------------------
      *    PRODUCTION DE L'EXTRAIT : NUMERO DU REGISTRE, IDENTITES,    *
      *    COMPTES, CARTES, MOUVEMENTS, PUIS SCELLE ET REGISTRE        *
      *----------------------------------------------------------------
       PRODUIRE-EXTRAIT.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-REGISTRE.
           PERFORM NOTER-NUMERO UNTIL WS-EOF = 'O'.
           ADD 1 TO WS-NUM-RQJ.
           MOVE SPACES TO WS-EXTR-NOM.
           STRING 'REQJUD.' DELIMITED BY SIZE
                  WS-NUM-RQJ DELIMITED BY SIZE
                  INTO WS-EXTR-NOM.
           OPEN OUTPUT FEXTR.
           IF FS-EXTR NOT = '00'
              DISPLAY 'ERR. OUVERTURE ' WS-EXTR-NOM ' : ' FS-EXTR
           ELSE
              PERFORM OUVRIR-ANNEXES
              MOVE WS-NUM-RQJ   TO WE-EN-NUM
              MOVE RQJ-REFREQ   TO WE-EN-REFREQ
              MOVE RQJ-AUTORITE TO WE-EN-AUTOR
              MOVE RQJ-DTDEB    TO WE-EN-DTDEB
              MOVE RQJ-DTFIN    TO WE-EN-DTFIN
              MOVE WS-DTJOUR    TO WE-EN-DTSERV
              MOVE WS-OPER      TO WE-EN-OPER
              MOVE LG-ENTETE TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
              PERFORM EXTRAIRE-PERSONNE VARYING WS-IND-PERS
                 FROM 1 BY 1 UNTIL WS-IND-PERS > WS-NB-PERS
              PERFORM EXTRAIRE-COMPTE VARYING WS-IND-CPTE
                 FROM 1 BY 1 UNTIL WS-IND-CPTE > WS-NB-CPTES
              PERFORM EXTRAIRE-CARTES
              PERFORM EXTRAIRE-MOUVEMENTS
              PERFORM EXTRAIRE-ARCHIVES
              MOVE WS-NB-PERS   TO WE-FN-PERS
              MOVE WS-NB-CPTES  TO WE-FN-CPTES
              MOVE WS-NB-CARTES TO WE-FN-CARTES
              MOVE WS-NB-MVT    TO WE-FN-MVT
              MOVE LG-FIN TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
              CLOSE FEXTR
              PERFORM FERMER-ANNEXES
              PERFORM SCELLER-EXTRAIT
              PERFORM ENREGISTRER-REQUISITION
           END-IF.
       LIRE-REGISTRE.
           READ FREQJUD NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       NOTER-NUMERO.
           MOVE RQJ-NUM TO WS-NUM-RQJ.
           PERFORM LIRE-REGISTRE.
       OUVRIR-ANNEXES.
           OPEN INPUT FADRCLT.
           IF FS-ADRCLT = '00'
              MOVE 'O' TO WS-ADR-DISPO
           END-IF.
           OPEN INPUT FTITUL.
           IF FS-TITUL = '00'
              MOVE 'O' TO WS-TITUL-DISPO
           ELSE
              MOVE 'FICHIER DES COTITULAIRES DD-TITUL ABSENT' TO WE-NOTE
              MOVE LG-NOTE TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
           END-IF.
           OPEN INPUT FPROCUR.
           IF FS-PROCUR = '00'
              MOVE 'O' TO WS-PROCUR-DISPO
           ELSE
              MOVE 'FICHIER DES PROCURATIONS DD-PROCUR ABSENT'
                 TO WE-NOTE
              MOVE LG-NOTE TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
           END-IF.
           OPEN INPUT FCARTE.
           IF FS-CARTE = '00'
              MOVE 'O' TO WS-CARTE-DISPO
           ELSE
              MOVE 'FICHIER DES CARTES DD-CARTE ABSENT' TO WE-NOTE
              MOVE LG-NOTE TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
           END-IF.
           OPEN INPUT FMVTC.
           IF FS-MVTC = '00'
              MOVE 'O' TO WS-MVTC-DISPO
           ELSE
              MOVE 'FICHIER DES MOUVEMENTS AS-MVTC ABSENT' TO WE-NOTE
              MOVE LG-NOTE TO LG-EXTR
              PERFORM ECRIRE-EXTRAIT
           END-IF.
       FERMER-ANNEXES.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           IF WS-TITUL-DISPO = 'O'
              CLOSE FTITUL
           END-IF.
           IF WS-PROCUR-DISPO = 'O'
              CLOSE FPROCUR
           END-IF.
           IF WS-CARTE-DISPO = 'O'
              CLOSE FCARTE
           END-IF.
           IF WS-MVTC-DISPO = 'O'
              CLOSE FMVTC
           END-IF.
       ECRIRE-EXTRAIT.
           WRITE REC-EXTR.
           ADD 1 TO WS-SCELLE-NBENR.
      *----------------------------------------------------------------
      *    UNE PERSONNE : IDENTITE, ADRESSE, ET RELEVE DE SES COMPTES  *
      *    (TITULAIRE, COTITULAIRE, MANDATAIRE)                        *
      *----------------------------------------------------------------
       EXTRAIRE-PERSONNE.
           MOVE TP-CLT(WS-IND-PERS) TO CODE-TCLT.
           READ FCLT KEY IS CODE-TCLT
              INVALID KEY CONTINUE
           END-READ.
           MOVE CODE-TCLT   TO WE-PE-CLT.
           MOVE NOM-TCLT    TO WE-PE-NOM.
           MOVE PRENOM-TCLT TO WE-PE-PRENOM.
           MOVE CODEAG-TCLT TO WE-PE-AG.
           MOVE STATUT-TCLT TO WE-PE-STATUT.
           MOVE MOTIF-TCLT  TO WE-PE-MOTIF.
           MOVE LG-PERS TO LG-EXTR.
           PERFORM ECRIRE-EXTRAIT.
           IF WS-ADR-DISPO = 'O'
              MOVE TP-CLT(WS-IND-PERS) TO ADRC-CLT
              READ FADRCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ADRC-CLT   TO WE-AD-CLT
                    MOVE ADRC-RUE   TO WE-AD-RUE
                    MOVE ADRC-CP    TO WE-AD-CP
                    MOVE ADRC-VILLE TO WE-AD-VILLE
                    MOVE ADRC-PAYS  TO WE-AD-PAYS
                    MOVE LG-ADR TO LG-EXTR
                    PERFORM ECRIRE-EXTRAIT
              END-READ
           END-IF.
           MOVE TP-CLT(WS-IND-PERS) TO WS-CLT-ROLE.
           PERFORM RELEVER-COMPTES-TITULAIRE.
           IF WS-TITUL-DISPO = 'O'
              PERFORM RELEVER-COTITULARITES
           END-IF.
           IF WS-PROCUR-DISPO = 'O'
              PERFORM RELEVER-PROCURATIONS
           END-IF.
       RELEVER-COMPTES-TITULAIRE.
           MOVE 'TITULAIRE' TO WS-ROLE.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CLT-ROLE TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-COMPTE-TITULAIRE UNTIL WS-EOF = 'O'.
       LIRE-COMPTE-TITULAIRE.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
              IF CLT-TRIB NOT = WS-CLT-ROLE
                 MOVE 'O' TO WS-EOF
              ELSE
                 MOVE CPTE-TRIB TO WS-CPTE-CHERCHE
                 PERFORM RETENIR-COMPTE
              END-IF
           END-IF.
       RELEVER-COTITULARITES.
           MOVE 'COTITULAIRE' TO WS-ROLE.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO TIT-CLE.
           START FTITUL KEY IS NOT LESS THAN TIT-CLE
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-COTITULARITE UNTIL WS-EOF = 'O'.
       LIRE-COTITULARITE.
           READ FTITUL NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND TIT-CLT = WS-CLT-ROLE
              MOVE TIT-CPTE TO WS-CPTE-CHERCHE
              PERFORM RETENIR-COMPTE
           END-IF.
       RELEVER-PROCURATIONS.
           MOVE 'MANDATAIRE' TO WS-ROLE.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO PRO-NUM.
           START FPROCUR KEY IS NOT LESS THAN PRO-NUM
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-PROCURATION UNTIL WS-EOF = 'O'.
       LIRE-PROCURATION.
           READ FPROCUR NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND PRO-MANDATAIRE = WS-CLT-ROLE
              MOVE PRO-CPTE TO WS-CPTE-CHERCHE
              PERFORM RETENIR-COMPTE
           END-IF.
      *----UN COMPTE DEJA RETENU (AUTRE ROLE, AUTRE HOMONYME) N'EST----
      *----PAS REPRIS--------------------------------------------------
       RETENIR-COMPTE.
           PERFORM CHERCHER-COMPTE.
           IF WS-CPTE-TRV = ZERO
              IF WS-NB-CPTES < 100
                 ADD 1 TO WS-NB-CPTES
                 MOVE WS-CPTE-CHERCHE TO TC-CPTE(WS-NB-CPTES)
                 MOVE WS-CLT-ROLE     TO TC-CLT(WS-NB-CPTES)
                 MOVE WS-ROLE         TO TC-ROLE(WS-NB-CPTES)
              ELSE
                 DISPLAY 'PLUS DE 100 COMPTES - EXTRAIT TRONQUE'
              END-IF
           END-IF.
       CHERCHER-COMPTE.
           MOVE ZERO TO WS-CPTE-TRV.
           PERFORM COMPARER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES OR WS-CPTE-TRV > ZERO.
       COMPARER-COMPTE.
           IF TC-CPTE(WS-IND-CPTE) = WS-CPTE-CHERCHE
              MOVE WS-IND-CPTE TO WS-CPTE-TRV
           END-IF.
      *----------------------------------------------------------------
      *    COMPTES : ROLE DE LA PERSONNE, TITULAIRE, ETAT ET SOLDE     *
      *----------------------------------------------------------------
       EXTRAIRE-COMPTE.
           MOVE TC-CLT(WS-IND-CPTE)  TO WE-CP-CLT.
           MOVE TC-CPTE(WS-IND-CPTE) TO WE-CP-CPTE.
           MOVE TC-ROLE(WS-IND-CPTE) TO WE-CP-ROLE.
           MOVE TC-CPTE(WS-IND-CPTE) TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
              INVALID KEY
                 MOVE ZERO   TO WE-CP-TITU WE-CP-SOLDE WE-CP-DATE
                 MOVE SPACES TO WE-CP-ETAT WE-CP-DEV WE-CP-SENS
              NOT INVALID KEY
                 MOVE CLT-TRIB   TO WE-CP-TITU
                 MOVE ETAT-TRIB  TO WE-CP-ETAT
                 MOVE DEV-TRIB   TO WE-CP-DEV
                 MOVE SOLDE-TRIB TO WE-CP-SOLDE
                 MOVE SENS-TRIB  TO WE-CP-SENS
                 MOVE DATE-TRIB  TO WE-CP-DATE
           END-READ.
           MOVE LG-CPTE TO LG-EXTR.
           PERFORM ECRIRE-EXTRAIT.
      *----------------------------------------------------------------
      *    CARTES A SON NOM OU ADOSSEES A UN COMPTE VISE               *
      *----------------------------------------------------------------
       EXTRAIRE-CARTES.
           IF WS-CARTE-DISPO = 'O'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CRT-NUM
              START FCARTE KEY IS NOT LESS THAN CRT-NUM
                 INVALID KEY MOVE 'O' TO WS-EOF
              END-START
              PERFORM LIRE-CARTE UNTIL WS-EOF = 'O'
           END-IF.
       LIRE-CARTE.
           READ FCARTE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
              MOVE ZERO TO WS-PERS-TRV
              PERFORM COMPARER-PERSONNE VARYING WS-IND-PERS
                 FROM 1 BY 1 UNTIL WS-IND-PERS > WS-NB-PERS
              MOVE CRT-CPTE TO WS-CPTE-CHERCHE
              PERFORM CHERCHER-COMPTE
              IF WS-PERS-TRV > ZERO OR WS-CPTE-TRV > ZERO
                 ADD 1 TO WS-NB-CARTES
                 MOVE CRT-NUM    TO WE-CA-NUM
                 MOVE CRT-CLT    TO WE-CA-CLT
                 MOVE CRT-CPTE   TO WE-CA-CPTE
                 MOVE CRT-DTEMIS TO WE-CA-DTEMIS
                 MOVE CRT-TYPE   TO WE-CA-TYPE
                 MOVE CRT-STATUT TO WE-CA-STATUT
                 MOVE LG-CARTE TO LG-EXTR
                 PERFORM ECRIRE-EXTRAIT
              END-IF
           END-IF.
       COMPARER-PERSONNE.
           IF TP-CLT(WS-IND-PERS) = CRT-CLT
              MOVE WS-IND-PERS TO WS-PERS-TRV
           END-IF.
      *----------------------------------------------------------------
      *    MOUVEMENTS DE LA PERIODE : FICHIER VIF PUIS ARCHIVES        *
      *----------------------------------------------------------------
       EXTRAIRE-MOUVEMENTS.
           IF WS-MVTC-DISPO = 'O'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-MOUVEMENT
              PERFORM RETENIR-MOUVEMENT-VIF UNTIL WS-EOF = 'O'
           END-IF.
       LIRE-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RETENIR-MOUVEMENT-VIF.
           IF DATE-TMVTC NOT < RQJ-DTDEB
              AND DATE-TMVTC NOT > RQJ-DTFIN
              MOVE CPTE-TMVTC TO WS-CPTE-CHERCHE
              PERFORM CHERCHER-COMPTE
              IF WS-CPTE-TRV > ZERO
                 MOVE 'V'          TO WE-MV-ORIG
                 MOVE CPTE-TMVTC   TO WE-MV-CPTE
                 MOVE DATE-TMVTC   TO WE-MV-DATE
                 MOVE DTVAL-TMVTC  TO WE-MV-DTVAL
                 MOVE REF-TMVTC    TO WE-MV-REF
                 MOVE TYPE-TMVTC   TO WE-MV-TYPE
                 MOVE SENS-TMVTC   TO WE-MV-SENS
                 MOVE MONT-TMVTC   TO WE-MV-MONT
                 MOVE DEV-TMVTC    TO WE-MV-DEV
                 MOVE LIB-TMVTC    TO WE-MV-LIB
                 MOVE NUMCHQ-TMVTC TO WE-MV-CHQ
                 PERFORM ECRIRE-MOUVEMENT
              END-IF
           END-IF.
           PERFORM LIRE-MOUVEMENT.
       ECRIRE-MOUVEMENT.
           ADD 1 TO WS-NB-MVT.
           ADD WE-MV-MONT TO WS-SCELLE-MONTANT.
           MOVE LG-MVT TO LG-EXTR.
           PERFORM ECRIRE-EXTRAIT.
       EXTRAIRE-ARCHIVES.
           MOVE RQJ-DTDEB(1:4) TO WS-ANNEE.
           MOVE RQJ-DTFIN(1:4) TO WS-ANNEE-FIN.
           PERFORM LIRE-ARCHIVE-ANNEE UNTIL WS-ANNEE > WS-ANNEE-FIN.
       LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-ARCH-NOM.
           STRING 'MVTARCH.' DELIMITED BY SIZE
                  WS-ANNEE DELIMITED BY SIZE
                  INTO WS-ARCH-NOM.
           OPEN INPUT FARCH.
           IF FS-ARCH = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-ARCHIVE
              PERFORM RETENIR-MOUVEMENT-ARCH UNTIL WS-EOF = 'O'
              CLOSE FARCH
           END-IF.
           ADD 1 TO WS-ANNEE.
       LIRE-ARCHIVE.
           READ FARCH
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RETENIR-MOUVEMENT-ARCH.
           IF ARC-DATE NOT < RQJ-DTDEB
              AND ARC-DATE NOT > RQJ-DTFIN
              MOVE ARC-CPTE TO WS-CPTE-CHERCHE
              PERFORM CHERCHER-COMPTE
              IF WS-CPTE-TRV > ZERO
                 IF WS-MVTC-DISPO = 'O'
                    MOVE ARC-REF TO REF-TMVTC
                    READ FMVTC KEY IS REF-TMVTC
                       INVALID KEY
                          PERFORM ECRIRE-MOUVEMENT-ARCH
                    END-READ
                 ELSE
                    PERFORM ECRIRE-MOUVEMENT-ARCH
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-ARCHIVE.
       ECRIRE-MOUVEMENT-ARCH.
           MOVE 'A'        TO WE-MV-ORIG.
           MOVE ARC-CPTE   TO WE-MV-CPTE.
           MOVE ARC-DATE   TO WE-MV-DATE.
           MOVE ARC-DTVAL  TO WE-MV-DTVAL.
           MOVE ARC-REF    TO WE-MV-REF.
           MOVE ARC-TYPE   TO WE-MV-TYPE.
           MOVE ARC-SENS   TO WE-MV-SENS.
           MOVE ARC-MONT   TO WE-MV-MONT.
           MOVE ARC-DEV    TO WE-MV-DEV.
           MOVE ARC-LIB    TO WE-MV-LIB.
           MOVE ARC-NUMCHQ TO WE-MV-CHQ.
           PERFORM ECRIRE-MOUVEMENT.
      *----------------------------------------------------------------
      *    SCELLE DE L'EXTRAIT (ROUTINE SCELLE) ET REGISTRE            *
      *----------------------------------------------------------------
       SCELLER-EXTRAIT.
           MOVE SPACES TO WS-SCELLE-NOM.
           STRING WS-EXTR-NOM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
                  INTO WS-SCELLE-NOM.
           MOVE 'E' TO WS-SCELLE-FONCTION.
           CALL 'SCELLE' USING WS-SCELLE-FONCTION WS-SCELLE-NOM
              WS-SCELLE-NBENR WS-SCELLE-MONTANT
              WS-SCELLE-RESULTAT.
           IF WS-SCELLE-RESULTAT NOT = 'O'
              DISPLAY 'SCELLE NON ECRIT POUR ' WS-EXTR-NOM
           END-IF.
       ENREGISTRER-REQUISITION.
           MOVE WS-NUM-RQJ  TO RQJ-NUM.
           MOVE WS-OPER     TO RQJ-OPER.
           MOVE WS-DTJOUR   TO RQJ-DTSERV.
           MOVE WS-NB-PERS  TO RQJ-NBPERS.
           MOVE WS-NB-CPTES TO RQJ-NBCPTES.
           MOVE WS-NB-MVT   TO RQJ-NBMVT.
           MOVE WS-EXTR-NOM TO RQJ-FICHIER.
           WRITE ENR-REQJUD
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-REQJUD : ' FS-REQJUD
              NOT INVALID KEY
                 DISPLAY 'REQUISITION ' RQJ-REFREQ ' SERVIE SOUS LE '
                    'NUMERO ' RQJ-NUM
                 DISPLAY 'EXTRAIT ' WS-EXTR-NOM ' : ' WS-NB-PERS
                    ' PERSONNE(S) ' WS-NB-CPTES ' COMPTE(S) '
                    WS-NB-MVT ' MOUVEMENT(S)'
           END-WRITE.
      *----------------------------------------------------------------
      *    LISTE DU REGISTRE CONFIDENTIEL                              *
      *----------------------------------------------------------------
       LISTER-REGISTRE.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-REGISTRE.
           PERFORM AFFICHER-REQUISITION UNTIL WS-EOF = 'O'.
           DISPLAY 'NOMBRE DE REQUISITIONS : ' WS-NB-RQJ.
       AFFICHER-REQUISITION.
           ADD 1 TO WS-NB-RQJ.
           DISPLAY RQJ-NUM ' ' RQJ-REFREQ ' ' RQJ-AUTORITE
              ' LE ' RQJ-DTSERV ' PAR ' RQJ-OPER.
           DISPLAY '   CLIENT ' RQJ-CLT ' ' RQJ-NOM ' ' RQJ-PRENOM
              ' DU ' RQJ-DTDEB ' AU ' RQJ-DTFIN.
           DISPLAY '   ' RQJ-NBPERS ' PERS. ' RQJ-NBCPTES ' CPTES '
              RQJ-NBMVT ' MVTS -> ' RQJ-FICHIER.
           PERFORM LIRE-REGISTRE.
