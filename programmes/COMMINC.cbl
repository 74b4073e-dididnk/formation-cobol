       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMINC.
       AUTHOR.     E NGBAME.
      * COMMISSIONS D'INCIDENT PAR EVENEMENT, ETAPE DE LA CHAINE
      * FINJOUR : CHAQUE NUIT LES FICHIERS D'EVENEMENTS SONT RELUS ET
      * CHAQUE EVENEMENT NON ENCORE FACTURE EST TARIFE :
      *   - DEP : DEPASSEMENT DU DECOUVERT AUTORISE (AS-DEPASS, ECRIT
      *     PAR SOLDHIST) - COMMISSION D'INTERVENTION ;
      *   - PRL : PRELEVEMENT IMPAYE (AS-PRLIMP, ECRIT PAR PRELEVDD),
      *     COMPTE DEBITE LU SUR LE MANDAT DD-MANDAT, FRAIS LIMITES AU
      *     MONTANT DU PRELEVEMENT ;
      *   - VIR : VIREMENT EXTERNE REJETE PAR LA CHAMBRE (REJETS 'R'
      *     DE AS-COMPACK, COMPTE LU DANS LE REGISTRE DD-COMPEMI) ;
      *   - OPP : CARTE MISE EN OPPOSITION (STATUT 'O' DE DD-CARTE).
      * LE TARIF DE CHAQUE EVENEMENT (TABLE CI-DESSOUS) EST BORNE PAR
      * UN PLAFOND PAR OPERATION, PUIS LE TOTAL DU MOIS PAR COMPTE EST
      * BORNE PAR UN PLAFOND MENSUEL (CUMULS DD-COMCUM) ; LES DEUX
      * PLAFONDS SONT REDUITS POUR LA CLIENTELE FRAGILE (CLIENT DE
      * MOTIF 'FRG' DANS FCLT, POSE PAR MAJSTCLT). LA COMMISSION EST
      * DEBITEE EN MOUVEMENT 'FRA' LIBELLE DE L'EVENEMENT ('COMM.' EN
      * TETE : RECAPFRA LA PORTE DANS SA RUBRIQUE). CHAQUE EVENEMENT
      * TRAITE EST INSCRIT AU JOURNAL DD-COMMIS (MONTANT FACTURE, ZERO
      * SI PLAFOND ATTEINT, COMPTE FERME OU COMPTE GELE PAR DECES -
      * LES CARTES D'UN DEFUNT MISES EN OPPOSITION PAR DECES NE SONT
      * DONC PAS FACTUREES A LA SUCCESSION) : UN EVENEMENT N'EST
      * JAMAIS FACTURE DEUX FOIS. A LA CREATION DU JOURNAL, LES CARTES
      * DEJA EN OPPOSITION Y SONT REPRISES SANS FACTURATION. LE DETAIL
      * EST EDITE SUR DDCOMMIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCOMMIS ASSIGN TO DD-COMMIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-CLE
           FILE STATUS IS FS-COMMIS.

           SELECT FCOMCUM ASSIGN TO DD-COMCUM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CCM-CLE
           FILE STATUS IS FS-COMCUM.

           SELECT FDEPFAC ASSIGN TO AS-DEPASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPFAC.

           SELECT FPRLIMP ASSIGN TO AS-PRLIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRLIMP.

           SELECT FMANDAT ASSIGN TO DD-MANDAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MDT-NUM
           FILE STATUS IS FS-MANDAT.

           SELECT FCOMPACK ASSIGN TO AS-COMPACK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COMPACK.

           SELECT FCOMPEMI ASSIGN TO DD-COMPEMI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMI-REF
           FILE STATUS IS FS-COMPEMI.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FPRINT ASSIGN TO DDCOMMIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCOMMIS.
       01  ENR-COMMIS.
           10 COM-CLE.
              15 COM-EVT    PIC X(3).
              15 COM-IDENT  PIC X(31).
           10 COM-CLT       PIC 9(5).
           10 COM-CPTE      PIC X(23).
           10 COM-DTEVT     PIC 9(8).
           10 COM-DTFAC     PIC 9(8).
           10 COM-TARIF     PIC 9(5)V9(2).
           10 COM-MONT      PIC 9(5)V9(2).
           10 COM-REF       PIC 9(13).

       FD  FCOMCUM.
       01  ENR-COMCUM.
           10 CCM-CLE.
              15 CCM-CPTE   PIC X(23).
              15 CCM-MOIS   PIC 9(6).
           10 CCM-CUMUL     PIC 9(7)V9(2).
           10 CCM-NB        PIC 9(5).

       FD  FDEPFAC.
       01  ENR-DEPFAC.
           10 DPF-CLT     PIC 9(5).
           10 DPF-CPTE    PIC X(23).
           10 DPF-DATE    PIC 9(8).
           10 DPF-SOLDE   PIC 9(9)V9(2).
           10 DPF-DECOUV  PIC 9(7)V9(2).

       FD  FPRLIMP.
       01  ENR-PRLIMP.
           10 IMP-MANDAT    PIC 9(5).
           10 IMP-CREANCIER PIC X(10).
           10 IMP-CLT       PIC 9(5).
           10 IMP-DATE      PIC 9(8).
           10 IMP-MONT      PIC 9(9)V9(2).
           10 IMP-LIB       PIC X(18).
           10 IMP-MOTIF     PIC X(3).

       FD  FMANDAT.
       01  ENR-MANDAT.
           10 MDT-NUM       PIC 9(5).
           10 MDT-CLT       PIC 9(5).
           10 MDT-CREANCIER PIC X(10).
           10 MDT-CPTE      PIC X(23).
           10 MDT-DTDEBUT   PIC 9(8).
           10 MDT-DTFIN     PIC 9(8).
           10 MDT-STATUT    PIC X.

       FD  FCOMPACK.
       01  ENR-COMPACK.
           10 ACK-REF     PIC 9(13).
           10 ACK-STATUT  PIC X.
           10 ACK-MOTIF   PIC X(3).
           10 ACK-DATE    PIC 9(8).

       FD  FCOMPEMI.
       01  ENR-COMPEMI.
           10 EMI-REF     PIC 9(13).
           10 EMI-CLT     PIC 9(5).
           10 EMI-CPTE    PIC X(23).
           10 EMI-BQE     PIC X(10).
           10 EMI-CPTEXT  PIC X(23).
           10 EMI-NOM     PIC X(30).
           10 EMI-MONT    PIC 9(9)V9(2).
           10 EMI-DATE    PIC 9(8).
           10 EMI-STATUT  PIC X.
           10 EMI-DTSTAT  PIC 9(8).
           10 EMI-MOTIF   PIC X(3).

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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

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
       01  FS-COMMIS    PIC XX VALUE ZERO.
       01  FS-COMCUM    PIC XX VALUE ZERO.
       01  FS-DEPFAC    PIC XX VALUE ZERO.
       01  FS-PRLIMP    PIC XX VALUE ZERO.
       01  FS-MANDAT    PIC XX VALUE ZERO.
       01  FS-COMPACK   PIC XX VALUE ZERO.
       01  FS-COMPEMI   PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
      *----JOURNAL CREE A CE PASSAGE : REPRISE DES OPPOSITIONS---------
       01  WS-REPRISE   PIC X VALUE 'N'.
           88 EN-REPRISE VALUE 'O'.
      *----EVENEMENT COURANT-------------------------------------------
       01  WS-EVT       PIC X(3) VALUE SPACES.
       01  WS-IDENT     PIC X(31) VALUE SPACES.
       01  WS-IDENT-PRL REDEFINES WS-IDENT.
           05 WS-IDP-MANDAT PIC 9(5).
           05 WS-IDP-DATE   PIC 9(8).
           05 WS-IDP-MONT   PIC 9(9)V9(2).
           05 FILLER        PIC X(7).
       01  WS-IDENT-DEP REDEFINES WS-IDENT.
           05 WS-IDD-CPTE   PIC X(23).
           05 WS-IDD-DATE   PIC 9(8).
       01  WS-CLT-EVT   PIC 9(5) VALUE ZERO.
       01  WS-CPTE-EVT  PIC X(23) VALUE SPACES.
       01  WS-DATE-EVT  PIC 9(8) VALUE ZERO.
       01  WS-PLAF-EVT  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-FRAGILE   PIC X VALUE 'N'.
       01  WS-COMPTE-OK PIC X VALUE 'N'.
       01  WS-MOTIF-NUL PIC X(20) VALUE SPACES.
      *----CALCUL DE LA COMMISSION-------------------------------------
       01  WS-TARIF     PIC 9(5)V9(2) VALUE ZERO.
       01  WS-LIB-EVT   PIC X(18) VALUE SPACES.
       01  WS-COMM      PIC 9(5)V9(2) VALUE ZERO.
       01  WS-PLAF-OPE  PIC 9(5)V9(2) VALUE ZERO.
       01  WS-PLAF-STD  PIC 9(5)V9(2) VALUE ZERO.
       01  WS-PLAF-FRG  PIC 9(5)V9(2) VALUE ZERO.
       01  WS-PLAF-MOIS PIC 9(5)V9(2) VALUE ZERO.
       01  WS-RESTE-MOIS PIC S9(7)V9(2) VALUE ZERO.
      *----PLAFONDS MENSUELS PAR COMPTE (TOUS EVENEMENTS CONFONDUS)----
       01  WS-PLAFM-STD PIC 9(5)V9(2) VALUE 80.00.
       01  WS-PLAFM-FRG PIC 9(5)V9(2) VALUE 25.00.
      *----TOTAUX------------------------------------------------------
       01  WS-NB-FACT   PIC 9(5) VALUE ZERO.
       01  WS-NB-NUL    PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA   PIC 9(5) VALUE ZERO.
       01  WS-NB-REPRIS PIC 9(5) VALUE ZERO.
       01  WS-TOT-COMM  PIC 9(9)V9(2) VALUE ZERO.
      *----TARIF PAR EVENEMENT : LIBELLE DU MOUVEMENT, TARIF ET--------
      *----PLAFONDS PAR OPERATION (STANDARD / CLIENTELE FRAGILE)-------
       01  WS-IND-EVT   PIC 9 VALUE ZERO.
       01  T-TARIFS-EVT.
           05 T-EVT-LIG OCCURS 4 TIMES.
              10 TE-EVT      PIC X(3).
              10 TE-LIB      PIC X(18).
              10 TE-TARIF    PIC 9(5)V9(2).
              10 TE-PLAF-STD PIC 9(5)V9(2).
              10 TE-PLAF-FRG PIC 9(5)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
              'COMMISSIONS D INCIDENT DU '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-ENT-DET.
           05 FILLER PIC X(4)  VALUE 'EVT '.
           05 FILLER PIC X(24) VALUE 'COMPTE                  '.
           05 FILLER PIC X(9)  VALUE 'DATE EVT '.
           05 FILLER PIC X(10) VALUE '    TARIF '.
           05 FILLER PIC X(10) VALUE ' FACTURE  '.
           05 FILLER PIC X(20) VALUE 'OBSERVATION'.
       01  LG-DET.
           05 WE-EVT        PIC X(3).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-CPTE       PIC X(23).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DTEVT      PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-TARIF      PIC ZZZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WE-COMM       PIC ZZZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WE-OBS        PIC X(20).
       01  LG-TOT.
           05 FILLER PIC X(12) VALUE 'FACTUREES : '.
           05 WE-NB-FACT PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  NON FACT. : '.
           05 WE-NB-NUL  PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE '  TOTAL : '.
           05 WE-TOT-COMM PIC ZZZBZZZBZZ9.99.

       LINKAGE SECTION.
      *----DATE DU JOUR TRANSMISE PAR LE PILOTE FINJOUR - SI ZERO,-----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-COMMIS = '00' AND FS-COMCUM = '00' AND FS-RIB = '00'
              AND FS-CLT = '00' AND FS-MVTC = '00' AND FS-PRINT = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM CHARGER-TARIFS
              PERFORM TRAITER-DEPASSEMENTS
              PERFORM TRAITER-PRELEVEMENTS
              PERFORM TRAITER-REJETS-VIREMENT
              PERFORM TRAITER-OPPOSITIONS
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTJOUR
           ELSE
              DISPLAY 'DATE DE FACTURATION (AAAAMMJJ) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTJOUR
              IF WS-DTJOUR = ZERO
                 ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
              END-IF
           END-IF.
           OPEN I-O FCOMMIS.
           IF FS-COMMIS = '35'
              OPEN OUTPUT FCOMMIS
              CLOSE FCOMMIS
              OPEN I-O FCOMMIS
              MOVE 'O' TO WS-REPRISE
           END-IF.
           OPEN I-O FCOMCUM.
           IF FS-COMCUM = '35'
              OPEN OUTPUT FCOMCUM
              CLOSE FCOMCUM
              OPEN I-O FCOMCUM
           END-IF.
           OPEN INPUT FRIB FCLT.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-COMMIS NOT = '00' OR FS-COMCUM NOT = '00'
              OR FS-RIB NOT = '00' OR FS-CLT NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FJ ' FS-COMMIS
                 ' FU ' FS-COMCUM ' FR ' FS-RIB ' FC ' FS-CLT
              DISPLAY 'ERR. OUV FICHIERS: FM ' FS-MVTC
                 ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTJOUR TO WE-DTJOUR
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENT-DET
              WRITE REC-PRT FROM LG-VIDE
           END-IF.
      *----------------------------------------------------------------
      *    TARIF DES EVENEMENTS                                        *
      *----------------------------------------------------------------
       CHARGER-TARIFS.
           MOVE 'DEP'                TO TE-EVT(1).
           MOVE 'COMM.INTERVENTION'  TO TE-LIB(1).
           MOVE 8.00                 TO TE-TARIF(1).
           MOVE 8.00                 TO TE-PLAF-STD(1).
           MOVE 4.00                 TO TE-PLAF-FRG(1).
           MOVE 'PRL'                TO TE-EVT(2).
           MOVE 'COMM.PRLV IMPAYE'   TO TE-LIB(2).
           MOVE 20.00                TO TE-TARIF(2).
           MOVE 20.00                TO TE-PLAF-STD(2).
           MOVE 10.00                TO TE-PLAF-FRG(2).
           MOVE 'VIR'                TO TE-EVT(3).
           MOVE 'COMM.REJET VIREMT'  TO TE-LIB(3).
           MOVE 15.00                TO TE-TARIF(3).
           MOVE 15.00                TO TE-PLAF-STD(3).
           MOVE 8.00                 TO TE-PLAF-FRG(3).
           MOVE 'OPP'                TO TE-EVT(4).
           MOVE 'COMM.OPPOSIT.CARTE' TO TE-LIB(4).
           MOVE 15.00                TO TE-TARIF(4).
           MOVE 15.00                TO TE-PLAF-STD(4).
           MOVE 8.00                 TO TE-PLAF-FRG(4).
      *----------------------------------------------------------------
      *    DEPASSEMENTS DE DECOUVERT (AS-DEPASS, SOLDHIST)             *
      *----------------------------------------------------------------
       TRAITER-DEPASSEMENTS.
           OPEN INPUT FDEPFAC.
           IF FS-DEPFAC NOT = '00'
              DISPLAY 'FICHIER AS-DEPASS ABSENT - SANS DEPASSEMENTS'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-DEPASSEMENT
              PERFORM FACTURER-DEPASSEMENT UNTIL WS-EOF = 'O'
              CLOSE FDEPFAC
           END-IF.
       LIRE-DEPASSEMENT.
           READ FDEPFAC
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       FACTURER-DEPASSEMENT.
           MOVE 'DEP'      TO WS-EVT.
           MOVE SPACES     TO WS-IDENT.
           MOVE DPF-CPTE   TO WS-IDD-CPTE.
           MOVE DPF-DATE   TO WS-IDD-DATE.
           MOVE DPF-CPTE   TO WS-CPTE-EVT.
           MOVE DPF-DATE   TO WS-DATE-EVT.
           MOVE ZERO       TO WS-PLAF-EVT.
           PERFORM TRAITER-EVENEMENT.
           PERFORM LIRE-DEPASSEMENT.
      *----------------------------------------------------------------
      *    PRELEVEMENTS IMPAYES (AS-PRLIMP, PRELEVDD) : COMPTE DU      *
      *    MANDAT ; L'ENREGISTREMENT TOTAL EST IGNORE                  *
      *----------------------------------------------------------------
       TRAITER-PRELEVEMENTS.
           OPEN INPUT FPRLIMP.
           IF FS-PRLIMP NOT = '00'
              DISPLAY 'FICHIER AS-PRLIMP ABSENT - SANS IMPAYES'
           ELSE
              OPEN INPUT FMANDAT
              IF FS-MANDAT NOT = '00'
                 DISPLAY 'REGISTRE DD-MANDAT ABSENT : ' FS-MANDAT
              ELSE
                 MOVE 'N' TO WS-EOF
                 PERFORM LIRE-IMPAYE
                 PERFORM FACTURER-IMPAYE UNTIL WS-EOF = 'O'
                 CLOSE FMANDAT
              END-IF
              CLOSE FPRLIMP
           END-IF.
       LIRE-IMPAYE.
           READ FPRLIMP
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       FACTURER-IMPAYE.
           IF IMP-MOTIF NOT = 'TOT'
              MOVE IMP-MANDAT TO MDT-NUM
              READ FMANDAT
                 INVALID KEY
                    DISPLAY 'MANDAT INCONNU ' IMP-MANDAT
                       ' - IMPAYE NON FACTURE'
                 NOT INVALID KEY
                    MOVE 'PRL'      TO WS-EVT
                    MOVE SPACES     TO WS-IDENT
                    MOVE IMP-MANDAT TO WS-IDP-MANDAT
                    MOVE IMP-DATE   TO WS-IDP-DATE
                    MOVE IMP-MONT   TO WS-IDP-MONT
                    MOVE MDT-CPTE   TO WS-CPTE-EVT
                    MOVE IMP-DATE   TO WS-DATE-EVT
                    MOVE IMP-MONT   TO WS-PLAF-EVT
                    PERFORM TRAITER-EVENEMENT
              END-READ
           END-IF.
           PERFORM LIRE-IMPAYE.
      *----------------------------------------------------------------
      *    VIREMENTS EXTERNES REJETES (AS-COMPACK, COMPRACK)           *
      *----------------------------------------------------------------
       TRAITER-REJETS-VIREMENT.
           OPEN INPUT FCOMPACK.
           IF FS-COMPACK NOT = '00'
              DISPLAY 'FICHIER AS-COMPACK ABSENT - SANS REJETS'
           ELSE
              OPEN INPUT FCOMPEMI
              IF FS-COMPEMI NOT = '00'
                 DISPLAY 'REGISTRE DD-COMPEMI ABSENT : ' FS-COMPEMI
              ELSE
                 MOVE 'N' TO WS-EOF
                 PERFORM LIRE-ACQUITTEMENT
                 PERFORM FACTURER-REJET UNTIL WS-EOF = 'O'
                 CLOSE FCOMPEMI
              END-IF
              CLOSE FCOMPACK
           END-IF.
       LIRE-ACQUITTEMENT.
           READ FCOMPACK
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       FACTURER-REJET.
           IF ACK-STATUT = 'R'
              MOVE ACK-REF TO EMI-REF
              READ FCOMPEMI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'VIR'     TO WS-EVT
                    MOVE SPACES    TO WS-IDENT
                    MOVE ACK-REF   TO WS-IDENT(1:13)
                    MOVE EMI-CPTE  TO WS-CPTE-EVT
                    MOVE ACK-DATE  TO WS-DATE-EVT
                    MOVE ZERO      TO WS-PLAF-EVT
                    PERFORM TRAITER-EVENEMENT
              END-READ
           END-IF.
           PERFORM LIRE-ACQUITTEMENT.
      *----------------------------------------------------------------
      *    CARTES EN OPPOSITION (DD-CARTE)                             *
      *----------------------------------------------------------------
       TRAITER-OPPOSITIONS.
           OPEN INPUT FCARTE.
           IF FS-CARTE NOT = '00'
              DISPLAY 'FICHIER DD-CARTE ABSENT - SANS OPPOSITIONS'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-CARTE
              PERFORM FACTURER-OPPOSITION UNTIL WS-EOF = 'O'
              CLOSE FCARTE
           END-IF.
       LIRE-CARTE.
           READ FCARTE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       FACTURER-OPPOSITION.
           IF CRT-STATUT = 'O'
              MOVE 'OPP'     TO WS-EVT
              MOVE SPACES    TO WS-IDENT
              MOVE CRT-NUM   TO WS-IDENT(1:16)
              MOVE CRT-CPTE  TO WS-CPTE-EVT
              MOVE WS-DTJOUR TO WS-DATE-EVT
              MOVE ZERO      TO WS-PLAF-EVT
              IF EN-REPRISE
                 PERFORM REPRENDRE-OPPOSITION
              ELSE
                 PERFORM TRAITER-EVENEMENT
              END-IF
           END-IF.
           PERFORM LIRE-CARTE.
      *----PREMIER PASSAGE : OPPOSITION ANTERIEURE AU JOURNAL, INSCRITE-
      *----SANS FACTURATION--------------------------------------------
       REPRENDRE-OPPOSITION.
           MOVE WS-EVT      TO COM-EVT.
           MOVE WS-IDENT    TO COM-IDENT.
           MOVE CRT-CLT     TO COM-CLT.
           MOVE CRT-CPTE    TO COM-CPTE.
           MOVE ZERO        TO COM-DTEVT COM-TARIF COM-MONT COM-REF.
           MOVE WS-DTJOUR   TO COM-DTFAC.
           WRITE ENR-COMMIS
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-NB-REPRIS
           END-WRITE.
      *----------------------------------------------------------------
      *    UN EVENEMENT : DEJA AU JOURNAL = IGNORE ; SINON TARIF,      *
      *    PLAFONDS, MOUVEMENT 'FRA' ET INSCRIPTION AU JOURNAL         *
      *----------------------------------------------------------------
       TRAITER-EVENEMENT.
           MOVE WS-EVT   TO COM-EVT.
           MOVE WS-IDENT TO COM-IDENT.
           READ FCOMMIS
              INVALID KEY
                 PERFORM TARIFER-EVENEMENT
              NOT INVALID KEY
                 ADD 1 TO WS-NB-DEJA
           END-READ.
       TARIFER-EVENEMENT.
           PERFORM CHERCHER-TARIF.
           PERFORM LIRE-COMPTE-EVT.
           MOVE ZERO TO WS-COMM.
           IF WS-COMPTE-OK = 'O'
              PERFORM CALCULER-COMMISSION
           END-IF.
           MOVE ZERO TO COM-REF.
           IF WS-COMM > ZERO
              PERFORM DEBITER-COMMISSION
           ELSE
              ADD 1 TO WS-NB-NUL
           END-IF.
           MOVE WS-EVT      TO COM-EVT.
           MOVE WS-IDENT    TO COM-IDENT.
           MOVE WS-CLT-EVT  TO COM-CLT.
           MOVE WS-CPTE-EVT TO COM-CPTE.
           MOVE WS-DATE-EVT TO COM-DTEVT.
           MOVE WS-DTJOUR   TO COM-DTFAC.
           MOVE WS-TARIF    TO COM-TARIF.
           MOVE WS-COMM     TO COM-MONT.
           WRITE ENR-COMMIS
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-COMMIS : ' FS-COMMIS
           END-WRITE.
           MOVE WS-EVT      TO WE-EVT.
           MOVE WS-CPTE-EVT TO WE-CPTE.
           MOVE WS-DATE-EVT TO WE-DTEVT.
           MOVE WS-TARIF    TO WE-TARIF.
           MOVE WS-COMM     TO WE-COMM.
           MOVE WS-MOTIF-NUL TO WE-OBS.
           WRITE REC-PRT FROM LG-DET.
       CHERCHER-TARIF.
           MOVE ZERO TO WS-TARIF WS-PLAF-STD WS-PLAF-FRG.
           MOVE SPACES TO WS-LIB-EVT.
           PERFORM COMPARER-TARIF VARYING WS-IND-EVT FROM 1 BY 1
              UNTIL WS-IND-EVT > 4.
       COMPARER-TARIF.
           IF TE-EVT(WS-IND-EVT) = WS-EVT
              MOVE TE-TARIF(WS-IND-EVT) TO WS-TARIF
              MOVE TE-LIB(WS-IND-EVT)   TO WS-LIB-EVT
              MOVE TE-PLAF-STD(WS-IND-EVT) TO WS-PLAF-STD
              MOVE TE-PLAF-FRG(WS-IND-EVT) TO WS-PLAF-FRG
           END-IF.
      *----COMPTE A DEBITER : OUVERT (NI FERME NI GELE) DANS FRIB ;---
      *----LE TITULAIRE PORTE LA FRAGILITE (MOTIF 'FRG')---------------
       LIRE-COMPTE-EVT.
           MOVE 'N' TO WS-COMPTE-OK.
           MOVE 'N' TO WS-FRAGILE.
           MOVE ZERO TO WS-CLT-EVT.
           MOVE SPACES TO WS-MOTIF-NUL.
           MOVE WS-CPTE-EVT TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MOTIF-NUL
              NOT INVALID KEY
                 MOVE CLT-TRIB TO WS-CLT-EVT
                 EVALUATE ETAT-TRIB
                    WHEN 'F'
                       MOVE 'COMPTE FERME' TO WS-MOTIF-NUL
                    WHEN 'G'
                       MOVE 'COMPTE GELE' TO WS-MOTIF-NUL
                    WHEN OTHER
                       MOVE 'O' TO WS-COMPTE-OK
                 END-EVALUATE
           END-READ.
           IF WS-COMPTE-OK = 'O'
              MOVE CLT-TRIB TO CODE-TCLT
              READ FCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF MOTIF-TCLT = 'FRG'
                       MOVE 'O' TO WS-FRAGILE
                    END-IF
              END-READ
           END-IF.
      *----TARIF BORNE PAR OPERATION (ET PAR LE MONTANT DU PRELEVEMENT-
      *----IMPAYE), PUIS PAR LE RESTE DU PLAFOND MENSUEL DU COMPTE-----
       CALCULER-COMMISSION.
           IF WS-FRAGILE = 'O'
              MOVE WS-PLAF-FRG  TO WS-PLAF-OPE
              MOVE WS-PLAFM-FRG TO WS-PLAF-MOIS
           ELSE
              MOVE WS-PLAF-STD  TO WS-PLAF-OPE
              MOVE WS-PLAFM-STD TO WS-PLAF-MOIS
           END-IF.
           MOVE WS-TARIF TO WS-COMM.
           IF WS-COMM > WS-PLAF-OPE
              MOVE WS-PLAF-OPE TO WS-COMM
           END-IF.
           IF WS-PLAF-EVT > ZERO AND WS-COMM > WS-PLAF-EVT
              MOVE WS-PLAF-EVT TO WS-COMM
           END-IF.
           MOVE WS-CPTE-EVT     TO CCM-CPTE.
           MOVE WS-DTJOUR(1:6)  TO CCM-MOIS.
           READ FCOMCUM
              INVALID KEY
                 MOVE ZERO TO CCM-CUMUL CCM-NB
                 WRITE ENR-COMCUM
           END-READ.
           COMPUTE WS-RESTE-MOIS = WS-PLAF-MOIS - CCM-CUMUL.
           IF WS-RESTE-MOIS < ZERO
              MOVE ZERO TO WS-RESTE-MOIS
           END-IF.
           IF WS-COMM > WS-RESTE-MOIS
              MOVE WS-RESTE-MOIS TO WS-COMM
              MOVE 'PLAFOND MENSUEL' TO WS-MOTIF-NUL
           END-IF.
           IF WS-FRAGILE = 'O' AND WS-MOTIF-NUL = SPACES
              MOVE 'CLIENT FRAGILE' TO WS-MOTIF-NUL
           END-IF.
       DEBITER-COMMISSION.
           MOVE WS-CLT-EVT  TO CLT-TMVTC.
           MOVE WS-CPTE-EVT TO CPTE-TMVTC.
           MOVE WS-DTJOUR   TO DATE-TMVTC.
           MOVE WS-COMM     TO MONT-TMVTC.
           MOVE 'D'         TO SENS-TMVTC.
           MOVE 'FRA'       TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT  TO REF-TMVTC.
           MOVE DEV-TRIB    TO DEV-TMVTC.
           MOVE WS-DTJOUR   TO DTVAL-TMVTC.
           MOVE WS-LIB-EVT  TO LIB-TMVTC.
           MOVE ZERO        TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY
                 DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
                 MOVE ZERO TO WS-COMM
                 ADD 1 TO WS-NB-NUL
              NOT INVALID KEY
                 MOVE WS-REF-MVT TO COM-REF
                 ADD WS-COMM TO CCM-CUMUL
                 ADD 1 TO CCM-NB
                 REWRITE ENR-COMCUM
                 ADD 1 TO WS-NB-FACT
                 ADD WS-COMM TO WS-TOT-COMM
           END-WRITE.
       FIN.
           IF WS-TRAITE = 'O'
              WRITE REC-PRT FROM LG-VIDE
              MOVE WS-NB-FACT  TO WE-NB-FACT
              MOVE WS-NB-NUL   TO WE-NB-NUL
              MOVE WS-TOT-COMM TO WE-TOT-COMM
              WRITE REC-PRT FROM LG-TOT
           END-IF.
           CLOSE FCOMMIS FCOMCUM FRIB FCLT FMVTC FPRINT.
           DISPLAY 'COMMISSIONS FACTUREES : ' WS-NB-FACT
              ' TOTAL ' WS-TOT-COMM.
           DISPLAY 'EVENEMENTS NON FACTURES : ' WS-NB-NUL
              ' DEJA FACTURES : ' WS-NB-DEJA.
           IF WS-NB-REPRIS > ZERO
              DISPLAY 'OPPOSITIONS REPRISES AU JOURNAL : '
                 WS-NB-REPRIS
           END-IF.
           IF WS-TRAITE = 'O'
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
