       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAYAGE.
       AUTHOR.     E NGBAME.
      * BALAYAGE AUTOMATIQUE ENTRE COMPTES D'UN MEME CLIENT, ETAPE DE
      * LA CHAINE FINJOUR (AVANT LE TRI ET DONC AVANT L'ARRETE
      * SOLDHIST) : POUR CHAQUE CONVENTION DE DD-CONVBAL (VOIR
      * CONVBAL), SI LE SOLDE DU COMPTE CIBLE EST SOUS SON MINIMUM,
      * L'ECART EST COMBLE PAR UN VIREMENT INTERNE 'VIR' DEPUIS LE
      * COMPTE SOURCE - DEBIT SOURCE ET CREDIT CIBLE, CHACUN SOUS SA
      * REFERENCE MVTREF - DANS LA LIMITE DU MAXIMUM PAR BALAYAGE ET
      * DU DISPONIBLE DE LA SOURCE (SOLDE MOINS BLOCAGES ACTIFS DE
      * DD-BLOCAGE). LES SOLDES SONT CEUX DE FRIB A LEUR DATE, PLUS
      * LES MOUVEMENTS FMVTC POSTES DEPUIS (DISCIPLINE CHQIMPAY) ;
      * UN COMPTE PARTAGE PAR PLUSIEURS CONVENTIONS VOIT SON SOLDE
      * SUIVRE LES BALAYAGES DEJA FAITS. L'ETAT DDBALAY LISTE LES
      * BALAYAGES ET SIGNALE CEUX QUI N'ONT COUVERT L'ECART QU'EN
      * PARTIE (OU PAS DU TOUT). UNE CONVENTION DONT L'UN DES COMPTES
      * EST FERME OU GELE PAR DECES (ETAT-TRIB 'F' OU 'G') EST
      * IGNOREE : LA CONVENTION N'A PAS D'ETAT PROPRE, ELLE RESTE
      * DONC SUSPENDUE TANT QUE LE COMPTE EST GELE, PUIS DEFINITIVEMENT
      * QUAND LE REGLEMENT DE LA SUCCESSION LE FERME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCONVBAL ASSIGN TO DD-CONVBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CVB-NUM
           FILE STATUS IS FS-CONVBAL.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FBLOCAGE ASSIGN TO DD-BLOCAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLO-NUM
           ALTERNATE RECORD KEY IS BLO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-BLOCAGE.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FPRINT ASSIGN TO DDBALAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONVBAL.
       01  ENR-CONVBAL.
           10 CVB-NUM       PIC 9(5).
           10 CVB-CLT       PIC 9(5).
           10 CVB-CPTE-SRC  PIC X(23).
           10 CVB-CPTE-CIB  PIC X(23).
           10 CVB-MINI      PIC 9(9)V9(2).
           10 CVB-MAXI      PIC 9(9)V9(2).
           10 CVB-DTCREAT   PIC 9(8).

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

       FD  FBLOCAGE.
       01  ENR-BLOCAGE.
           10 BLO-NUM     PIC 9(5).
           10 BLO-CPTE    PIC X(23).
           10 BLO-MONT    PIC 9(9)V9(2).
           10 BLO-DTEXP   PIC 9(8).
           10 BLO-MOTIF   PIC X(18).
           10 BLO-STATUT  PIC X.

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
       01  FS-CONVBAL   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-BLOCAGE   PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-BLO-EOF   PIC X VALUE 'N'.
       01  WS-BLO-DISPO PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-SOLDE-SIGNE PIC S9(11)V9(2) VALUE ZERO.
      *----CONVENTIONS CHARGEES EN TABLE-------------------------------
       01  WS-NB-CONV   PIC 9(3) VALUE ZERO.
       01  WS-IND-CONV  PIC 9(3) VALUE ZERO.
       01  T-CONV.
           05 T-CONV-LIG OCCURS 200 TIMES.
              10 TV-NUM     PIC 9(5).
              10 TV-CLT     PIC 9(5).
              10 TV-SRC     PIC X(23).
              10 TV-CIB     PIC X(23).
              10 TV-MINI    PIC 9(9)V9(2).
              10 TV-MAXI    PIC 9(9)V9(2).
      *----COMPTES CONCERNES : SOLDE A JOUR ET BLOCAGES ACTIFS---------
       01  WS-NB-CPTES  PIC 9(3) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(3) VALUE ZERO.
       01  WS-CPTE-TRV  PIC 9(3) VALUE ZERO.
       01  WS-CPTE-CHERCHE PIC X(23) VALUE SPACES.
       01  T-CPTES.
           05 T-CPTE-LIG OCCURS 400 TIMES.
              10 TP-CPTE    PIC X(23).
              10 TP-CLT     PIC 9(5).
              10 TP-OUVERT  PIC X.
              10 TP-DEV     PIC X(3).
              10 TP-DTSOLDE PIC 9(8).
              10 TP-SOLDE   PIC S9(11)V9(2).
              10 TP-BLOQUE  PIC 9(11)V9(2).
      *----BALAYAGE COURANT--------------------------------------------
       01  WS-IND-SRC   PIC 9(3) VALUE ZERO.
       01  WS-IND-CIB   PIC 9(3) VALUE ZERO.
       01  WS-ECART     PIC S9(11)V9(2) VALUE ZERO.
       01  WS-DISPO-SRC PIC S9(11)V9(2) VALUE ZERO.
       01  WS-MT-BALAY  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-BALAY  PIC 9(5) VALUE ZERO.
       01  WS-NB-PARTIEL PIC 9(5) VALUE ZERO.
       01  WS-TOT-BALAY PIC 9(11)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
              'BALAYAGES ENTRE COMPTES DU '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-DET.
           05 WE-NUM        PIC 9(5).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-SRC        PIC X(23).
           05 FILLER        PIC X(2) VALUE '->'.
           05 WE-CIB        PIC X(23).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-MONT       PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-OBS        PIC X(10).
       01  LG-PART.
           05 FILLER        PIC X(6) VALUE SPACES.
           05 FILLER        PIC X(24) VALUE
              'COUVERTURE PARTIELLE : '.
           05 FILLER        PIC X(7) VALUE 'ECART '.
           05 WE-ECART      PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X(11) VALUE ' RESTE DU '.
           05 WE-RESTE      PIC ZZZBZZZBZZ9.99.
       01  LG-TOT.
           05 FILLER PIC X(12) VALUE 'BALAYAGES : '.
           05 WE-NB-BALAY PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE '  PARTIELS : '.
           05 WE-NB-PART  PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE '  TOTAL : '.
           05 WE-TOT-BALAY PIC ZZZBZZZBZZ9.99.

       LINKAGE SECTION.
      *----DATE DU JOUR TRANSMISE PAR LE PILOTE FINJOUR - SI ZERO,-----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF WS-TRAITE = 'O'
              PERFORM CHARGER-CONVENTIONS
              PERFORM METTRE-A-JOUR-SOLDES
              PERFORM BALAYER-CONVENTION VARYING WS-IND-CONV
                 FROM 1 BY 1 UNTIL WS-IND-CONV > WS-NB-CONV
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
      *----SANS REGISTRE DES CONVENTIONS, L'ETAPE EST NEUTRE-----------
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTJOUR
           ELSE
              DISPLAY 'DATE DU BALAYAGE (AAAAMMJJ) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTJOUR
              IF WS-DTJOUR = ZERO
                 ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
              END-IF
           END-IF.
           OPEN INPUT FCONVBAL.
           IF FS-CONVBAL NOT = '00'
              DISPLAY 'REGISTRE DD-CONVBAL ABSENT - AUCUN BALAYAGE'
           ELSE
              OPEN INPUT FRIB
              OPEN I-O FMVTC
              IF FS-MVTC = '35'
                 OPEN OUTPUT FMVTC
              END-IF
              OPEN OUTPUT FPRINT
              OPEN INPUT FBLOCAGE
              IF FS-BLOCAGE = '00'
                 MOVE 'O' TO WS-BLO-DISPO
              END-IF
              IF FS-RIB NOT = '00' OR FS-MVTC NOT = '00'
                 OR FS-PRINT NOT = '00'
                 DISPLAY 'ERR. OUV FICHIERS: FR ' FS-RIB
                    ' FM ' FS-MVTC ' FP ' FS-PRINT
              ELSE
                 MOVE 'O' TO WS-TRAITE
                 MOVE WS-DTJOUR TO WE-DTJOUR
                 WRITE REC-PRT FROM LG-TITRE
                 WRITE REC-PRT FROM LG-VIDE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CONVENTIONS EN TABLE ET COMPTES CONCERNES (SOLDE FRIB,      *
      *    BLOCAGES ACTIFS)                                            *
      *----------------------------------------------------------------
       CHARGER-CONVENTIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-CONVENTION.
           PERFORM RANGER-CONVENTION UNTIL WS-EOF = 'O'.
       LIRE-CONVENTION.
           READ FCONVBAL
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RANGER-CONVENTION.
           IF WS-NB-CONV < 200
              ADD 1 TO WS-NB-CONV
              MOVE CVB-NUM      TO TV-NUM(WS-NB-CONV)
              MOVE CVB-CLT      TO TV-CLT(WS-NB-CONV)
              MOVE CVB-CPTE-SRC TO TV-SRC(WS-NB-CONV)
              MOVE CVB-CPTE-CIB TO TV-CIB(WS-NB-CONV)
              MOVE CVB-MINI     TO TV-MINI(WS-NB-CONV)
              MOVE CVB-MAXI     TO TV-MAXI(WS-NB-CONV)
              MOVE CVB-CPTE-SRC TO WS-CPTE-CHERCHE
              PERFORM RETENIR-COMPTE
              MOVE CVB-CPTE-CIB TO WS-CPTE-CHERCHE
              PERFORM RETENIR-COMPTE
           ELSE
              DISPLAY 'PLUS DE 200 CONVENTIONS - ' CVB-NUM
                 ' NON TRAITEE'
           END-IF.
           PERFORM LIRE-CONVENTION.
       RETENIR-COMPTE.
           PERFORM CHERCHER-COMPTE.
           IF WS-CPTE-TRV = ZERO AND WS-NB-CPTES < 400
              ADD 1 TO WS-NB-CPTES
              MOVE WS-CPTE-CHERCHE TO TP-CPTE(WS-NB-CPTES)
              MOVE ZERO TO TP-SOLDE(WS-NB-CPTES)
              MOVE ZERO TO TP-BLOQUE(WS-NB-CPTES)
              MOVE ZERO TO TP-DTSOLDE(WS-NB-CPTES)
              MOVE 'N'  TO TP-OUVERT(WS-NB-CPTES)
              MOVE WS-CPTE-CHERCHE TO CPTE-TRIB
              READ FRIB
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM RANGER-SOLDE
              END-READ
           END-IF.
       RANGER-SOLDE.
           MOVE CLT-TRIB  TO TP-CLT(WS-NB-CPTES).
           MOVE DEV-TRIB  TO TP-DEV(WS-NB-CPTES).
           MOVE DATE-TRIB TO TP-DTSOLDE(WS-NB-CPTES).
           IF ETAT-TRIB NOT = 'F' AND ETAT-TRIB NOT = 'G'
              MOVE 'O' TO TP-OUVERT(WS-NB-CPTES)
           END-IF.
           IF SENS-TRIB = 'D'
              COMPUTE TP-SOLDE(WS-NB-CPTES) = SOLDE-TRIB * -1
           ELSE
              MOVE SOLDE-TRIB TO TP-SOLDE(WS-NB-CPTES)
           END-IF.
           IF WS-BLO-DISPO = 'O'
              PERFORM CUMULER-BLOCAGES-COMPTE
           END-IF.
       CUMULER-BLOCAGES-COMPTE.
           MOVE 'N' TO WS-BLO-EOF.
           MOVE CPTE-TRIB TO BLO-CPTE.
           START FBLOCAGE KEY = BLO-CPTE
              INVALID KEY MOVE 'O' TO WS-BLO-EOF
           END-START.
           PERFORM CUMULER-UN-BLOCAGE UNTIL WS-BLO-EOF = 'O'.
       CUMULER-UN-BLOCAGE.
           READ FBLOCAGE NEXT RECORD
              AT END MOVE 'O' TO WS-BLO-EOF
           END-READ.
           IF WS-BLO-EOF = 'N'
              IF BLO-CPTE NOT = CPTE-TRIB
                 MOVE 'O' TO WS-BLO-EOF
              ELSE
                 IF BLO-STATUT = 'A'
                    ADD BLO-MONT TO TP-BLOQUE(WS-NB-CPTES)
                 END-IF
              END-IF
           END-IF.
       CHERCHER-COMPTE.
           MOVE ZERO TO WS-CPTE-TRV.
           PERFORM COMPARER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES OR WS-CPTE-TRV > ZERO.
       COMPARER-COMPTE.
           IF TP-CPTE(WS-IND-CPTE) = WS-CPTE-CHERCHE
              MOVE WS-IND-CPTE TO WS-CPTE-TRV
           END-IF.
      *----------------------------------------------------------------
      *    MOUVEMENTS POSTES DEPUIS LA DATE DE SOLDE DE CHAQUE COMPTE  *
      *----------------------------------------------------------------
       METTRE-A-JOUR-SOLDES.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO REF-TMVTC.
           START FMVTC KEY IS NOT LESS THAN REF-TMVTC
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-MOUVEMENT UNTIL WS-EOF = 'O'.
       LIRE-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF DATE-TMVTC <= WS-DTJOUR
                    PERFORM APPLIQUER-MOUVEMENT
                 END-IF
           END-READ.
       APPLIQUER-MOUVEMENT.
           MOVE CPTE-TMVTC TO WS-CPTE-CHERCHE.
           PERFORM CHERCHER-COMPTE.
           IF WS-CPTE-TRV > ZERO
              IF DATE-TMVTC > TP-DTSOLDE(WS-CPTE-TRV)
                 IF SENS-TMVTC = 'C'
                    ADD MONT-TMVTC TO TP-SOLDE(WS-CPTE-TRV)
                 ELSE
                    SUBTRACT MONT-TMVTC FROM TP-SOLDE(WS-CPTE-TRV)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    UNE CONVENTION : ECART DE LA CIBLE A SON MINIMUM, COUVERT   *
      *    DANS LA LIMITE DU MAXIMUM ET DU DISPONIBLE DE LA SOURCE     *
      *----------------------------------------------------------------
       BALAYER-CONVENTION.
           MOVE TV-SRC(WS-IND-CONV) TO WS-CPTE-CHERCHE.
           PERFORM CHERCHER-COMPTE.
           MOVE WS-CPTE-TRV TO WS-IND-SRC.
           MOVE TV-CIB(WS-IND-CONV) TO WS-CPTE-CHERCHE.
           PERFORM CHERCHER-COMPTE.
           MOVE WS-CPTE-TRV TO WS-IND-CIB.
           IF WS-IND-SRC = ZERO OR WS-IND-CIB = ZERO
              DISPLAY 'CONVENTION ' TV-NUM(WS-IND-CONV)
                 ' - COMPTES NON CHARGES'
           ELSE
              IF TP-OUVERT(WS-IND-SRC) NOT = 'O'
                 OR TP-OUVERT(WS-IND-CIB) NOT = 'O'
                 DISPLAY 'CONVENTION ' TV-NUM(WS-IND-CONV)
                    ' - COMPTE FERME, GELE OU INCONNU, IGNOREE'
              ELSE
                 COMPUTE WS-ECART = TV-MINI(WS-IND-CONV)
                    - TP-SOLDE(WS-IND-CIB)
                 IF WS-ECART > ZERO
                    PERFORM CALCULER-BALAYAGE
                 END-IF
              END-IF
           END-IF.
       CALCULER-BALAYAGE.
           COMPUTE WS-DISPO-SRC = TP-SOLDE(WS-IND-SRC)
              - TP-BLOQUE(WS-IND-SRC).
           IF WS-DISPO-SRC < ZERO
              MOVE ZERO TO WS-DISPO-SRC
           END-IF.
           MOVE WS-ECART TO WS-MT-BALAY.
           IF WS-MT-BALAY > TV-MAXI(WS-IND-CONV)
              MOVE TV-MAXI(WS-IND-CONV) TO WS-MT-BALAY
           END-IF.
           IF WS-MT-BALAY > WS-DISPO-SRC
              MOVE WS-DISPO-SRC TO WS-MT-BALAY
           END-IF.
           MOVE TV-NUM(WS-IND-CONV) TO WE-NUM.
           MOVE TV-SRC(WS-IND-CONV) TO WE-SRC.
           MOVE TV-CIB(WS-IND-CONV) TO WE-CIB.
           MOVE WS-MT-BALAY TO WE-MONT.
           IF WS-MT-BALAY > ZERO
              PERFORM PASSER-BALAYAGE
           END-IF.
           IF WS-MT-BALAY < WS-ECART
              ADD 1 TO WS-NB-PARTIEL
              IF WS-MT-BALAY = ZERO
                 MOVE 'NON COUVERT' TO WE-OBS
              ELSE
                 MOVE 'PARTIEL' TO WE-OBS
              END-IF
              WRITE REC-PRT FROM LG-DET
              MOVE WS-ECART TO WE-ECART
              COMPUTE WE-RESTE = WS-ECART - WS-MT-BALAY
              WRITE REC-PRT FROM LG-PART
           ELSE
              MOVE 'COUVERT' TO WE-OBS
              WRITE REC-PRT FROM LG-DET
           END-IF.
      *----DEUX JAMBES 'VIR' : DEBIT SOURCE, CREDIT CIBLE--------------
       PASSER-BALAYAGE.
           MOVE TV-CLT(WS-IND-CONV) TO CLT-TMVTC.
           MOVE TV-SRC(WS-IND-CONV) TO CPTE-TMVTC.
           MOVE 'D'                 TO SENS-TMVTC.
           MOVE 'BALAYAGE EMIS'     TO LIB-TMVTC.
           PERFORM ECRIRE-JAMBE.
           MOVE TV-CIB(WS-IND-CONV) TO CPTE-TMVTC.
           MOVE 'C'                 TO SENS-TMVTC.
           MOVE 'BALAYAGE RECU'     TO LIB-TMVTC.
           PERFORM ECRIRE-JAMBE.
           SUBTRACT WS-MT-BALAY FROM TP-SOLDE(WS-IND-SRC).
           ADD WS-MT-BALAY TO TP-SOLDE(WS-IND-CIB).
           ADD 1 TO WS-NB-BALAY.
           ADD WS-MT-BALAY TO WS-TOT-BALAY.
       ECRIRE-JAMBE.
           MOVE WS-DTJOUR   TO DATE-TMVTC.
           MOVE WS-MT-BALAY TO MONT-TMVTC.
           MOVE 'VIR'       TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT  TO REF-TMVTC.
           MOVE TP-DEV(WS-IND-SRC) TO DEV-TMVTC.
           MOVE WS-DTJOUR   TO DTVAL-TMVTC.
           MOVE ZERO        TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY
                 DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
                    ' COMPTE ' CPTE-TMVTC
           END-WRITE.
       FIN.
           IF WS-TRAITE = 'O'
              WRITE REC-PRT FROM LG-VIDE
              MOVE WS-NB-BALAY   TO WE-NB-BALAY
              MOVE WS-NB-PARTIEL TO WE-NB-PART
              MOVE WS-TOT-BALAY  TO WE-TOT-BALAY
              WRITE REC-PRT FROM LG-TOT
           END-IF.
           IF FS-CONVBAL = '00' OR FS-CONVBAL = '10'
              CLOSE FCONVBAL FRIB FMVTC FPRINT
              IF WS-BLO-DISPO = 'O'
                 CLOSE FBLOCAGE
              END-IF
           END-IF.
           DISPLAY 'BALAYAGES : ' WS-NB-BALAY ' PARTIELS : '
              WS-NB-PARTIEL ' TOTAL ' WS-TOT-BALAY.
           IF WS-TRAITE = 'O' OR FS-CONVBAL = '35'
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
