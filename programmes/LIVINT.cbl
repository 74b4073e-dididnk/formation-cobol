       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVINT.
       AUTHOR.     E NGBAME.
      * INTERETS ANNUELS DES LIVRETS D'EPARGNE (REGISTRE DD-LIVRET,
      * VOIR OUVRCPTE) SELON LA REGLE REGLEMENTAIRE DES QUINZAINES ET
      * NON LA REGLE JOURNALIERE DE CALCINTC : L'ANNEE COMPTE 24
      * QUINZAINES (DU 1ER AU 15 ET DU 16 A LA FIN DU MOIS) ; UN
      * VERSEMENT PORTE INTERET A PARTIR DE LA QUINZAINE SUIVANTE, UN
      * RETRAIT CESSE DE PORTER INTERET DES LA QUINZAINE OU IL A LIEU.
      * LE SOLDE DE DEBUT D'ANNEE EST RECONSTITUE A PARTIR DU SOLDE
      * FRIB (ARRETE SOLDHIST) DIMINUE DES MOUVEMENTS DE L'ANNEE LUS
      * DANS FMVTC ; CHAQUE QUINZAINE RAPPORTE SOLDE RETENU X TAUX
      * ANNUEL / 24. LES INTERETS SONT CAPITALISES UNE FOIS PAR AN :
      * MOUVEMENT CREDIT 'LIV' DATE DE L'ARRETE DANS FMVTC (APPLIQUE
      * AU SOLDE PAR LE SOLDHIST SUIVANT) ET DATE DE CAPITALISATION
      * PORTEE AU REGISTRE - UN LIVRET DEJA CAPITALISE DANS L'ANNEE
      * N'EST PAS REPRIS. LE RELEVE ANNUEL DES INTERETS, QUINZAINE PAR
      * QUINZAINE, EST EDITE SUR DDLIVINT. ETAPE DE DECEMBRE DE LA
      * CHAINE FINMOIS (DATE D'ARRETE PAR LINKAGE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FPRINT ASSIGN TO DDLIVINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

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
              15 DATE-TMVTC-R REDEFINES DATE-TMVTC.
                 20 AA-TMVTC PIC 9(4).
                 20 MM-TMVTC PIC 9(2).
                 20 JJ-TMVTC PIC 9(2).
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
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-LIV-EOF   PIC X VALUE 'N'.
       01  WS-MVT-EOF   PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DTARRETE  PIC 9(8) VALUE ZERO.
       01  WS-DTARRETE-R REDEFINES WS-DTARRETE.
           05 WS-AA-ARR PIC 9(4).
           05 WS-MM-ARR PIC 9(2).
           05 WS-JJ-ARR PIC 9(2).
       01  WS-DTDEBUT   PIC 9(8) VALUE ZERO.
       01  WS-DTDEBUT-R REDEFINES WS-DTDEBUT.
           05 WS-AA-DEB PIC 9(4).
           05 WS-MMJJ-DEB PIC 9(4).
       01  WS-DTCAPI    PIC 9(8) VALUE ZERO.
       01  WS-DTCAPI-R REDEFINES WS-DTCAPI.
           05 WS-AA-CAPI PIC 9(4).
           05 FILLER     PIC 9(4).
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
      *----QUINZAINES : 24 PAR AN, DERNIERE = CELLE DE L'ARRETE--------
       01  WS-NB-QUINZ  PIC 9(2) VALUE ZERO.
       01  WS-IND-Q     PIC 9(2) VALUE ZERO.
       01  WS-MOIS-Q    PIC 9(2) VALUE ZERO.
       01  WS-RESTE-Q   PIC 9 VALUE ZERO.
       01  WS-SOLDE-Q   PIC S9(9)V9(2) VALUE ZERO.
       01  WS-BASE-Q    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-INT-Q     PIC 9(7)V9(4) VALUE ZERO.
       01  WS-INT-AN    PIC 9(7)V9(4) VALUE ZERO.
       01  WS-MT-CAPI   PIC 9(7)V9(2) VALUE ZERO.
       01  WS-SOLDE-FIN PIC S9(9)V9(2) VALUE ZERO.
       01  WS-NET-AN    PIC S9(9)V9(2) VALUE ZERO.
      *----LIVRETS EN TABLE, AVEC LEURS MOUVEMENTS CUMULES PAR---------
      *----QUINZAINE (UN SEUL PASSAGE SUR FMVTC)-----------------------
       01  WS-NB-LIV    PIC 9(3) VALUE ZERO.
       01  WS-IND-LIV   PIC 9(3) VALUE ZERO.
       01  WS-IND-TROUVE PIC 9(3) VALUE ZERO.
       01  T-LIVRETS.
           05 T-LIV-LIG OCCURS 200 TIMES.
              10 TL-CPTE    PIC X(23).
              10 TL-CLT     PIC 9(5).
              10 TL-TAUX    PIC 9V9(4).
              10 TL-DEJA    PIC X.
              10 TL-QUINZ OCCURS 24 TIMES.
                 15 TQ-CRE  PIC 9(9)V9(2).
                 15 TQ-DEB  PIC 9(9)V9(2).
      *----CUMULS DU PASSAGE-------------------------------------------
       01  WS-NB-CAPI   PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA   PIC 9(5) VALUE ZERO.
       01  WS-TOT-CAPI  PIC 9(11)V9(2) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'RELEVE ANNUEL DES INTERETS DU LIVRET - '.
           05 WE-ANNEE PIC 9(4).
       01  LG-CPTE.
           05 FILLER PIC X(9)  VALUE 'COMPTE : '.
           05 WE-CPTE  PIC X(23).
           05 FILLER PIC X(11) VALUE '  CLIENT : '.
           05 WE-CLT   PIC 9(5).
           05 FILLER PIC X(9)  VALUE '  TAUX : '.
           05 WE-TAUX  PIC 9.9999.
       01  LG-ENT-DET.
           05 FILLER PIC X(20) VALUE 'QUINZAINE           '.
           05 FILLER PIC X(16) VALUE '      VERSEMENTS'.
           05 FILLER PIC X(16) VALUE '        RETRAITS'.
           05 FILLER PIC X(16) VALUE '   SOLDE RETENU '.
           05 FILLER PIC X(12) VALUE '    INTERETS'.
       01  LG-DET.
           05 WE-Q       PIC Z9.
           05 FILLER     PIC X(7) VALUE ' MOIS  '.
           05 WE-MOIS    PIC 99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-PERIODE PIC X(6).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-CRE     PIC ZZZBZZZBZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-DEB     PIC ZZZBZZZBZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-BASE    PIC ZZZBZZZBZZ9.99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-INT     PIC ZZZZZZ9.9999.
       01  LG-CAPI.
           05 FILLER PIC X(30) VALUE 'INTERETS CAPITALISES LE      '.
           05 WE-DTCAPI PIC 9(8).
           05 FILLER PIC X(3)  VALUE ' : '.
           05 WE-CAPI   PIC ZZZBZZZBZZ9.99.
       01  LG-DEJA.
           05 FILLER PIC X(38) VALUE
              'LIVRET DEJA CAPITALISE POUR L ANNEE - '.
           05 FILLER PIC X(10) VALUE 'LE        '.
           05 WE-DTDEJA PIC 9(8).
       01  LG-TOT.
           05 FILLER PIC X(30) VALUE 'TOTAL CAPITALISE DU PASSAGE :'.
           05 WE-TOT    PIC ZZZBZZZBZZZBZZ9.99.
           05 FILLER PIC X(12) VALUE '  LIVRETS : '.
           05 WE-NB     PIC ZZZZ9.

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINMOIS - SI ZERO,----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-LIVRET = '00' AND FS-RIB = '00' AND FS-MVTC = '00'
              AND FS-PRINT = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM CHARGER-LIVRETS
              PERFORM CUMULER-MOUVEMENTS
              PERFORM TRAITER-LIVRET VARYING WS-IND-LIV FROM 1 BY 1
                 UNTIL WS-IND-LIV > WS-NB-LIV
              MOVE WS-TOT-CAPI TO WE-TOT
              MOVE WS-NB-CAPI  TO WE-NB
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-TOT
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTARRETE
           ELSE
              DISPLAY 'DATE D ARRETE (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTARRETE
              IF WS-DTARRETE = ZERO
                 ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
              END-IF
           END-IF.
           MOVE WS-AA-ARR TO WS-AA-DEB.
           MOVE 0101      TO WS-MMJJ-DEB.
           COMPUTE WS-NB-QUINZ = WS-MM-ARR * 2.
           IF WS-JJ-ARR < 16
              SUBTRACT 1 FROM WS-NB-QUINZ
           END-IF.
           DISPLAY 'INTERETS DES LIVRETS DU ' WS-DTDEBUT ' AU '
              WS-DTARRETE ' - ' WS-NB-QUINZ ' QUINZAINES'.
      *----REGISTRE ABSENT : AUCUN LIVRET OUVERT, RIEN A CALCULER------
           OPEN I-O FLIVRET.
           IF FS-LIVRET = '35'
              OPEN OUTPUT FLIVRET
              CLOSE FLIVRET
              OPEN I-O FLIVRET
           END-IF.
           OPEN INPUT FRIB.
           OPEN I-O FMVTC.
           OPEN OUTPUT FPRINT.
           IF FS-LIVRET NOT = '00' OR FS-RIB NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FL ' FS-LIVRET ' FR ' FS-RIB
                 ' FM ' FS-MVTC ' FE ' FS-PRINT
           ELSE
              MOVE WS-AA-ARR TO WE-ANNEE
              WRITE REC-PRT FROM LG-TITRE
           END-IF.
      *----------------------------------------------------------------
      *    LIVRETS DU REGISTRE EN TABLE, COMPTEURS DE QUINZAINES A     *
      *    ZERO                                                        *
      *----------------------------------------------------------------
       CHARGER-LIVRETS.
           PERFORM LIRE-LIVRET.
           PERFORM RANGER-LIVRET UNTIL WS-LIV-EOF = 'O'
              OR WS-NB-LIV >= 200.
           IF WS-LIV-EOF = 'N'
              DISPLAY 'TABLE DES LIVRETS PLEINE (200) - LIVRETS '
                 'SUIVANTS NON TRAITES'
           END-IF.
       LIRE-LIVRET.
           READ FLIVRET NEXT RECORD
              AT END MOVE 'O' TO WS-LIV-EOF
           END-READ.
       RANGER-LIVRET.
           ADD 1 TO WS-NB-LIV.
           MOVE LIV-CPTE TO TL-CPTE(WS-NB-LIV).
           MOVE LIV-CLT  TO TL-CLT(WS-NB-LIV).
           MOVE LIV-TAUX TO TL-TAUX(WS-NB-LIV).
           MOVE LIV-DTCAPI TO WS-DTCAPI.
           IF WS-AA-CAPI = WS-AA-ARR
              MOVE 'O' TO TL-DEJA(WS-NB-LIV)
           ELSE
              MOVE 'N' TO TL-DEJA(WS-NB-LIV)
           END-IF.
           PERFORM RAZ-QUINZAINE VARYING WS-IND-Q FROM 1 BY 1
              UNTIL WS-IND-Q > 24.
           PERFORM LIRE-LIVRET.
       RAZ-QUINZAINE.
           MOVE ZERO TO TQ-CRE(WS-NB-LIV WS-IND-Q).
           MOVE ZERO TO TQ-DEB(WS-NB-LIV WS-IND-Q).
      *----------------------------------------------------------------
      *    UN PASSAGE SUR FMVTC : CHAQUE MOUVEMENT DE L'ANNEE SUR UN   *
      *    LIVRET EST CUMULE DANS SA QUINZAINE                         *
      *----------------------------------------------------------------
       CUMULER-MOUVEMENTS.
           PERFORM LIRE-MVT.
           PERFORM TRAITER-MVT UNTIL WS-MVT-EOF = 'O'.
       LIRE-MVT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-MVT-EOF
           END-READ.
       TRAITER-MVT.
           IF DATE-TMVTC >= WS-DTDEBUT AND DATE-TMVTC <= WS-DTARRETE
              MOVE ZERO TO WS-IND-TROUVE
              PERFORM COMPARER-LIVRET VARYING WS-IND-LIV FROM 1 BY 1
                 UNTIL WS-IND-LIV > WS-NB-LIV
              IF WS-IND-TROUVE > ZERO
                 PERFORM AFFECTER-QUINZAINE
              END-IF
           END-IF.
           PERFORM LIRE-MVT.
       COMPARER-LIVRET.
           IF TL-CPTE(WS-IND-LIV) = CPTE-TMVTC
              MOVE WS-IND-LIV TO WS-IND-TROUVE
           END-IF.
       AFFECTER-QUINZAINE.
           COMPUTE WS-IND-Q = MM-TMVTC * 2.
           IF JJ-TMVTC < 16
              SUBTRACT 1 FROM WS-IND-Q
           END-IF.
           IF SENS-TMVTC = 'C'
              ADD MONT-TMVTC TO TQ-CRE(WS-IND-TROUVE WS-IND-Q)
           ELSE
              ADD MONT-TMVTC TO TQ-DEB(WS-IND-TROUVE WS-IND-Q)
           END-IF.
      *----------------------------------------------------------------
      *    UN LIVRET : SOLDE DE DEBUT D'ANNEE RECONSTITUE, PUIS        *
      *    QUINZAINE PAR QUINZAINE - LE RETRAIT EST DEDUIT AVANT LE    *
      *    CALCUL, LE VERSEMENT AJOUTE APRES                           *
      *----------------------------------------------------------------
       TRAITER-LIVRET.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE TL-CPTE(WS-IND-LIV) TO WE-CPTE.
           MOVE TL-CLT(WS-IND-LIV)  TO WE-CLT.
           MOVE TL-TAUX(WS-IND-LIV) TO WE-TAUX.
           WRITE REC-PRT FROM LG-CPTE.
           IF TL-DEJA(WS-IND-LIV) = 'O'
              MOVE TL-CPTE(WS-IND-LIV) TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY MOVE ZERO TO LIV-DTCAPI
              END-READ
              MOVE LIV-DTCAPI TO WE-DTDEJA
              WRITE REC-PRT FROM LG-DEJA
              ADD 1 TO WS-NB-DEJA
              GO TO TRAITER-LIVRET-FIN
           END-IF.
           WRITE REC-PRT FROM LG-ENT-DET.
           MOVE ZERO TO WS-SOLDE-FIN.
           MOVE TL-CPTE(WS-IND-LIV) TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'LIVRET ABSENT DE FRIB : ' TL-CPTE(WS-IND-LIV)
              NOT INVALID KEY
                 IF SENS-TRIB = 'D'
                    COMPUTE WS-SOLDE-FIN = ZERO - SOLDE-TRIB
                 ELSE
                    MOVE SOLDE-TRIB TO WS-SOLDE-FIN
                 END-IF
           END-READ.
           MOVE ZERO TO WS-NET-AN.
           PERFORM CUMULER-NET VARYING WS-IND-Q FROM 1 BY 1
              UNTIL WS-IND-Q > 24.
           COMPUTE WS-SOLDE-Q = WS-SOLDE-FIN - WS-NET-AN.
           MOVE ZERO TO WS-INT-AN.
           PERFORM CALCULER-QUINZAINE VARYING WS-IND-Q FROM 1 BY 1
              UNTIL WS-IND-Q > WS-NB-QUINZ.
           COMPUTE WS-MT-CAPI ROUNDED = WS-INT-AN.
           IF WS-MT-CAPI > ZERO
              PERFORM CAPITALISER
           END-IF.
           MOVE WS-DTARRETE TO WE-DTCAPI.
           MOVE WS-MT-CAPI  TO WE-CAPI.
           WRITE REC-PRT FROM LG-CAPI.
       TRAITER-LIVRET-FIN.
           EXIT.
       CUMULER-NET.
           ADD TQ-CRE(WS-IND-LIV WS-IND-Q) TO WS-NET-AN.
           SUBTRACT TQ-DEB(WS-IND-LIV WS-IND-Q) FROM WS-NET-AN.
       CALCULER-QUINZAINE.
           SUBTRACT TQ-DEB(WS-IND-LIV WS-IND-Q) FROM WS-SOLDE-Q.
           IF WS-SOLDE-Q > ZERO
              MOVE WS-SOLDE-Q TO WS-BASE-Q
           ELSE
              MOVE ZERO TO WS-BASE-Q
           END-IF.
           COMPUTE WS-INT-Q ROUNDED =
              WS-BASE-Q * TL-TAUX(WS-IND-LIV) / 24.
           ADD WS-INT-Q TO WS-INT-AN.
           DIVIDE WS-IND-Q BY 2 GIVING WS-MOIS-Q REMAINDER WS-RESTE-Q.
           IF WS-RESTE-Q = 1
              ADD 1 TO WS-MOIS-Q
              MOVE '01-15' TO WE-PERIODE
           ELSE
              MOVE '16-FIN' TO WE-PERIODE
           END-IF.
           MOVE WS-IND-Q  TO WE-Q.
           MOVE WS-MOIS-Q TO WE-MOIS.
           MOVE TQ-CRE(WS-IND-LIV WS-IND-Q) TO WE-CRE.
           MOVE TQ-DEB(WS-IND-LIV WS-IND-Q) TO WE-DEB.
           MOVE WS-BASE-Q TO WE-BASE.
           MOVE WS-INT-Q  TO WE-INT.
           WRITE REC-PRT FROM LG-DET.
           ADD TQ-CRE(WS-IND-LIV WS-IND-Q) TO WS-SOLDE-Q.
      *----------------------------------------------------------------
      *    CAPITALISATION : CREDIT 'LIV' DANS FMVTC ET DATE PORTEE AU  *
      *    REGISTRE (UN SEUL PASSAGE PAR AN ET PAR LIVRET)             *
      *----------------------------------------------------------------
       CAPITALISER.
           MOVE TL-CLT(WS-IND-LIV)  TO CLT-TMVTC.
           MOVE TL-CPTE(WS-IND-LIV) TO CPTE-TMVTC.
           MOVE WS-DTARRETE TO DATE-TMVTC.
           MOVE WS-MT-CAPI  TO MONT-TMVTC.
           MOVE 'C'         TO SENS-TMVTC.
           MOVE 'LIV'       TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT  TO REF-TMVTC.
           MOVE 'EUR'       TO DEV-TMVTC.
           MOVE WS-DTARRETE TO DTVAL-TMVTC.
           MOVE 'INTERETS LIVRET' TO LIB-TMVTC.
           MOVE ZERO        TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
           MOVE TL-CPTE(WS-IND-LIV) TO LIV-CPTE.
           READ FLIVRET
              INVALID KEY DISPLAY 'LIVRET DISPARU DU REGISTRE : '
                 LIV-CPTE
              NOT INVALID KEY
                 MOVE WS-DTARRETE TO LIV-DTCAPI
                 MOVE WS-MT-CAPI  TO LIV-INTCAPI
                 REWRITE ENR-LIVRET
                    INVALID KEY DISPLAY 'ERR. MAJ DD-LIVRET : '
                       FS-LIVRET
                 END-REWRITE
           END-READ.
           ADD 1 TO WS-NB-CAPI.
           ADD WS-MT-CAPI TO WS-TOT-CAPI.
       FIN.
           CLOSE FLIVRET FRIB FMVTC FPRINT.
           DISPLAY 'LIVRETS CAPITALISES    : ' WS-NB-CAPI.
           DISPLAY 'LIVRETS DEJA TRAITES   : ' WS-NB-DEJA.
           DISPLAY 'TOTAL DES INTERETS     : ' WS-TOT-CAPI.
           IF WS-TRAITE = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
