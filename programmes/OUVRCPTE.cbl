      *   - POSTE LE DEPOT INITIAL EN MOUVEMENT CREDIT 'DIV' ;
      *   - EDITE UNE LETTRE DE BIENVENUE SUR DDLETTRE AVEC LE BLOC
      *     ADRESSE FADRCLT (ENVELOPPE A FENETRE, COMME PG17CH12).
      * TYPE 'L' = LIVRET D'EPARGNE REGLEMENTE : LE COMPTE EST INSCRIT
      * AU REGISTRE DD-LIVRET (PLAFOND DES DEPOTS, TAUX ANNUEL) QUE
      * CONSULTENT LES CHARGEMENTS (PG15CH08, PORTALIN), CARTMAIT,
      * CHQCARNET, MAJCOND ET LE CALCUL PAR QUINZAINES LIVINT. UN
      * LIVRET EST EN EUR, SANS DECOUVERT, ET LE DEPOT INITIAL NE
      * PEUT DEPASSER LE PLAFOND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           RECORD KEY IS NCP-CLE
           FILE STATUS IS FS-NUMCPTE.

      *----REGISTRE DES LIVRETS D'EPARGNE------------------------------
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

           SELECT FPRINT ASSIGN TO DDLETTRE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 NCP-CLE          PIC X(1).
           10 NCP-DERNIER-SEQ  PIC 9(10).

       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-NUMCPTE   PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-DTOUVR    PIC 9(8) VALUE ZERO.
       01  WS-DEPOT     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-DEVISE    PIC X(3) VALUE 'EUR'.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-CLT-OK    PIC X VALUE 'N'.
      *----TYPE DE COMPTE : 'C' COURANT, 'L' LIVRET D'EPARGNE----------
       01  WS-TYPE-CPTE PIC X VALUE 'C'.
           88 TYPE-LIVRET VALUE 'L'.
       01  WS-PLAFOND   PIC 9(9)V9(2) VALUE 22950.00.
       01  WS-PLAFOND-SAISI PIC 9(9)V9(2) VALUE ZERO.
       01  WS-TX-LIVRET PIC 9V9(4) VALUE 0.0300.
       01  WS-TX-LIVRET-SAISI PIC 9V9(4) VALUE ZERO.
      *----COMPOSITION DU NUMERO : AGENCE(7) + CLIENT(5) + SEQ(10)-----
      *----PUIS CLE MODULO 7 (INVERSE DU CONTROLE RIBCLE)--------------
       01  WS-CPTE      PIC X(23) VALUE SPACES.
          05 WE-DEPOT PIC ZZZBZZZBZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WE-DEVISE PIC X(3).
       01  LG-TXT5.
          05 FILLER PIC X(21) VALUE 'LIVRET - PLAFOND  :  '.
          05 WE-PLAFOND PIC ZZZBZZZBZZ9.99.
          05 FILLER PIC X(10) VALUE '  TAUX :  '.
          05 WE-TAUX PIC 9.9999.
       01  LG-TXT4.
          05 FILLER PIC X(40) VALUE
             'NOUS VOUS REMERCIONS DE VOTRE CONFIANCE.'.
           IF WS-CLT-OK = 'O'
              PERFORM GENERER-NUMERO
              PERFORM ECRIRE-COMPTE
              IF TYPE-LIVRET
                 PERFORM ECRIRE-LIVRET
              END-IF
              PERFORM POSTER-DEPOT
              PERFORM EDITER-LETTRE
           END-IF.
           DISPLAY 'CODE CLIENT (9(5))          : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'TYPE (C=COURANT / L=LIVRET) : '
              WITH NO ADVANCING.
           ACCEPT WS-TYPE-CPTE.
           IF WS-TYPE-CPTE NOT = 'L'
              MOVE 'C' TO WS-TYPE-CPTE
           END-IF.
           DISPLAY 'DATE OUVERTURE (AAAAMMJJ)   : '
              WITH NO ADVANCING.
           ACCEPT WS-DTOUVR.
           IF WS-DEVISE = SPACES
              MOVE 'EUR' TO WS-DEVISE
           END-IF.
           IF TYPE-LIVRET
              PERFORM SAISIR-LIVRET
           END-IF.
           OPEN INPUT FCLT.
           OPEN I-O FRIB.
           IF FS-RIB = '35'
           ELSE
              PERFORM CONTROLER-CLIENT
           END-IF.
           IF TYPE-LIVRET AND WS-DEPOT > WS-PLAFOND
              DISPLAY 'DEPOT INITIAL SUPERIEUR AU PLAFOND DU LIVRET : '
                 WS-PLAFOND
              MOVE 'N' TO WS-CLT-OK
           END-IF.
      *----------------------------------------------------------------
      *    LIVRET : PLAFOND ET TAUX ANNUEL (DEFAUTS DU PRODUIT), EUR   *
      *    SEULEMENT ET AUCUN DECOUVERT                                *
      *----------------------------------------------------------------
       SAISIR-LIVRET.
           DISPLAY 'PLAFOND DES DEPOTS (DEFAUT ' WS-PLAFOND ') : '
              WITH NO ADVANCING.
           ACCEPT WS-PLAFOND-SAISI.
           IF WS-PLAFOND-SAISI NOT = ZERO
              MOVE WS-PLAFOND-SAISI TO WS-PLAFOND
           END-IF.
           DISPLAY 'TAUX ANNUEL (9V9(4), DEFAUT ' WS-TX-LIVRET ') : '
              WITH NO ADVANCING.
           ACCEPT WS-TX-LIVRET-SAISI.
           IF WS-TX-LIVRET-SAISI NOT = ZERO
              MOVE WS-TX-LIVRET-SAISI TO WS-TX-LIVRET
           END-IF.
           IF WS-DECOUV NOT = ZERO
              DISPLAY 'LIVRET : DECOUVERT AUTORISE RAMENE A ZERO'
              MOVE ZERO TO WS-DECOUV
           END-IF.
           IF WS-DEVISE NOT = 'EUR'
              DISPLAY 'LIVRET : DEVISE RAMENEE A EUR'
              MOVE 'EUR' TO WS-DEVISE
           END-IF.
       CONTROLER-CLIENT.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY DISPLAY 'ERR. ECR. FRIB : ' FS-RIB
              NOT INVALID KEY DISPLAY 'COMPTE OUVERT : ' WS-CPTE
           END-WRITE.
      *----------------------------------------------------------------
      *    INSCRIPTION AU REGISTRE DES LIVRETS (CREE AU PREMIER        *
      *    PASSAGE)                                                    *
      *----------------------------------------------------------------
       ECRIRE-LIVRET.
           OPEN I-O FLIVRET.
           IF FS-LIVRET = '35'
              OPEN OUTPUT FLIVRET
              CLOSE FLIVRET
              OPEN I-O FLIVRET
           END-IF.
           IF FS-LIVRET NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-LIVRET : ' FS-LIVRET
           ELSE
              MOVE WS-CPTE      TO LIV-CPTE
              MOVE WS-CLT       TO LIV-CLT
              MOVE WS-PLAFOND   TO LIV-PLAFOND
              MOVE WS-TX-LIVRET TO LIV-TAUX
              MOVE WS-DTOUVR    TO LIV-DTOUV
              MOVE ZERO         TO LIV-DTCAPI
              MOVE ZERO         TO LIV-INTCAPI
              WRITE ENR-LIVRET
                 INVALID KEY DISPLAY 'ERR. ECR. DD-LIVRET : '
                    FS-LIVRET
                 NOT INVALID KEY DISPLAY 'LIVRET INSCRIT : ' WS-CPTE
              END-WRITE
              CLOSE FLIVRET
           END-IF.
       POSTER-DEPOT.
           IF WS-DEPOT > ZERO
              OPEN I-O FMVTC
           MOVE WS-DEPOT TO WE-DEPOT.
           MOVE WS-DEVISE TO WE-DEVISE.
           WRITE REC-PRT FROM LG-TXT3.
           IF TYPE-LIVRET
              MOVE WS-PLAFOND   TO WE-PLAFOND
              MOVE WS-TX-LIVRET TO WE-TAUX
              WRITE REC-PRT FROM LG-TXT5
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TXT4.
           CLOSE FPRINT.
