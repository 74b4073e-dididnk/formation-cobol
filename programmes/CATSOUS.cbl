      * POSTE EN MOUVEMENT 'CAT' DANS FMVTC (CIRCUIT NORMAL PG17CH12
      * / RECONCIL / SOLDHIST). L'ECHEANCE EST REGLEE PAR CATECHU.
      * MODES (MODELE ORDPERM) : A = AJOUT, L = LISTE.
      * LE TAUX N'EST PLUS SAISI : C'EST LE TAUX PUBLIE DANS LE BAREME
      * DATE AS-TAUX (CHARGEUR CHGTAUX) POUR LA DUREE DU PLACEMENT -
      * CODE C03, C06, C12 OU C24 SELON LE NOMBRE DE MOIS ENTRE
      * SOUSCRIPTION ET ECHEANCE - EN VIGUEUR A LA DATE DE
      * SOUSCRIPTION. SANS TAUX PUBLIE, LA SOUSCRIPTION EST REFUSEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FTAUX ASSIGN TO AS-TAUX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

       DATA DIVISION.
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FTAUX.
       01  ENR-TAUX.
           10 TX-CODE     PIC X(3).
           10 TX-DTEFF    PIC 9(8).
           10 TX-TAUX     PIC 9V9(6).

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
       01  WS-NB-CAT    PIC 9(5) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-CPTE-OK   PIC X VALUE 'N'.
      *----TAUX PUBLIE POUR LA DUREE DU PLACEMENT (BAREME AS-TAUX)-----
       01  FS-TAUX      PIC XX VALUE ZERO.
       01  WS-TAUX-EOF  PIC X VALUE 'N'.
       01  WS-TAUX-OK   PIC X VALUE 'N'.
       01  WS-CODE-TAUX PIC X(3) VALUE SPACES.
       01  WS-DTEFF-TRV PIC 9(8) VALUE ZERO.
       01  WS-NB-MOIS   PIC S9(5) VALUE ZERO.
       01  WS-DTSOUS-R.
           05 WS-AA-SOUS PIC 9(4).
           05 WS-MM-SOUS PIC 9(2).
           05 WS-JJ-SOUS PIC 9(2).
       01  WS-DTECH-R.
           05 WS-AA-ECH  PIC 9(4).
           05 WS-MM-ECH  PIC 9(2).
           05 WS-JJ-ECH  PIC 9(2).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MONTANT (9(9)V99)            : '
              WITH NO ADVANCING.
           ACCEPT CAT-MONT.
           DISPLAY 'DATE SOUSCRIPTION (AAAAMMJJ) : '
              WITH NO ADVANCING.
           ACCEPT CAT-DTSOUS.
           DISPLAY 'DATE ECHEANCE (AAAAMMJJ)     : '
              WITH NO ADVANCING.
           ACCEPT CAT-DTECH.
           MOVE 'N' TO WS-TAUX-OK.
           PERFORM CONTROLER-COMPTE.
           IF WS-CPTE-OK = 'N'
              DISPLAY 'SOUSCRIPTION NON ENREGISTREE'
              IF CAT-MONT NOT > ZERO OR CAT-DTECH NOT > CAT-DTSOUS
                 DISPLAY 'MONTANT OU DATES INVALIDES - NON ENREGISTRE'
              ELSE
                 PERFORM RECHERCHER-TAUX
              END-IF
           END-IF.
           IF WS-CPTE-OK = 'O' AND WS-TAUX-OK = 'O'
              DISPLAY 'TAUX ' WS-CODE-TAUX ' EN VIGUEUR AU '
                 WS-DTEFF-TRV ' : ' CAT-TAUX
              PERFORM DEBITER-FINANCEMENT
              MOVE 'A' TO CAT-STATUT
              WRITE ENR-CAT
              INVALID KEY
                 DISPLAY 'NUMERO DEJA EXISTANT : ' CAT-NUM
              NOT INVALID KEY
                 DISPLAY 'SOUSCRIPTION ENREGISTREE : ' CAT-NUM
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      *    TAUX PUBLIE : CODE DE DUREE (MOIS ENTRE SOUSCRIPTION ET     *
      *    ECHEANCE) PUIS DERNIERE DATE D'EFFET NON POSTERIEURE A LA   *
      *    SOUSCRIPTION (LE BAREME EST TRIE PAR CODE PUIS DATE)        *
      *----------------------------------------------------------------
       RECHERCHER-TAUX.
           MOVE 'N' TO WS-TAUX-EOF.
           MOVE ZERO TO WS-DTEFF-TRV.
           MOVE CAT-DTSOUS TO WS-DTSOUS-R.
           MOVE CAT-DTECH  TO WS-DTECH-R.
           COMPUTE WS-NB-MOIS = (WS-AA-ECH - WS-AA-SOUS) * 12
              + WS-MM-ECH - WS-MM-SOUS.
           IF WS-JJ-ECH > WS-JJ-SOUS
              ADD 1 TO WS-NB-MOIS
           END-IF.
           EVALUATE TRUE
              WHEN WS-NB-MOIS <= 3  MOVE 'C03' TO WS-CODE-TAUX
              WHEN WS-NB-MOIS <= 6  MOVE 'C06' TO WS-CODE-TAUX
              WHEN WS-NB-MOIS <= 12 MOVE 'C12' TO WS-CODE-TAUX
              WHEN OTHER            MOVE 'C24' TO WS-CODE-TAUX
           END-EVALUATE.
           OPEN INPUT FTAUX.
           IF FS-TAUX NOT = '00'
              DISPLAY 'BAREME AS-TAUX ABSENT - PASSER CHGTAUX'
           ELSE
              PERFORM LIRE-TAUX
              PERFORM EXAMINER-TAUX UNTIL WS-TAUX-EOF = 'O'
              CLOSE FTAUX
           END-IF.
           IF WS-TAUX-OK = 'N'
              DISPLAY 'AUCUN TAUX PUBLIE POUR ' WS-CODE-TAUX
                 ' AU ' CAT-DTSOUS ' - NON ENREGISTRE'
           END-IF.
       LIRE-TAUX.
           READ FTAUX
              AT END MOVE 'O' TO WS-TAUX-EOF
           END-READ.
       EXAMINER-TAUX.
           IF TX-CODE = WS-CODE-TAUX AND TX-DTEFF <= CAT-DTSOUS
              MOVE 'O'      TO WS-TAUX-OK
              MOVE TX-DTEFF TO WS-DTEFF-TRV
              MOVE TX-TAUX  TO CAT-TAUX
           END-IF.
           PERFORM LIRE-TAUX.
       CONTROLER-COMPTE.
           MOVE 'N' TO WS-CPTE-OK.
           OPEN INPUT FRIB.
