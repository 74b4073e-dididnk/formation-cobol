       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALSTOCK.
      *VALORISATION DU STOCK ARTICLES POUR LE BILAN ET LES ARRETES :
      *STOCKART.dat EST TRIE PAR CATEGORIE PUIS ARTICLE (MEME
      *DISCIPLINE DE TRI QUE FACTREG) ET CHAQUE ARTICLE EST VALORISE
      *A SON COUT UNITAIRE MOYEN PONDERE (QUANTITE X CUMP, CUMP TENU
      *PAR RECEPFOU). UNE LIGNE PAR ARTICLE, UN SOUS-TOTAL PAR
      *CATEGORIE ET LE TOTAL GENERAL ; L'ETAT PEUT ETRE TIRE A TOUT
      *MOMENT, IL REFLETE LE STOCK DU JOUR DU PASSAGE. UN ARTICLE EN
      *STOCK SANS CUMP EST SIGNALE (VALEUR NULLE A COMPLETER).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSTOCK ASSIGN TO "STOCKART.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-CODE-ART
           FILE STATUS IS WS-FSSTOCK.

           SELECT FSTK-TRIE ASSIGN TO "WK-VALSTOCK.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSTRIE.

           SELECT FSTK-TRI ASSIGN TO "WK-VALSTOCK-TRI.dat".

       DATA DIVISION.
       FILE SECTION.
       FD FSTOCK.
       01 ENR-STOCK.
           05 STK-CODE-ART  PIC X(4).
           05 STK-QTE       PIC 9(6).
           05 STK-SEUIL     PIC 9(6).
           05 STK-FOURN     PIC X(5).
           05 STK-PRIX-ACH  PIC 9(5)V99.
           05 STK-CATEG     PIC X(2).
           05 STK-CUMP      PIC 9(5)V9(4).

       SD FSTK-TRI.
       01 STK-TRI.
           05 TRI-CODE-ART  PIC X(4).
           05 TRI-QTE       PIC 9(6).
           05 TRI-SEUIL     PIC 9(6).
           05 TRI-FOURN     PIC X(5).
           05 TRI-PRIX-ACH  PIC 9(5)V99.
           05 TRI-CATEG     PIC X(2).
           05 TRI-CUMP      PIC 9(5)V9(4).

       FD FSTK-TRIE.
       01 STK-TRIE.
           05 TRE-CODE-ART  PIC X(4).
           05 TRE-QTE       PIC 9(6).
           05 TRE-SEUIL     PIC 9(6).
           05 TRE-FOURN     PIC X(5).
           05 TRE-PRIX-ACH  PIC 9(5)V99.
           05 TRE-CATEG     PIC X(2).
           05 TRE-CUMP      PIC 9(5)V9(4).

       WORKING-STORAGE SECTION.
       01 WS-FSSTOCK      PIC XX VALUE ZERO.
       01 WS-FSTRIE       PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-PREMIER      PIC X VALUE 'O'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-CAT-COUR     PIC X(2) VALUE SPACES.
       01 WS-VALEUR       PIC 9(9)V99 VALUE ZERO.
       01 WS-NB-ARTICLES  PIC 9(5) VALUE ZERO.
       01 WS-NB-SANS-CUMP PIC 9(5) VALUE ZERO.
       01 WS-CAT-QTE      PIC 9(9) VALUE ZERO.
       01 WS-CAT-VALEUR   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-QTE      PIC 9(9) VALUE ZERO.
       01 WS-TOT-VALEUR   PIC 9(9)V99 VALUE ZERO.
       01 WE-QTE          PIC ZZZ,ZZZ,ZZ9.
       01 WE-CUMP         PIC ZZ,ZZ9.9999.
       01 WE-VALEUR       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM VALORISER-ARTICLE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           SORT FSTK-TRI
              ON ASCENDING KEY TRI-CATEG TRI-CODE-ART
              USING FSTOCK
              GIVING FSTK-TRIE.
           IF SORT-RETURN > 0
              DISPLAY 'ERREUR TRI STOCK, CODE = ' SORT-RETURN
              MOVE 'O' TO WS-EOF
           ELSE
              OPEN INPUT FSTK-TRIE
              IF WS-FSTRIE NOT = '00'
                 DISPLAY 'ERREUR OUVERTURE STOCK TRIE : ' WS-FSTRIE
                 MOVE 'O' TO WS-EOF
              ELSE
                 MOVE 'O' TO WS-OUV-OK
                 DISPLAY 'VALORISATION DU STOCK AU CUMP - ARRETE DU '
                    WS-DTJOUR
                 DISPLAY 'CAT ART.     QUANTITE        CUMP'
                    '         VALEUR'
                 PERFORM LIRE-ARTICLE
              END-IF
           END-IF.
       LIRE-ARTICLE.
           READ FSTK-TRIE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN ARTICLE : VALEUR = QUANTITE X CUMP ; RUPTURE CATEGORIE   *
      *    = SOUS-TOTAL                                                *
      *----------------------------------------------------------------
       VALORISER-ARTICLE.
           IF WS-PREMIER = 'O' OR TRE-CATEG NOT = WS-CAT-COUR
              PERFORM RUPTURE-CATEGORIE
           END-IF.
           COMPUTE WS-VALEUR ROUNDED = TRE-QTE * TRE-CUMP.
           ADD 1 TO WS-NB-ARTICLES.
           ADD TRE-QTE   TO WS-CAT-QTE.
           ADD WS-VALEUR TO WS-CAT-VALEUR.
           MOVE TRE-QTE   TO WE-QTE.
           MOVE TRE-CUMP  TO WE-CUMP.
           MOVE WS-VALEUR TO WE-VALEUR.
           DISPLAY TRE-CATEG '  ' TRE-CODE-ART ' ' WE-QTE ' '
              WE-CUMP ' ' WE-VALEUR.
           IF TRE-CUMP = ZERO AND TRE-QTE > ZERO
              ADD 1 TO WS-NB-SANS-CUMP
              DISPLAY '    ARTICLE EN STOCK SANS CUMP - NON VALORISE'
           END-IF.
           PERFORM LIRE-ARTICLE.
       RUPTURE-CATEGORIE.
           IF WS-PREMIER = 'N'
              PERFORM CLORE-CATEGORIE
           END-IF.
           MOVE 'N' TO WS-PREMIER.
           MOVE TRE-CATEG TO WS-CAT-COUR.
           MOVE ZERO TO WS-CAT-QTE WS-CAT-VALEUR.
       CLORE-CATEGORIE.
           MOVE WS-CAT-QTE    TO WE-QTE.
           MOVE WS-CAT-VALEUR TO WE-VALEUR.
           DISPLAY '  TOTAL CATEGORIE ' WS-CAT-COUR ' ' WE-QTE
              '             ' WE-VALEUR.
           DISPLAY '----------------------------------------'.
           ADD WS-CAT-QTE    TO WS-TOT-QTE.
           ADD WS-CAT-VALEUR TO WS-TOT-VALEUR.
       FIN.
           IF WS-PREMIER = 'N'
              PERFORM CLORE-CATEGORIE
           END-IF.
           IF WS-OUV-OK = 'O'
              CLOSE FSTK-TRIE
           END-IF.
           MOVE WS-TOT-QTE    TO WE-QTE.
           MOVE WS-TOT-VALEUR TO WE-VALEUR.
           DISPLAY 'TOTAL GENERAL     ' WE-QTE '             '
              WE-VALEUR.
           DISPLAY 'ARTICLES VALORISES : ' WS-NB-ARTICLES.
           DISPLAY 'ARTICLES SANS CUMP : ' WS-NB-SANS-CUMP.
           EVALUATE TRUE
              WHEN WS-OUV-OK = 'N'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NB-SANS-CUMP > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
