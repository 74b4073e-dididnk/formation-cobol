       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTOCK.
      *INVENTAIRE PHYSIQUE DU STOCK ARTICLES (STOCKART.dat) : LES
      *QUANTITES DERIVAIENT (CASSE, ERREURS DE PREPARATION) ET SEUL
      *UN RECHARGEMENT PAR CHGSTOCK LES REMETTAIT D'APLOMB. TROIS
      *MODES, PASSES DANS L'ORDRE :
      *  F = FEUILLES    : UNE FEUILLE DE COMPTAGE PAR ARTICLE (SANS
      *                    LA QUANTITE THEORIQUE, COMPTAGE A L'AVEUGLE)
      *                    ET PHOTO DU STOCK THEORIQUE DANS LE FICHIER
      *                    DE COMPTAGE INVCOMPT.dat (REPART A ZERO) ;
      *  S = SAISIE      : QUANTITE COMPTEE PAR ARTICLE ET, EN CAS
      *                    D'ECART, SON MOTIF (CAS CASSE, ERR ERREUR,
      *                    VOL VOL OU PERTE, AUT AUTRE) - UN RECOMPTAGE
      *                    REMPLACE LA SAISIE PRECEDENTE ;
      *  V = VALIDATION  : CHAQUE ECART (COMPTE - THEORIQUE) EST PORTE
      *                    SUR LE STOCK, CE QUI RESPECTE LES MOUVEMENTS
      *                    PASSES DEPUIS LES FEUILLES, ET JOURNALISE
      *                    DANS STKAJUST.dat AVEC SON MOTIF ET SA VALEUR
      *                    AU CUMP ; ETAT DES ECARTS ET DES ARTICLES
      *                    NON COMPTES (NON AJUSTES), PUIS LE FICHIER
      *                    DE COMPTAGE EST VIDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSTOCK ASSIGN TO "STOCKART.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-CODE-ART
           FILE STATUS IS WS-FSSTOCK.

           SELECT FINVENT ASSIGN TO "INVCOMPT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICP-CODE-ART
           FILE STATUS IS WS-FSINV.

           SELECT FAJUST ASSIGN TO "STKAJUST.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSAJU.

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

      *ICP-SAISI 'N' EN ATTENTE DE COMPTAGE / 'O' QUANTITE SAISIE
       FD FINVENT.
       01 ENR-INVENT.
           05 ICP-CODE-ART  PIC X(4).
           05 ICP-DTINV     PIC 9(8).
           05 ICP-QTE-THEO  PIC 9(6).
           05 ICP-QTE-COMPT PIC 9(6).
           05 ICP-SAISI     PIC X.
           05 ICP-MOTIF     PIC X(3).

      *JOURNAL DES AJUSTEMENTS D'INVENTAIRE (ECART SIGNE, VALEUR AU
      *CUMP DU JOUR DE LA VALIDATION)
       FD FAJUST.
       01 ENR-AJUST.
           05 AJU-CODE-ART  PIC X(4).
           05 AJU-DTINV     PIC 9(8).
           05 AJU-DTVALID   PIC 9(8).
           05 AJU-QTE-THEO  PIC 9(6).
           05 AJU-QTE-COMPT PIC 9(6).
           05 AJU-ECART     PIC S9(6) SIGN LEADING SEPARATE.
           05 AJU-MOTIF     PIC X(3).
           05 AJU-CUMP      PIC 9(5)V9(4).
           05 AJU-VALEUR    PIC S9(9)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-FSSTOCK      PIC XX VALUE ZERO.
       01 WS-FSINV        PIC XX VALUE ZERO.
       01 WS-FSAJU        PIC XX VALUE ZERO.
       01 WS-MODE         PIC X VALUE SPACE.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-ART-SAISI    PIC X(4) VALUE SPACES.
       01 WS-QTE-SAISIE   PIC 9(6) VALUE ZERO.
       01 WS-MOTIF-SAISI  PIC X(3) VALUE SPACES.
       01 WS-ECART        PIC S9(6) VALUE ZERO.
       01 WS-NOUV-QTE     PIC S9(7) VALUE ZERO.
       01 WS-VALEUR       PIC S9(9)V99 VALUE ZERO.
       01 WS-NB-FEUILLES  PIC 9(5) VALUE ZERO.
       01 WS-NB-SAISIES   PIC 9(5) VALUE ZERO.
       01 WS-NB-COMPTES   PIC 9(5) VALUE ZERO.
       01 WS-NB-ECARTS    PIC 9(5) VALUE ZERO.
       01 WS-NB-NON-COMPT PIC 9(5) VALUE ZERO.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE ZERO.
       01 WS-TOT-BONI     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-MALI     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-NET      PIC S9(9)V99 VALUE ZERO.
       01 WE-ECART        PIC -ZZZZZ9.
       01 WE-VALEUR       PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           EVALUATE WS-MODE
              WHEN 'F'
                 PERFORM EDITER-FEUILLES
              WHEN 'S'
                 PERFORM SAISIR-COMPTAGES
              WHEN 'V'
                 PERFORM VALIDER-INVENTAIRE
              WHEN OTHER
                 DISPLAY 'MODE INCONNU : ' WS-MODE
           END-EVALUATE.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           DISPLAY 'MODE (F=FEUILLES / S=SAISIE / V=VALIDATION) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
      *----------------------------------------------------------------
      *    FEUILLES DE COMPTAGE ET PHOTO DU STOCK THEORIQUE            *
      *----------------------------------------------------------------
       EDITER-FEUILLES.
           OPEN INPUT FSTOCK.
           IF WS-FSSTOCK = '00'
              OPEN OUTPUT FINVENT
              IF WS-FSINV NOT = '00'
                 CLOSE FSTOCK
              END-IF
           END-IF.
           IF WS-FSSTOCK NOT = '00' OR WS-FSINV NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: ST ' WS-FSSTOCK
                 ' IC ' WS-FSINV
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-ARTICLE
              PERFORM EDITER-FEUILLE UNTIL WS-EOF = 'O'
              CLOSE FSTOCK FINVENT
           END-IF.
       LIRE-ARTICLE.
           READ FSTOCK NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       EDITER-FEUILLE.
           MOVE STK-CODE-ART TO ICP-CODE-ART.
           MOVE WS-DTJOUR    TO ICP-DTINV.
           MOVE STK-QTE      TO ICP-QTE-THEO.
           MOVE ZERO         TO ICP-QTE-COMPT.
           MOVE 'N'          TO ICP-SAISI.
           MOVE SPACES       TO ICP-MOTIF.
           WRITE ENR-INVENT.
           ADD 1 TO WS-NB-FEUILLES.
           DISPLAY '============================================'.
           DISPLAY 'FEUILLE DE COMPTAGE - INVENTAIRE DU ' WS-DTJOUR.
           DISPLAY 'ARTICLE : ' STK-CODE-ART '   CATEGORIE : '
              STK-CATEG.
           DISPLAY 'QUANTITE COMPTEE : ..............'.
           DISPLAY 'MOTIF D''ECART    : ...  (CAS ERR VOL AUT)'.
           DISPLAY 'COMPTE PAR       : ..............'.
           PERFORM LIRE-ARTICLE.
      *----------------------------------------------------------------
      *    SAISIE DES QUANTITES COMPTEES, ARTICLE PAR ARTICLE          *
      *----------------------------------------------------------------
       SAISIR-COMPTAGES.
           OPEN I-O FINVENT.
           IF WS-FSINV NOT = '00'
              DISPLAY 'FICHIER DE COMPTAGE INVCOMPT.dat ABSENT : '
                 WS-FSINV ' - EDITER LES FEUILLES (MODE F)'
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM SAISIR-COMPTAGE UNTIL WS-EOF = 'O'
              CLOSE FINVENT
           END-IF.
       SAISIR-COMPTAGE.
           DISPLAY 'ARTICLE (VIDE = FIN) : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-ART-SAISI.
           ACCEPT WS-ART-SAISI.
           IF WS-ART-SAISI = SPACES
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE WS-ART-SAISI TO ICP-CODE-ART
              READ FINVENT
                 INVALID KEY
                    DISPLAY 'ARTICLE ' WS-ART-SAISI
                       ' HORS INVENTAIRE'
                 NOT INVALID KEY
                    PERFORM SAISIR-QUANTITE
              END-READ
           END-IF.
       SAISIR-QUANTITE.
           DISPLAY 'QUANTITE COMPTEE : ' WITH NO ADVANCING.
           MOVE ZERO TO WS-QTE-SAISIE.
           ACCEPT WS-QTE-SAISIE.
           MOVE SPACES TO WS-MOTIF-SAISI.
           IF WS-QTE-SAISIE NOT = ICP-QTE-THEO
              DISPLAY 'MOTIF D''ECART (CAS/ERR/VOL/AUT) : '
                 WITH NO ADVANCING
              ACCEPT WS-MOTIF-SAISI
           END-IF.
           IF WS-QTE-SAISIE NOT = ICP-QTE-THEO
              AND WS-MOTIF-SAISI NOT = 'CAS'
              AND WS-MOTIF-SAISI NOT = 'ERR'
              AND WS-MOTIF-SAISI NOT = 'VOL'
              AND WS-MOTIF-SAISI NOT = 'AUT'
              DISPLAY 'MOTIF ' WS-MOTIF-SAISI
                 ' INVALIDE - COMPTAGE NON ENREGISTRE'
           ELSE
              MOVE WS-QTE-SAISIE  TO ICP-QTE-COMPT
              MOVE WS-MOTIF-SAISI TO ICP-MOTIF
              MOVE 'O'            TO ICP-SAISI
              REWRITE ENR-INVENT
              ADD 1 TO WS-NB-SAISIES
           END-IF.
      *----------------------------------------------------------------
      *    VALIDATION : AJUSTEMENT DU STOCK PAR L'ECART, JOURNAL ET    *
      *    ETAT DES ECARTS                                             *
      *----------------------------------------------------------------
       VALIDER-INVENTAIRE.
           OPEN I-O FINVENT.
           OPEN I-O FSTOCK.
           OPEN EXTEND FAJUST.
           IF WS-FSAJU = '35'
              OPEN OUTPUT FAJUST
           END-IF.
           IF WS-FSINV NOT = '00' OR WS-FSSTOCK NOT = '00'
              OR WS-FSAJU NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: IC ' WS-FSINV
                 ' ST ' WS-FSSTOCK ' AJ ' WS-FSAJU
           ELSE
              MOVE 'O' TO WS-OUV-OK
              DISPLAY 'ETAT DES ECARTS D''INVENTAIRE - VALIDATION DU '
                 WS-DTJOUR
              DISPLAY 'ART.  THEORIQUE COMPTE   ECART MOTIF'
                 '        VALEUR'
              PERFORM LIRE-COMPTAGE
              PERFORM VALIDER-COMPTAGE UNTIL WS-EOF = 'O'
              CLOSE FINVENT FSTOCK FAJUST
              PERFORM EDITER-TOTAUX-ECARTS
              OPEN OUTPUT FINVENT
              CLOSE FINVENT
           END-IF.
       LIRE-COMPTAGE.
           READ FINVENT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       VALIDER-COMPTAGE.
           IF ICP-SAISI NOT = 'O'
              ADD 1 TO WS-NB-NON-COMPT
              DISPLAY ICP-CODE-ART '  NON COMPTE - NON AJUSTE'
           ELSE
              ADD 1 TO WS-NB-COMPTES
              COMPUTE WS-ECART = ICP-QTE-COMPT - ICP-QTE-THEO
              IF WS-ECART NOT = ZERO
                 PERFORM AJUSTER-ARTICLE
              END-IF
           END-IF.
           PERFORM LIRE-COMPTAGE.
       AJUSTER-ARTICLE.
           MOVE ICP-CODE-ART TO STK-CODE-ART.
           READ FSTOCK
              INVALID KEY
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY ICP-CODE-ART '  SORTI DU STOCK DEPUIS LES '
                    'FEUILLES - NON AJUSTE'
              NOT INVALID KEY
                 PERFORM PASSER-AJUSTEMENT
           END-READ.
       PASSER-AJUSTEMENT.
           COMPUTE WS-NOUV-QTE = STK-QTE + WS-ECART.
           IF WS-NOUV-QTE < ZERO
              MOVE ZERO TO WS-NOUV-QTE
           END-IF.
           MOVE WS-NOUV-QTE TO STK-QTE.
           REWRITE ENR-STOCK.
           COMPUTE WS-VALEUR ROUNDED = WS-ECART * STK-CUMP.
           MOVE ICP-CODE-ART  TO AJU-CODE-ART.
           MOVE ICP-DTINV     TO AJU-DTINV.
           MOVE WS-DTJOUR     TO AJU-DTVALID.
           MOVE ICP-QTE-THEO  TO AJU-QTE-THEO.
           MOVE ICP-QTE-COMPT TO AJU-QTE-COMPT.
           MOVE WS-ECART      TO AJU-ECART.
           MOVE ICP-MOTIF     TO AJU-MOTIF.
           MOVE STK-CUMP      TO AJU-CUMP.
           MOVE WS-VALEUR     TO AJU-VALEUR.
           WRITE ENR-AJUST.
           ADD 1 TO WS-NB-ECARTS.
           IF WS-VALEUR > ZERO
              ADD WS-VALEUR TO WS-TOT-BONI
           ELSE
              ADD WS-VALEUR TO WS-TOT-MALI
           END-IF.
           MOVE WS-ECART  TO WE-ECART.
           MOVE WS-VALEUR TO WE-VALEUR.
           DISPLAY ICP-CODE-ART '  ' ICP-QTE-THEO '    ' ICP-QTE-COMPT
              ' ' WE-ECART ' ' ICP-MOTIF ' ' WE-VALEUR.
       EDITER-TOTAUX-ECARTS.
           COMPUTE WS-TOT-NET = WS-TOT-BONI + WS-TOT-MALI.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ARTICLES COMPTES     : ' WS-NB-COMPTES.
           DISPLAY 'ARTICLES AJUSTES     : ' WS-NB-ECARTS.
           DISPLAY 'ARTICLES NON COMPTES : ' WS-NB-NON-COMPT.
           MOVE WS-TOT-BONI TO WE-VALEUR.
           DISPLAY 'ECARTS POSITIFS      : ' WE-VALEUR.
           MOVE WS-TOT-MALI TO WE-VALEUR.
           DISPLAY 'ECARTS NEGATIFS      : ' WE-VALEUR.
           MOVE WS-TOT-NET TO WE-VALEUR.
           DISPLAY 'ECART NET VALORISE   : ' WE-VALEUR.
       FIN.
           IF WS-MODE = 'F'
              DISPLAY 'FEUILLES DE COMPTAGE EDITEES : ' WS-NB-FEUILLES
           END-IF.
           IF WS-MODE = 'S'
              DISPLAY 'COMPTAGES ENREGISTRES : ' WS-NB-SAISIES
           END-IF.
           EVALUATE TRUE
              WHEN WS-OUV-OK = 'N'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NB-ANOMALIES > ZERO OR WS-NB-NON-COMPT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
