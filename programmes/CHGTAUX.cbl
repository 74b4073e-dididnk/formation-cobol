       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGTAUX.
       AUTHOR.     E NGBAME.
      * CHARGEUR DU BAREME DATE DES TAUX (AS-TAUX) : CODE TAUX SUR 3
      * CARACTERES, DATE D'EFFET ET TAUX. UN TAUX S'APPLIQUE DE SA
      * DATE D'EFFET JUSQU'A LA VEILLE DE LA DATE D'EFFET SUIVANTE DU
      * MEME CODE ; UN CHANGEMENT DE TAUX S'AJOUTE COMME UNE NOUVELLE
      * LIGNE, LES LIGNES ANCIENNES RESTENT (CALCUL AU PRORATA DES
      * PERIODES A CHEVAL). CODES :
      *   AGI      - TAUX JOURNALIER DES AGIOS (CALCAGIO)
      *   INT      - TAUX JOURNALIER DES INTERETS CREDITEURS (CALCINTC)
      *   C03..C24 - TAUX ANNUEL DES COMPTES A TERME PAR DUREE EN MOIS
      *              (CATSOUS : 3, 6, 12, 24 MOIS ET AU-DELA)
      *   PFU      - TAUX DU PRELEVEMENT FORFAITAIRE A LA SOURCE SUR
      *              LES INTERETS VERSES (ROUTINE CALCPFU)
      * LES LIGNES SONT ECRITES TRIEES PAR CODE PUIS DATE D'EFFET :
      * LES PROGRAMMES LECTEURS S'APPUIENT SUR CET ORDRE. SUR LE
      * MODELE DE CHGTYPOP : LE BAREME EST UNE TABLE INTERNE, PUBLIER
      * UN NOUVEAU TAUX SE FAIT ICI ET NULLE PART AILLEURS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTAUX ASSIGN TO AS-TAUX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

       DATA DIVISION.
       FILE SECTION.
       FD  FTAUX.
       01  ENR-TAUX.
           10 TX-CODE     PIC X(3).
           10 TX-DTEFF    PIC 9(8).
           10 TX-TAUX     PIC 9V9(6).

       WORKING-STORAGE SECTION.
       01  FS-TAUX     PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-TAUX  PIC 9(2) VALUE 8.

       01  T-SEED-TAUX.
           05 SEED-TAUX-LIG OCCURS 8 TIMES.
              10 SX-CODE   PIC X(3).
              10 SX-DTEFF  PIC 9(8).
              10 SX-TAUX   PIC 9V9(6).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM DEBUT.
           IF FS-TAUX = '00'
              PERFORM ECRIRE-TAUX VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NB-TAUX
           END-IF.
           PERFORM FIN.
      *----------------------------------------------------------------
      *    CHARGEMENT DU BAREME ET OUVERTURE DU FICHIER                *
      *----------------------------------------------------------------
       DEBUT.
           PERFORM CHARGER-SEED-TAUX.
           OPEN OUTPUT FTAUX.
           IF FS-TAUX NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FX ' FS-TAUX
           END-IF.
       CHARGER-SEED-TAUX.
           MOVE 'AGI' TO SX-CODE(1).
           MOVE 20000101 TO SX-DTEFF(1).
           MOVE 0.000411 TO SX-TAUX(1).
           MOVE 'C03' TO SX-CODE(2).
           MOVE 20000101 TO SX-DTEFF(2).
           MOVE 0.025000 TO SX-TAUX(2).
           MOVE 'C06' TO SX-CODE(3).
           MOVE 20000101 TO SX-DTEFF(3).
           MOVE 0.027500 TO SX-TAUX(3).
           MOVE 'C12' TO SX-CODE(4).
           MOVE 20000101 TO SX-DTEFF(4).
           MOVE 0.030000 TO SX-TAUX(4).
           MOVE 'C24' TO SX-CODE(5).
           MOVE 20000101 TO SX-DTEFF(5).
           MOVE 0.032500 TO SX-TAUX(5).
           MOVE 'INT' TO SX-CODE(6).
           MOVE 20000101 TO SX-DTEFF(6).
           MOVE 0.000082 TO SX-TAUX(6).
           MOVE 'INT' TO SX-CODE(7).
           MOVE 20260701 TO SX-DTEFF(7).
           MOVE 0.000068 TO SX-TAUX(7).
           MOVE 'PFU' TO SX-CODE(8).
           MOVE 20000101 TO SX-DTEFF(8).
           MOVE 0.300000 TO SX-TAUX(8).
       ECRIRE-TAUX.
           MOVE SX-CODE(WS-IDX)  TO TX-CODE.
           MOVE SX-DTEFF(WS-IDX) TO TX-DTEFF.
           MOVE SX-TAUX(WS-IDX)  TO TX-TAUX.
           WRITE ENR-TAUX.
       FIN.
           CLOSE FTAUX.
           DISPLAY 'TAUX ECRITS : ' WS-NB-TAUX.
           STOP RUN.
