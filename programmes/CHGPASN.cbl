       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPASN.
       AUTHOR.     E NGBAME.
      * CHARGEUR DE LA GRILLE DE TAUX NEUTRE DU PRELEVEMENT A LA
      * SOURCE (AS-PASNEUT) : PLAFOND MENSUEL DU NET IMPOSABLE ->
      * TAUX, APPLIQUE PAR PG13CH10 AUX SALARIES SANS TAUX PERSONNEL
      * NOTIFIE (DD-TXPAS, CHARGEUR CHGTXPAS). UNE TRANCHE COUVRE LES
      * NETS STRICTEMENT INFERIEURS A SON PLAFOND ; LA DERNIERE EST
      * OUVERTE (PLAFOND 9999999). SUR LE MODELE DE CHGCOTIS : LA
      * GRILLE EST UNE TABLE INTERNE, LA REVISION ANNUELLE PUBLIEE
      * PAR L'ADMINISTRATION SE FAIT ICI ET NULLE PART AILLEURS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPASNEUT ASSIGN TO AS-PASNEUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PASNEUT.

       DATA DIVISION.
       FILE SECTION.
       FD  FPASNEUT.
       01  ENR-PASNEUT.
           10 PSN-PLAFOND PIC 9(7).
           10 PSN-TAUX    PIC 9(2)V9.

       WORKING-STORAGE SECTION.
       01  FS-PASNEUT  PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-TRANCHES PIC 9(2) VALUE 20.

       01  T-SEED-PASN.
           05 SEED-PASN-LIG OCCURS 20 TIMES.
              10 SP-PLAFOND PIC 9(7).
              10 SP-TAUX    PIC 9(2)V9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM DEBUT.
           IF FS-PASNEUT = '00'
              PERFORM ECRIRE-TRANCHES VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NB-TRANCHES
           END-IF.
           PERFORM FIN.
      *----------------------------------------------------------------
      *    CHARGEMENT DE LA GRILLE ET OUVERTURE DU FICHIER             *
      *----------------------------------------------------------------
       DEBUT.
           PERFORM CHARGER-SEED-PASN.
           OPEN OUTPUT FPASNEUT.
           IF FS-PASNEUT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FN ' FS-PASNEUT
           END-IF.
       CHARGER-SEED-PASN.
           MOVE 0001620 TO SP-PLAFOND(1).
           MOVE 00.0    TO SP-TAUX(1).
           MOVE 0001683 TO SP-PLAFOND(2).
           MOVE 00.5    TO SP-TAUX(2).
           MOVE 0001791 TO SP-PLAFOND(3).
           MOVE 01.3    TO SP-TAUX(3).
           MOVE 0001911 TO SP-PLAFOND(4).
           MOVE 02.1    TO SP-TAUX(4).
           MOVE 0002042 TO SP-PLAFOND(5).
           MOVE 02.9    TO SP-TAUX(5).
           MOVE 0002151 TO SP-PLAFOND(6).
           MOVE 03.5    TO SP-TAUX(6).
           MOVE 0002294 TO SP-PLAFOND(7).
           MOVE 04.1    TO SP-TAUX(7).
           MOVE 0002714 TO SP-PLAFOND(8).
           MOVE 05.3    TO SP-TAUX(8).
           MOVE 0003107 TO SP-PLAFOND(9).
           MOVE 07.5    TO SP-TAUX(9).
           MOVE 0003539 TO SP-PLAFOND(10).
           MOVE 09.9    TO SP-TAUX(10).
           MOVE 0003983 TO SP-PLAFOND(11).
           MOVE 11.9    TO SP-TAUX(11).
           MOVE 0004648 TO SP-PLAFOND(12).
           MOVE 13.8    TO SP-TAUX(12).
           MOVE 0005574 TO SP-PLAFOND(13).
           MOVE 15.8    TO SP-TAUX(13).
           MOVE 0006974 TO SP-PLAFOND(14).
           MOVE 17.9    TO SP-TAUX(14).
           MOVE 0008711 TO SP-PLAFOND(15).
           MOVE 20.0    TO SP-TAUX(15).
           MOVE 0012091 TO SP-PLAFOND(16).
           MOVE 24.0    TO SP-TAUX(16).
           MOVE 0016376 TO SP-PLAFOND(17).
           MOVE 28.0    TO SP-TAUX(17).
           MOVE 0025706 TO SP-PLAFOND(18).
           MOVE 33.0    TO SP-TAUX(18).
           MOVE 0055062 TO SP-PLAFOND(19).
           MOVE 38.0    TO SP-TAUX(19).
           MOVE 9999999 TO SP-PLAFOND(20).
           MOVE 43.0    TO SP-TAUX(20).
       ECRIRE-TRANCHES.
           MOVE SP-PLAFOND(WS-IDX) TO PSN-PLAFOND.
           MOVE SP-TAUX(WS-IDX)    TO PSN-TAUX.
           WRITE ENR-PASNEUT.
       FIN.
           CLOSE FPASNEUT.
           DISPLAY 'TRANCHES ECRITES : ' WS-NB-TRANCHES.
           STOP RUN.
