       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPFU.
       AUTHOR.     E NGBAME.
      *SOUS-PROGRAMME PARTAGE - PRELEVEMENT FORFAITAIRE A LA SOURCE
      *SUR LES INTERETS VERSES (CALCINTC, CATECHU). SUR LE MODELE DE
      *MVTREF : UNE SEULE IMPLANTATION POUR TOUS LES PROGRAMMES QUI
      *VERSENT DES INTERETS. LE TAUX EST CELUI DU CODE 'PFU' DU
      *BAREME DATE AS-TAUX (CHARGEUR CHGTAUX) EN VIGUEUR A LA DATE DU
      *VERSEMENT ; LE CLIENT EST DISPENSE S'IL FIGURE AU REGISTRE DES
      *DISPENSES DD-EXOFISC (SAISIE EXOFISC) POUR L'ANNEE DU
      *VERSEMENT. EN RETOUR : MONTANT RETENU (ZERO SI DISPENSE OU SANS
      *TAUX PUBLIE) ET INDICATEUR DE DISPENSE. LE BAREME EST CHARGE
      *ET LE REGISTRE OUVERT AU PREMIER APPEL, JUSQU'A LA FIN DU
      *PROGRAMME APPELANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTAUX ASSIGN TO AS-TAUX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT FEXOFISC ASSIGN TO DD-EXOFISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EXO-CLT
           FILE STATUS IS FS-EXOFISC.

       DATA DIVISION.
       FILE SECTION.
       FD  FTAUX.
       01  ENR-TAUX.
           10 TX-CODE     PIC X(3).
           10 TX-DTEFF    PIC 9(8).
           10 TX-TAUX     PIC 9V9(6).

       FD  FEXOFISC.
       01  ENR-EXOFISC.
           10 EXO-CLT     PIC 9(5).
           10 EXO-ANNEE   PIC 9(4).
           10 EXO-DTSAISIE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-TAUX      PIC XX VALUE ZERO.
       01  FS-EXOFISC   PIC XX VALUE ZERO.
       01  WS-OUVERT    PIC X VALUE 'N'.
       01  WS-EXO-DISPO PIC X VALUE 'N'.
       01  WS-TAUX-EOF  PIC X VALUE 'N'.
       01  WS-NB-TAUX   PIC 9(2) VALUE ZERO.
       01  WS-IND-TX    PIC 9(2) VALUE ZERO.
       01  WS-TX-PFU    PIC 9V9(6) VALUE ZERO.
       01  T-TAUX.
           05 T-TAUX-LIG OCCURS 20 TIMES.
              10 TT-DTEFF PIC 9(8).
              10 TT-TAUX  PIC 9V9(6).
       01  WS-DATE-VERS PIC 9(8) VALUE ZERO.
       01  WS-DATE-VERS-R REDEFINES WS-DATE-VERS.
           05 WS-AA-VERS PIC 9(4).
           05 FILLER     PIC 9(4).

       LINKAGE SECTION.
       01  LS-CLT       PIC 9(5).
       01  LS-DATE      PIC 9(8).
       01  LS-BRUT      PIC 9(9)V9(2).
       01  LS-RETENUE   PIC 9(9)V9(2).
       01  LS-DISPENSE  PIC X.

       PROCEDURE DIVISION USING LS-CLT LS-DATE LS-BRUT LS-RETENUE
                                LS-DISPENSE.
       PROG.
           IF WS-OUVERT = 'N'
              PERFORM OUVRIR-REFERENTIELS
           END-IF.
           MOVE ZERO TO LS-RETENUE.
           MOVE 'N' TO LS-DISPENSE.
           MOVE LS-DATE TO WS-DATE-VERS.
           IF WS-EXO-DISPO = 'O'
              MOVE LS-CLT TO EXO-CLT
              READ FEXOFISC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF EXO-ANNEE = WS-AA-VERS
                       MOVE 'O' TO LS-DISPENSE
                    END-IF
              END-READ
           END-IF.
           IF LS-DISPENSE = 'N'
              MOVE ZERO TO WS-TX-PFU
              PERFORM CHOISIR-TAUX VARYING WS-IND-TX FROM 1 BY 1
                 UNTIL WS-IND-TX > WS-NB-TAUX
              COMPUTE LS-RETENUE ROUNDED = LS-BRUT * WS-TX-PFU
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    DERNIER TAUX 'PFU' DONT LA DATE D'EFFET N'EST PAS           *
      *    POSTERIEURE AU VERSEMENT (TABLE TRIEE PAR DATE)             *
      *----------------------------------------------------------------
       CHOISIR-TAUX.
           IF TT-DTEFF(WS-IND-TX) <= LS-DATE
              MOVE TT-TAUX(WS-IND-TX) TO WS-TX-PFU
           END-IF.
      *----------------------------------------------------------------
      *    PREMIERE SOLLICITATION : BAREME 'PFU' EN TABLE ET REGISTRE  *
      *    DES DISPENSES (ABSENT = AUCUN CLIENT DISPENSE)              *
      *----------------------------------------------------------------
       OUVRIR-REFERENTIELS.
           MOVE 'O' TO WS-OUVERT.
           OPEN INPUT FTAUX.
           IF FS-TAUX NOT = '00'
              DISPLAY 'CALCPFU: BAREME AS-TAUX ABSENT - AUCUNE RETENUE'
           ELSE
              PERFORM LIRE-TAUX
              PERFORM RANGER-TAUX UNTIL WS-TAUX-EOF = 'O'
                 OR WS-NB-TAUX >= 20
              CLOSE FTAUX
              IF WS-NB-TAUX = ZERO
                 DISPLAY 'CALCPFU: AUCUN TAUX PFU - AUCUNE RETENUE'
              END-IF
           END-IF.
           OPEN INPUT FEXOFISC.
           IF FS-EXOFISC = '00'
              MOVE 'O' TO WS-EXO-DISPO
           ELSE
              DISPLAY 'CALCPFU: REGISTRE DD-EXOFISC ABSENT - AUCUNE '
                 'DISPENSE'
           END-IF.
       LIRE-TAUX.
           READ FTAUX
              AT END MOVE 'O' TO WS-TAUX-EOF
           END-READ.
       RANGER-TAUX.
           IF TX-CODE = 'PFU'
              ADD 1 TO WS-NB-TAUX
              MOVE TX-DTEFF TO TT-DTEFF(WS-NB-TAUX)
              MOVE TX-TAUX  TO TT-TAUX(WS-NB-TAUX)
           END-IF.
           PERFORM LIRE-TAUX.
