      * REGLEMENTS QUOTIDIENS DES COMMERCANTS SONT CHARGES PAR
      * CARTREGL SUR LA BASE DE CE REFERENTIEL. SUR LE MODELE
      * D'ORDPERM. MODES : A = AJOUT, O = OPPOSITION, L = LISTE.
      * AUCUNE CARTE NE PEUT ETRE RATTACHEE A UN LIVRET D'EPARGNE
      * (REGISTRE DD-LIVRET).
      * CHAQUE CARTE PORTE UN TYPE (C = CLASSIQUE, P = PREMIER,
      * E = ELECTRON) ET DEUX PLAFONDS SUR 30 JOURS GLISSANTS,
      * PAIEMENT ET RETRAIT, INITIALISES A L'EMISSION AU STANDARD DU
      * TYPE (TABLE CI-DESSOUS) ET CONTROLES PAR CARTREGL. UN
      * RELEVEMENT TEMPORAIRE (PLAFOND ET DATE DE FIN) NE SE FAIT
      * QUE PAR LE DOUBLE CONTROLE MAJCOND / MAJCONDV.
      * DD-CARTE PORTE UNE CLE SECONDAIRE SUR LE CLIENT (CRT-CLT,
      * CHEMIN FCARTAIX EN LIGNE) : AU GUICHET, LA TRANSACTION CARTOPP
      * MET UNE CARTE EN OPPOSITION IMMEDIATEMENT. LE MODE O RESTE
      * POUR LES OPPOSITIONS RECUES PAR COURRIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FRIB ASSIGN TO DD-RIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

      *----REGISTRE DES LIVRETS D'EPARGNE (VOIR OUVRCPTE)--------------
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FCARTE.
           10 CRT-CPTE    PIC X(23).
           10 CRT-DTEMIS  PIC 9(8).
           10 CRT-STATUT  PIC X.
           10 CRT-TYPE    PIC X.
           10 CRT-PLAF-PAI PIC 9(7)V9(2).
           10 CRT-PLAF-RET PIC 9(7)V9(2).
      *----RELEVEMENT TEMPORAIRE (MAJCONDV) : PLAFOND ET DATE DE FIN---
           10 CRT-PLAFT-PAI PIC 9(7)V9(2).
           10 CRT-DTFIN-PAI PIC 9(8).
           10 CRT-PLAFT-RET PIC 9(7)V9(2).
           10 CRT-DTFIN-RET PIC 9(8).

       FD  FRIB.
       01  ENR-TRIB.
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT      VALUE 'A'.
           88 MODE-OPPOSITION VALUE 'O'.
       01  WS-CARTE-EOF PIC X VALUE 'N'.
       01  WS-NB-CARTES PIC 9(5) VALUE ZERO.
       01  WS-CPTE-OK   PIC X VALUE 'N'.
      *----PLAFONDS STANDARD SUR 30 JOURS PAR TYPE DE CARTE------------
       01  WS-IND-TYPE  PIC 9 VALUE ZERO.
       01  T-TYPES-CARTE.
           05 T-TYPE-LIG OCCURS 3 TIMES.
              10 TT-TYPE     PIC X.
              10 TT-PLAF-PAI PIC 9(7)V9(2).
              10 TT-PLAF-RET PIC 9(7)V9(2).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'DATE EMISSION (AAAAMMJJ)    : '
              WITH NO ADVANCING.
           ACCEPT CRT-DTEMIS.
           DISPLAY 'TYPE (C=CLASSIQUE/P=PREMIER/E=ELECTRON) : '
              WITH NO ADVANCING.
           ACCEPT CRT-TYPE.
           PERFORM CONTROLER-COMPTE.
           IF WS-CPTE-OK = 'O'
              PERFORM INITIALISER-PLAFONDS
           END-IF.
           IF WS-CPTE-OK = 'N'
              DISPLAY 'CARTE NON ENREGISTREE'
           ELSE
                             'TITULAIRE DU COMPTE ' CRT-CPTE
                       ELSE
                          MOVE 'O' TO WS-CPTE-OK
                          PERFORM CONTROLER-LIVRET
                       END-IF
                    END-IF
              END-READ
              CLOSE FRIB
           END-IF.
      *----------------------------------------------------------------
      *    UN LIVRET D'EPARGNE NE PORTE NI CARTE NI CHEQUIER (REGISTRE *
      *    DD-LIVRET ABSENT TOLERE : AUCUN LIVRET OUVERT)              *
      *----------------------------------------------------------------
       CONTROLER-LIVRET.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE CRT-CPTE TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'COMPTE LIVRET - CARTE INTERDIT : '
                       CRT-CPTE
                    MOVE 'N' TO WS-CPTE-OK
              END-READ
              CLOSE FLIVRET
           END-IF.
      *----------------------------------------------------------------
      *    PLAFONDS STANDARD DU TYPE DE CARTE, SANS RELEVEMENT         *
      *----------------------------------------------------------------
       INITIALISER-PLAFONDS.
           PERFORM CHARGER-TYPES-CARTE.
           PERFORM CHERCHER-TYPE VARYING WS-IND-TYPE FROM 1 BY 1
              UNTIL WS-IND-TYPE > 3
                 OR TT-TYPE(WS-IND-TYPE) = CRT-TYPE.
           IF WS-IND-TYPE > 3
              DISPLAY 'TYPE DE CARTE INCONNU : ' CRT-TYPE
              MOVE 'N' TO WS-CPTE-OK
           ELSE
              MOVE TT-PLAF-PAI(WS-IND-TYPE) TO CRT-PLAF-PAI
              MOVE TT-PLAF-RET(WS-IND-TYPE) TO CRT-PLAF-RET
              MOVE ZERO TO CRT-PLAFT-PAI CRT-DTFIN-PAI
              MOVE ZERO TO CRT-PLAFT-RET CRT-DTFIN-RET
           END-IF.
       CHERCHER-TYPE.
           CONTINUE.
       CHARGER-TYPES-CARTE.
           MOVE 'C'     TO TT-TYPE(1).
           MOVE 2000.00 TO TT-PLAF-PAI(1).
           MOVE 500.00  TO TT-PLAF-RET(1).
           MOVE 'P'     TO TT-TYPE(2).
           MOVE 5000.00 TO TT-PLAF-PAI(2).
           MOVE 1000.00 TO TT-PLAF-RET(2).
           MOVE 'E'     TO TT-TYPE(3).
           MOVE 1000.00 TO TT-PLAF-PAI(3).
           MOVE 300.00  TO TT-PLAF-RET(3).
      *----------------------------------------------------------------
      *    MISE EN OPPOSITION D'UNE CARTE (STATUT 'O')                 *
      *----------------------------------------------------------------
       OPPOSER-CARTE.
       AFFICHER-CARTE.
           ADD 1 TO WS-NB-CARTES.
           DISPLAY CRT-NUM ' CLT ' CRT-CLT ' ' CRT-CPTE
              ' STATUT ' CRT-STATUT ' TYPE ' CRT-TYPE.
           DISPLAY '   PLAFONDS 30 J : PAIEMENT ' CRT-PLAF-PAI
              ' RETRAIT ' CRT-PLAF-RET.
           IF CRT-DTFIN-PAI NOT = ZERO
              DISPLAY '   PAIEMENT RELEVE A ' CRT-PLAFT-PAI
                 ' JUSQU AU ' CRT-DTFIN-PAI
           END-IF.
           IF CRT-DTFIN-RET NOT = ZERO
              DISPLAY '   RETRAIT RELEVE A ' CRT-PLAFT-RET
                 ' JUSQU AU ' CRT-DTFIN-RET
           END-IF.
           PERFORM LIRE-CARTE.
