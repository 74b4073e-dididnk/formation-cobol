      * AVEC L'ANCIENNE VALEUR. RIEN N'EST APPLIQUE ICI : C'EST
      * L'APPROBATION PAR UN SECOND OPERATEUR DE NIVEAU 3 (MAJCONDV)
      * QUI FAIT LE REWRITE SUR FRIB. MODES : D = DEMANDE, L = LISTE.
      * UN LIVRET D'EPARGNE (REGISTRE DD-LIVRET) N'ADMET AUCUN
      * DECOUVERT : TOUTE DEMANDE 'D' SUR UN LIVRET EST REFUSEE.
      * LE RELEVEMENT TEMPORAIRE DES PLAFONDS D'UNE CARTE (ZONE
      * 'P' = PAIEMENT, 'R' = RETRAIT, REGISTRE DD-CARTE) SUIT LE
      * MEME CIRCUIT : LE NUMERO DE CARTE EST SAISI A LA PLACE DU
      * COMPTE, AVEC LA DATE DE FIN DU RELEVEMENT ; LA CARTE DOIT
      * ETRE ACTIVE, LE NOUVEAU PLAFOND SUPERIEUR AU STANDARD ET LA
      * DATE DE FIN POSTERIEURE AU JOUR. LA DEMANDE PORTE AUSSI LE
      * COMMENTAIRE DE L'APPROBATEUR (ACCORD OU MOTIF DU REFUS),
      * SAISI PAR MAJCONDV OU A L'ECRAN D'APPROBATION CONDAPP.
      * UN COMPTE GELE PAR DECES (ETAT-TRIB = 'G') N'ADMET AUCUNE
      * DEMANDE : SON ETAT N'EST LEVE QUE PAR LE REGLEMENT DE LA
      * SUCCESSION (DECES).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONDATT.
           10 DMD-APPROBATEUR PIC X(8).
           10 DMD-DTAPP   PIC 9(8).
           10 DMD-STATUT  PIC X.
      *----FIN DU RELEVEMENT TEMPORAIRE (ZONES CARTE 'P' ET 'R')-------
           10 DMD-DTFIN   PIC 9(8).
      *----COMMENTAIRE DE L'APPROBATEUR (ACCORD OU MOTIF DU REFUS)-----
           10 DMD-COMMENT PIC X(30).

       FD  FOPERAT.
       01  ENR-OPERAT.
           10 OPR-CODE    PIC X(8).
           10 OPR-NOM     PIC X(20).
           10 OPR-NIVEAU  PIC 9.
           10 OPR-MDP-HASH  PIC 9(10).
           10 OPR-MDP-DATE  PIC 9(8).
           10 OPR-NB-ECHECS PIC 9.
           10 OPR-VERROU    PIC X.
           10 OPR-AGENCE    PIC 9(7).
           10 OPR-STATUT    PIC X.
              88 OPR-SUSPENDU VALUE 'S'.
           10 OPR-SIEGE     PIC X.

       FD  FRIB.
       01  ENR-TRIB.
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FCARTE.
       01  ENR-CARTE.
           10 CRT-NUM     PIC X(16).
           10 CRT-CLT     PIC 9(5).
           10 CRT-CPTE    PIC X(23).
           10 CRT-DTEMIS  PIC 9(8).
           10 CRT-STATUT  PIC X.
           10 CRT-TYPE    PIC X.
           10 CRT-PLAF-PAI PIC 9(7)V9(2).
           10 CRT-PLAF-RET PIC 9(7)V9(2).
           10 CRT-PLAFT-PAI PIC 9(7)V9(2).
           10 CRT-DTFIN-PAI PIC 9(8).
           10 CRT-PLAFT-RET PIC 9(7)V9(2).
           10 CRT-DTFIN-RET PIC 9(8).

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
       01  FS-CONDATT   PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-LIVRET    PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NOUVEAU-PLAF PIC 9(8)V9(2) VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-DEMANDE VALUE 'D'.
           88 MODE-LISTE   VALUE 'L'.
      *----ANCIENNE VALEUR ENCODEE COMME MAJCONDV LA DECODE------------
       01  WS-VALEUR-X  PIC X(10) VALUE SPACES.
       01  WS-VALEUR-9 REDEFINES WS-VALEUR-X PIC 9(8)V9(2).
       01  WS-ZONE-CARTE PIC X VALUE SPACE.
           88 ZONE-CARTE VALUE 'P' 'R'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'NUMERO DEMANDE (9(5))        : '
              WITH NO ADVANCING.
           ACCEPT DMD-NUM.
           DISPLAY 'COMPTE (X(23)) OU CARTE      : '
              WITH NO ADVANCING.
           ACCEPT DMD-CPTE.
           DISPLAY 'ZONE (D=DECOUVERT/E=ETAT/'
              'P=PLAF. PAIEMENT/R=PLAF. RETRAIT) : '
              WITH NO ADVANCING.
           ACCEPT DMD-ZONE.
           DISPLAY 'NOUVELLE VALEUR (X(10))      : '
              WITH NO ADVANCING.
           ACCEPT DMD-NOUVELLE.
           MOVE ZERO TO DMD-DTFIN.
           MOVE DMD-ZONE TO WS-ZONE-CARTE.
           IF ZONE-CARTE
              DISPLAY 'FIN DU RELEVEMENT (AAAAMMJJ) : '
                 WITH NO ADVANCING
              ACCEPT DMD-DTFIN
           END-IF.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM CONTROLER-DEMANDE.
           IF WS-CTRL-OK = 'N'
              DISPLAY 'DEMANDE NON ENREGISTREE'
              ACCEPT DMD-DTDEM FROM DATE YYYYMMDD
              MOVE SPACES TO DMD-APPROBATEUR
              MOVE ZERO TO DMD-DTAPP
              MOVE SPACES TO DMD-COMMENT
              MOVE 'A' TO DMD-STATUT
              WRITE ENR-CONDATT
              INVALID KEY
       CONTROLER-DEMANDE.
           MOVE 'N' TO WS-CTRL-OK.
           IF DMD-ZONE NOT = 'D' AND DMD-ZONE NOT = 'E'
              AND NOT ZONE-CARTE
              DISPLAY 'ZONE INVALIDE (D, E, P OU R)'
           ELSE
              PERFORM CONTROLER-OPERATEUR
           END-IF.
                 INVALID KEY
                    DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
                 NOT INVALID KEY
                    IF OPR-SUSPENDU
                       DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                    ELSE
                       IF ZONE-CARTE
                          PERFORM RELEVER-PLAFOND-CARTE
                       ELSE
                          PERFORM RELEVER-ANCIENNE-VALEUR
                       END-IF
                    END-IF
              END-READ
              CLOSE FOPERAT
           END-IF.
                 INVALID KEY
                    DISPLAY 'COMPTE INCONNU : ' DMD-CPTE
                 NOT INVALID KEY
                    IF ETAT-TRIB = 'G'
                       DISPLAY 'COMPTE GELE (SUCCESSION) - VOIR DECES'
                    ELSE
                       PERFORM RANGER-ANCIENNE-VALEUR
                    END-IF
              END-READ
              CLOSE FRIB
           END-IF.
       RANGER-ANCIENNE-VALEUR.
           MOVE SPACES TO DMD-ANCIENNE.
           IF DMD-ZONE = 'D'
              MOVE DECOUV-TRIB TO WS-VALEUR-9
              MOVE WS-VALEUR-X TO DMD-ANCIENNE
           ELSE
              MOVE ETAT-TRIB TO DMD-ANCIENNE
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
           IF DMD-ZONE = 'D'
              PERFORM CONTROLER-LIVRET
           END-IF.
      *----------------------------------------------------------------
      *    RELEVEMENT TEMPORAIRE D'UN PLAFOND CARTE : CARTE ACTIVE,    *
      *    NOUVEAU PLAFOND AU-DESSUS DU STANDARD, FIN APRES LE JOUR    *
      *----------------------------------------------------------------
       RELEVER-PLAFOND-CARTE.
           OPEN INPUT FCARTE.
           IF FS-CARTE NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-CARTE : ' FS-CARTE
           ELSE
              MOVE DMD-CPTE(1:16) TO CRT-NUM
              READ FCARTE
                 INVALID KEY
                    DISPLAY 'CARTE INCONNUE : ' CRT-NUM
                 NOT INVALID KEY
                    PERFORM CONTROLER-PLAFOND-CARTE
              END-READ
              CLOSE FCARTE
           END-IF.
       CONTROLER-PLAFOND-CARTE.
           MOVE SPACES TO DMD-ANCIENNE.
           IF DMD-ZONE = 'P'
              MOVE CRT-PLAF-PAI TO WS-VALEUR-9
           ELSE
              MOVE CRT-PLAF-RET TO WS-VALEUR-9
           END-IF.
           MOVE WS-VALEUR-X TO DMD-ANCIENNE.
           MOVE DMD-NOUVELLE TO WS-VALEUR-X.
           INSPECT WS-VALEUR-X REPLACING ALL SPACE BY ZERO.
           MOVE WS-VALEUR-9 TO WS-NOUVEAU-PLAF.
           MOVE DMD-ANCIENNE TO WS-VALEUR-X.
           IF CRT-STATUT NOT = 'A'
              DISPLAY 'CARTE NON ACTIVE : ' CRT-NUM
           ELSE
              IF WS-NOUVEAU-PLAF NOT > WS-VALEUR-9
                 DISPLAY 'LE RELEVEMENT DOIT DEPASSER LE PLAFOND '
                    'STANDARD ' WS-VALEUR-9
              ELSE
                 IF DMD-DTFIN NOT > WS-DTJOUR
                    DISPLAY 'DATE DE FIN DU RELEVEMENT INVALIDE : '
                       DMD-DTFIN
                 ELSE
                    MOVE 'O' TO WS-CTRL-OK
                 END-IF
              END-IF
           END-IF.
       CONTROLER-LIVRET.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE DMD-CPTE TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'COMPTE LIVRET - AUCUN DECOUVERT POSSIBLE'
                    MOVE 'N' TO WS-CTRL-OK
              END-READ
              CLOSE FLIVRET
           END-IF.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES DEMANDES (TRACE DU DOUBLE CONTROLE)      *
      *----------------------------------------------------------------
              ' PAR ' DMD-DEMANDEUR ' LE ' DMD-DTDEM
              ' / ' DMD-APPROBATEUR ' LE ' DMD-DTAPP
              ' STATUT ' DMD-STATUT.
           IF DMD-DTFIN NOT = ZERO
              DISPLAY '   RELEVEMENT TEMPORAIRE JUSQU AU ' DMD-DTFIN
           END-IF.
           IF DMD-COMMENT NOT = SPACES
              DISPLAY '   COMMENTAIRE : ' DMD-COMMENT
           END-IF.
           PERFORM LIRE-DEMANDE.
