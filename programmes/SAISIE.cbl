       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE.
       AUTHOR.     E NGBAME.
      * MAINTENANCE DU REGISTRE DES SAISIES (DD-SAISIE) : SAISIES-
      * ATTRIBUTIONS ('S') ET AVIS A TIERS DETENTEUR ('A') SIGNIFIES
      * A LA BANQUE SUR UN CLIENT. CHAQUE SAISIE PORTE LE CREANCIER
      * OU L'ADMINISTRATION (NOM, ADRESSE POUR SA NOTIFICATION ET
      * COMPTE DE REVERSEMENT), LE MONTANT RECLAME, LA DATE DE
      * SIGNIFICATION, LA FIN DU DELAI DE CONTESTATION (30 JOURS POUR
      * UNE SAISIE, 60 POUR UN ATD, MODIFIABLE) ET JUSQU'A 5 COMPTES
      * VISES (AUCUN = TOUS LES COMPTES DU CLIENT). LE BLOCAGE DU
      * SOLDE SAISISSABLE, LES NOTIFICATIONS ET LE PAIEMENT AU
      * CREANCIER SONT FAITS CHAQUE NUIT PAR SAISTRT.
      * STATUTS : N = NOUVELLE, B = FONDS BLOQUES, P = PAYEE AU
      * CREANCIER, L = LEVEE (MAINLEVEE, BLOCAGES LIBERES).
      * SUR LE MODELE D'ORDPERM. MODES : A = AJOUT, S = MAINLEVEE,
      * L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSAISIE ASSIGN TO DD-SAISIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAI-NUM
           FILE STATUS IS FS-SAISIE.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FBLOCAGE ASSIGN TO DD-BLOCAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLO-NUM
           ALTERNATE RECORD KEY IS BLO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-BLOCAGE.

       DATA DIVISION.
       FILE SECTION.
       FD  FSAISIE.
       01  ENR-SAISIE.
           10 SAI-NUM       PIC 9(5).
           10 SAI-CLT       PIC 9(5).
           10 SAI-TYPE      PIC X.
           10 SAI-CREANCIER PIC X(30).
           10 SAI-ADR-RUE   PIC X(30).
           10 SAI-ADR-CP    PIC X(5).
           10 SAI-ADR-VILLE PIC X(20).
           10 SAI-CPTE-CRE  PIC X(23).
           10 SAI-MONT      PIC 9(9)V9(2).
           10 SAI-DTSIGN    PIC 9(8).
           10 SAI-DTCONT    PIC 9(8).
           10 SAI-NBCPTES   PIC 9.
           10 SAI-CPTE      PIC X(23) OCCURS 5 TIMES.
           10 SAI-STATUT    PIC X.
           10 SAI-MT-BLOQUE PIC 9(9)V9(2).
           10 SAI-DTBLOC    PIC 9(8).
           10 SAI-MT-PAYE   PIC 9(9)V9(2).
           10 SAI-DTFIN     PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

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

       FD  FBLOCAGE.
       01  ENR-BLOCAGE.
           10 BLO-NUM     PIC 9(5).
           10 BLO-CPTE    PIC X(23).
           10 BLO-MONT    PIC 9(9)V9(2).
           10 BLO-DTEXP   PIC 9(8).
           10 BLO-MOTIF   PIC X(18).
           10 BLO-STATUT  PIC X.

       WORKING-STORAGE SECTION.
       01  FS-SAISIE    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-BLOCAGE   PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT     VALUE 'A'.
           88 MODE-MAINLEVEE VALUE 'S'.
           88 MODE-LISTE     VALUE 'L'.
       01  WS-SAI-EOF   PIC X VALUE 'N'.
       01  WS-BLO-EOF   PIC X VALUE 'N'.
       01  WS-NB-SAISIES PIC 9(5) VALUE ZERO.
       01  WS-NB-LEVES  PIC 9(5) VALUE ZERO.
       01  WS-SAISIE-OK PIC X VALUE 'N'.
       01  WS-CPTE-SAISI PIC X(23) VALUE SPACES.
       01  WS-IND-CPTE  PIC 9 VALUE ZERO.
       01  WS-FIN-CPTES PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
      *----DELAI DE CONTESTATION (ROUTINE PARTAGEE DATEDECAL)----------
       01  WS-SIGNE-CONT PIC X VALUE '+'.
       01  WS-JOURS-CONT PIC 9(2) VALUE ZERO.
      *----MOTIF DES BLOCAGES POSES PAR SAISTRT : 'SAISIE ' + NUMERO--
       01  WS-MOTIF-SAI.
           05 FILLER       PIC X(7) VALUE 'SAISIE '.
           05 WS-MOTIF-NUM PIC 9(5).
           05 FILLER       PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=AJOUT / S=MAINLEVEE / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-SAISIE = '00'
              IF MODE-AJOUT
                 PERFORM AJOUTER-SAISIE
              ELSE
                 IF MODE-MAINLEVEE
                    PERFORM LEVER-SAISIE
                 ELSE
                    PERFORM LISTER-SAISIES
                 END-IF
              END-IF
              CLOSE FSAISIE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FSAISIE.
           IF FS-SAISIE = '35'
              OPEN OUTPUT FSAISIE
              CLOSE FSAISIE
              OPEN I-O FSAISIE
           END-IF.
           IF FS-SAISIE NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-SAISIE : ' FS-SAISIE
           END-IF.
      *----------------------------------------------------------------
      *    ENREGISTREMENT D'UNE SAISIE SIGNIFIEE : CLIENT CONNU,       *
      *    COMPTES VISES AU CLIENT, MONTANT POSITIF                    *
      *----------------------------------------------------------------
       AJOUTER-SAISIE.
           DISPLAY 'NUMERO SAISIE (9(5))          : '
              WITH NO ADVANCING.
           ACCEPT SAI-NUM.
           DISPLAY 'CODE CLIENT SAISI (9(5))      : '
              WITH NO ADVANCING.
           ACCEPT SAI-CLT.
           DISPLAY 'TYPE (S=SAISIE / A=ATD)       : '
              WITH NO ADVANCING.
           ACCEPT SAI-TYPE.
           DISPLAY 'CREANCIER (X(30))             : '
              WITH NO ADVANCING.
           ACCEPT SAI-CREANCIER.
           DISPLAY 'ADRESSE CREANCIER - RUE       : '
              WITH NO ADVANCING.
           ACCEPT SAI-ADR-RUE.
           DISPLAY 'ADRESSE CREANCIER - CP        : '
              WITH NO ADVANCING.
           ACCEPT SAI-ADR-CP.
           DISPLAY 'ADRESSE CREANCIER - VILLE     : '
              WITH NO ADVANCING.
           ACCEPT SAI-ADR-VILLE.
           DISPLAY 'COMPTE DE REVERSEMENT (X(23)) : '
              WITH NO ADVANCING.
           ACCEPT SAI-CPTE-CRE.
           DISPLAY 'MONTANT RECLAME (9(9)V99)     : '
              WITH NO ADVANCING.
           ACCEPT SAI-MONT.
           DISPLAY 'DATE DE SIGNIFICATION (0=JOUR): '
              WITH NO ADVANCING.
           ACCEPT SAI-DTSIGN.
           IF SAI-DTSIGN = ZERO
              MOVE WS-DTJOUR TO SAI-DTSIGN
           END-IF.
           IF SAI-TYPE = 'A'
              MOVE 60 TO WS-JOURS-CONT
           ELSE
              MOVE 30 TO WS-JOURS-CONT
           END-IF.
           DISPLAY 'DELAI DE CONTESTATION (JOURS, DEFAUT '
              WS-JOURS-CONT ') : ' WITH NO ADVANCING.
           ACCEPT WS-JOURS-CONT.
           IF WS-JOURS-CONT = ZERO
              IF SAI-TYPE = 'A'
                 MOVE 60 TO WS-JOURS-CONT
              ELSE
                 MOVE 30 TO WS-JOURS-CONT
              END-IF
           END-IF.
           CALL 'DATEDECAL' USING SAI-DTSIGN WS-SIGNE-CONT
              WS-JOURS-CONT SAI-DTCONT.
           PERFORM CONTROLER-SAISIE.
           IF WS-SAISIE-OK = 'O'
              MOVE ZERO TO SAI-NBCPTES
              MOVE 'N' TO WS-FIN-CPTES
              PERFORM SAISIR-COMPTE-VISE
                 UNTIL WS-FIN-CPTES = 'O' OR WS-SAISIE-OK = 'N'
           END-IF.
           IF WS-SAISIE-OK = 'N'
              DISPLAY 'SAISIE NON ENREGISTREE'
           ELSE
              MOVE 'N'  TO SAI-STATUT
              MOVE ZERO TO SAI-MT-BLOQUE SAI-DTBLOC
              MOVE ZERO TO SAI-MT-PAYE SAI-DTFIN
              WRITE ENR-SAISIE
              INVALID KEY
                 DISPLAY 'NUMERO SAISIE DEJA EXISTANT : ' SAI-NUM
              NOT INVALID KEY
                 DISPLAY 'SAISIE ENREGISTREE : ' SAI-NUM
                    ' CONTESTATION JUSQU AU ' SAI-DTCONT
              END-WRITE
           END-IF.
       CONTROLER-SAISIE.
           MOVE 'N' TO WS-SAISIE-OK.
           IF SAI-TYPE NOT = 'S' AND SAI-TYPE NOT = 'A'
              DISPLAY 'TYPE INVALIDE : ' SAI-TYPE
           ELSE
              IF SAI-MONT NOT > ZERO OR SAI-CREANCIER = SPACES
                 DISPLAY 'MONTANT OU CREANCIER MANQUANT'
              ELSE
                 OPEN INPUT FCLT
                 IF FS-CLT NOT = '00'
                    DISPLAY 'ERR. OUVERTURE DD-CLT : ' FS-CLT
                 ELSE
                    MOVE SAI-CLT TO CODE-TCLT
                    READ FCLT
                       INVALID KEY
                          DISPLAY 'CLIENT INCONNU : ' SAI-CLT
                       NOT INVALID KEY
                          MOVE 'O' TO WS-SAISIE-OK
                          DISPLAY 'CLIENT : ' NOM-TCLT ' '
                             PRENOM-TCLT
                    END-READ
                    CLOSE FCLT
                 END-IF
              END-IF
           END-IF.
      *----COMPTE VISE : BLANC = FIN DE LISTE (AUCUN = TOUS)-----------
       SAISIR-COMPTE-VISE.
           IF SAI-NBCPTES >= 5
              MOVE 'O' TO WS-FIN-CPTES
           ELSE
              DISPLAY 'COMPTE VISE (BLANC=FIN/TOUS)  : '
                 WITH NO ADVANCING
              ACCEPT WS-CPTE-SAISI
              IF WS-CPTE-SAISI = SPACES
                 MOVE 'O' TO WS-FIN-CPTES
              ELSE
                 PERFORM CONTROLER-COMPTE-VISE
              END-IF
           END-IF.
       CONTROLER-COMPTE-VISE.
           OPEN INPUT FRIB.
           IF FS-RIB NOT = '00'
              DISPLAY 'ERR. OUVERTURE FRIB : ' FS-RIB
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              MOVE WS-CPTE-SAISI TO CPTE-TRIB
              READ FRIB
                 INVALID KEY
                    DISPLAY 'COMPTE INCONNU - IGNORE : ' WS-CPTE-SAISI
                 NOT INVALID KEY
                    IF CLT-TRIB NOT = SAI-CLT
                       DISPLAY 'COMPTE D UN AUTRE CLIENT - IGNORE : '
                          WS-CPTE-SAISI
                    ELSE
                       ADD 1 TO SAI-NBCPTES
                       MOVE WS-CPTE-SAISI TO SAI-CPTE(SAI-NBCPTES)
                    END-IF
              END-READ
              CLOSE FRIB
           END-IF.
      *----------------------------------------------------------------
      *    MAINLEVEE : SAISIE LEVEE ET BLOCAGES ACTIFS DE LA SAISIE    *
      *    LIBERES (STATUT 'L' DANS DD-BLOCAGE)                        *
      *----------------------------------------------------------------
       LEVER-SAISIE.
           DISPLAY 'NUMERO SAISIE A LEVER : ' WITH NO ADVANCING.
           ACCEPT SAI-NUM.
           READ FSAISIE
           INVALID KEY
              DISPLAY 'SAISIE NON TROUVEE : ' SAI-NUM
           NOT INVALID KEY
              IF SAI-STATUT = 'P' OR SAI-STATUT = 'L'
                 DISPLAY 'SAISIE DEJA SOLDEE (STATUT ' SAI-STATUT
                    ') LE ' SAI-DTFIN
              ELSE
                 PERFORM LIBERER-BLOCAGES
                 MOVE 'L'       TO SAI-STATUT
                 MOVE WS-DTJOUR TO SAI-DTFIN
                 REWRITE ENR-SAISIE
                 DISPLAY 'SAISIE LEVEE : ' SAI-NUM
                    ' BLOCAGES LIBERES : ' WS-NB-LEVES
              END-IF
           END-READ.
       LIBERER-BLOCAGES.
           OPEN I-O FBLOCAGE.
           IF FS-BLOCAGE = '00'
              MOVE SAI-NUM TO WS-MOTIF-NUM
              PERFORM LIRE-BLOCAGE
              PERFORM LIBERER-UN-BLOCAGE UNTIL WS-BLO-EOF = 'O'
              CLOSE FBLOCAGE
           END-IF.
       LIRE-BLOCAGE.
           READ FBLOCAGE NEXT RECORD
              AT END MOVE 'O' TO WS-BLO-EOF
           END-READ.
       LIBERER-UN-BLOCAGE.
           IF BLO-STATUT = 'A' AND BLO-MOTIF = WS-MOTIF-SAI
              MOVE 'L' TO BLO-STATUT
              REWRITE ENR-BLOCAGE
              ADD 1 TO WS-NB-LEVES
           END-IF.
           PERFORM LIRE-BLOCAGE.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-SAISIES.
           PERFORM LIRE-SAISIE.
           PERFORM AFFICHER-SAISIE UNTIL WS-SAI-EOF = 'O'.
           DISPLAY 'NOMBRE DE SAISIES : ' WS-NB-SAISIES.
       LIRE-SAISIE.
           READ FSAISIE NEXT RECORD
              AT END MOVE 'O' TO WS-SAI-EOF
           END-READ.
       AFFICHER-SAISIE.
           ADD 1 TO WS-NB-SAISIES.
           DISPLAY SAI-NUM ' ' SAI-TYPE ' CLT ' SAI-CLT ' '
              SAI-CREANCIER ' ' SAI-MONT ' DU ' SAI-DTSIGN
              ' STATUT ' SAI-STATUT.
           IF SAI-STATUT NOT = 'N'
              DISPLAY '      BLOQUE ' SAI-MT-BLOQUE ' LE ' SAI-DTBLOC
                 ' PAYE ' SAI-MT-PAYE ' FIN ' SAI-DTFIN
           END-IF.
           PERFORM AFFICHER-COMPTE-VISE
              VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > SAI-NBCPTES.
           PERFORM LIRE-SAISIE.
       AFFICHER-COMPTE-VISE.
           DISPLAY '      COMPTE VISE ' SAI-CPTE(WS-IND-CPTE).
