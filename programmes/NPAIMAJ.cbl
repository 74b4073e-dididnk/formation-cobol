       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAIMAJ.
       AUTHOR.     E NGBAME.
      * COURRIER REVENU "N'HABITE PAS A L'ADRESSE INDIQUEE" (NPAI) :
      * REGISTRE DD-NPAI, DE CLE LE CODE CLIENT, QUI MARQUE L'ADRESSE
      * FADRCLT DU CLIENT COMME INVALIDE ('I') AVEC LA DATE DU PREMIER
      * RETOUR ET LE DOCUMENT REVENU (REL = RELEVE PG17CH12, COR =
      * LETTRE CORRESP, FRA = RECAPITULATIF RECAPFRA, ESC = LETTRE DE
      * DESHERENCE ESCNOTIF, AUT = AUTRE) AVEC SA REFERENCE. UN RETOUR
      * SUR UNE ADRESSE DEJA INVALIDE EST COMPTE SANS CHANGER LA DATE
      * DU PREMIER RETOUR (L'ANCIENNETE PART DU PREMIER PLI REVENU).
      * TANT QUE L'ADRESSE EST INVALIDE, PG17CH12, CORRESP, RECAPFRA
      * ET ESCNOTIF RETIENNENT LE COURRIER DU CLIENT AU LIEU DE
      * L'EDITER ET LE TRACENT DANS AS-COURRET ; NPAIREP LISTE LES
      * CLIENTS CONCERNES PAR AGENCE ET ANCIENNETE, ET DORMANT RETIENT
      * LES COMPTES D'UN CLIENT NPAI DEPUIS PLUS DU DELAI PARAMETRE.
      * LA NOUVELLE ADRESSE OBTENUE PAR L'AGENCE EST SAISIE ICI : ELLE
      * REMPLACE CELLE DE FADRCLT ET LE REGISTRE PASSE A 'V' (ADRESSE
      * VALIDEE, DATE DE LEVEE) - LE COURRIER REPREND AU PASSAGE
      * SUIVANT. MODES : R = RETOUR DE COURRIER, N = NOUVELLE ADRESSE,
      * L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNPAI ASSIGN TO DD-NPAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPA-CLT
           FILE STATUS IS FS-NPAI.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT I = ADRESSE INVALIDE (COURRIER RETENU), V = NOUVELLE-
      *----ADRESSE SAISIE---------------------------------------------
       FD  FNPAI.
       01  ENR-NPAI.
           10 NPA-CLT       PIC 9(5).
           10 NPA-STATUT    PIC X.
           10 NPA-DTRETOUR  PIC 9(8).
           10 NPA-DOC       PIC X(3).
           10 NPA-DETAIL    PIC X(30).
           10 NPA-NBRETOURS PIC 9(3).
           10 NPA-OPER      PIC X(8).
           10 NPA-DTLEVEE   PIC 9(8).
           10 NPA-DTMAJ     PIC 9(8).

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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FADRCLT.
       01  ENR-ADRCLT.
           10 ADRC-CLT    PIC 9(5).
           10 ADRC-RUE    PIC X(30).
           10 ADRC-VILLE  PIC X(20).
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

       WORKING-STORAGE SECTION.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-RETOUR  VALUE 'R'.
           88 MODE-ADRESSE VALUE 'N'.
           88 MODE-LISTE   VALUE 'L'.
       01  WS-NPA-EOF   PIC X VALUE 'N'.
       01  WS-NB-NPAI   PIC 9(5) VALUE ZERO.
       01  WS-NB-INVALIDES PIC 9(5) VALUE ZERO.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-EXISTE    PIC X VALUE 'N'.
       01  WS-ADR-EXISTE PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-DTRETOUR  PIC 9(8) VALUE ZERO.
       01  WS-DOC       PIC X(3) VALUE SPACES.
           88 DOC-VALIDE VALUE 'REL' 'COR' 'FRA' 'ESC' 'AUT'.
       01  WS-DETAIL    PIC X(30) VALUE SPACES.
      *----NOUVELLE ADRESSE (DESSIN FADRCLT)---------------------------
       01  WS-RUE       PIC X(30) VALUE SPACES.
       01  WS-CP        PIC X(5) VALUE SPACES.
       01  WS-VILLE     PIC X(20) VALUE SPACES.
       01  WS-PAYS      PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (R=RETOUR / N=NOUVELLE ADRESSE / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-NPAI = '00'
              EVALUATE TRUE
                 WHEN MODE-RETOUR  PERFORM SAISIR-RETOUR
                 WHEN MODE-ADRESSE PERFORM SAISIR-ADRESSE
                 WHEN OTHER        PERFORM LISTER-NPAI
              END-EVALUATE
              CLOSE FNPAI
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FNPAI.
           IF FS-NPAI = '35'
              OPEN OUTPUT FNPAI
              CLOSE FNPAI
              OPEN I-O FNPAI
           END-IF.
           IF FS-NPAI NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-NPAI : ' FS-NPAI
           END-IF.
      *----------------------------------------------------------------
      *    RETOUR D'UN PLI NPAI : L'ADRESSE DU CLIENT EST INVALIDEE    *
      *----------------------------------------------------------------
       SAISIR-RETOUR.
           DISPLAY 'CODE OPERATEUR (X(8))             : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'CODE CLIENT                       : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'DOCUMENT (REL/COR/FRA/ESC/AUT)    : '
              WITH NO ADVANCING.
           ACCEPT WS-DOC.
           DISPLAY 'REFERENCE DU DOCUMENT (X(30))     : '
              WITH NO ADVANCING.
           ACCEPT WS-DETAIL.
           DISPLAY 'DATE DU RETOUR (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTRETOUR.
           IF WS-DTRETOUR = ZERO
              MOVE WS-DTJOUR TO WS-DTRETOUR
           END-IF.
           OPEN INPUT FOPERAT FCLT.
           IF FS-OPERAT NOT = '00' OR FS-CLT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
                 ' FC ' FS-CLT
           ELSE
              PERFORM CONTROLER-RETOUR THRU CONTROLER-RETOUR-FIN
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'RETOUR NON ENREGISTRE'
              ELSE
                 PERFORM ENREGISTRER-RETOUR
              END-IF
           END-IF.
           CLOSE FOPERAT FCLT.
       CONTROLER-RETOUR.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'N'
              GO TO CONTROLER-RETOUR-FIN
           END-IF.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 DISPLAY 'CLIENT INCONNU : ' WS-CLT
                 GO TO CONTROLER-RETOUR-FIN
           END-READ.
           IF NOT DOC-VALIDE
              DISPLAY 'DOCUMENT INCONNU : ' WS-DOC
              GO TO CONTROLER-RETOUR-FIN
           END-IF.
           IF WS-DTRETOUR > WS-DTJOUR
              DISPLAY 'DATE DE RETOUR DANS LE FUTUR : ' WS-DTRETOUR
              GO TO CONTROLER-RETOUR-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
       CONTROLER-RETOUR-FIN.
           EXIT.
       CONTROLER-OPERATEUR.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-OPER TO OPR-CODE.
           READ FOPERAT
              INVALID KEY
                 DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
              NOT INVALID KEY
                 IF OPR-SUSPENDU
                    DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                 ELSE
                    MOVE 'O' TO WS-CTRL-OK
                 END-IF
           END-READ.
       ENREGISTRER-RETOUR.
           MOVE WS-CLT TO NPA-CLT.
           READ FNPAI
              INVALID KEY MOVE 'N' TO WS-EXISTE
              NOT INVALID KEY MOVE 'O' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'N'
              MOVE WS-CLT TO NPA-CLT
              MOVE ZERO   TO NPA-NBRETOURS NPA-DTLEVEE
           END-IF.
      *----PREMIER RETOUR (OU RETOUR APRES UNE ADRESSE REVALIDEE) :----
      *----L'ANCIENNETE REPART DE CE PLI--------------------------------
           IF WS-EXISTE = 'N' OR NPA-STATUT NOT = 'I'
              MOVE 'I'         TO NPA-STATUT
              MOVE WS-DTRETOUR TO NPA-DTRETOUR
              MOVE WS-DOC      TO NPA-DOC
              MOVE WS-DETAIL   TO NPA-DETAIL
              MOVE ZERO        TO NPA-DTLEVEE
           END-IF.
           ADD 1 TO NPA-NBRETOURS.
           MOVE WS-OPER   TO NPA-OPER.
           MOVE WS-DTJOUR TO NPA-DTMAJ.
           IF WS-EXISTE = 'N'
              WRITE ENR-NPAI
                 INVALID KEY DISPLAY 'ERR. ECR. DD-NPAI : ' FS-NPAI
                 NOT INVALID KEY
                    DISPLAY 'ADRESSE INVALIDEE - CLIENT ' WS-CLT
                       ' - COURRIER RETENU'
              END-WRITE
           ELSE
              REWRITE ENR-NPAI
                 INVALID KEY DISPLAY 'ERR. REECR. DD-NPAI : ' FS-NPAI
                 NOT INVALID KEY
                    DISPLAY 'ADRESSE INVALIDE DEPUIS LE '
                       NPA-DTRETOUR ' - CLIENT ' WS-CLT ' - RETOURS '
                       NPA-NBRETOURS
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
      *    NOUVELLE ADRESSE : FADRCLT MIS A JOUR, REGISTRE VALIDE      *
      *----------------------------------------------------------------
       SAISIR-ADRESSE.
           DISPLAY 'CODE OPERATEUR (X(8))             : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'CODE CLIENT                       : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'RUE (X(30))                       : '
              WITH NO ADVANCING.
           ACCEPT WS-RUE.
           DISPLAY 'CODE POSTAL (X(5))                : '
              WITH NO ADVANCING.
           ACCEPT WS-CP.
           DISPLAY 'VILLE (X(20))                     : '
              WITH NO ADVANCING.
           ACCEPT WS-VILLE.
           DISPLAY 'PAYS (X(15))                      : '
              WITH NO ADVANCING.
           ACCEPT WS-PAYS.
           OPEN INPUT FOPERAT.
           OPEN I-O FADRCLT.
           IF FS-OPERAT NOT = '00' OR FS-ADRCLT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
                 ' FA ' FS-ADRCLT
           ELSE
              PERFORM CONTROLER-ADRESSE THRU CONTROLER-ADRESSE-FIN
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'ADRESSE NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-ADRESSE
              END-IF
           END-IF.
           CLOSE FOPERAT FADRCLT.
       CONTROLER-ADRESSE.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'N'
              GO TO CONTROLER-ADRESSE-FIN
           END-IF.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-CLT TO NPA-CLT.
           READ FNPAI
              INVALID KEY
                 DISPLAY 'CLIENT SANS RETOUR NPAI : ' WS-CLT
                 GO TO CONTROLER-ADRESSE-FIN
           END-READ.
           IF NPA-STATUT NOT = 'I'
              DISPLAY 'ADRESSE DEJA VALIDEE LE ' NPA-DTLEVEE
              GO TO CONTROLER-ADRESSE-FIN
           END-IF.
           IF WS-RUE = SPACES OR WS-CP = SPACES OR WS-VILLE = SPACES
              DISPLAY 'RUE, CODE POSTAL ET VILLE OBLIGATOIRES'
              GO TO CONTROLER-ADRESSE-FIN
           END-IF.
           MOVE WS-CLT TO ADRC-CLT.
           READ FADRCLT
              INVALID KEY MOVE 'N' TO WS-ADR-EXISTE
              NOT INVALID KEY MOVE 'O' TO WS-ADR-EXISTE
           END-READ.
           IF WS-ADR-EXISTE = 'O' AND ADRC-RUE = WS-RUE
              AND ADRC-CP = WS-CP AND ADRC-VILLE = WS-VILLE
              DISPLAY 'ADRESSE IDENTIQUE A L''ADRESSE INVALIDE'
              GO TO CONTROLER-ADRESSE-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
       CONTROLER-ADRESSE-FIN.
           EXIT.
       ENREGISTRER-ADRESSE.
           IF WS-PAYS = SPACES
              IF WS-ADR-EXISTE = 'O'
                 MOVE ADRC-PAYS TO WS-PAYS
              ELSE
                 MOVE 'FRANCE' TO WS-PAYS
              END-IF
           END-IF.
           MOVE WS-CLT   TO ADRC-CLT.
           MOVE WS-RUE   TO ADRC-RUE.
           MOVE WS-CP    TO ADRC-CP.
           MOVE WS-VILLE TO ADRC-VILLE.
           MOVE WS-PAYS  TO ADRC-PAYS.
           IF WS-ADR-EXISTE = 'O'
              REWRITE ENR-ADRCLT
                 INVALID KEY
                    DISPLAY 'ERR. REECR. DD-ADRCLT : ' FS-ADRCLT
                    MOVE 'N' TO WS-CTRL-OK
              END-REWRITE
           ELSE
              WRITE ENR-ADRCLT
                 INVALID KEY
                    DISPLAY 'ERR. ECR. DD-ADRCLT : ' FS-ADRCLT
                    MOVE 'N' TO WS-CTRL-OK
              END-WRITE
           END-IF.
           IF WS-CTRL-OK = 'O'
              MOVE 'V'       TO NPA-STATUT
              MOVE WS-DTJOUR TO NPA-DTLEVEE NPA-DTMAJ
              MOVE WS-OPER   TO NPA-OPER
              REWRITE ENR-NPAI
                 INVALID KEY DISPLAY 'ERR. REECR. DD-NPAI : ' FS-NPAI
                 NOT INVALID KEY
                    DISPLAY 'NOUVELLE ADRESSE ENREGISTREE - CLIENT '
                       WS-CLT ' - COURRIER LIBERE'
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-NPAI.
           PERFORM LIRE-NPAI.
           PERFORM AFFICHER-NPAI UNTIL WS-NPA-EOF = 'O'.
           DISPLAY 'CLIENTS AU REGISTRE : ' WS-NB-NPAI
              ' DONT ADRESSE INVALIDE : ' WS-NB-INVALIDES.
       LIRE-NPAI.
           READ FNPAI NEXT RECORD
              AT END MOVE 'O' TO WS-NPA-EOF
           END-READ.
       AFFICHER-NPAI.
           ADD 1 TO WS-NB-NPAI.
           IF NPA-STATUT = 'I'
              ADD 1 TO WS-NB-INVALIDES
           END-IF.
           DISPLAY NPA-CLT ' ' NPA-STATUT ' RETOUR ' NPA-DTRETOUR
              ' ' NPA-DOC ' ' NPA-DETAIL ' PLIS ' NPA-NBRETOURS.
           DISPLAY '   PAR ' NPA-OPER ' LE ' NPA-DTMAJ ' LEVEE '
              NPA-DTLEVEE.
           PERFORM LIRE-NPAI.
