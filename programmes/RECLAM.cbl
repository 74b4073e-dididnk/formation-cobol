       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAM.
       AUTHOR.     E NGBAME.
      * REGISTRE DES RECLAMATIONS CLIENTS DD-RECLAM, DE CLE LE NUMERO
      * DE RECLAMATION (NUMERO SUIVANT DU REGISTRE, COMME DD-ATTEST).
      * CHAQUE RECLAMATION PORTE LE CLIENT ET SON AGENCE (FCLT A LA
      * CREATION), LA REFERENCE REF-TMVTC CONTESTEE S'IL Y EN A UNE
      * (ELLE DOIT EXISTER DANS FMVTC ET APPARTENIR AU CLIENT), LA
      * CATEGORIE, LES DATES DE RECEPTION, D'ACCUSE DE RECEPTION ET
      * DE REPONSE, L'ISSUE ET LES OPERATEURS (FOPERAT).
      * LES ECHEANCES REGLEMENTAIRES SONT CALCULEES A LA CREATION ET
      * GARDEES DANS LE REGISTRE (RECLSUIV ET RECLSTAT LES REPRENNENT):
      *   - ACCUSE DE RECEPTION : WS-DELAI-ACCU JOURS OUVRES (JOUROUVR)
      *   - REPONSE : WS-DELAI-RSP JOURS OUVRES POUR LES SERVICES DE
      *     PAIEMENT (CATEGORIES CAR, VIR, PRL), WS-DELAI-REP JOURS
      *     CALENDAIRES (DATEDECAL) POUR LES AUTRES.
      * UNE RECLAMATION FONDEE ('F') OU PARTIELLEMENT FONDEE ('P') PEUT
      * DONNER LIEU A UN REMBOURSEMENT : MOUVEMENT CREDITEUR DE TYPE
      * 'REC' PASSE DANS FMVTC SOUS UNE REFERENCE MVTREF, DE LIBELLE
      * 'REMB RECL' + NUMERO, SUR LE COMPTE DU MOUVEMENT CONTESTE PAR
      * DEFAUT ; SA REFERENCE EST GARDEE DANS LA RECLAMATION. AU-DELA
      * DE WS-SEUIL-REMB LE REMBOURSEMENT DEMANDE UN OPERATEUR DE
      * NIVEAU 3. FRIB N'EST PAS MIS A JOUR (COMME CONTREP).
      * MODES : C = CREATION, K = ACCUSE DE RECEPTION, R = REPONSE,
      * L = LISTE. STATUT : O = OUVERTE, K = ACCUSEE, C = CLOTUREE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRECLAM ASSIGN TO DD-RECLAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FS-RECLAM.

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

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT O = OUVERTE, K = ACCUSEE, C = CLOTUREE---------------
      *----ISSUE F = FONDEE, P = PARTIELLEMENT FONDEE, N = NON FONDEE--
       FD  FRECLAM.
       01  ENR-RECLAM.
           10 REC-NUM       PIC 9(7).
           10 REC-CLT       PIC 9(5).
           10 REC-CODEAG    PIC 9(7).
           10 REC-REFMVT    PIC 9(13).
           10 REC-CATEG     PIC X(3).
           10 REC-OBJET     PIC X(30).
           10 REC-DTRECU    PIC 9(8).
           10 REC-ECH-ACCU  PIC 9(8).
           10 REC-ECH-REP   PIC 9(8).
           10 REC-DTACCU    PIC 9(8).
           10 REC-DTREP     PIC 9(8).
           10 REC-ISSUE     PIC X.
           10 REC-OPER      PIC X(8).
           10 REC-OPER-ACCU PIC X(8).
           10 REC-OPER-REP  PIC X(8).
           10 REC-CPTE-REMB PIC X(23).
           10 REC-MT-REMB   PIC 9(9)V9(2).
           10 REC-REF-REMB  PIC 9(13).
           10 REC-STATUT    PIC X.

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

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC   PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FS-RECLAM    PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-CREATION VALUE 'C'.
           88 MODE-ACCUSE   VALUE 'K'.
           88 MODE-REPONSE  VALUE 'R'.
           88 MODE-LISTE    VALUE 'L'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-REC    PIC 9(5) VALUE ZERO.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-NUM-REC   PIC 9(7) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-REFMVT    PIC 9(13) VALUE ZERO.
       01  WS-CATEG     PIC X(3) VALUE SPACES.
           88 CATEG-VALIDE   VALUE 'FRA' 'CAR' 'VIR' 'PRL' 'CHQ'
                                   'CRE' 'AUT'.
           88 CATEG-PAIEMENT VALUE 'CAR' 'VIR' 'PRL'.
       01  WS-OBJET     PIC X(30) VALUE SPACES.
       01  WS-DTSAISIE  PIC 9(8) VALUE ZERO.
       01  WS-ISSUE     PIC X VALUE SPACE.
           88 ISSUE-VALIDE    VALUE 'F' 'P' 'N'.
           88 ISSUE-REMBOURSE VALUE 'F' 'P'.
       01  WS-MT-REMB   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CPTE-REMB PIC X(23) VALUE SPACES.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-NIVEAU    PIC 9 VALUE ZERO.
       01  WS-LIB-REMB.
           05 FILLER        PIC X(10) VALUE 'REMB RECL '.
           05 WS-LIB-NUM    PIC 9(7).
           05 FILLER        PIC X VALUE SPACE.
      *----ECHEANCES REGLEMENTAIRES DE TRAITEMENT----------------------
       01  WS-DELAI-ACCU PIC 9(2) VALUE 10.
       01  WS-DELAI-RSP  PIC 9(2) VALUE 15.
       01  WS-DELAI-REP  PIC 9(2) VALUE 60.
      *----AU-DELA DU SEUIL, REMBOURSEMENT PAR UN OPERATEUR NIVEAU 3---
       01  WS-SEUIL-REMB PIC 9(9)V9(2) VALUE 500.00.
      *----CALENDRIER (ROUTINES PARTAGEES JOUROUVR ET DATEDECAL)-------
       01  WS-CAL-DATE     PIC 9(8) VALUE ZERO.
       01  WS-CAL-FONCTION PIC X VALUE 'N'.
       01  WS-CAL-RESULT   PIC 9(8) VALUE ZERO.
       01  WS-CAL-OUVRE    PIC X VALUE 'O'.
       01  WS-SIGNE-REP    PIC X VALUE '+'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (C=CREATION / K=ACCUSE / R=REPONSE / '
              'L=LISTE) : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-RECLAM = '00'
              EVALUATE TRUE
                 WHEN MODE-CREATION PERFORM CREER-RECLAMATION
                 WHEN MODE-ACCUSE   PERFORM ACCUSER-RECLAMATION
                 WHEN MODE-REPONSE  PERFORM REPONDRE-RECLAMATION
                 WHEN OTHER         PERFORM LISTER-RECLAM
              END-EVALUATE
              CLOSE FRECLAM
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FRECLAM.
           IF FS-RECLAM = '35'
              OPEN OUTPUT FRECLAM
              CLOSE FRECLAM
              OPEN I-O FRECLAM
           END-IF.
           IF FS-RECLAM NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-RECLAM : ' FS-RECLAM
           END-IF.
      *----------------------------------------------------------------
      *    CREATION : OPERATEUR CONNU, CLIENT CONNU, CATEGORIE VALIDE, *
      *    MOUVEMENT CONTESTE (FACULTATIF) EXISTANT ET DU CLIENT       *
      *----------------------------------------------------------------
       CREER-RECLAMATION.
           DISPLAY 'CODE OPERATEUR (X(8))            : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'CODE CLIENT                      : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'REFERENCE CONTESTEE (0 = AUCUNE) : '
              WITH NO ADVANCING.
           ACCEPT WS-REFMVT.
           DISPLAY 'CATEGORIE (FRA/CAR/VIR/PRL/CHQ/CRE/AUT) : '
              WITH NO ADVANCING.
           ACCEPT WS-CATEG.
           DISPLAY 'OBJET (X(30))                    : '
              WITH NO ADVANCING.
           ACCEPT WS-OBJET.
           DISPLAY 'DATE DE RECEPTION (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTSAISIE.
           IF WS-DTSAISIE = ZERO
              MOVE WS-DTJOUR TO WS-DTSAISIE
           END-IF.
           OPEN INPUT FOPERAT FCLT FMVTC.
           IF FS-OPERAT NOT = '00' OR FS-CLT NOT = '00'
              OR FS-MVTC NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
                 ' FC ' FS-CLT ' FM ' FS-MVTC
           ELSE
              PERFORM CONTROLER-CREATION
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'RECLAMATION NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-RECLAMATION
              END-IF
           END-IF.
           CLOSE FOPERAT FCLT FMVTC.
       CONTROLER-CREATION.
           MOVE 'N' TO WS-CTRL-OK.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'O'
              MOVE 'N' TO WS-CTRL-OK
              IF NOT CATEG-VALIDE
                 DISPLAY 'CATEGORIE INCONNUE : ' WS-CATEG
              ELSE
                 IF WS-DTSAISIE > WS-DTJOUR
                    DISPLAY 'DATE DE RECEPTION FUTURE : ' WS-DTSAISIE
                 ELSE
                    PERFORM CONTROLER-CLIENT
                 END-IF
              END-IF
           END-IF.
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
                    MOVE OPR-NIVEAU TO WS-NIVEAU
                    MOVE 'O' TO WS-CTRL-OK
                 END-IF
           END-READ.
       CONTROLER-CLIENT.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 DISPLAY 'CLIENT INCONNU : ' WS-CLT
              NOT INVALID KEY
                 IF WS-REFMVT = ZERO
                    MOVE 'O' TO WS-CTRL-OK
                 ELSE
                    PERFORM CONTROLER-MOUVEMENT
                 END-IF
           END-READ.
       CONTROLER-MOUVEMENT.
           MOVE WS-REFMVT TO REF-TMVTC.
           READ FMVTC
              INVALID KEY
                 DISPLAY 'MOUVEMENT INCONNU : ' WS-REFMVT
              NOT INVALID KEY
                 IF CLT-TMVTC NOT = WS-CLT
                    DISPLAY 'MOUVEMENT ' WS-REFMVT
                       ' D''UN AUTRE CLIENT : ' CLT-TMVTC
                 ELSE
                    MOVE 'O' TO WS-CTRL-OK
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    NUMERO SUIVANT DU REGISTRE ET ECHEANCES REGLEMENTAIRES      *
      *----------------------------------------------------------------
       ENREGISTRER-RECLAMATION.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-NUM-REC.
           PERFORM LIRE-RECLAM.
           PERFORM NOTER-NUMERO UNTIL WS-EOF = 'O'.
           ADD 1 TO WS-NUM-REC.
           MOVE WS-NUM-REC   TO REC-NUM.
           MOVE WS-CLT       TO REC-CLT.
           MOVE CODEAG-TCLT  TO REC-CODEAG.
           MOVE WS-REFMVT    TO REC-REFMVT.
           MOVE WS-CATEG     TO REC-CATEG.
           MOVE WS-OBJET     TO REC-OBJET.
           MOVE WS-DTSAISIE  TO REC-DTRECU.
           MOVE ZERO         TO REC-DTACCU REC-DTREP REC-MT-REMB
                                REC-REF-REMB.
           MOVE SPACE        TO REC-ISSUE.
           MOVE WS-OPER      TO REC-OPER.
           MOVE SPACES       TO REC-OPER-ACCU REC-OPER-REP
                                REC-CPTE-REMB.
           MOVE 'O'          TO REC-STATUT.
           PERFORM CALCULER-ECHEANCES.
           WRITE ENR-RECLAM
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-RECLAM : ' FS-RECLAM
              NOT INVALID KEY
                 DISPLAY 'RECLAMATION ENREGISTREE : ' REC-NUM
                 DISPLAY '   ACCUSE AVANT LE ' REC-ECH-ACCU
                    ' / REPONSE AVANT LE ' REC-ECH-REP
           END-WRITE.
       NOTER-NUMERO.
           MOVE REC-NUM TO WS-NUM-REC.
           PERFORM LIRE-RECLAM.
       CALCULER-ECHEANCES.
           MOVE REC-DTRECU TO WS-CAL-DATE.
           PERFORM AVANCER-JOUR-OUVRE WS-DELAI-ACCU TIMES.
           MOVE WS-CAL-DATE TO REC-ECH-ACCU.
           IF CATEG-PAIEMENT
              MOVE REC-DTRECU TO WS-CAL-DATE
              PERFORM AVANCER-JOUR-OUVRE WS-DELAI-RSP TIMES
              MOVE WS-CAL-DATE TO REC-ECH-REP
           ELSE
              CALL 'DATEDECAL' USING REC-DTRECU WS-SIGNE-REP
                 WS-DELAI-REP REC-ECH-REP
           END-IF.
       AVANCER-JOUR-OUVRE.
           MOVE 'N' TO WS-CAL-FONCTION.
           CALL 'JOUROUVR' USING WS-CAL-DATE WS-CAL-FONCTION
              WS-CAL-RESULT WS-CAL-OUVRE.
           MOVE WS-CAL-RESULT TO WS-CAL-DATE.
      *----------------------------------------------------------------
      *    ACCUSE DE RECEPTION D'UNE RECLAMATION OUVERTE               *
      *----------------------------------------------------------------
       ACCUSER-RECLAMATION.
           DISPLAY 'CODE OPERATEUR (X(8))            : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'NUMERO DE RECLAMATION            : '
              WITH NO ADVANCING.
           ACCEPT WS-NUM-REC.
           DISPLAY 'DATE D''ACCUSE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTSAISIE.
           IF WS-DTSAISIE = ZERO
              MOVE WS-DTJOUR TO WS-DTSAISIE
           END-IF.
           OPEN INPUT FOPERAT.
           IF FS-OPERAT NOT = '00'
              DISPLAY 'ERR. OUVERTURE FOPERAT : ' FS-OPERAT
           ELSE
              PERFORM CONTROLER-OPERATEUR
              IF WS-CTRL-OK = 'O'
                 PERFORM LIRE-RECLAM-CLE
              END-IF
              IF WS-CTRL-OK = 'O'
                 PERFORM ENREGISTRER-ACCUSE
              END-IF
              CLOSE FOPERAT
           END-IF.
       ENREGISTRER-ACCUSE.
           IF REC-STATUT NOT = 'O'
              DISPLAY 'RECLAMATION DEJA ACCUSEE OU CLOTUREE - STATUT '
                 REC-STATUT
           ELSE
              IF WS-DTSAISIE < REC-DTRECU OR WS-DTSAISIE > WS-DTJOUR
                 DISPLAY 'DATE D''ACCUSE INVALIDE : ' WS-DTSAISIE
              ELSE
                 MOVE WS-DTSAISIE TO REC-DTACCU
                 MOVE WS-OPER     TO REC-OPER-ACCU
                 MOVE 'K'         TO REC-STATUT
                 PERFORM REECRIRE-RECLAM
                 IF REC-DTACCU > REC-ECH-ACCU
                    DISPLAY 'ACCUSE HORS DELAI (ECHEANCE '
                       REC-ECH-ACCU ')'
                 END-IF
              END-IF
           END-IF.
       LIRE-RECLAM-CLE.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-NUM-REC TO REC-NUM.
           READ FRECLAM
              INVALID KEY
                 DISPLAY 'RECLAMATION INCONNUE : ' WS-NUM-REC
              NOT INVALID KEY
                 MOVE 'O' TO WS-CTRL-OK
           END-READ.
       REECRIRE-RECLAM.
           REWRITE ENR-RECLAM
              INVALID KEY
                 DISPLAY 'ERR. MAJ DD-RECLAM : ' FS-RECLAM
              NOT INVALID KEY
                 DISPLAY 'RECLAMATION ' REC-NUM ' MISE A JOUR - STATUT '
                    REC-STATUT
           END-REWRITE.
      *----------------------------------------------------------------
      *    REPONSE : ISSUE, REMBOURSEMENT EVENTUEL, CLOTURE. UNE       *
      *    REPONSE SANS ACCUSE PREALABLE VAUT ACCUSE A LA MEME DATE    *
      *----------------------------------------------------------------
       REPONDRE-RECLAMATION.
           DISPLAY 'CODE OPERATEUR (X(8))            : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'NUMERO DE RECLAMATION            : '
              WITH NO ADVANCING.
           ACCEPT WS-NUM-REC.
           DISPLAY 'DATE DE REPONSE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTSAISIE.
           IF WS-DTSAISIE = ZERO
              MOVE WS-DTJOUR TO WS-DTSAISIE
           END-IF.
           DISPLAY 'ISSUE (F=FONDEE / P=PARTIELLE / N=NON FONDEE) : '
              WITH NO ADVANCING.
           ACCEPT WS-ISSUE.
           MOVE ZERO TO WS-MT-REMB.
           MOVE SPACES TO WS-CPTE-REMB.
           IF ISSUE-REMBOURSE
              DISPLAY 'MONTANT REMBOURSE (0 = AUCUN)    : '
                 WITH NO ADVANCING
              ACCEPT WS-MT-REMB
              IF WS-MT-REMB > ZERO
                 DISPLAY 'COMPTE CREDITE (BLANC = COMPTE CONTESTE) : '
                    WITH NO ADVANCING
                 ACCEPT WS-CPTE-REMB
              END-IF
           END-IF.
           OPEN I-O FMVTC.
           OPEN INPUT FOPERAT FRIB.
           IF FS-MVTC NOT = '00' OR FS-OPERAT NOT = '00'
              OR FS-RIB NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FM ' FS-MVTC
                 ' FO ' FS-OPERAT ' FR ' FS-RIB
           ELSE
              PERFORM CONTROLER-REPONSE
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'REPONSE NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-REPONSE
              END-IF
           END-IF.
           CLOSE FMVTC FOPERAT FRIB.
       CONTROLER-REPONSE.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'O'
              PERFORM LIRE-RECLAM-CLE
           END-IF.
           IF WS-CTRL-OK = 'O'
              MOVE 'N' TO WS-CTRL-OK
              EVALUATE TRUE
                 WHEN REC-STATUT = 'C'
                    DISPLAY 'RECLAMATION DEJA CLOTUREE LE ' REC-DTREP
                 WHEN NOT ISSUE-VALIDE
                    DISPLAY 'ISSUE INVALIDE : ' WS-ISSUE
                 WHEN WS-DTSAISIE < REC-DTRECU
                      OR WS-DTSAISIE > WS-DTJOUR
                    DISPLAY 'DATE DE REPONSE INVALIDE : ' WS-DTSAISIE
                 WHEN WS-MT-REMB > WS-SEUIL-REMB AND WS-NIVEAU < 3
                    DISPLAY 'REMBOURSEMENT AU-DELA DE ' WS-SEUIL-REMB
                       ' : OPERATEUR DE NIVEAU 3 REQUIS'
                 WHEN WS-MT-REMB > ZERO
                    PERFORM CONTROLER-COMPTE-REMB
                 WHEN OTHER
                    MOVE 'O' TO WS-CTRL-OK
              END-EVALUATE
           END-IF.
      *----COMPTE CREDITE : PAR DEFAUT CELUI DU MOUVEMENT CONTESTE ;---
      *----IL DOIT ETRE AU CLIENT DE LA RECLAMATION ET NON CLOTURE-----
       CONTROLER-COMPTE-REMB.
           IF WS-CPTE-REMB = SPACES
              IF REC-REFMVT = ZERO
                 DISPLAY 'PAS DE MOUVEMENT CONTESTE : COMPTE A SAISIR'
              ELSE
                 MOVE REC-REFMVT TO REF-TMVTC
                 READ FMVTC
                    INVALID KEY
                       DISPLAY 'MOUVEMENT CONTESTE INTROUVABLE : '
                          REC-REFMVT
                    NOT INVALID KEY
                       MOVE CPTE-TMVTC TO WS-CPTE-REMB
                 END-READ
              END-IF
           END-IF.
           IF WS-CPTE-REMB NOT = SPACES
              MOVE WS-CPTE-REMB TO CPTE-TRIB
              READ FRIB
                 INVALID KEY
                    DISPLAY 'COMPTE INCONNU : ' WS-CPTE-REMB
                 NOT INVALID KEY
                    IF CLT-TRIB NOT = REC-CLT
                       DISPLAY 'COMPTE D''UN AUTRE CLIENT : '
                          WS-CPTE-REMB
                    ELSE
                       IF ETAT-TRIB = 'F'
                          DISPLAY 'COMPTE CLOTURE : ' WS-CPTE-REMB
                       ELSE
                          MOVE 'O' TO WS-CTRL-OK
                       END-IF
                    END-IF
              END-READ
           END-IF.
       ENREGISTRER-REPONSE.
           IF WS-MT-REMB > ZERO
              PERFORM PASSER-REMBOURSEMENT
           END-IF.
           IF WS-CTRL-OK = 'O'
              IF REC-DTACCU = ZERO
                 MOVE WS-DTSAISIE TO REC-DTACCU
                 MOVE WS-OPER     TO REC-OPER-ACCU
              END-IF
              MOVE WS-DTSAISIE TO REC-DTREP
              MOVE WS-ISSUE    TO REC-ISSUE
              MOVE WS-OPER     TO REC-OPER-REP
              MOVE 'C'         TO REC-STATUT
              PERFORM REECRIRE-RECLAM
              IF REC-DTREP > REC-ECH-REP
                 DISPLAY 'REPONSE HORS DELAI (ECHEANCE '
                    REC-ECH-REP ')'
              END-IF
           END-IF.
      *----MOUVEMENT CREDITEUR 'REC' LIE A LA RECLAMATION--------------
       PASSER-REMBOURSEMENT.
           MOVE REC-CLT      TO CLT-TMVTC.
           MOVE WS-CPTE-REMB TO CPTE-TMVTC.
           MOVE WS-DTJOUR    TO DATE-TMVTC DTVAL-TMVTC.
           MOVE WS-MT-REMB   TO MONT-TMVTC.
           MOVE 'C'          TO SENS-TMVTC.
           MOVE 'REC'        TO TYPE-TMVTC.
           MOVE DEV-TRIB     TO DEV-TMVTC.
           MOVE REC-NUM      TO WS-LIB-NUM.
           MOVE WS-LIB-REMB  TO LIB-TMVTC.
           MOVE ZERO         TO NUMCHQ-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY
                 DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
                 MOVE 'N' TO WS-CTRL-OK
              NOT INVALID KEY
                 MOVE WS-CPTE-REMB TO REC-CPTE-REMB
                 MOVE WS-MT-REMB   TO REC-MT-REMB
                 MOVE WS-REF-MVT   TO REC-REF-REMB
                 DISPLAY 'REMBOURSEMENT PASSE : ' WS-REF-MVT
                    ' SUR ' WS-CPTE-REMB
           END-WRITE.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-RECLAM.
           PERFORM LIRE-RECLAM.
           PERFORM AFFICHER-RECLAM UNTIL WS-EOF = 'O'.
           DISPLAY 'NOMBRE DE RECLAMATIONS : ' WS-NB-REC.
       LIRE-RECLAM.
           READ FRECLAM NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       AFFICHER-RECLAM.
           ADD 1 TO WS-NB-REC.
           DISPLAY REC-NUM ' CLT ' REC-CLT ' AG ' REC-CODEAG ' '
              REC-CATEG ' REF ' REC-REFMVT ' STATUT ' REC-STATUT
              ' ISSUE ' REC-ISSUE.
           DISPLAY '   ' REC-OBJET ' RECUE ' REC-DTRECU ' PAR '
              REC-OPER.
           DISPLAY '   ACCUSE ' REC-DTACCU ' (ECH. ' REC-ECH-ACCU
              ') REPONSE ' REC-DTREP ' (ECH. ' REC-ECH-REP ')'.
           IF REC-REF-REMB NOT = ZERO
              DISPLAY '   REMBOURSE ' REC-MT-REMB ' SUR ' REC-CPTE-REMB
                 ' REF ' REC-REF-REMB
           END-IF.
           PERFORM LIRE-RECLAM.
