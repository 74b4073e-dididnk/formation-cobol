       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMAJ.
       AUTHOR.     E NGBAME.
      * MAINTENANCE DU DOSSIER CONNAISSANCE CLIENT DD-KYC, DE CLE LE
      * CODE CLIENT FCLT : PIECE D'IDENTITE (TYPE, NUMERO, DATE
      * D'EXPIRATION), DATE DE LA DERNIERE REVUE, NIVEAU DE RISQUE ET
      * DATE DE LA PROCHAINE REVUE.
      * LE NIVEAU RETENU EST LE PLUS ELEVE ENTRE CELUI FIXE PAR LA
      * CONFORMITE A LA REVUE ET CELUI DEDUIT DU SCORE RISKSCOR
      * (DD-RISKCLT) : SCORE >= WS-SEUIL-ELEVE => 'E' ELEVE, SCORE >=
      * WS-SEUIL-MOYEN => 'M' MOYEN, SINON 'F' FAIBLE. LA REVUE EST A
      * REFAIRE TOUS LES 1, 3 OU 5 ANS SELON LE NIVEAU (E, M, F).
      * KYCREVUE RECALCULE CHAQUE MOIS LE NIVEAU AVEC LE DERNIER SCORE
      * ET POSE L'INDICATEUR KYC-BLOCAGE SUR LES REVUES EN RETARD AU
      * DELA DU DELAI DE GRACE : PG15CH08 ET PORTALIN REFUSENT ALORS
      * LES NOUVEAUX VIREMENTS EXTERNES DU CLIENT. LA REVUE SAISIE ICI
      * LEVE L'INDICATEUR.
      * MODES : D = PIECE D'IDENTITE (CREATION DU DOSSIER OU PIECE
      * RENOUVELEE), R = REVUE EFFECTUEE, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FKYC ASSIGN TO DD-KYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KYC-CLT
           FILE STATUS IS FS-KYC.

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

           SELECT FRISK ASSIGN TO DD-RISKCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RSK-CLT
           FILE STATUS IS FS-RISK.

       DATA DIVISION.
       FILE SECTION.
      *----TYPES DE PIECE : CNI, PAS = PASSEPORT, TSJ = TITRE DE-------
      *----SEJOUR, KBS = EXTRAIT KBIS (PERSONNE MORALE)----------------
      *----RISQUE F = FAIBLE, M = MOYEN, E = ELEVE---------------------
       FD  FKYC.
       01  ENR-KYC.
           10 KYC-CLT        PIC 9(5).
           10 KYC-TYPDOC     PIC X(3).
           10 KYC-NUMDOC     PIC X(20).
           10 KYC-DTEXP      PIC 9(8).
           10 KYC-DTREVUE    PIC 9(8).
           10 KYC-RISQUE-MAN PIC X.
           10 KYC-RISQUE     PIC X.
           10 KYC-SCORE      PIC 9(5).
           10 KYC-DTPROCH    PIC 9(8).
           10 KYC-BLOCAGE    PIC X.
           10 KYC-DTBLOC     PIC 9(8).
           10 KYC-OPER       PIC X(8).
           10 KYC-DTMAJ      PIC 9(8).

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

       FD  FRISK.
       01  ENR-RISK.
           10 RSK-CLT       PIC 9(5).
           10 RSK-SCORE     PIC 9(5).
           10 RSK-PTS-DEBIT PIC 9(5).
           10 RSK-PTS-AGIOS PIC 9(5).
           10 RSK-PTS-SEUIL PIC 9(5).
           10 RSK-PTS-ECART PIC 9(5).

       WORKING-STORAGE SECTION.
       01  FS-KYC       PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RISK      PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-DOCUMENT VALUE 'D'.
           88 MODE-REVUE    VALUE 'R'.
           88 MODE-LISTE    VALUE 'L'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-KYC    PIC 9(5) VALUE ZERO.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-EXISTE    PIC X VALUE 'N'.
       01  WS-RISK-DISPO PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-TYPDOC    PIC X(3) VALUE SPACES.
           88 TYPDOC-VALIDE VALUE 'CNI' 'PAS' 'TSJ' 'KBS'.
       01  WS-NUMDOC    PIC X(20) VALUE SPACES.
       01  WS-DTEXP     PIC 9(8) VALUE ZERO.
       01  WS-DTREVUE   PIC 9(8) VALUE ZERO.
       01  WS-RISQUE-MAN PIC X VALUE SPACE.
           88 RISQUE-VALIDE VALUE 'F' 'M' 'E'.
      *----NIVEAU DE RISQUE ET PERIODICITE DE REVUE--------------------
       01  WS-SEUIL-ELEVE PIC 9(5) VALUE 40.
       01  WS-SEUIL-MOYEN PIC 9(5) VALUE 20.
       01  WS-RISQUE-SCORE PIC X VALUE 'F'.
       01  WS-PERIODE-F  PIC 9 VALUE 5.
       01  WS-PERIODE-M  PIC 9 VALUE 3.
       01  WS-PERIODE-E  PIC 9 VALUE 1.
       01  WS-DATE-CALC PIC 9(8) VALUE ZERO.
       01  WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
           05 WS-DC-AA  PIC 9(4).
           05 WS-DC-MM  PIC 9(2).
           05 WS-DC-JJ  PIC 9(2).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (D=PIECE / R=REVUE / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-KYC = '00'
              EVALUATE TRUE
                 WHEN MODE-DOCUMENT PERFORM SAISIR-DOCUMENT
                 WHEN MODE-REVUE    PERFORM SAISIR-REVUE
                 WHEN OTHER         PERFORM LISTER-KYC
              END-EVALUATE
              CLOSE FKYC
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FKYC.
           IF FS-KYC = '35'
              OPEN OUTPUT FKYC
              CLOSE FKYC
              OPEN I-O FKYC
           END-IF.
           IF FS-KYC NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-KYC : ' FS-KYC
           END-IF.
      *----------------------------------------------------------------
      *    PIECE D'IDENTITE : CREE LE DOSSIER S'IL N'EXISTE PAS (AVEC  *
      *    LA DATE DE LA DERNIERE REVUE CONNUE), SINON REMPLACE LA     *
      *    PIECE SANS TOUCHER A LA REVUE                               *
      *----------------------------------------------------------------
       SAISIR-DOCUMENT.
           DISPLAY 'CODE OPERATEUR (X(8))            : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'CODE CLIENT                      : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'TYPE DE PIECE (CNI/PAS/TSJ/KBS)  : '
              WITH NO ADVANCING.
           ACCEPT WS-TYPDOC.
           DISPLAY 'NUMERO DE PIECE (X(20))          : '
              WITH NO ADVANCING.
           ACCEPT WS-NUMDOC.
           DISPLAY 'DATE D''EXPIRATION (AAAAMMJJ)     : '
              WITH NO ADVANCING.
           ACCEPT WS-DTEXP.
           OPEN INPUT FOPERAT FCLT.
           IF FS-OPERAT NOT = '00' OR FS-CLT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
                 ' FC ' FS-CLT
           ELSE
              PERFORM CONTROLER-DOCUMENT THRU CONTROLER-DOCUMENT-FIN
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'PIECE NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-DOCUMENT
              END-IF
           END-IF.
           CLOSE FOPERAT FCLT.
       CONTROLER-DOCUMENT.
           MOVE 'N' TO WS-CTRL-OK.
           PERFORM CONTROLER-OPERATEUR.
           IF WS-CTRL-OK = 'N'
              GO TO CONTROLER-DOCUMENT-FIN
           END-IF.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 DISPLAY 'CLIENT INCONNU : ' WS-CLT
                 GO TO CONTROLER-DOCUMENT-FIN
           END-READ.
           IF NOT TYPDOC-VALIDE
              DISPLAY 'TYPE DE PIECE INCONNU : ' WS-TYPDOC
              GO TO CONTROLER-DOCUMENT-FIN
           END-IF.
           IF WS-NUMDOC = SPACES
              DISPLAY 'NUMERO DE PIECE OBLIGATOIRE'
              GO TO CONTROLER-DOCUMENT-FIN
           END-IF.
           IF WS-DTEXP NOT > WS-DTJOUR
              DISPLAY 'PIECE DEJA EXPIREE : ' WS-DTEXP
              GO TO CONTROLER-DOCUMENT-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
       CONTROLER-DOCUMENT-FIN.
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
       ENREGISTRER-DOCUMENT.
           MOVE WS-CLT TO KYC-CLT.
           READ FKYC
              INVALID KEY MOVE 'N' TO WS-EXISTE
              NOT INVALID KEY MOVE 'O' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'N'
              DISPLAY 'NOUVEAU DOSSIER - DERNIERE REVUE '
                 '(AAAAMMJJ, 0=JOUR) : ' WITH NO ADVANCING
              ACCEPT WS-DTREVUE
              IF WS-DTREVUE = ZERO OR WS-DTREVUE > WS-DTJOUR
                 MOVE WS-DTJOUR TO WS-DTREVUE
              END-IF
              MOVE SPACES TO ENR-KYC
              MOVE WS-CLT     TO KYC-CLT
              MOVE WS-DTREVUE TO KYC-DTREVUE
              MOVE 'F'        TO KYC-RISQUE-MAN
              MOVE 'N'        TO KYC-BLOCAGE
              MOVE ZERO       TO KYC-DTBLOC
              PERFORM EVALUER-RISQUE
           END-IF.
           MOVE WS-TYPDOC TO KYC-TYPDOC.
           MOVE WS-NUMDOC TO KYC-NUMDOC.
           MOVE WS-DTEXP  TO KYC-DTEXP.
           MOVE WS-OPER   TO KYC-OPER.
           MOVE WS-DTJOUR TO KYC-DTMAJ.
           IF WS-EXISTE = 'N'
              WRITE ENR-KYC
                 INVALID KEY DISPLAY 'ERR. ECR. DD-KYC : ' FS-KYC
                 NOT INVALID KEY
                    DISPLAY 'DOSSIER KYC CREE : ' WS-CLT
                       ' RISQUE ' KYC-RISQUE ' PROCHAINE REVUE '
                       KYC-DTPROCH
              END-WRITE
           ELSE
              REWRITE ENR-KYC
                 INVALID KEY DISPLAY 'ERR. REECR. DD-KYC : ' FS-KYC
                 NOT INVALID KEY
                    DISPLAY 'PIECE MISE A JOUR : ' WS-CLT
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
      *    REVUE EFFECTUEE : NIVEAU FIXE PAR LA CONFORMITE, DATE DU    *
      *    JOUR, PROCHAINE ECHEANCE RECALCULEE, BLOCAGE LEVE           *
      *----------------------------------------------------------------
       SAISIR-REVUE.
           DISPLAY 'CODE OPERATEUR (X(8))            : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           DISPLAY 'CODE CLIENT                      : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'NIVEAU DE RISQUE (F/M/E)         : '
              WITH NO ADVANCING.
           ACCEPT WS-RISQUE-MAN.
           OPEN INPUT FOPERAT.
           IF FS-OPERAT NOT = '00'
              DISPLAY 'ERR. OUV FICHIER FOPERAT : ' FS-OPERAT
           ELSE
              PERFORM CONTROLER-OPERATEUR
              IF WS-CTRL-OK = 'O' AND NOT RISQUE-VALIDE
                 DISPLAY 'NIVEAU DE RISQUE INVALIDE : ' WS-RISQUE-MAN
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
              IF WS-CTRL-OK = 'O'
                 PERFORM ENREGISTRER-REVUE
              ELSE
                 DISPLAY 'REVUE NON ENREGISTREE'
              END-IF
              CLOSE FOPERAT
           END-IF.
       ENREGISTRER-REVUE.
           MOVE WS-CLT TO KYC-CLT.
           READ FKYC
              INVALID KEY
                 DISPLAY 'DOSSIER KYC INEXISTANT (SAISIR LA PIECE) : '
                    WS-CLT
              NOT INVALID KEY
                 MOVE WS-DTJOUR     TO KYC-DTREVUE KYC-DTMAJ
                 MOVE WS-RISQUE-MAN TO KYC-RISQUE-MAN
                 MOVE WS-OPER       TO KYC-OPER
                 MOVE 'N'           TO KYC-BLOCAGE
                 MOVE ZERO          TO KYC-DTBLOC
                 PERFORM EVALUER-RISQUE
                 REWRITE ENR-KYC
                    INVALID KEY
                       DISPLAY 'ERR. REECR. DD-KYC : ' FS-KYC
                    NOT INVALID KEY
                       DISPLAY 'REVUE ENREGISTREE : ' WS-CLT
                          ' RISQUE ' KYC-RISQUE ' PROCHAINE REVUE '
                          KYC-DTPROCH
                 END-REWRITE
           END-READ.
      *----------------------------------------------------------------
      *    NIVEAU RETENU = MAX (NIVEAU FIXE, NIVEAU DU SCORE) ET       *
      *    PROCHAINE REVUE = DERNIERE REVUE + 1, 3 OU 5 ANS            *
      *    (FICHIER DES SCORES ABSENT TOLERE : SCORE NUL)              *
      *----------------------------------------------------------------
       EVALUER-RISQUE.
           MOVE ZERO TO KYC-SCORE.
           OPEN INPUT FRISK.
           IF FS-RISK = '00'
              MOVE KYC-CLT TO RSK-CLT
              READ FRISK
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE RSK-SCORE TO KYC-SCORE
              END-READ
              CLOSE FRISK
           END-IF.
           EVALUATE TRUE
              WHEN KYC-SCORE >= WS-SEUIL-ELEVE
                 MOVE 'E' TO WS-RISQUE-SCORE
              WHEN KYC-SCORE >= WS-SEUIL-MOYEN
                 MOVE 'M' TO WS-RISQUE-SCORE
              WHEN OTHER
                 MOVE 'F' TO WS-RISQUE-SCORE
           END-EVALUATE.
           MOVE KYC-RISQUE-MAN TO KYC-RISQUE.
           IF WS-RISQUE-SCORE = 'E'
              OR (WS-RISQUE-SCORE = 'M' AND KYC-RISQUE-MAN = 'F')
              MOVE WS-RISQUE-SCORE TO KYC-RISQUE
           END-IF.
           MOVE KYC-DTREVUE TO WS-DATE-CALC.
           EVALUATE KYC-RISQUE
              WHEN 'E'   ADD WS-PERIODE-E TO WS-DC-AA
              WHEN 'M'   ADD WS-PERIODE-M TO WS-DC-AA
              WHEN OTHER ADD WS-PERIODE-F TO WS-DC-AA
           END-EVALUATE.
           IF WS-DC-MM = 02 AND WS-DC-JJ = 29
              MOVE 28 TO WS-DC-JJ
           END-IF.
           MOVE WS-DATE-CALC TO KYC-DTPROCH.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU FICHIER                                   *
      *----------------------------------------------------------------
       LISTER-KYC.
           PERFORM LIRE-KYC.
           PERFORM AFFICHER-KYC UNTIL WS-EOF = 'O'.
           DISPLAY 'NOMBRE DE DOSSIERS : ' WS-NB-KYC.
       LIRE-KYC.
           READ FKYC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       AFFICHER-KYC.
           ADD 1 TO WS-NB-KYC.
           DISPLAY KYC-CLT ' ' KYC-TYPDOC ' ' KYC-NUMDOC ' EXP. '
              KYC-DTEXP ' RISQUE ' KYC-RISQUE ' (FIXE '
              KYC-RISQUE-MAN ' SCORE ' KYC-SCORE ')'.
           DISPLAY '   REVUE ' KYC-DTREVUE ' PROCHAINE ' KYC-DTPROCH
              ' BLOCAGE ' KYC-BLOCAGE ' DEPUIS ' KYC-DTBLOC
              ' PAR ' KYC-OPER.
           PERFORM LIRE-KYC.
