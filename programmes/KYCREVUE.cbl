       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVUE.
       AUTHOR.     E NGBAME.
      * SUIVI MENSUEL DU DOSSIER CONNAISSANCE CLIENT DD-KYC (KYCMAJ).
      * POUR CHAQUE CLIENT FCLT NON CLOTURE :
      *   - SANS DOSSIER : SIGNALE 'DOSSIER ABSENT' ;
      *   - SINON LE NIVEAU DE RISQUE EST RECALCULE AVEC LE DERNIER
      *     SCORE RISKSCOR (DD-RISKCLT, MEMES REGLES QUE KYCMAJ) ET LA
      *     PROCHAINE REVUE AVEC LUI (1, 3 OU 5 ANS APRES LA DERNIERE) ;
      *   - UNE PIECE QUI EXPIRE DANS LES WS-HORIZON JOURS (OU DEJA
      *     EXPIREE) ET UNE REVUE QUI TOMBE DANS LE MEME HORIZON (OU
      *     DEJA ECHUE) SONT EDITEES ;
      *   - UNE REVUE ECHUE DEPUIS PLUS DE WS-DELAI-GRACE JOURS POSE
      *     L'INDICATEUR KYC-BLOCAGE (DATE EN KYC-DTBLOC) : PG15CH08
      *     ET PORTALIN REFUSENT ALORS LES NOUVEAUX VIREMENTS EXTERNES
      *     DU CLIENT JUSQU'A LA REVUE SAISIE DANS KYCMAJ. UN CLIENT
      *     QUI N'EST PLUS EN RETARD (NIVEAU DE RISQUE ABAISSE) EST
      *     DEBLOQUE.
      * L'ETAT DDKYCREV EST TRIE PAR AGENCE PUIS CLIENT (TRI SUR
      * FICHIER DE TRAVAIL, COMME AGREPORT), AVEC UN SOUS-TOTAL PAR
      * AGENCE ET LES TOTAUX DU PASSAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FKYC ASSIGN TO DD-KYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KYC-CLT
           FILE STATUS IS FS-KYC.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRISK ASSIGN TO DD-RISKCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RSK-CLT
           FILE STATUS IS FS-RISK.

           SELECT FAGENCE ASSIGN TO DD-AGENCE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

      *----DETAIL NON TRIE PUIS TRIE PAR AGENCE ET CLIENT--------------
           SELECT FWKYC ASSIGN TO "WK-KYCREVUE.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-WKYC.

           SELECT FWKYC-TRIE ASSIGN TO "WK-KYCREVUE-TRIE.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-WTRIE.

           SELECT FWKYC-TRI ASSIGN TO "WK-KYCREVUE-TRI.dat".

           SELECT FPRINT ASSIGN TO DDKYCREV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FAGENCE.
       01  ENR-TAG.
           10 CODE-TAG    PIC 9(7).
           10 LIBELLE-TAG PIC X(30).
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

      *----NATURE : '1' PIECE, '2' REVUE, '3' DOSSIER ABSENT-----------
       FD  FWKYC.
       01  ENR-WKYC.
           10 WKY-AG       PIC 9(7).
           10 WKY-CLT      PIC 9(5).
           10 WKY-NATURE   PIC X.
           10 WKY-NOM      PIC X(20).
           10 WKY-DATE     PIC 9(8).
           10 WKY-DETAIL   PIC X(24).
           10 WKY-SITU     PIC X(12).

       SD  FWKYC-TRI.
       01  ENR-WKYC-TRI.
           10 WKT-AG       PIC 9(7).
           10 WKT-CLT      PIC 9(5).
           10 WKT-NATURE   PIC X.
           10 WKT-NOM      PIC X(20).
           10 WKT-DATE     PIC 9(8).
           10 WKT-DETAIL   PIC X(24).
           10 WKT-SITU     PIC X(12).

       FD  FWKYC-TRIE.
       01  ENR-WKYC-T.
           10 WKE-AG       PIC 9(7).
           10 WKE-CLT      PIC 9(5).
           10 WKE-NATURE   PIC X.
           10 WKE-NOM      PIC X(20).
           10 WKE-DATE     PIC 9(8).
           10 WKE-DETAIL   PIC X(24).
           10 WKE-SITU     PIC X(12).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-KYC       PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RISK      PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-WKYC      PIC XX VALUE ZERO.
       01  FS-WTRIE     PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-RISK-DISPO PIC X VALUE 'N'.
       01  WS-AG-DISPO  PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DT-HORIZON PIC 9(8) VALUE ZERO.
       01  WS-DT-GRACE  PIC 9(8) VALUE ZERO.
       01  WS-AG-COUR   PIC 9(7) VALUE ZERO.
       01  WS-PREMIER   PIC X VALUE 'O'.
      *----HORIZON D'ALERTE ET DELAI DE GRACE AVANT BLOCAGE (JOURS)----
       01  WS-HORIZON     PIC 9(2) VALUE 60.
       01  WS-DELAI-GRACE PIC 9(2) VALUE 90.
      *----NIVEAU DE RISQUE ET PERIODICITE DE REVUE (COMME KYCMAJ)-----
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
      *----CALENDRIER (ROUTINE PARTAGEE DATEDECAL)---------------------
       01  WS-SIGNE-AVANT   PIC X VALUE '+'.
       01  WS-SIGNE-ARRIERE PIC X VALUE '-'.
      *----COMPTEURS---------------------------------------------------
       01  WS-NB-CLIENTS  PIC 9(5) VALUE ZERO.
       01  WS-NB-PIECES   PIC 9(5) VALUE ZERO.
       01  WS-NB-REVUES   PIC 9(5) VALUE ZERO.
       01  WS-NB-BLOQUES  PIC 9(5) VALUE ZERO.
       01  WS-NB-NOUV-BLOC PIC 9(5) VALUE ZERO.
       01  WS-NB-DEBLOQUES PIC 9(5) VALUE ZERO.
       01  WS-NB-ABSENTS  PIC 9(5) VALUE ZERO.
       01  WS-NB-LIG-AG   PIC 9(5) VALUE ZERO.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(37) VALUE
              'CONNAISSANCE CLIENT - ECHEANCES AU   '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-TITRE2.
           05 FILLER PIC X(20) VALUE 'HORIZON (JOURS) :   '.
           05 WE-HORIZON PIC Z9.
           05 FILLER PIC X(27) VALUE '   GRACE AVANT BLOCAGE :   '.
           05 WE-GRACE PIC Z9.
       01  LG-AGENCE.
           05 FILLER       PIC X(9) VALUE 'AGENCE : '.
           05 WE-AG        PIC 9(7).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 WE-LIBAG     PIC X(30).
       01  LG-ENTETE.
           05 FILLER PIC X(7)  VALUE 'CLIENT '.
           05 FILLER PIC X(21) VALUE 'NOM'.
           05 FILLER PIC X(15) VALUE 'NATURE'.
           05 FILLER PIC X(11) VALUE 'ECHEANCE'.
           05 FILLER PIC X(25) VALUE 'DETAIL'.
           05 FILLER PIC X(12) VALUE 'SITUATION'.
       01  LG-DET.
           05 WE-CLT       PIC 9(5).
           05 FILLER       PIC XX VALUE SPACES.
           05 WE-NOM       PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-NATURE    PIC X(14).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DATE      PIC 9(8).
           05 FILLER       PIC XXX VALUE SPACES.
           05 WE-DETAIL    PIC X(24).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-SITU      PIC X(12).
       01  LG-SSTOT.
           05 FILLER       PIC X(24) VALUE '   LIGNES DE L''AGENCE : '.
           05 WE-NB-LIG    PIC ZZZZ9.
       01  LG-TOT1.
           05 FILLER PIC X(30) VALUE 'CLIENTS EXAMINES             :'.
           05 WE-TOT1 PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(30) VALUE 'PIECES EXPIREES OU A ECHEANCE:'.
           05 WE-TOT2 PIC ZZZZ9.
       01  LG-TOT3.
           05 FILLER PIC X(30) VALUE 'REVUES ECHUES OU A ECHEANCE  :'.
           05 WE-TOT3 PIC ZZZZ9.
       01  LG-TOT4.
           05 FILLER PIC X(30) VALUE 'CLIENTS BLOQUES (VIR. EXT.)  :'.
           05 WE-TOT4 PIC ZZZZ9.
       01  LG-TOT5.
           05 FILLER PIC X(30) VALUE '  DONT NOUVEAUX CE PASSAGE   :'.
           05 WE-TOT5 PIC ZZZZ9.
       01  LG-TOT6.
           05 FILLER PIC X(30) VALUE 'CLIENTS DEBLOQUES            :'.
           05 WE-TOT6 PIC ZZZZ9.
       01  LG-TOT7.
           05 FILLER PIC X(30) VALUE 'DOSSIERS KYC ABSENTS         :'.
           05 WE-TOT7 PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-KYC = '00' AND FS-CLT = '00' AND FS-WKYC = '00'
              AND FS-PRINT = '00'
              PERFORM EXAMINER-CLIENTS
              CLOSE FWKYC
              PERFORM EDITER-ECHEANCES
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           CALL 'DATEDECAL' USING WS-DTJOUR WS-SIGNE-AVANT WS-HORIZON
              WS-DT-HORIZON.
           CALL 'DATEDECAL' USING WS-DTJOUR WS-SIGNE-ARRIERE
              WS-DELAI-GRACE WS-DT-GRACE.
           MOVE WS-DTJOUR TO WE-DTJOUR.
           MOVE WS-HORIZON TO WE-HORIZON.
           MOVE WS-DELAI-GRACE TO WE-GRACE.
           OPEN I-O FKYC.
           OPEN INPUT FCLT.
           OPEN OUTPUT FWKYC FPRINT.
           OPEN INPUT FRISK.
           IF FS-RISK = '00'
              MOVE 'O' TO WS-RISK-DISPO
           ELSE
              DISPLAY 'FICHIER DES SCORES ABSENT - NIVEAUX FIXES SEULS'
           END-IF.
           OPEN INPUT FAGENCE.
           IF FS-AGENCE = '00'
              MOVE 'O' TO WS-AG-DISPO
           END-IF.
           IF FS-KYC NOT = '00' OR FS-CLT NOT = '00'
              OR FS-WKYC NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FK ' FS-KYC ' FC ' FS-CLT
                 ' FW ' FS-WKYC ' FP ' FS-PRINT
           END-IF.
      *----------------------------------------------------------------
      *    PASSAGE SUR LES CLIENTS : RECALCUL, BLOCAGE, EXTRACTION     *
      *----------------------------------------------------------------
       EXAMINER-CLIENTS.
           PERFORM LIRE-CLIENT UNTIL WS-EOF = 'O'.
       LIRE-CLIENT.
           READ FCLT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF STATUT-TCLT NOT = 'F'
                    PERFORM EXAMINER-UN-CLIENT
                 END-IF
           END-READ.
       EXAMINER-UN-CLIENT.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE CODEAG-TCLT TO WKY-AG.
           MOVE CODE-TCLT   TO WKY-CLT.
           MOVE NOM-TCLT    TO WKY-NOM.
           MOVE CODE-TCLT   TO KYC-CLT.
           READ FKYC
              INVALID KEY
                 ADD 1 TO WS-NB-ABSENTS
                 MOVE '3'    TO WKY-NATURE
                 MOVE ZERO   TO WKY-DATE
                 MOVE SPACES TO WKY-DETAIL
                 MOVE 'A CREER'  TO WKY-SITU
                 WRITE ENR-WKYC END-WRITE
              NOT INVALID KEY
                 PERFORM EXAMINER-DOSSIER
           END-READ.
       EXAMINER-DOSSIER.
           PERFORM EVALUER-RISQUE.
           IF KYC-DTPROCH < WS-DT-GRACE
              IF KYC-BLOCAGE NOT = 'O'
                 MOVE 'O'       TO KYC-BLOCAGE
                 MOVE WS-DTJOUR TO KYC-DTBLOC
                 ADD 1 TO WS-NB-NOUV-BLOC
              END-IF
              ADD 1 TO WS-NB-BLOQUES
           ELSE
              IF KYC-BLOCAGE = 'O'
                 MOVE 'N'  TO KYC-BLOCAGE
                 MOVE ZERO TO KYC-DTBLOC
                 ADD 1 TO WS-NB-DEBLOQUES
              END-IF
           END-IF.
           MOVE WS-DTJOUR TO KYC-DTMAJ.
           REWRITE ENR-KYC
              INVALID KEY DISPLAY 'ERR. REECR. DD-KYC : ' FS-KYC
           END-REWRITE.
           IF KYC-DTEXP NOT > WS-DT-HORIZON
              ADD 1 TO WS-NB-PIECES
              MOVE '1'        TO WKY-NATURE
              MOVE KYC-DTEXP  TO WKY-DATE
              MOVE SPACES     TO WKY-DETAIL
              STRING KYC-TYPDOC DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 KYC-NUMDOC DELIMITED BY SIZE
                 INTO WKY-DETAIL
              IF KYC-DTEXP < WS-DTJOUR
                 MOVE 'EXPIREE'   TO WKY-SITU
              ELSE
                 MOVE 'A RENOUVELER' TO WKY-SITU
              END-IF
              WRITE ENR-WKYC
           END-IF.
           IF KYC-DTPROCH NOT > WS-DT-HORIZON
              ADD 1 TO WS-NB-REVUES
              MOVE '2'         TO WKY-NATURE
              MOVE KYC-DTPROCH TO WKY-DATE
              MOVE SPACES      TO WKY-DETAIL
              STRING 'RISQUE ' DELIMITED BY SIZE
                 KYC-RISQUE DELIMITED BY SIZE
                 ' SCORE ' DELIMITED BY SIZE
                 KYC-SCORE DELIMITED BY SIZE
                 INTO WKY-DETAIL
              EVALUATE TRUE
                 WHEN KYC-BLOCAGE = 'O'
                    MOVE 'BLOQUE'    TO WKY-SITU
                 WHEN KYC-DTPROCH < WS-DTJOUR
                    MOVE 'EN RETARD' TO WKY-SITU
                 WHEN OTHER
                    MOVE 'A PLANIFIER' TO WKY-SITU
              END-EVALUATE
              WRITE ENR-WKYC
           END-IF.
      *----------------------------------------------------------------
      *    NIVEAU RETENU = MAX (NIVEAU FIXE, NIVEAU DU SCORE) ET       *
      *    PROCHAINE REVUE = DERNIERE REVUE + 1, 3 OU 5 ANS            *
      *----------------------------------------------------------------
       EVALUER-RISQUE.
           IF WS-RISK-DISPO = 'O'
              MOVE KYC-CLT TO RSK-CLT
              READ FRISK
                 INVALID KEY MOVE ZERO TO KYC-SCORE
                 NOT INVALID KEY MOVE RSK-SCORE TO KYC-SCORE
              END-READ
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
      *    EDITION TRIEE PAR AGENCE PUIS CLIENT                        *
      *----------------------------------------------------------------
       EDITER-ECHEANCES.
           SORT FWKYC-TRI
              ON ASCENDING KEY WKT-AG WKT-CLT WKT-NATURE
              USING FWKYC
              GIVING FWKYC-TRIE.
           IF SORT-RETURN > 0
              DISPLAY 'ERREUR TRI ECHEANCES, CODE = ' SORT-RETURN
           END-IF.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-TITRE2.
           OPEN INPUT FWKYC-TRIE.
           IF FS-WTRIE = '00'
              MOVE 'N' TO WS-EOF
              PERFORM EDITER-UNE-LIGNE UNTIL WS-EOF = 'O'
              IF WS-PREMIER = 'N'
                 PERFORM EDITER-SOUS-TOTAL
              END-IF
              CLOSE FWKYC-TRIE
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-CLIENTS TO WE-TOT1.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-NB-PIECES TO WE-TOT2.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-NB-REVUES TO WE-TOT3.
           WRITE REC-PRT FROM LG-TOT3.
           MOVE WS-NB-BLOQUES TO WE-TOT4.
           WRITE REC-PRT FROM LG-TOT4.
           MOVE WS-NB-NOUV-BLOC TO WE-TOT5.
           WRITE REC-PRT FROM LG-TOT5.
           MOVE WS-NB-DEBLOQUES TO WE-TOT6.
           WRITE REC-PRT FROM LG-TOT6.
           MOVE WS-NB-ABSENTS TO WE-TOT7.
           WRITE REC-PRT FROM LG-TOT7.
       EDITER-UNE-LIGNE.
           READ FWKYC-TRIE
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF WS-PREMIER = 'O' OR WKE-AG NOT = WS-AG-COUR
                    IF WS-PREMIER = 'N'
                       PERFORM EDITER-SOUS-TOTAL
                    END-IF
                    PERFORM EDITER-ENTETE-AGENCE
                 END-IF
                 PERFORM EDITER-DETAIL
           END-READ.
       EDITER-ENTETE-AGENCE.
           MOVE 'N' TO WS-PREMIER.
           MOVE WKE-AG TO WS-AG-COUR WE-AG.
           MOVE ZERO TO WS-NB-LIG-AG.
           MOVE SPACES TO WE-LIBAG.
           IF WS-AG-DISPO = 'O'
              MOVE WKE-AG TO CODE-TAG
              READ FAGENCE
                 INVALID KEY MOVE 'AGENCE INCONNUE' TO WE-LIBAG
                 NOT INVALID KEY MOVE LIBELLE-TAG TO WE-LIBAG
              END-READ
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-AGENCE.
           WRITE REC-PRT FROM LG-ENTETE.
       EDITER-DETAIL.
           ADD 1 TO WS-NB-LIG-AG.
           MOVE WKE-CLT TO WE-CLT.
           MOVE WKE-NOM TO WE-NOM.
           EVALUATE WKE-NATURE
              WHEN '1'   MOVE 'PIECE IDENTITE' TO WE-NATURE
              WHEN '2'   MOVE 'REVUE KYC'      TO WE-NATURE
              WHEN OTHER MOVE 'DOSSIER ABSENT' TO WE-NATURE
           END-EVALUATE.
           MOVE WKE-DATE   TO WE-DATE.
           MOVE WKE-DETAIL TO WE-DETAIL.
           MOVE WKE-SITU   TO WE-SITU.
           WRITE REC-PRT FROM LG-DET.
       EDITER-SOUS-TOTAL.
           MOVE WS-NB-LIG-AG TO WE-NB-LIG.
           WRITE REC-PRT FROM LG-SSTOT.
       FIN.
           CLOSE FKYC FCLT FPRINT.
           IF WS-RISK-DISPO = 'O'
              CLOSE FRISK
           END-IF.
           IF WS-AG-DISPO = 'O'
              CLOSE FAGENCE
           END-IF.
           DISPLAY 'CLIENTS EXAMINES : ' WS-NB-CLIENTS.
           DISPLAY 'CLIENTS BLOQUES  : ' WS-NB-BLOQUES
              ' DONT NOUVEAUX ' WS-NB-NOUV-BLOC.
           DISPLAY 'DOSSIERS ABSENTS : ' WS-NB-ABSENTS.
           STOP RUN.
