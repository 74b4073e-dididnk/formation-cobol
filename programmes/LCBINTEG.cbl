       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCBINTEG.
       AUTHOR.     E NGBAME.
      * INTEGRATION DES ALERTES CONFORMITE DANS LES DOSSIERS DE
      * SOUPCON (LUTTE CONTRE LE BLANCHIMENT). QUATRE SOURCES, TOUTES
      * FACULTATIVES :
      *   - 'EXC' MOUVEMENTS EXCEPTIONNELS (AS-ALREXC D'EXCPMVT) ;
      *   - 'CUM' FRACTIONNEMENT (AS-ALRCUM DE CUMULSEUIL) ;
      *   - 'RSK' SCORE RISQUE DE DD-RISKCLT (RISKSCOR) AU MOINS EGAL
      *     A WS-SEUIL-SCORE - UN NOUVEAU SCORE DONNE UNE NOUVELLE
      *     ALERTE ;
      *   - 'WAT' ALERTES DE LISTE DE SURVEILLANCE DD-WATCHHIT
      *     SUSPECTES OU CONFIRMEES (WATCHSCAN / WATCHCONF).
      * CHAQUE ALERTE EST IDENTIFIEE PAR SA SOURCE ET SON IDENTIFIANT
      * ET N'EST INTEGREE QU'UNE FOIS (REGISTRE DD-LCBHIT) : RELANCER
      * LES LISTINGS NE DOUBLE RIEN. UNE ALERTE EST RATTACHEE AU
      * DOSSIER NON CLOS DU CLIENT DANS DD-LCBDOS (A ANALYSER 'O' OU
      * SOUS SURVEILLANCE RENFORCEE 'S', LE DOSSIER EST ALORS MARQUE
      * A REVOIR) ; A DEFAUT UN DOSSIER EST OUVERT (NUMERO SUIVANT).
      * LES DECISIONS SONT PRISES DANS LCBDOS, LA DECLARATION EST
      * EXTRAITE PAR LCBDECL. CONFIDENTIALITE : CES FICHIERS NE SONT
      * LUS PAR AUCUNE TRANSACTION NI AUCUNE EDITION D'AGENCE, ET
      * L'ETAT DDLCBINT EST RESERVE AU SERVICE CONFORMITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALREXC ASSIGN TO AS-ALREXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ALREXC.

           SELECT FALRCUM ASSIGN TO AS-ALRCUM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ALRCUM.

           SELECT FRISK ASSIGN TO DD-RISKCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RSK-CLT
           FILE STATUS IS FS-RISK.

           SELECT FWATCHHIT ASSIGN TO DD-WATCHHIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WHT-CLT
           FILE STATUS IS FS-WATCHHIT.

           SELECT FLCBDOS ASSIGN TO DD-LCBDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOS-NUM
           ALTERNATE RECORD KEY IS DOS-CLT WITH DUPLICATES
           FILE STATUS IS FS-LCBDOS.

           SELECT FLCBHIT ASSIGN TO DD-LCBHIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIT-CLE
           ALTERNATE RECORD KEY IS HIT-DOSSIER WITH DUPLICATES
           FILE STATUS IS FS-LCBHIT.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FPRINT ASSIGN TO DDLCBINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *----ALERTES STRUCTUREES (FORMAT COMMUN, VOIR WS-ALERTE)---------
       FD  FALREXC.
       01  ENR-ALREXC     PIC X(80).

       FD  FALRCUM.
       01  ENR-ALRCUM     PIC X(80).

       FD  FRISK.
       01  ENR-RISK.
           10 RSK-CLT       PIC 9(5).
           10 RSK-SCORE     PIC 9(5).
           10 RSK-PTS-DEBIT PIC 9(5).
           10 RSK-PTS-AGIOS PIC 9(5).
           10 RSK-PTS-SEUIL PIC 9(5).
           10 RSK-PTS-ECART PIC 9(5).

       FD  FWATCHHIT.
       01  ENR-WATCHHIT.
           10 WHT-CLT     PIC 9(5).
           10 WHT-NOM     PIC X(20).
           10 WHT-PRENOM  PIC X(20).
           10 WHT-AGENCE  PIC 9(7).
           10 WHT-DTDETEC PIC 9(8).
           10 WHT-ORIGINE PIC X.
           10 WHT-STATUT  PIC X.

      *----STATUT O = A ANALYSER, S = SURVEILLANCE RENFORCEE,----------
      *----C = CLASSE SANS SUITE, D = DECLARE--------------------------
       FD  FLCBDOS.
       01  ENR-LCBDOS.
           10 DOS-NUM       PIC 9(7).
           10 DOS-CLT       PIC 9(5).
           10 DOS-CODEAG    PIC 9(7).
           10 DOS-DTOUV     PIC 9(8).
           10 DOS-DTDERHIT  PIC 9(8).
           10 DOS-NBHITS    PIC 9(5).
           10 DOS-MT-CUMUL  PIC 9(13)V9(2).
           10 DOS-SOURCES.
              15 DOS-SRC-EXC PIC X.
              15 DOS-SRC-CUM PIC X.
              15 DOS-SRC-RSK PIC X.
              15 DOS-SRC-WAT PIC X.
           10 DOS-REVOIR    PIC X.
           10 DOS-STATUT    PIC X.
           10 DOS-DTDEC     PIC 9(8).
           10 DOS-ANALYSTE  PIC X(8).
           10 DOS-MOTIF     PIC X(60).
           10 DOS-DTEXTR    PIC 9(8).

       FD  FLCBHIT.
       01  ENR-LCBHIT.
           10 HIT-CLE.
              15 HIT-SOURCE PIC X(3).
              15 HIT-IDENT  PIC X(20).
           10 HIT-DOSSIER   PIC 9(7).
           10 HIT-CLT       PIC 9(5).
           10 HIT-DATE      PIC 9(8).
           10 HIT-MONT      PIC 9(11)V9(2).
           10 HIT-SENS      PIC X.
           10 HIT-DETAIL    PIC X(30).
           10 HIT-DTINTEG   PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ALREXC    PIC XX VALUE ZERO.
       01  FS-ALRCUM    PIC XX VALUE ZERO.
       01  FS-RISK      PIC XX VALUE ZERO.
       01  FS-WATCHHIT  PIC XX VALUE ZERO.
       01  FS-LCBDOS    PIC XX VALUE ZERO.
       01  FS-LCBHIT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NUM-DOS   PIC 9(7) VALUE ZERO.
       01  WS-TROUVE    PIC X VALUE 'N'.
       01  WS-NB-LUES   PIC 9(5) VALUE ZERO.
       01  WS-NB-NOUV   PIC 9(5) VALUE ZERO.
       01  WS-NB-DOSOUV PIC 9(5) VALUE ZERO.
      *----SCORE RISQUE A PARTIR DUQUEL LE CLIENT EST SIGNALE----------
       01  WS-SEUIL-SCORE PIC 9(5) VALUE 40.
      *----ALERTE EN COURS (FORMAT DE AS-ALREXC / AS-ALRCUM)-----------
       01  WS-ALERTE.
           10 ALR-SOURCE  PIC X(3).
           10 ALR-IDENT   PIC X(20).
           10 ALR-CLT     PIC 9(5).
           10 ALR-DATE    PIC 9(8).
           10 ALR-MONT    PIC 9(11)V9(2).
           10 ALR-SENS    PIC X.
           10 ALR-DETAIL  PIC X(30).
       01  WS-ED-SCORE  PIC ZZZZ9.

       01  LG-VIDE      PIC X(100) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
              'DOSSIERS DE SOUPCON - ALERTES INTEGREES AU '.
           05 WE-DTJOUR PIC 9(8).
       01  LG-CONFID.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'CONFIDENTIEL - SERVICE CONFORMITE'.
       01  LG-ENT-DET.
           05 FILLER PIC X(9)  VALUE 'DOSSIER'.
           05 FILLER PIC X(7)  VALUE 'CLIENT'.
           05 FILLER PIC X(4)  VALUE 'SRC'.
           05 FILLER PIC X(21) VALUE 'IDENTIFIANT'.
           05 FILLER PIC X(9)  VALUE 'DATE'.
           05 FILLER PIC X(17) VALUE '          MONTANT'.
           05 FILLER PIC X(2)  VALUE ' S'.
           05 FILLER PIC X(30) VALUE ' DETAIL'.
       01  LG-DET.
           05 WE-DOSSIER PIC 9(7).
           05 WE-NOUV    PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-CLT     PIC 9(5).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-SOURCE  PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-IDENT   PIC X(20).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-DATE    PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-MONT    PIC ZZZZZZZZZZZ9.99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-SENS    PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-DETAIL  PIC X(30).
       01  LG-TOT-LUES.
           05 FILLER PIC X(30) VALUE 'ALERTES LUES                : '.
           05 WE-NB-LUES PIC ZZZZ9.
       01  LG-TOT-NOUV.
           05 FILLER PIC X(30) VALUE 'ALERTES NOUVELLES INTEGREES : '.
           05 WE-NB-NOUV PIC ZZZZ9.
       01  LG-TOT-DOS.
           05 FILLER PIC X(30) VALUE 'DOSSIERS OUVERTS            : '.
           05 WE-NB-DOS  PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-LCBDOS = '00' AND FS-LCBHIT = '00'
              AND FS-CLT = '00' AND FS-PRINT = '00'
              PERFORM NOTER-DERNIER-DOSSIER
              PERFORM INTEGRER-EXCEPTIONS
              PERFORM INTEGRER-CUMULS
              PERFORM INTEGRER-SCORES
              PERFORM INTEGRER-SURVEILLANCE
              PERFORM EDITER-TOTAUX
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE D''INTEGRATION (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTJOUR.
           IF WS-DTJOUR = ZERO
              ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
           END-IF.
           PERFORM OUVRIR-REGISTRES.
           OPEN INPUT FCLT.
           OPEN OUTPUT FPRINT.
           IF FS-CLT NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CLT ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTJOUR TO WE-DTJOUR
              WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING PAGE
              WRITE REC-PRT FROM LG-CONFID
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENT-DET
           END-IF.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LES REGISTRES N'EXISTENT PAS ENCORE (35)  *
      *----------------------------------------------------------------
       OUVRIR-REGISTRES.
           OPEN I-O FLCBDOS.
           IF FS-LCBDOS = '35'
              OPEN OUTPUT FLCBDOS
              CLOSE FLCBDOS
              OPEN I-O FLCBDOS
           END-IF.
           OPEN I-O FLCBHIT.
           IF FS-LCBHIT = '35'
              OPEN OUTPUT FLCBHIT
              CLOSE FLCBHIT
              OPEN I-O FLCBHIT
           END-IF.
           IF FS-LCBDOS NOT = '00' OR FS-LCBHIT NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-LCBDOS / DD-LCBHIT : '
                 FS-LCBDOS ' ' FS-LCBHIT
           END-IF.
       FIN.
           IF FS-LCBDOS = '00'
              CLOSE FLCBDOS
           END-IF.
           IF FS-LCBHIT = '00'
              CLOSE FLCBHIT
           END-IF.
           IF FS-CLT = '00'
              CLOSE FCLT
           END-IF.
           IF FS-PRINT = '00'
              CLOSE FPRINT
           END-IF.
           DISPLAY 'ALERTES LUES : ' WS-NB-LUES ' NOUVELLES : '
              WS-NB-NOUV ' DOSSIERS OUVERTS : ' WS-NB-DOSOUV.
           STOP RUN.
      *----------------------------------------------------------------
      *    NUMERO DU DERNIER DOSSIER (LES NOUVEAUX SUIVENT)            *
      *----------------------------------------------------------------
       NOTER-DERNIER-DOSSIER.
           MOVE ZERO TO WS-NUM-DOS.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-DOSSIER-SUIVANT.
           PERFORM NOTER-NUMERO UNTIL WS-EOF = 'O'.
       LIRE-DOSSIER-SUIVANT.
           READ FLCBDOS NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       NOTER-NUMERO.
           MOVE DOS-NUM TO WS-NUM-DOS.
           PERFORM LIRE-DOSSIER-SUIVANT.
      *----------------------------------------------------------------
      *    SOURCES 'EXC' ET 'CUM' : FICHIERS D'ALERTES STRUCTURES      *
      *----------------------------------------------------------------
       INTEGRER-EXCEPTIONS.
           OPEN INPUT FALREXC.
           IF FS-ALREXC NOT = '00'
              DISPLAY 'ALERTES AS-ALREXC ABSENTES : ' FS-ALREXC
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-ALREXC
              PERFORM TRAITER-ALREXC UNTIL WS-EOF = 'O'
              CLOSE FALREXC
           END-IF.
       LIRE-ALREXC.
           READ FALREXC INTO WS-ALERTE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-ALREXC.
           PERFORM INTEGRER-ALERTE.
           PERFORM LIRE-ALREXC.
       INTEGRER-CUMULS.
           OPEN INPUT FALRCUM.
           IF FS-ALRCUM NOT = '00'
              DISPLAY 'ALERTES AS-ALRCUM ABSENTES : ' FS-ALRCUM
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-ALRCUM
              PERFORM TRAITER-ALRCUM UNTIL WS-EOF = 'O'
              CLOSE FALRCUM
           END-IF.
       LIRE-ALRCUM.
           READ FALRCUM INTO WS-ALERTE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-ALRCUM.
           PERFORM INTEGRER-ALERTE.
           PERFORM LIRE-ALRCUM.
      *----------------------------------------------------------------
      *    SOURCE 'RSK' : SCORES AU-DELA DU SEUIL. L'IDENTIFIANT EST   *
      *    CLIENT + SCORE : UN SCORE QUI CHANGE EST UNE NOUVELLE ALERTE*
      *----------------------------------------------------------------
       INTEGRER-SCORES.
           OPEN INPUT FRISK.
           IF FS-RISK NOT = '00'
              DISPLAY 'SCORES DD-RISKCLT ABSENTS : ' FS-RISK
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-RISK
              PERFORM TRAITER-RISK UNTIL WS-EOF = 'O'
              CLOSE FRISK
           END-IF.
       LIRE-RISK.
           READ FRISK NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-RISK.
           IF RSK-SCORE >= WS-SEUIL-SCORE
              MOVE 'RSK'      TO ALR-SOURCE
              MOVE SPACES     TO ALR-IDENT
              STRING RSK-CLT RSK-SCORE DELIMITED BY SIZE
                 INTO ALR-IDENT
              MOVE RSK-CLT    TO ALR-CLT
              MOVE WS-DTJOUR  TO ALR-DATE
              MOVE ZERO       TO ALR-MONT
              MOVE SPACE      TO ALR-SENS
              MOVE RSK-SCORE  TO WS-ED-SCORE
              MOVE SPACES     TO ALR-DETAIL
              STRING 'SCORE RISQUE ' WS-ED-SCORE
                 DELIMITED BY SIZE INTO ALR-DETAIL
              PERFORM INTEGRER-ALERTE
           END-IF.
           PERFORM LIRE-RISK.
      *----------------------------------------------------------------
      *    SOURCE 'WAT' : ALERTES DE LISTE DE SURVEILLANCE NON LEVEES  *
      *----------------------------------------------------------------
       INTEGRER-SURVEILLANCE.
           OPEN INPUT FWATCHHIT.
           IF FS-WATCHHIT NOT = '00'
              DISPLAY 'ALERTES DD-WATCHHIT ABSENTES : ' FS-WATCHHIT
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-WATCHHIT
              PERFORM TRAITER-WATCHHIT UNTIL WS-EOF = 'O'
              CLOSE FWATCHHIT
           END-IF.
       LIRE-WATCHHIT.
           READ FWATCHHIT NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       TRAITER-WATCHHIT.
           IF WHT-STATUT = 'S' OR WHT-STATUT = 'C'
              MOVE 'WAT'       TO ALR-SOURCE
              MOVE SPACES      TO ALR-IDENT
              STRING WHT-CLT WHT-DTDETEC DELIMITED BY SIZE
                 INTO ALR-IDENT
              MOVE WHT-CLT     TO ALR-CLT
              MOVE WHT-DTDETEC TO ALR-DATE
              MOVE ZERO        TO ALR-MONT
              MOVE SPACE       TO ALR-SENS
              MOVE SPACES      TO ALR-DETAIL
              STRING 'LISTE DE SURVEILLANCE STATUT ' WHT-STATUT
                 DELIMITED BY SIZE INTO ALR-DETAIL
              PERFORM INTEGRER-ALERTE
           END-IF.
           PERFORM LIRE-WATCHHIT.
      *----------------------------------------------------------------
      *    ALERTE DEJA CONNUE : IGNOREE. SINON RATTACHEE AU DOSSIER    *
      *    NON CLOS DU CLIENT, OU A UN NOUVEAU DOSSIER                 *
      *----------------------------------------------------------------
       INTEGRER-ALERTE.
           ADD 1 TO WS-NB-LUES.
           MOVE ALR-SOURCE TO HIT-SOURCE.
           MOVE ALR-IDENT  TO HIT-IDENT.
           READ FLCBHIT KEY IS HIT-CLE
              INVALID KEY
                 PERFORM RATTACHER-ALERTE
              NOT INVALID KEY
                 CONTINUE
           END-READ.
       RATTACHER-ALERTE.
           MOVE ALR-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 DISPLAY 'ALERTE ' ALR-SOURCE ' ' ALR-IDENT
                    ' - CLIENT INCONNU : ' ALR-CLT
              NOT INVALID KEY
                 PERFORM CHERCHER-DOSSIER-OUVERT
                 IF WS-TROUVE = 'O'
                    MOVE ' ' TO WE-NOUV
                    MOVE 'O' TO DOS-REVOIR
                 ELSE
                    PERFORM OUVRIR-DOSSIER
                 END-IF
                 PERFORM ENREGISTRER-ALERTE
           END-READ.
      *----DOSSIER A ANALYSER OU SOUS SURVEILLANCE DU CLIENT-----------
       CHERCHER-DOSSIER-OUVERT.
           MOVE 'N' TO WS-TROUVE.
           MOVE ALR-CLT TO DOS-CLT.
           START FLCBDOS KEY IS = DOS-CLT
              INVALID KEY MOVE 'X' TO WS-TROUVE
           END-START.
           IF WS-TROUVE = 'X'
              MOVE 'N' TO WS-TROUVE
           ELSE
              PERFORM LIRE-DOSSIER-CLIENT
              PERFORM LIRE-DOSSIER-CLIENT
                 UNTIL WS-TROUVE NOT = 'N'
              IF WS-TROUVE = 'X'
                 MOVE 'N' TO WS-TROUVE
              END-IF
           END-IF.
       LIRE-DOSSIER-CLIENT.
           READ FLCBDOS NEXT RECORD
              AT END MOVE 'X' TO WS-TROUVE
           END-READ.
           IF WS-TROUVE = 'N'
              IF DOS-CLT NOT = ALR-CLT
                 MOVE 'X' TO WS-TROUVE
              ELSE
                 IF DOS-STATUT = 'O' OR DOS-STATUT = 'S'
                    MOVE 'O' TO WS-TROUVE
                 END-IF
              END-IF
           END-IF.
       OUVRIR-DOSSIER.
           ADD 1 TO WS-NUM-DOS WS-NB-DOSOUV.
           MOVE '*'          TO WE-NOUV.
           MOVE WS-NUM-DOS   TO DOS-NUM.
           MOVE ALR-CLT      TO DOS-CLT.
           MOVE CODEAG-TCLT  TO DOS-CODEAG.
           MOVE WS-DTJOUR    TO DOS-DTOUV.
           MOVE ZERO         TO DOS-DTDERHIT DOS-NBHITS DOS-MT-CUMUL
                                DOS-DTDEC DOS-DTEXTR.
           MOVE SPACES       TO DOS-SOURCES DOS-ANALYSTE DOS-MOTIF.
           MOVE 'O'          TO DOS-REVOIR DOS-STATUT.
           WRITE ENR-LCBDOS
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-LCBDOS : ' FS-LCBDOS
           END-WRITE.
      *----ALERTE ECRITE, DOSSIER MIS A JOUR, LIGNE D'ETAT-------------
       ENREGISTRER-ALERTE.
           MOVE ALR-SOURCE TO HIT-SOURCE.
           MOVE ALR-IDENT  TO HIT-IDENT.
           MOVE DOS-NUM    TO HIT-DOSSIER.
           MOVE ALR-CLT    TO HIT-CLT.
           MOVE ALR-DATE   TO HIT-DATE.
           MOVE ALR-MONT   TO HIT-MONT.
           MOVE ALR-SENS   TO HIT-SENS.
           MOVE ALR-DETAIL TO HIT-DETAIL.
           MOVE WS-DTJOUR  TO HIT-DTINTEG.
           WRITE ENR-LCBHIT
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-LCBHIT : ' FS-LCBHIT
              NOT INVALID KEY
                 ADD 1 TO WS-NB-NOUV
                 PERFORM MAJ-DOSSIER
                 PERFORM EDITER-ALERTE
           END-WRITE.
       MAJ-DOSSIER.
           ADD 1 TO DOS-NBHITS.
           ADD ALR-MONT TO DOS-MT-CUMUL.
           IF ALR-DATE > DOS-DTDERHIT
              MOVE ALR-DATE TO DOS-DTDERHIT
           END-IF.
           EVALUATE ALR-SOURCE
              WHEN 'EXC' MOVE 'E' TO DOS-SRC-EXC
              WHEN 'CUM' MOVE 'C' TO DOS-SRC-CUM
              WHEN 'RSK' MOVE 'R' TO DOS-SRC-RSK
              WHEN 'WAT' MOVE 'W' TO DOS-SRC-WAT
           END-EVALUATE.
           REWRITE ENR-LCBDOS
              INVALID KEY
                 DISPLAY 'ERR. MAJ DD-LCBDOS : ' FS-LCBDOS
           END-REWRITE.
       EDITER-ALERTE.
           MOVE DOS-NUM    TO WE-DOSSIER.
           MOVE ALR-CLT    TO WE-CLT.
           MOVE ALR-SOURCE TO WE-SOURCE.
           MOVE ALR-IDENT  TO WE-IDENT.
           MOVE ALR-DATE   TO WE-DATE.
           MOVE ALR-MONT   TO WE-MONT.
           MOVE ALR-SENS   TO WE-SENS.
           MOVE ALR-DETAIL TO WE-DETAIL.
           WRITE REC-PRT FROM LG-DET.
       EDITER-TOTAUX.
           MOVE WS-NB-LUES   TO WE-NB-LUES.
           MOVE WS-NB-NOUV   TO WE-NB-NOUV.
           MOVE WS-NB-DOSOUV TO WE-NB-DOS.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT-LUES.
           WRITE REC-PRT FROM LG-TOT-NOUV.
           WRITE REC-PRT FROM LG-TOT-DOS.
