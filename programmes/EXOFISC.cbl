       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXOFISC.
       AUTHOR.     E NGBAME.
      * REGISTRE DES DISPENSES DE PRELEVEMENT A LA SOURCE SUR LES
      * INTERETS (DD-EXOFISC) : UN CLIENT QUI A REMIS SON ATTESTATION
      * SUR L'HONNEUR EST DISPENSE POUR L'ANNEE INDIQUEE SEULEMENT ;
      * L'ATTESTATION EST A RENOUVELER CHAQUE ANNEE (NOUVELLE SAISIE
      * SUR LE MEME CLIENT, QUI REMPLACE L'ANNEE). LE REGISTRE EST LU
      * PAR LA ROUTINE CALCPFU A CHAQUE VERSEMENT D'INTERETS.
      * MODES (MODELE CATSOUS) : A = AJOUT / RENOUVELLEMENT,
      * S = SUPPRESSION, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEXOFISC ASSIGN TO DD-EXOFISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXO-CLT
           FILE STATUS IS FS-EXOFISC.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

       DATA DIVISION.
       FILE SECTION.
       FD  FEXOFISC.
       01  ENR-EXOFISC.
           10 EXO-CLT     PIC 9(5).
           10 EXO-ANNEE   PIC 9(4).
           10 EXO-DTSAISIE PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       WORKING-STORAGE SECTION.
       01  FS-EXOFISC   PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT VALUE 'A'.
           88 MODE-SUPPR VALUE 'S'.
           88 MODE-LISTE VALUE 'L'.
       01  WS-EXO-EOF   PIC X VALUE 'N'.
       01  WS-NB-EXO    PIC 9(5) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-ANNEE     PIC 9(4) VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTJOUR-R REDEFINES WS-DTJOUR.
           05 WS-AA-JOUR PIC 9(4).
           05 FILLER     PIC 9(4).
       01  WS-CLT-OK    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=AJOUT / S=SUPPRESSION / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-EXOFISC = '00'
              EVALUATE TRUE
                 WHEN MODE-AJOUT PERFORM AJOUTER-DISPENSE
                 WHEN MODE-SUPPR PERFORM SUPPRIMER-DISPENSE
                 WHEN OTHER      PERFORM LISTER-DISPENSES
              END-EVALUATE
              CLOSE FEXOFISC
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FEXOFISC.
           IF FS-EXOFISC = '35'
              OPEN OUTPUT FEXOFISC
              CLOSE FEXOFISC
              OPEN I-O FEXOFISC
           END-IF.
           IF FS-EXOFISC NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-EXOFISC : ' FS-EXOFISC
           END-IF.
      *----------------------------------------------------------------
      *    AJOUT OU RENOUVELLEMENT : CLIENT CONNU ET NON FERME, ANNEE  *
      *    COURANTE OU SUIVANTE (ATTESTATION REMISE EN FIN D'ANNEE)    *
      *----------------------------------------------------------------
       AJOUTER-DISPENSE.
           DISPLAY 'CODE CLIENT (9(5))           : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'ANNEE DE DISPENSE (AAAA)     : '
              WITH NO ADVANCING.
           ACCEPT WS-ANNEE.
           PERFORM CONTROLER-CLIENT.
           IF WS-CLT-OK = 'O'
              IF WS-ANNEE < WS-AA-JOUR OR WS-ANNEE > WS-AA-JOUR + 1
                 DISPLAY 'ANNEE ' WS-ANNEE ' REFUSEE (COURANTE OU '
                    'SUIVANTE SEULEMENT)'
              ELSE
                 MOVE WS-CLT TO EXO-CLT
                 READ FEXOFISC
                    INVALID KEY
                       MOVE WS-ANNEE  TO EXO-ANNEE
                       MOVE WS-DTJOUR TO EXO-DTSAISIE
                       WRITE ENR-EXOFISC
                       DISPLAY 'DISPENSE ENREGISTREE : ' WS-CLT
                          ' ANNEE ' WS-ANNEE
                    NOT INVALID KEY
                       MOVE WS-ANNEE  TO EXO-ANNEE
                       MOVE WS-DTJOUR TO EXO-DTSAISIE
                       REWRITE ENR-EXOFISC
                       DISPLAY 'DISPENSE RENOUVELEE : ' WS-CLT
                          ' ANNEE ' WS-ANNEE
                 END-READ
              END-IF
           END-IF.
       CONTROLER-CLIENT.
           MOVE 'N' TO WS-CLT-OK.
           OPEN INPUT FCLT.
           IF FS-CLT NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-CLT : ' FS-CLT
           ELSE
              MOVE WS-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY
                    DISPLAY 'CLIENT INCONNU : ' WS-CLT
                 NOT INVALID KEY
                    IF STATUT-TCLT = 'F'
                       DISPLAY 'CLIENT FERME : ' WS-CLT
                    ELSE
                       MOVE 'O' TO WS-CLT-OK
                    END-IF
              END-READ
              CLOSE FCLT
           END-IF.
       SUPPRIMER-DISPENSE.
           DISPLAY 'CODE CLIENT (9(5))           : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           MOVE WS-CLT TO EXO-CLT.
           DELETE FEXOFISC
              INVALID KEY
                 DISPLAY 'AUCUNE DISPENSE POUR LE CLIENT ' WS-CLT
              NOT INVALID KEY
                 DISPLAY 'DISPENSE SUPPRIMEE : ' WS-CLT
           END-DELETE.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-DISPENSES.
           PERFORM LIRE-EXO.
           PERFORM AFFICHER-EXO UNTIL WS-EXO-EOF = 'O'.
           DISPLAY 'NOMBRE DE DISPENSES : ' WS-NB-EXO.
       LIRE-EXO.
           READ FEXOFISC NEXT RECORD
              AT END MOVE 'O' TO WS-EXO-EOF
           END-READ.
       AFFICHER-EXO.
           ADD 1 TO WS-NB-EXO.
           IF EXO-ANNEE < WS-AA-JOUR
              DISPLAY EXO-CLT ' ANNEE ' EXO-ANNEE ' SAISIE '
                 EXO-DTSAISIE ' (EXPIREE)'
           ELSE
              DISPLAY EXO-CLT ' ANNEE ' EXO-ANNEE ' SAISIE '
                 EXO-DTSAISIE
           END-IF.
           PERFORM LIRE-EXO.
