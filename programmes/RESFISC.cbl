       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESFISC.
       AUTHOR.     E NGBAME.
      * MAINTENANCE DU FICHIER DES RESIDENCES FISCALES DD-RESFISC, DE
      * CLE LE CODE CLIENT FCLT : JUSQU'A TROIS PAYS DE RESIDENCE
      * FISCALE AVEC LEUR NUMERO D'IDENTIFICATION FISCALE (NIF), LA
      * DATE DE L'AUTO-CERTIFICATION SIGNEE PAR LE CLIENT ET
      * L'INDICATEUR DE PERSONNE AMERICAINE (US PERSON, O/N).
      * L'ENREGISTREMENT EST CREE PAR ONBOARD A L'OUVERTURE ; CE
      * PROGRAMME SERT A LA SAISIE DES CLIENTS DEJA EN PORTEFEUILLE ET
      * AU RENOUVELLEMENT D'UNE AUTO-CERTIFICATION (CHANGEMENT DE
      * RESIDENCE) : LA SAISIE REMPLACE LE CONTENU PRECEDENT.
      * LES PAYS SONT SAISIS EN CLAIR COMME DANS FADRCLT (ADRC-PAYS)
      * POUR QUE DECLCRS PUISSE LES RAPPROCHER DE L'ADRESSE. REGLES :
      * PREMIER PAYS OBLIGATOIRE, NIF OBLIGATOIRE POUR TOUT PAYS AUTRE
      * QUE WS-PAYS-NATIONAL, ET UNE PERSONNE AMERICAINE DOIT AVOIR
      * WS-PAYS-US PARMI SES PAYS DE RESIDENCE.
      * MODES : S = SAISIE (CREATION OU RENOUVELLEMENT), L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESFISC ASSIGN TO DD-RESFISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-CLT
           FILE STATUS IS FS-RESFISC.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

       DATA DIVISION.
       FILE SECTION.
       FD  FRESFISC.
       01  ENR-RESFISC.
           10 RF-CLT      PIC 9(5).
           10 RF-RESID OCCURS 3 TIMES.
              15 RF-PAYS  PIC X(15).
              15 RF-NIF   PIC X(20).
           10 RF-DTAUTO   PIC 9(8).
           10 RF-USPERS   PIC X.
           10 RF-DTMAJ    PIC 9(8).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       WORKING-STORAGE SECTION.
       01  FS-RESFISC   PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-SAISIE VALUE 'S'.
           88 MODE-LISTE  VALUE 'L'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-RES    PIC 9(5) VALUE ZERO.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-DTAUTO    PIC 9(8) VALUE ZERO.
       01  WS-USPERS    PIC X VALUE SPACE.
           88 USPERS-VALIDE VALUE 'O' 'N'.
       01  WS-IND-RES   PIC 9 VALUE ZERO.
       01  WS-NB-US     PIC 9 VALUE ZERO.
       01  T-RESID.
           05 T-RESID-LIG OCCURS 3 TIMES.
              10 TR-PAYS  PIC X(15).
              10 TR-NIF   PIC X(20).
      *----PAYS DE L'ETABLISSEMENT ET PAYS FATCA, EN CLAIR (FADRCLT)---
       01  WS-PAYS-NATIONAL PIC X(15) VALUE 'FRANCE'.
       01  WS-PAYS-US       PIC X(15) VALUE 'ETATS-UNIS'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (S=SAISIE / L=LISTE) : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-RESFISC = '00'
              EVALUATE TRUE
                 WHEN MODE-SAISIE PERFORM SAISIR-RESIDENCE
                 WHEN OTHER       PERFORM LISTER-RESIDENCE
              END-EVALUATE
              CLOSE FRESFISC
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FRESFISC.
           IF FS-RESFISC = '35'
              OPEN OUTPUT FRESFISC
              CLOSE FRESFISC
              OPEN I-O FRESFISC
           END-IF.
           IF FS-RESFISC NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-RESFISC : ' FS-RESFISC
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE : CLIENT CONNU, PAYS ET NIF COHERENTS                *
      *----------------------------------------------------------------
       SAISIR-RESIDENCE.
           DISPLAY 'CODE CLIENT                      : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           PERFORM SAISIR-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           DISPLAY 'PERSONNE AMERICAINE (O/N)        : '
              WITH NO ADVANCING.
           ACCEPT WS-USPERS.
           DISPLAY 'DATE AUTO-CERTIF. (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTAUTO.
           IF WS-DTAUTO = ZERO
              MOVE WS-DTJOUR TO WS-DTAUTO
           END-IF.
           OPEN INPUT FCLT.
           IF FS-CLT NOT = '00'
              DISPLAY 'ERR. OUV FICHIER FCLT : ' FS-CLT
           ELSE
              PERFORM CONTROLER-SAISIE THRU CONTROLER-SAISIE-FIN
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'RESIDENCE FISCALE NON ENREGISTREE'
              ELSE
                 PERFORM ENREGISTRER-RESIDENCE
              END-IF
              CLOSE FCLT
           END-IF.
       SAISIR-UN-PAYS.
           DISPLAY 'PAYS DE RESIDENCE FISCALE ' WS-IND-RES
              ' (X(15))  : ' WITH NO ADVANCING.
           ACCEPT TR-PAYS(WS-IND-RES).
           DISPLAY 'NIF DANS CE PAYS (X(20))         : '
              WITH NO ADVANCING.
           ACCEPT TR-NIF(WS-IND-RES).
       CONTROLER-SAISIE.
           MOVE 'N' TO WS-CTRL-OK.
           MOVE WS-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY
                 DISPLAY 'CLIENT INCONNU : ' WS-CLT
                 GO TO CONTROLER-SAISIE-FIN
           END-READ.
           IF WS-DTAUTO > WS-DTJOUR
              DISPLAY 'DATE D''AUTO-CERTIFICATION FUTURE : ' WS-DTAUTO
              GO TO CONTROLER-SAISIE-FIN
           END-IF.
           IF NOT USPERS-VALIDE
              DISPLAY 'INDICATEUR PERSONNE AMERICAINE INVALIDE : '
                 WS-USPERS
              GO TO CONTROLER-SAISIE-FIN
           END-IF.
           IF TR-PAYS(1) = SPACES
              DISPLAY 'PREMIER PAYS DE RESIDENCE OBLIGATOIRE'
              GO TO CONTROLER-SAISIE-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
           MOVE ZERO TO WS-NB-US.
           PERFORM CONTROLER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           IF WS-CTRL-OK = 'O' AND WS-USPERS = 'O' AND WS-NB-US = ZERO
              DISPLAY 'PERSONNE AMERICAINE SANS RESIDENCE '
                 WS-PAYS-US
              MOVE 'N' TO WS-CTRL-OK
           END-IF.
       CONTROLER-SAISIE-FIN.
           EXIT.
       CONTROLER-UN-PAYS.
           IF TR-PAYS(WS-IND-RES) = SPACES
              IF TR-NIF(WS-IND-RES) NOT = SPACES
                 DISPLAY 'NIF ' WS-IND-RES ' SANS PAYS'
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
           ELSE
              IF TR-PAYS(WS-IND-RES) = WS-PAYS-US
                 ADD 1 TO WS-NB-US
              END-IF
              IF TR-PAYS(WS-IND-RES) NOT = WS-PAYS-NATIONAL
                 AND TR-NIF(WS-IND-RES) = SPACES
                 DISPLAY 'NIF OBLIGATOIRE POUR ' TR-PAYS(WS-IND-RES)
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CREATION OU REMPLACEMENT DE L'AUTO-CERTIFICATION            *
      *----------------------------------------------------------------
       ENREGISTRER-RESIDENCE.
           MOVE WS-CLT TO RF-CLT.
           PERFORM COPIER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           MOVE WS-DTAUTO TO RF-DTAUTO.
           MOVE WS-USPERS TO RF-USPERS.
           MOVE WS-DTJOUR TO RF-DTMAJ.
           WRITE ENR-RESFISC
              INVALID KEY
                 REWRITE ENR-RESFISC
                    INVALID KEY
                       DISPLAY 'ERR. ECR. DD-RESFISC : ' FS-RESFISC
                    NOT INVALID KEY
                       DISPLAY 'AUTO-CERTIFICATION RENOUVELEE : '
                          WS-CLT
                 END-REWRITE
              NOT INVALID KEY
                 DISPLAY 'AUTO-CERTIFICATION ENREGISTREE : ' WS-CLT
           END-WRITE.
       COPIER-UN-PAYS.
           MOVE TR-PAYS(WS-IND-RES) TO RF-PAYS(WS-IND-RES).
           MOVE TR-NIF(WS-IND-RES)  TO RF-NIF(WS-IND-RES).
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU FICHIER                                   *
      *----------------------------------------------------------------
       LISTER-RESIDENCE.
           PERFORM LIRE-RESIDENCE.
           PERFORM AFFICHER-RESIDENCE UNTIL WS-EOF = 'O'.
           DISPLAY 'NOMBRE DE CLIENTS : ' WS-NB-RES.
       LIRE-RESIDENCE.
           READ FRESFISC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       AFFICHER-RESIDENCE.
           ADD 1 TO WS-NB-RES.
           DISPLAY RF-CLT ' AUTO-CERTIF. ' RF-DTAUTO ' US ' RF-USPERS
              ' MAJ ' RF-DTMAJ.
           PERFORM AFFICHER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           PERFORM LIRE-RESIDENCE.
       AFFICHER-UN-PAYS.
           IF RF-PAYS(WS-IND-RES) NOT = SPACES
              DISPLAY '   ' RF-PAYS(WS-IND-RES) ' NIF '
                 RF-NIF(WS-IND-RES)
           END-IF.
