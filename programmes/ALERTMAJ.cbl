       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMAJ.
       AUTHOR.     E NGBAME.
      * ABONNEMENTS DES CLIENTS AUX ALERTES SMS / E-MAIL (DD-ALERTE,
      * CLE COMPTE + TYPE D'ALERTE). TYPES : SLD = SOLDE DU COMPTE
      * PASSE SOUS LE SEUIL, DEB = DEBIT D'UN MONTANT AU MOINS EGAL AU
      * SEUIL, CBA = PAIEMENT OU RETRAIT CARTE ('CBA'/'CBR' DE
      * CARTREGL) D'AU MOINS LE SEUIL (SEUIL A ZERO = TOUS). LE CANAL
      * EST S (SMS, NUMERO DE TELEPHONE) OU M (E-MAIL, ADRESSE AVEC
      * '@'). LE CLIENT EST CELUI DU COMPTE DANS FRIB ; UN COMPTE
      * CLOTURE NE S'ABONNE PAS. L'EVALUATION NOCTURNE ET L'EMISSION
      * VERS LA PASSERELLE DE MESSAGERIE SONT FAITES PAR ALERTEVAL.
      * MODES : A = ABONNEMENT (CREATION OU MODIFICATION), S =
      * SUSPENSION / REPRISE, R = RESILIATION, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALERTE ASSIGN TO DD-ALERTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CLE
           ALTERNATE RECORD KEY IS ALR-CLT WITH DUPLICATES
           FILE STATUS IS FS-ALERTE.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

       DATA DIVISION.
       FILE SECTION.
      *----ETAT A = ACTIF, S = SUSPENDU--------------------------------
       FD  FALERTE.
       01  ENR-ALERTE.
           10 ALR-CLE.
              15 ALR-CPTE   PIC X(23).
              15 ALR-TYPE   PIC X(3).
           10 ALR-CLT       PIC 9(5).
           10 ALR-SEUIL     PIC 9(9)V9(2).
           10 ALR-CANAL     PIC X.
           10 ALR-CONTACT   PIC X(50).
           10 ALR-ETAT      PIC X.
           10 ALR-DTCRE     PIC 9(8).
           10 ALR-DTMAJ     PIC 9(8).
           10 ALR-DTDERN    PIC 9(8).
           10 ALR-NBENVOI   PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01  FS-ALERTE    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-ABONNEMENT VALUE 'A'.
           88 MODE-SUSPENSION VALUE 'S'.
           88 MODE-RESILIATION VALUE 'R'.
           88 MODE-LISTE      VALUE 'L'.
       01  WS-ALR-EOF   PIC X VALUE 'N'.
       01  WS-NB-ALR    PIC 9(5) VALUE ZERO.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-EXISTE    PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-CPTE      PIC X(23) VALUE SPACES.
       01  WS-TYPE      PIC X(3) VALUE SPACES.
       01  WS-SEUIL     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CANAL     PIC X VALUE SPACE.
       01  WS-CONTACT   PIC X(50) VALUE SPACES.
       01  WS-NB-AROBASE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=ABONNEMENT / S=SUSPENSION / R=RESILIATION'
              ' / L=LISTE) : ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-ALERTE = '00'
              EVALUATE TRUE
                 WHEN MODE-ABONNEMENT
                    PERFORM SAISIR-ABONNEMENT
                 WHEN MODE-SUSPENSION
                    PERFORM SUSPENDRE-ABONNEMENT
                 WHEN MODE-RESILIATION
                    PERFORM RESILIER-ABONNEMENT
                 WHEN OTHER
                    PERFORM LISTER-ALERTES
              END-EVALUATE
              CLOSE FALERTE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FALERTE.
           IF FS-ALERTE = '35'
              OPEN OUTPUT FALERTE
              CLOSE FALERTE
              OPEN I-O FALERTE
           END-IF.
           IF FS-ALERTE NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-ALERTE : ' FS-ALERTE
           END-IF.
       SAISIR-CLE.
           DISPLAY 'COMPTE (X(23))               : '
              WITH NO ADVANCING.
           ACCEPT WS-CPTE.
           DISPLAY 'TYPE (SLD / DEB / CBA)       : '
              WITH NO ADVANCING.
           ACCEPT WS-TYPE.
           MOVE WS-CPTE TO ALR-CPTE.
           MOVE WS-TYPE TO ALR-TYPE.
           MOVE 'N' TO WS-EXISTE.
           READ FALERTE KEY IS ALR-CLE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'O' TO WS-EXISTE
           END-READ.
      *----------------------------------------------------------------
      *    ABONNEMENT : CREATION, OU MODIFICATION DU SEUIL, DU CANAL   *
      *    ET DU CONTACT D'UN ABONNEMENT EXISTANT (REACTIVE)           *
      *----------------------------------------------------------------
       SAISIR-ABONNEMENT.
           PERFORM SAISIR-CLE.
           DISPLAY 'SEUIL (9(9)V99, 0 = TOUS)    : '
              WITH NO ADVANCING.
           ACCEPT WS-SEUIL.
           DISPLAY 'CANAL (S=SMS / M=E-MAIL)     : '
              WITH NO ADVANCING.
           ACCEPT WS-CANAL.
           DISPLAY 'TELEPHONE OU ADRESSE E-MAIL  : '
              WITH NO ADVANCING.
           ACCEPT WS-CONTACT.
           OPEN INPUT FRIB.
           IF FS-RIB NOT = '00'
              DISPLAY 'ERR. OUV FICHIER DD-RIB : ' FS-RIB
           ELSE
              PERFORM CONTROLER-ABONNEMENT THRU
                 CONTROLER-ABONNEMENT-FIN
              IF WS-CTRL-OK = 'N'
                 DISPLAY 'ABONNEMENT NON ENREGISTRE'
              ELSE
                 PERFORM ENREGISTRER-ABONNEMENT
              END-IF
              CLOSE FRIB
           END-IF.
       CONTROLER-ABONNEMENT.
           MOVE 'N' TO WS-CTRL-OK.
           IF WS-TYPE NOT = 'SLD' AND WS-TYPE NOT = 'DEB'
              AND WS-TYPE NOT = 'CBA'
              DISPLAY 'TYPE D''ALERTE INCONNU : ' WS-TYPE
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           IF WS-TYPE = 'SLD' OR WS-TYPE = 'DEB'
              IF WS-SEUIL = ZERO
                 DISPLAY 'SEUIL OBLIGATOIRE POUR LE TYPE ' WS-TYPE
                 GO TO CONTROLER-ABONNEMENT-FIN
              END-IF
           END-IF.
           IF WS-CANAL NOT = 'S' AND WS-CANAL NOT = 'M'
              DISPLAY 'CANAL INVALIDE : ' WS-CANAL
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           IF WS-CONTACT = SPACES
              DISPLAY 'CONTACT OBLIGATOIRE'
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           MOVE ZERO TO WS-NB-AROBASE.
           INSPECT WS-CONTACT TALLYING WS-NB-AROBASE FOR ALL '@'.
           IF WS-CANAL = 'M' AND WS-NB-AROBASE NOT = 1
              DISPLAY 'ADRESSE E-MAIL INVALIDE : ' WS-CONTACT
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           IF WS-CANAL = 'S' AND WS-NB-AROBASE NOT = ZERO
              DISPLAY 'NUMERO DE TELEPHONE INVALIDE : ' WS-CONTACT
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           IF WS-CANAL = 'S' AND WS-CONTACT(1:1) NOT = '+'
              AND WS-CONTACT(1:1) NOT NUMERIC
              DISPLAY 'NUMERO DE TELEPHONE INVALIDE : ' WS-CONTACT
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           MOVE WS-CPTE TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'COMPTE INCONNU : ' WS-CPTE
                 GO TO CONTROLER-ABONNEMENT-FIN
           END-READ.
           IF ETAT-TRIB = 'F'
              DISPLAY 'COMPTE CLOTURE : ' WS-CPTE
              GO TO CONTROLER-ABONNEMENT-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
       CONTROLER-ABONNEMENT-FIN.
           EXIT.
       ENREGISTRER-ABONNEMENT.
           MOVE WS-CPTE    TO ALR-CPTE.
           MOVE WS-TYPE    TO ALR-TYPE.
           MOVE CLT-TRIB   TO ALR-CLT.
           MOVE WS-SEUIL   TO ALR-SEUIL.
           MOVE WS-CANAL   TO ALR-CANAL.
           MOVE WS-CONTACT TO ALR-CONTACT.
           MOVE 'A'        TO ALR-ETAT.
           MOVE WS-DTJOUR  TO ALR-DTMAJ.
           IF WS-EXISTE = 'O'
              REWRITE ENR-ALERTE
                 INVALID KEY
                    DISPLAY 'ERR. MAJ DD-ALERTE : ' FS-ALERTE
                 NOT INVALID KEY
                    DISPLAY 'ABONNEMENT MODIFIE : ' ALR-CPTE ' '
                       ALR-TYPE
              END-REWRITE
           ELSE
              MOVE WS-DTJOUR TO ALR-DTCRE
              MOVE ZERO      TO ALR-DTDERN ALR-NBENVOI
              WRITE ENR-ALERTE
                 INVALID KEY
                    DISPLAY 'ERR. ECR. DD-ALERTE : ' FS-ALERTE
                 NOT INVALID KEY
                    DISPLAY 'ABONNEMENT CREE : ' ALR-CPTE ' '
                       ALR-TYPE
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      *    SUSPENSION (OU REPRISE) : L'ABONNEMENT EST CONSERVE MAIS    *
      *    N'EST PLUS EVALUE TANT QU'IL EST SUSPENDU                   *
      *----------------------------------------------------------------
       SUSPENDRE-ABONNEMENT.
           PERFORM SAISIR-CLE.
           IF WS-EXISTE = 'N'
              DISPLAY 'ABONNEMENT INCONNU : ' WS-CPTE ' ' WS-TYPE
           ELSE
              IF ALR-ETAT = 'A'
                 MOVE 'S' TO ALR-ETAT
              ELSE
                 MOVE 'A' TO ALR-ETAT
              END-IF
              MOVE WS-DTJOUR TO ALR-DTMAJ
              REWRITE ENR-ALERTE
                 INVALID KEY
                    DISPLAY 'ERR. MAJ DD-ALERTE : ' FS-ALERTE
                 NOT INVALID KEY
                    DISPLAY 'ABONNEMENT ' ALR-CPTE ' ' ALR-TYPE
                       ' - ETAT ' ALR-ETAT
              END-REWRITE
           END-IF.
       RESILIER-ABONNEMENT.
           PERFORM SAISIR-CLE.
           IF WS-EXISTE = 'N'
              DISPLAY 'ABONNEMENT INCONNU : ' WS-CPTE ' ' WS-TYPE
           ELSE
              DELETE FALERTE
                 INVALID KEY
                    DISPLAY 'ERR. SUPP. DD-ALERTE : ' FS-ALERTE
                 NOT INVALID KEY
                    DISPLAY 'ABONNEMENT RESILIE : ' WS-CPTE ' '
                       WS-TYPE
              END-DELETE
           END-IF.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES ABONNEMENTS                              *
      *----------------------------------------------------------------
       LISTER-ALERTES.
           PERFORM LIRE-ALERTE.
           PERFORM AFFICHER-ALERTE UNTIL WS-ALR-EOF = 'O'.
           DISPLAY 'NOMBRE D''ABONNEMENTS : ' WS-NB-ALR.
       LIRE-ALERTE.
           READ FALERTE NEXT RECORD
              AT END MOVE 'O' TO WS-ALR-EOF
           END-READ.
       AFFICHER-ALERTE.
           ADD 1 TO WS-NB-ALR.
           DISPLAY ALR-CLT ' ' ALR-CPTE ' ' ALR-TYPE ' SEUIL '
              ALR-SEUIL ' ' ALR-CANAL ' ETAT ' ALR-ETAT.
           DISPLAY '   ' ALR-CONTACT ' ENVOIS ' ALR-NBENVOI
              ' DERNIER ' ALR-DTDERN.
           PERFORM LIRE-ALERTE.
