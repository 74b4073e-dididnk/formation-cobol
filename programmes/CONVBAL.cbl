       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVBAL.
       AUTHOR.     E NGBAME.
      * MAINTENANCE DES CONVENTIONS DE BALAYAGE (DD-CONVBAL) : POUR UN
      * CLIENT, UN COMPTE SOURCE (EPARGNE, EXCEDENT) ALIMENTE CHAQUE
      * NUIT UN COMPTE CIBLE POUR LE RAMENER A SON MINIMUM, DANS LA
      * LIMITE D'UN MONTANT MAXIMUM PAR BALAYAGE (VOIR BALAYAGE). LES
      * DEUX COMPTES DOIVENT ETRE DES COMPTES OUVERTS DE FRIB, DU
      * CLIENT, DISTINCTS ET DE MEME DEVISE. SUR LE MODELE D'ORDPERM.
      * MODES : A = AJOUT, S = SUPPRESSION, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCONVBAL ASSIGN TO DD-CONVBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CVB-NUM
           FILE STATUS IS FS-CONVBAL.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONVBAL.
       01  ENR-CONVBAL.
           10 CVB-NUM       PIC 9(5).
           10 CVB-CLT       PIC 9(5).
           10 CVB-CPTE-SRC  PIC X(23).
           10 CVB-CPTE-CIB  PIC X(23).
           10 CVB-MINI      PIC 9(9)V9(2).
           10 CVB-MAXI      PIC 9(9)V9(2).
           10 CVB-DTCREAT   PIC 9(8).

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
       01  FS-CONVBAL   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT       VALUE 'A'.
           88 MODE-SUPPRESSION VALUE 'S'.
           88 MODE-LISTE       VALUE 'L'.
       01  WS-CVB-EOF   PIC X VALUE 'N'.
       01  WS-NB-CONV   PIC 9(5) VALUE ZERO.
       01  WS-CPTE-OK   PIC X VALUE 'N'.
       01  WS-CPTE-CTRL PIC X(23) VALUE SPACES.
       01  WS-DEV-SRC   PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=AJOUT / S=SUPPRESSION / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           PERFORM OUVRIR-FICHIER.
           IF FS-CONVBAL = '00'
              IF MODE-AJOUT
                 PERFORM AJOUTER-CONVENTION
              ELSE
                 IF MODE-SUPPRESSION
                    PERFORM SUPPRIMER-CONVENTION
                 ELSE
                    PERFORM LISTER-CONVENTIONS
                 END-IF
              END-IF
              CLOSE FCONVBAL
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FCONVBAL.
           IF FS-CONVBAL = '35'
              OPEN OUTPUT FCONVBAL
              CLOSE FCONVBAL
              OPEN I-O FCONVBAL
           END-IF.
           IF FS-CONVBAL NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-CONVBAL : ' FS-CONVBAL
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE ET ECRITURE D'UNE NOUVELLE CONVENTION                *
      *----------------------------------------------------------------
       AJOUTER-CONVENTION.
           DISPLAY 'NUMERO CONVENTION (9(5))      : '
              WITH NO ADVANCING.
           ACCEPT CVB-NUM.
           DISPLAY 'CODE CLIENT (9(5))            : '
              WITH NO ADVANCING.
           ACCEPT CVB-CLT.
           DISPLAY 'COMPTE SOURCE (X(23))         : '
              WITH NO ADVANCING.
           ACCEPT CVB-CPTE-SRC.
           DISPLAY 'COMPTE CIBLE (X(23))          : '
              WITH NO ADVANCING.
           ACCEPT CVB-CPTE-CIB.
           DISPLAY 'MINIMUM DU COMPTE CIBLE       : '
              WITH NO ADVANCING.
           ACCEPT CVB-MINI.
           DISPLAY 'MAXIMUM PAR BALAYAGE          : '
              WITH NO ADVANCING.
           ACCEPT CVB-MAXI.
           ACCEPT CVB-DTCREAT FROM DATE YYYYMMDD.
           IF CVB-CPTE-SRC = CVB-CPTE-CIB OR CVB-MAXI = ZERO
              DISPLAY 'COMPTES IDENTIQUES OU MAXIMUM NUL - '
                 'CONVENTION NON ENREGISTREE'
           ELSE
              PERFORM CONTROLER-COMPTES
              IF WS-CPTE-OK = 'O'
                 WRITE ENR-CONVBAL
                 INVALID KEY
                    DISPLAY 'NUMERO DEJA EXISTANT : ' CVB-NUM
                 NOT INVALID KEY
                    DISPLAY 'CONVENTION ENREGISTREE : ' CVB-NUM
                 END-WRITE
              END-IF
           END-IF.
      *----LES DEUX COMPTES : CONNUS, OUVERTS, DU CLIENT, MEME DEVISE--
       CONTROLER-COMPTES.
           MOVE 'N' TO WS-CPTE-OK.
           OPEN INPUT FRIB.
           IF FS-RIB NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-RIB : ' FS-RIB
           ELSE
              MOVE CVB-CPTE-SRC TO WS-CPTE-CTRL
              PERFORM CONTROLER-UN-COMPTE
              MOVE DEV-TRIB TO WS-DEV-SRC
              IF WS-CPTE-OK = 'O'
                 MOVE CVB-CPTE-CIB TO WS-CPTE-CTRL
                 PERFORM CONTROLER-UN-COMPTE
                 IF WS-CPTE-OK = 'O' AND DEV-TRIB NOT = WS-DEV-SRC
                    DISPLAY 'DEVISES DIFFERENTES - CONVENTION '
                       'NON ENREGISTREE'
                    MOVE 'N' TO WS-CPTE-OK
                 END-IF
              END-IF
              CLOSE FRIB
           END-IF.
       CONTROLER-UN-COMPTE.
           MOVE 'N' TO WS-CPTE-OK.
           MOVE WS-CPTE-CTRL TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'COMPTE INCONNU : ' WS-CPTE-CTRL
              NOT INVALID KEY
                 IF ETAT-TRIB = 'F'
                    DISPLAY 'COMPTE FERME : ' WS-CPTE-CTRL
                 ELSE
                    IF CLT-TRIB NOT = CVB-CLT
                       DISPLAY 'COMPTE ' WS-CPTE-CTRL
                          ' N APPARTIENT PAS AU CLIENT ' CVB-CLT
                    ELSE
                       MOVE 'O' TO WS-CPTE-OK
                    END-IF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    SUPPRESSION D'UNE CONVENTION PAR SON NUMERO                 *
      *----------------------------------------------------------------
       SUPPRIMER-CONVENTION.
           DISPLAY 'NUMERO CONVENTION A SUPPRIMER : '
              WITH NO ADVANCING.
           ACCEPT CVB-NUM.
           DELETE FCONVBAL
           INVALID KEY
              DISPLAY 'CONVENTION NON TROUVEE : ' CVB-NUM
           NOT INVALID KEY
              DISPLAY 'CONVENTION SUPPRIMEE : ' CVB-NUM
           END-DELETE.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES CONVENTIONS                              *
      *----------------------------------------------------------------
       LISTER-CONVENTIONS.
           PERFORM LIRE-CONVENTION.
           PERFORM AFFICHER-CONVENTION UNTIL WS-CVB-EOF = 'O'.
           DISPLAY 'NOMBRE DE CONVENTIONS : ' WS-NB-CONV.
       LIRE-CONVENTION.
           READ FCONVBAL NEXT RECORD
              AT END MOVE 'O' TO WS-CVB-EOF
           END-READ.
       AFFICHER-CONVENTION.
           ADD 1 TO WS-NB-CONV.
           DISPLAY CVB-NUM ' CLT ' CVB-CLT ' DE ' CVB-CPTE-SRC
              ' VERS ' CVB-CPTE-CIB.
           DISPLAY '      MINIMUM ' CVB-MINI ' MAXIMUM ' CVB-MAXI
              ' DEPUIS ' CVB-DTCREAT.
           PERFORM LIRE-CONVENTION.
