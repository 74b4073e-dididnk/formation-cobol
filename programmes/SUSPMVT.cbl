       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMVT.
       AUTHOR.     E NGBAME.
      * TRAITEMENT BACK-OFFICE DES DOUBLONS PRESUMES MIS EN SUSPENS
      * PAR LE CHARGEUR PG15CH08 (DD-SUSPMVT) : CHAQUE LIGNE EN
      * SUSPENS EST PRESENTEE AVEC LA REFERENCE DU MOUVEMENT DEJA
      * PASSE QU'ELLE SEMBLE REPETER, ET L'OPERATEUR DECIDE :
      *   L = LIBERER  : C'EST UNE VRAIE OPERATION, LA LIGNE EST EMISE
      *                  SUR UN MINI BUFFER (AS-BUFSUSP, AVEC ENTETE ET
      *                  TRAILER, CTL-MODE 'L') QUE PG15CH08 CHARGE EN
      *                  COMPLEMENT SANS REFAIRE LE CONTROLE ;
      *   A = ANNULER  : C'EST BIEN UN DOUBLON, LA LIGNE N'EST PAS
      *                  IMPUTEE ;
      *   AUTRE CHOIX  : LA LIGNE RESTE EN SUSPENS.
      * LE STATUT ET SA DATE SONT MIS A JOUR DANS DD-SUSPMVT : RIEN NE
      * DISPARAIT EN SILENCE (LA DISCIPLINE RECYCREJ).
      * MODES : T = TRAITEMENT DES SUSPENS, I = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSUSP ASSIGN TO DD-SUSPMVT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLE
           FILE STATUS IS FS-SUSP.

           SELECT FBUFSUSP ASSIGN TO AS-BUFSUSP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BUFSUSP.

       DATA DIVISION.
       FILE SECTION.
       FD  FSUSP.
       01  ENR-SUSP.
           10 SUS-CLE.
              15 SUS-DTDETEC PIC 9(8).
              15 SUS-NUMLOT  PIC 9(6).
              15 SUS-NUMENR  PIC 9(5).
           10 SUS-ID-TAB  PIC X.
           10 SUS-LIGNE   PIC X(79).
           10 SUS-REF-ORIG PIC 9(13).
           10 SUS-STATUT  PIC X.
           10 SUS-DTSTAT  PIC 9(8).

       FD  FBUFSUSP.
       01  ENR-BUFFER.
           10 ID-TAB  PIC X.
           10 LIGNE-AG PIC X(79).
           10 LIGNE-CTL REDEFINES LIGNE-AG.
              15 CTL-NBAG   PIC 9(5).
              15 CTL-NBCLT  PIC 9(5).
              15 CTL-NBRIB  PIC 9(5).
              15 CTL-NBMVT  PIC 9(5).
              15 CTL-NBVIR  PIC 9(5).
              15 CTL-NBADR  PIC 9(5).
              15 CTL-NUMLOT PIC 9(6).
              15 CTL-DTCRE  PIC 9(8).
      *----MODE 'L' : LOT COMPLEMENTAIRE DE LIGNES LIBEREES, PG15CH08--
      *----CHARGE EN AJOUT SANS CONTROLE DES DOUBLONS------------------
              15 CTL-MODE   PIC X.
              15 CTL-NBVRE  PIC 9(5).
              15 FILLER PIC X(29).

       WORKING-STORAGE SECTION.
       01  FS-SUSP      PIC XX VALUE ZERO.
       01  FS-BUFSUSP   PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'I'.
           88 MODE-TRAITEMENT VALUE 'T'.
           88 MODE-LISTE      VALUE 'I'.
       01  WS-SUS-EOF   PIC X VALUE 'N'.
       01  WS-CHOIX     PIC X VALUE SPACE.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-NB-SUSPENS   PIC 9(5) VALUE ZERO.
       01  WS-NB-LIBERES   PIC 9(5) VALUE ZERO.
       01  WS-NB-ANNULES   PIC 9(5) VALUE ZERO.
       01  WS-NB-GARDES    PIC 9(5) VALUE ZERO.
      *----COMPTES PAR TYPE POUR L'ENTETE DU MINI BUFFER----------------
       01  WS-CNT-NBMVT PIC 9(5) VALUE ZERO.
       01  WS-CNT-NBVIR PIC 9(5) VALUE ZERO.
      *----LE MINI BUFFER EST D'ABORD CONSTITUE EN TABLE POUR POUVOIR--
      *----ECRIRE L'ENTETE AVEC LES BONS COMPTES-----------------------
       01  WS-NB-LIB-TBL PIC 9(3) VALUE ZERO.
       01  WS-IND-LIB    PIC 9(3) VALUE ZERO.
       01  T-LIBERES.
           05 T-LIBERE-LIG OCCURS 100 TIMES.
              10 TL-ID-TAB PIC X.
              10 TL-LIGNE  PIC X(79).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (T=TRAITEMENT DES SUSPENS / I=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIERS.
           IF FS-SUSP = '00'
              IF MODE-TRAITEMENT
                 IF FS-BUFSUSP = '00'
                    PERFORM LIRE-SUSPENS
                    PERFORM TRAITER-SUSPENS THRU TRAITER-SUSPENS-FIN
                       UNTIL WS-SUS-EOF = 'O'
                    PERFORM ECRIRE-MINI-BUFFER
                    CLOSE FBUFSUSP
                    DISPLAY 'LIGNES LIBEREES  : ' WS-NB-LIBERES
                    DISPLAY 'LIGNES ANNULEES  : ' WS-NB-ANNULES
                    DISPLAY 'LIGNES EN SUSPENS: ' WS-NB-GARDES
                 END-IF
              ELSE
                 PERFORM LISTER-SUSPENS
              END-IF
              CLOSE FSUSP
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    OUVERTURE : LE MINI BUFFER N'EST PRODUIT QU'EN TRAITEMENT   *
      *----------------------------------------------------------------
       OUVRIR-FICHIERS.
           IF MODE-TRAITEMENT
              OPEN I-O FSUSP
           ELSE
              OPEN INPUT FSUSP
           END-IF.
           IF FS-SUSP NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-SUSPMVT : ' FS-SUSP
           ELSE
              IF MODE-TRAITEMENT
                 OPEN OUTPUT FBUFSUSP
                 IF FS-BUFSUSP NOT = '00'
                    DISPLAY 'ERR. OUVERTURE AS-BUFSUSP : ' FS-BUFSUSP
                 END-IF
              END-IF
           END-IF.
       LIRE-SUSPENS.
           READ FSUSP NEXT RECORD
              AT END MOVE 'O' TO WS-SUS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    PRESENTATION D'UNE LIGNE EN SUSPENS ET DECISION             *
      *----------------------------------------------------------------
       TRAITER-SUSPENS.
           IF SUS-STATUT NOT = 'S'
              PERFORM LIRE-SUSPENS
              GO TO TRAITER-SUSPENS-FIN
           END-IF.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'SUSPENS DU ' SUS-DTDETEC ' - LOT ' SUS-NUMLOT
              ' LIGNE ' SUS-NUMENR ' (' SUS-ID-TAB ')'.
           DISPLAY 'LIGNE : ' SUS-LIGNE.
           DISPLAY 'MOUVEMENT DEJA PASSE : REFERENCE ' SUS-REF-ORIG.
           DISPLAY 'LIBERER (L) / ANNULER (A) / LAISSER EN SUSPENS '
              '(AUTRE) ? ' WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           EVALUATE WS-CHOIX
              WHEN 'L' PERFORM LIBERER-SUSPENS
              WHEN 'A' PERFORM ANNULER-SUSPENS
              WHEN OTHER ADD 1 TO WS-NB-GARDES
           END-EVALUATE.
           PERFORM LIRE-SUSPENS.
       TRAITER-SUSPENS-FIN.
           EXIT.
      *----LA LIGNE LIBEREE EST MISE EN TABLE POUR LE MINI BUFFER------
       LIBERER-SUSPENS.
           IF WS-NB-LIB-TBL >= 100
              DISPLAY 'MINI BUFFER PLEIN - LIGNE LAISSEE EN SUSPENS'
              ADD 1 TO WS-NB-GARDES
           ELSE
              ADD 1 TO WS-NB-LIB-TBL
              MOVE SUS-ID-TAB TO TL-ID-TAB(WS-NB-LIB-TBL)
              MOVE SUS-LIGNE  TO TL-LIGNE(WS-NB-LIB-TBL)
              IF SUS-ID-TAB = 'V'
                 ADD 1 TO WS-CNT-NBVIR
              ELSE
                 ADD 1 TO WS-CNT-NBMVT
              END-IF
              MOVE 'L' TO SUS-STATUT
              PERFORM ECRIRE-STATUT
              ADD 1 TO WS-NB-LIBERES
           END-IF.
       ANNULER-SUSPENS.
           MOVE 'A' TO SUS-STATUT.
           PERFORM ECRIRE-STATUT.
           ADD 1 TO WS-NB-ANNULES.
       ECRIRE-STATUT.
           MOVE WS-DTJOUR TO SUS-DTSTAT.
           REWRITE ENR-SUSP
              INVALID KEY DISPLAY 'ERR. MAJ SUSPENS : ' FS-SUSP
           END-REWRITE.
      *----------------------------------------------------------------
      *    ECRITURE DU MINI BUFFER : ENTETE '0' AVEC LES COMPTES DES   *
      *    LIGNES LIBEREES, DETAILS, TRAILER '9'                       *
      *----------------------------------------------------------------
       ECRIRE-MINI-BUFFER.
           MOVE SPACES TO LIGNE-AG.
           MOVE '0'    TO ID-TAB.
           PERFORM REMPLIR-COMPTES-CTL.
           WRITE ENR-BUFFER.
           PERFORM ECRIRE-UN-LIBERE VARYING WS-IND-LIB FROM 1 BY 1
              UNTIL WS-IND-LIB > WS-NB-LIB-TBL.
           MOVE SPACES TO LIGNE-AG.
           MOVE '9'    TO ID-TAB.
           PERFORM REMPLIR-COMPTES-CTL.
           WRITE ENR-BUFFER.
       REMPLIR-COMPTES-CTL.
           MOVE 'L' TO CTL-MODE.
           MOVE ZERO         TO CTL-NBAG CTL-NBCLT CTL-NBRIB.
           MOVE WS-CNT-NBMVT TO CTL-NBMVT.
           MOVE WS-CNT-NBVIR TO CTL-NBVIR.
           MOVE ZERO         TO CTL-NBADR CTL-NBVRE.
           MOVE ZERO         TO CTL-NUMLOT.
           MOVE ZERO         TO CTL-DTCRE.
       ECRIRE-UN-LIBERE.
           MOVE TL-ID-TAB(WS-IND-LIB) TO ID-TAB.
           MOVE TL-LIGNE(WS-IND-LIB)  TO LIGNE-AG.
           WRITE ENR-BUFFER.
      *----------------------------------------------------------------
      *    LISTE DE TOUT LE FICHIER, AVEC STATUT (S/L/A)               *
      *----------------------------------------------------------------
       LISTER-SUSPENS.
           PERFORM LIRE-SUSPENS.
           PERFORM AFFICHER-SUSPENS UNTIL WS-SUS-EOF = 'O'.
           DISPLAY 'LIGNES ENCORE EN SUSPENS : ' WS-NB-SUSPENS.
       AFFICHER-SUSPENS.
           IF SUS-STATUT = 'S'
              ADD 1 TO WS-NB-SUSPENS
           END-IF.
           DISPLAY SUS-DTDETEC ' LOT ' SUS-NUMLOT ' LIGNE ' SUS-NUMENR
              ' ' SUS-ID-TAB ' STATUT ' SUS-STATUT ' LE ' SUS-DTSTAT
              ' REF ' SUS-REF-ORIG.
           DISPLAY '      ' SUS-LIGNE.
           PERFORM LIRE-SUSPENS.
