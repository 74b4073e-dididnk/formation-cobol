       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPPCHQ.
       AUTHOR.     E NGBAME.
      * MAINTENANCE DU REGISTRE DES OPPOSITIONS SUR CHEQUES
      * (DD-OPPOS) : LE CLIENT QUI PERD OU SE FAIT VOLER UN CHEQUE OU
      * UN CARNET FAIT OPPOSITION A SON AGENCE, SUR UN NUMERO OU UNE
      * PLAGE DE NUMEROS DU COMPTE, AVEC SON MOTIF ET SA DATE. UN
      * DEBIT 'CHQ' DONT LE NUMERO TOMBE DANS UNE OPPOSITION ACTIVE
      * EST REJETE AU CHARGEMENT (PG15CH08, COMPENTR - CODE A013) ;
      * CHQSUIVI EDITE A PART LES NUMEROS OPPOSES. MOTIFS :
      *   PER = PERTE, VOL = VOL, UTF = UTILISATION FRAUDULEUSE,
      *   RJL = REDRESSEMENT OU LIQUIDATION JUDICIAIRE DU PORTEUR.
      * SUR LE MODELE D'ORDPERM. MODES : A = AJOUT, S = SUPPRESSION
      * (MAINLEVEE : L'OPPOSITION EST CONSERVEE AU STATUT L AVEC SA
      * DATE DE LEVEE), L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOPPOS ASSIGN TO DD-OPPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOS.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

       DATA DIVISION.
       FILE SECTION.
      *----STATUT A = ACTIVE, L = LEVEE (MAINLEVEE)--------------------
       FD  FOPPOS.
       01  ENR-OPPOS.
           10 OPP-CLE.
              15 OPP-CPTE   PIC X(23).
              15 OPP-NUMDEB PIC 9(7).
           10 OPP-NUMFIN  PIC 9(7).
           10 OPP-MOTIF   PIC X(3).
           10 OPP-DATE    PIC 9(8).
           10 OPP-STATUT  PIC X.
           10 OPP-DTLEV   PIC 9(8).

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
       01  FS-OPPOS     PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT       VALUE 'A'.
           88 MODE-SUPPRESSION VALUE 'S'.
           88 MODE-LISTE       VALUE 'L'.
       01  WS-OPP-EOF   PIC X VALUE 'N'.
       01  WS-NB-OPPOS  PIC 9(5) VALUE ZERO.
       01  WS-NB-ACTIVES PIC 9(5) VALUE ZERO.
       01  WS-CPTE-OK   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-MOTIF-OPP PIC X(3) VALUE SPACES.
           88 MOTIF-VALIDE VALUE 'PER' 'VOL' 'UTF' 'RJL'.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=AJOUT / S=SUPPRESSION / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM OUVRIR-FICHIER.
           IF FS-OPPOS = '00'
              IF MODE-AJOUT
                 PERFORM AJOUTER-OPPOSITION
              ELSE
                 IF MODE-SUPPRESSION
                    PERFORM LEVER-OPPOSITION
                 ELSE
                    PERFORM LISTER-OPPOSITIONS
                 END-IF
              END-IF
              CLOSE FOPPOS
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE (FS 35)    *
      *----------------------------------------------------------------
       OUVRIR-FICHIER.
           OPEN I-O FOPPOS.
           IF FS-OPPOS = '35'
              OPEN OUTPUT FOPPOS
              CLOSE FOPPOS
              OPEN I-O FOPPOS
           END-IF.
           IF FS-OPPOS NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-OPPOS : ' FS-OPPOS
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE D'UNE OPPOSITION : COMPTE CONNU, PLAGE COHERENTE     *
      *    (DERNIER NUMERO ZERO = UN SEUL CHEQUE), MOTIF DE LA LISTE   *
      *----------------------------------------------------------------
       AJOUTER-OPPOSITION.
           DISPLAY 'COMPTE (X(23))                : '
              WITH NO ADVANCING.
           ACCEPT OPP-CPTE.
           DISPLAY 'PREMIER NUMERO (9(7))         : '
              WITH NO ADVANCING.
           ACCEPT OPP-NUMDEB.
           DISPLAY 'DERNIER NUMERO (0=UN SEUL)    : '
              WITH NO ADVANCING.
           ACCEPT OPP-NUMFIN.
           DISPLAY 'MOTIF (PER/VOL/UTF/RJL)       : '
              WITH NO ADVANCING.
           ACCEPT WS-MOTIF-OPP.
           DISPLAY 'DATE OPPOSITION (0=JOUR)      : '
              WITH NO ADVANCING.
           ACCEPT OPP-DATE.
           IF OPP-NUMFIN = ZERO
              MOVE OPP-NUMDEB TO OPP-NUMFIN
           END-IF.
           IF OPP-DATE = ZERO
              MOVE WS-DTJOUR TO OPP-DATE
           END-IF.
           PERFORM CONTROLER-COMPTE.
           IF WS-CPTE-OK = 'N'
              DISPLAY 'OPPOSITION NON ENREGISTREE'
           ELSE
              IF NOT MOTIF-VALIDE
                 DISPLAY 'MOTIF INVALIDE - OPPOSITION NON ENREGISTREE'
              ELSE
                 IF OPP-NUMFIN < OPP-NUMDEB
                    DISPLAY 'PLAGE INCOHERENTE - NON ENREGISTREE'
                 ELSE
                    MOVE WS-MOTIF-OPP TO OPP-MOTIF
                    MOVE 'A'  TO OPP-STATUT
                    MOVE ZERO TO OPP-DTLEV
                    WRITE ENR-OPPOS
                    INVALID KEY
                       DISPLAY 'OPPOSITION DEJA ENREGISTREE : '
                          OPP-NUMDEB
                    NOT INVALID KEY
                       DISPLAY 'OPPOSITION ENREGISTREE - ' OPP-CPTE
                          ' DU ' OPP-NUMDEB ' AU ' OPP-NUMFIN
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
       CONTROLER-COMPTE.
           MOVE 'N' TO WS-CPTE-OK.
           OPEN INPUT FRIB.
           IF FS-RIB NOT = '00'
              DISPLAY 'ERR. OUVERTURE FRIB : ' FS-RIB
           ELSE
              MOVE OPP-CPTE TO CPTE-TRIB
              READ FRIB
                 INVALID KEY
                    DISPLAY 'COMPTE INCONNU : ' OPP-CPTE
                 NOT INVALID KEY
                    MOVE 'O' TO WS-CPTE-OK
              END-READ
              CLOSE FRIB
           END-IF.
      *----------------------------------------------------------------
      *    MAINLEVEE D'UNE OPPOSITION PAR COMPTE ET PREMIER NUMERO     *
      *----------------------------------------------------------------
       LEVER-OPPOSITION.
           DISPLAY 'COMPTE (X(23))                : '
              WITH NO ADVANCING.
           ACCEPT OPP-CPTE.
           DISPLAY 'PREMIER NUMERO DE LA PLAGE    : '
              WITH NO ADVANCING.
           ACCEPT OPP-NUMDEB.
           READ FOPPOS
           INVALID KEY
              DISPLAY 'OPPOSITION NON TROUVEE : ' OPP-NUMDEB
           NOT INVALID KEY
              IF OPP-STATUT = 'L'
                 DISPLAY 'OPPOSITION DEJA LEVEE LE ' OPP-DTLEV
              ELSE
                 MOVE 'L'       TO OPP-STATUT
                 MOVE WS-DTJOUR TO OPP-DTLEV
                 REWRITE ENR-OPPOS
                 DISPLAY 'OPPOSITION LEVEE : ' OPP-CPTE ' DU '
                    OPP-NUMDEB ' AU ' OPP-NUMFIN
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DU REGISTRE                                  *
      *----------------------------------------------------------------
       LISTER-OPPOSITIONS.
           PERFORM LIRE-OPPOSITION.
           PERFORM AFFICHER-OPPOSITION UNTIL WS-OPP-EOF = 'O'.
           DISPLAY 'NOMBRE D OPPOSITIONS : ' WS-NB-OPPOS
              ' DONT ACTIVES : ' WS-NB-ACTIVES.
       LIRE-OPPOSITION.
           READ FOPPOS NEXT RECORD
              AT END MOVE 'O' TO WS-OPP-EOF
           END-READ.
       AFFICHER-OPPOSITION.
           ADD 1 TO WS-NB-OPPOS.
           IF OPP-STATUT = 'A'
              ADD 1 TO WS-NB-ACTIVES
              DISPLAY OPP-CPTE ' DU ' OPP-NUMDEB ' AU ' OPP-NUMFIN
                 ' ' OPP-MOTIF ' LE ' OPP-DATE ' ACTIVE'
           ELSE
              DISPLAY OPP-CPTE ' DU ' OPP-NUMDEB ' AU ' OPP-NUMFIN
                 ' ' OPP-MOTIF ' LE ' OPP-DATE ' LEVEE LE ' OPP-DTLEV
           END-IF.
           PERFORM LIRE-OPPOSITION.
