      *     DDCLOT ET LA CLOTURE EST JOURNALISEE DANS AS-CLOTLOG POUR
      *     L'AUDIT (REFERENCES DES MOUVEMENTS DE REGULARISATION
      *     COMPRISES).
      * LE CONTROLE DES MOUVEMENTS POSTERIEURS A LA CLOTURE SE FAIT
      * PAR LE CHEMIN SECONDAIRE COMPTE + DATE DE FMVTC (CPTDT-TMVTC) :
      * SEULS LES MOUVEMENTS DU COMPTE DEMANDE SONT LUS, PLUS DE
      * BALAYAGE COMPLET NI DE TABLE LIMITEE A 500 COMPTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FCLOTLOG ASSIGN TO AS-CLOTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

      * MOUVEMENTS DE REGULARISATION POSTES A LA CLOTURE ET CONTROLE
      * DES MOUVEMENTS POSTERIEURS (CHEMIN COMPTE + DATE)
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
       01  FS-CLOTURE   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-CLOTLOG   PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-SOLDE-SIGNE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RESIDU    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-SENS-RES  PIC X VALUE SPACE.
      *----PREMIER MOUVEMENT DU COMPTE POSTERIEUR A LA CLOTURE---------
       01  WS-DERN-DATE PIC 9(8) VALUE ZERO.

      *----RELEVE DE CLOTURE (PRESENTATION PG17CH12)-------------------
       01  LG-VIDE      PIC X(80) VALUE SPACES.
           IF WS-TX-JOUR-SAISI NOT = ZERO
              MOVE WS-TX-JOUR-SAISI TO WS-TX-JOUR
           END-IF.
           OPEN INPUT FCLOTURE.
           OPEN I-O FRIB.
           OPEN I-O FMVTC.
           ELSE
              PERFORM LIRE-DEMANDE
           END-IF.
       LIRE-DEMANDE.
           READ FCLOTURE
              AT END MOVE 'O' TO WS-EOF
      *    UNE DEMANDE DE CLOTURE                                      *
      *----------------------------------------------------------------
       TRAITER-DEMANDE.
           MOVE CLO-CPTE TO CPTE-TRIB.
           READ FRIB
           INVALID KEY
                 PERFORM CLORE-COMPTE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    PREMIER MOUVEMENT DU COMPTE DATE APRES LA CLOTURE : ON SE   *
      *    POSITIONNE SUR LA CLE COMPTE + DATE DE CLOTURE ET ON LIT LE *
      *    SUIVANT, QUI N'EST RETENU QUE S'IL PORTE LE MEME COMPTE     *
      *----------------------------------------------------------------
       CHERCHER-DERNIERE-DATE.
           MOVE ZERO TO WS-DERN-DATE.
           MOVE CLO-CPTE TO CPTE-TMVTC.
           MOVE CLO-DATE TO DATE-TMVTC.
           START FMVTC KEY IS > CPTDT-TMVTC
              INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM LIRE-MVT-POSTERIEUR
           END-START.
       LIRE-MVT-POSTERIEUR.
           READ FMVTC NEXT
              AT END CONTINUE
              NOT AT END
                 IF CPTE-TMVTC = CLO-CPTE
                    MOVE DATE-TMVTC TO WS-DERN-DATE
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    REGLEMENT FINAL : AGIOS EN INSTANCE (LOGIQUE CALCAGIO),     *
      *    VIREMENT DU RESIDU, MARQUAGE FERME, RELEVE ET JOURNAL       *
           END-IF.
           DISPLAY 'COMPTES CLOS      : ' WS-NB-CLOTURES.
           DISPLAY 'CLOTURES REFUSEES : ' WS-NB-REFUS.
           STOP RUN.
