      *   VERSEMENT 'V' -> LIGNE 'M' CREDIT TYPE 'ESP'
      *   RETRAIT   'R' -> LIGNE 'M' DEBIT  TYPE 'ESP'
      *   VIREMENT  'T' -> LIGNE 'V' (DEUX JAMBES CHEZ PG15CH08)
      *   REMISE    'C' -> LIGNE 'M' CREDIT TYPE 'RCH' AVEC LE NUMERO
      *                    DU CHEQUE (DATE DE VALEUR DECALEE DU DELAI
      *                    D'ENCAISSEMENT AS-DTVAL PAR PG15CH08)
      * CHAQUE CHEQUE REMIS EST EN OUTRE INSCRIT AU REGISTRE DES
      * REMISES DD-REMCHQ (REFERENCE MVTREF, STATUT 'E' A EMETTRE,
      * FIN D'ENCAISSEMENT = MEME DECALAGE 'RCH') : COMPEMIS L'ENVOIE
      * EN COMPENSATION, REMIMPAY TRAITE SON RETOUR IMPAYE ET REMFLOT
      * LISTE LES REMISES ENCORE EN COURS D'ENCAISSEMENT. UN NOUVEAU
      * PASSAGE SUR LA MEME JOURNEE N'INSCRIT PAS DEUX FOIS LE MEME
      * CHEQUE (CLE DE L'OPERATION GUICHET EN CLE ALTERNEE).
      * LES PLAFONDS ET L'ABSENCE DE DECOUVERT DES LIVRETS SONT
      * CONTROLES AU CHARGEMENT PAR PG15CH08 (REJETS A011 / A012).
      * LES DEBITS ACCEPTES AU GUICHET SANS PROVISION SUR VISA D'UN
      * SUPERVISEUR (GUI-VISA) SONT LISTES AVEC LE CODE DU VISEUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS GUI-CLE
           FILE STATUS IS FS-GUIJOUR.

      *----REGISTRE DES REMISES DE CHEQUES-----------------------------
           SELECT FREMCHQ ASSIGN TO DD-REMCHQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REM-REF
           ALTERNATE RECORD KEY IS REM-ORIG
           FILE STATUS IS FS-REMCHQ.

      *----PARAMETRAGE DES DATES DE VALEUR (AS-DTVAL, VOIR CHGDTVAL)---
           SELECT FDTVAL ASSIGN TO AS-DTVAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DTVAL.

           SELECT FBUFFER ASSIGN TO AS-BUFFER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 GUI-CLTCRE   PIC 9(5).
           10 GUI-MONT     PIC 9(9)V9(2).
           10 GUI-OPER     PIC X(8).
           10 GUI-BQE      PIC X(10).
           10 GUI-NUMCHQ   PIC 9(7).
           10 GUI-VISA     PIC X(8).

      *----STATUT E = A EMETTRE, T = TRANSMIS EN COMPENSATION,---------
      *----I = REVENU IMPAYE (REMIMPAY)--------------------------------
       FD  FREMCHQ.
       01  ENR-REMCHQ.
           10 REM-REF     PIC 9(13).
           10 REM-ORIG    PIC X(18).
           10 REM-CLT     PIC 9(5).
           10 REM-CPTE    PIC X(23).
           10 REM-BQE     PIC X(10).
           10 REM-NUMCHQ  PIC 9(7).
           10 REM-MONT    PIC 9(9)V9(2).
           10 REM-DTREM   PIC 9(8).
           10 REM-DTVAL   PIC 9(8).
           10 REM-STATUT  PIC X.
           10 REM-DTSTAT  PIC 9(8).
           10 REM-MOTIF   PIC X(3).

       FD  FDTVAL.
       01  ENR-DTVAL.
           10 DTV-TYPE    PIC X(3).
           10 DTV-SIGNE   PIC X.
           10 DTV-JOURS   PIC 9(2).

       FD  FBUFFER.
       01  ENR-BUFFER.
       01  FS-GUIJOUR   PIC XX VALUE ZERO.
       01  FS-BUFFER    PIC XX VALUE ZERO.
       01  FS-NUMLOT    PIC XX VALUE ZERO.
       01  FS-REMCHQ    PIC XX VALUE ZERO.
       01  FS-DTVAL     PIC XX VALUE ZERO.
       01  WS-DTVAL-EOF PIC X VALUE 'N'.
       01  WS-REM-DISPO PIC X VALUE 'N'.
       01  WS-REF-REM   PIC 9(13) VALUE ZERO.
       01  WS-NB-REMIS  PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA-REMIS PIC 9(5) VALUE ZERO.
      *----DELAI D'ENCAISSEMENT DES REMISES (TYPE 'RCH' DE AS-DTVAL)---
       01  WS-SIGNE-RCH PIC X VALUE '+'.
       01  WS-JOURS-RCH PIC 9(2) VALUE ZERO.
       01  WS-DTVAL-REM PIC 9(8) VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTTRAIT   PIC 9(8) VALUE ZERO.
       01  WS-NUMLOT    PIC 9(6) VALUE ZERO.
       01  WS-CNT-NBMVT PIC 9(5) VALUE ZERO.
       01  WS-CNT-NBVIR PIC 9(5) VALUE ZERO.
       01  WS-NB-IGNOREES PIC 9(5) VALUE ZERO.
       01  WS-NB-VISES  PIC 9(5) VALUE ZERO.
      *----LE LOT EST D'ABORD CONSTITUE EN TABLE POUR POUVOIR ECRIRE---
      *----L'ENTETE AVEC LES BONS COMPTES (DISCIPLINE RECYCREJ)--------
       01  WS-NB-LIGNES PIC 9(3) VALUE ZERO.
           IF WS-DTTRAIT = ZERO
              ACCEPT WS-DTTRAIT FROM DATE YYYYMMDD
           END-IF.
           PERFORM CHARGER-DELAI-RCH.
           OPEN INPUT FGUIJOUR.
           OPEN OUTPUT FBUFFER.
           OPEN I-O FREMCHQ.
           IF FS-REMCHQ = '35'
              OPEN OUTPUT FREMCHQ
              CLOSE FREMCHQ
              OPEN I-O FREMCHQ
           END-IF.
           IF FS-REMCHQ NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-REMCHQ : ' FS-REMCHQ
                 ' - REMISES NON INSCRITES'
           ELSE
              MOVE 'O' TO WS-REM-DISPO
           END-IF.
           IF FS-GUIJOUR NOT = '00' OR FS-BUFFER NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FG ' FS-GUIJOUR
                 ' FB ' FS-BUFFER
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    DELAI D'ENCAISSEMENT : DECALAGE 'RCH' DU PARAMETRAGE DES    *
      *    DATES DE VALEUR (ABSENT : FIN D'ENCAISSEMENT = JOUR MEME)   *
      *----------------------------------------------------------------
       CHARGER-DELAI-RCH.
           OPEN INPUT FDTVAL.
           IF FS-DTVAL NOT = '00'
              DISPLAY 'PARAMETRAGE AS-DTVAL ABSENT - REMISES SANS '
                 'DELAI D ENCAISSEMENT'
           ELSE
              PERFORM LIRE-DTVAL UNTIL WS-DTVAL-EOF = 'O'
              CLOSE FDTVAL
           END-IF.
       LIRE-DTVAL.
           READ FDTVAL
              AT END MOVE 'O' TO WS-DTVAL-EOF
              NOT AT END
                 IF DTV-TYPE = 'RCH'
                    MOVE DTV-SIGNE TO WS-SIGNE-RCH
                    MOVE DTV-JOURS TO WS-JOURS-RCH
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    UNE OPERATION DE LA DATE TRAITEE = UNE LIGNE DU LOT         *
      *----------------------------------------------------------------
       TRAITER-OPERATION.
           IF GUI-DATE = WS-DTTRAIT
              PERFORM CONVERTIR-OPERATION
              IF GUI-VISA NOT = SPACES
                 ADD 1 TO WS-NB-VISES
                 DISPLAY 'DEBIT SUR VISA : ' GUI-CLE ' ' GUI-NATURE
                    ' ' GUI-CLT ' ' GUI-MONT ' GUICHETIER ' GUI-OPER
                    ' VISEUR ' GUI-VISA
              END-IF
           ELSE
              ADD 1 TO WS-NB-IGNOREES
           END-IF.
                 MOVE GUI-CPTE TO CPTE-MVTC
                 MOVE GUI-DATE TO DATE-MVTC
                 MOVE GUI-MONT TO MONT-MVTC
                 IF GUI-NATURE = 'R'
                    MOVE 'D' TO SENS-MVTC
                 ELSE
                    MOVE 'C' TO SENS-MVTC
                 END-IF
                 MOVE 'EUR' TO DEV-MVTC
                 IF GUI-NATURE = 'C'
                    MOVE 'RCH' TO TYPE-MVTC
                    MOVE GUI-NUMCHQ TO NUMCHQ-MVTC
                    IF WS-REM-DISPO = 'O'
                       PERFORM INSCRIRE-REMISE
                    END-IF
                 ELSE
                    MOVE 'ESP' TO TYPE-MVTC
                    MOVE '0000000' TO NUMCHQ-MVTC
                 END-IF
                 ADD 1 TO WS-CNT-NBMVT
              END-IF
              ADD 1 TO WS-NB-LIGNES
              MOVE LIGNE-AG TO TL-LIGNE(WS-NB-LIGNES)
           END-IF.
      *----------------------------------------------------------------
      *    CHEQUE REMIS : INSCRIPTION AU REGISTRE DES REMISES, SAUF    *
      *    S'IL Y FIGURE DEJA (NOUVEAU PASSAGE SUR LA MEME JOURNEE)    *
      *----------------------------------------------------------------
       INSCRIRE-REMISE.
           MOVE GUI-CLE TO REM-ORIG.
           READ FREMCHQ KEY IS REM-ORIG
              INVALID KEY
                 PERFORM ECRIRE-REMISE
              NOT INVALID KEY
                 ADD 1 TO WS-NB-DEJA-REMIS
           END-READ.
       ECRIRE-REMISE.
           IF WS-JOURS-RCH = ZERO
              MOVE GUI-DATE TO WS-DTVAL-REM
           ELSE
              CALL 'DATEDECAL' USING GUI-DATE WS-SIGNE-RCH
                 WS-JOURS-RCH WS-DTVAL-REM
           END-IF.
           CALL 'MVTREF' USING GUI-DATE WS-REF-REM.
           MOVE WS-REF-REM   TO REM-REF.
           MOVE GUI-CLE      TO REM-ORIG.
           MOVE GUI-CLT      TO REM-CLT.
           MOVE GUI-CPTE     TO REM-CPTE.
           MOVE GUI-BQE      TO REM-BQE.
           MOVE GUI-NUMCHQ   TO REM-NUMCHQ.
           MOVE GUI-MONT     TO REM-MONT.
           MOVE GUI-DATE     TO REM-DTREM.
           MOVE WS-DTVAL-REM TO REM-DTVAL.
           MOVE 'E'          TO REM-STATUT.
           MOVE GUI-DATE     TO REM-DTSTAT.
           MOVE SPACES       TO REM-MOTIF.
           WRITE ENR-REMCHQ
              INVALID KEY DISPLAY 'ERR. ECR. DD-REMCHQ : ' FS-REMCHQ
              NOT INVALID KEY ADD 1 TO WS-NB-REMIS
           END-WRITE.
      *----------------------------------------------------------------
      *    NUMEROTATION DU LOT (COMPTEUR AS-NUMLOT, COMME GENSEED)     *
      *----------------------------------------------------------------
       ATTRIBUER-NUMERO-LOT.
           WRITE ENR-BUFFER.
       FIN.
           CLOSE FGUIJOUR FBUFFER.
           IF WS-REM-DISPO = 'O'
              CLOSE FREMCHQ
           END-IF.
           DISPLAY 'LIGNES MOUVEMENT : ' WS-CNT-NBMVT.
           DISPLAY 'CHEQUES INSCRITS : ' WS-NB-REMIS
              ' DEJA INSCRITS : ' WS-NB-DEJA-REMIS.
           DISPLAY 'LIGNES VIREMENT  : ' WS-CNT-NBVIR.
           DISPLAY 'HORS DATE        : ' WS-NB-IGNOREES.
           DISPLAY 'DEBITS SUR VISA  : ' WS-NB-VISES.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DU LOT PLEINE (200) - LOT INCOMPLET'
              MOVE 8 TO RETURN-CODE
