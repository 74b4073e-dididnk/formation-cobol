       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRLFACT.
      *PRESENTATION DES FACTURES CLIENTS AU PRELEVEMENT : LE REGISTRE
      *FACTREG.dat EST BALAYE ET CHAQUE FACTURE OUVERTE ARRIVEE A
      *ECHEANCE (DELAI DE PAIEMENT EN JOURS DEPUIS LA DATE DE
      *FACTURE, BASE 30/360, PARAMETRABLE AU LANCEMENT, DEFAUT 30)
      *D'UN CLIENT ADHERENT AU PRELEVEMENT (MANDAT NOTE SUR SA FICHE
      *CLICRED.dat PAR MAJCRED) EST PRESENTEE POUR SON RESTE A
      *RECOUVRER DANS LA REMISE AS-PRELEV, TRAITEE ENSUITE PAR
      *PRELEVDD COMME CELLE D'UN CREANCIER EXTERNE. LE MANDAT DOIT
      *ETRE ACTIF, EN VALIDITE ET ETABLI AU NOM DU CREANCIER
      *FACTCLIENT ; SINON LA FACTURE RESTE AU CIRCUIT DES RELANCES.
      *LE LIBELLE DU PRELEVEMENT PORTE LE NUMERO DE FACTURE ET LA
      *FACTURE PRESENTEE EST MARQUEE REG-MOTIF 'PRL' JUSQU'AU RETOUR
      *DE LA BANQUE, LETTRE PAR RETPRLV. UNE FACTURE DEJA REVENUE
      *IMPAYEE ('IMP') N'EST PLUS PRESENTEE. UNE REMISE PRECEDENTE
      *PAS ENCORE LETTREE PAR RETPRLV BLOQUE LE PASSAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGFAC ASSIGN TO "FACTREG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-NUMERO
           FILE STATUS IS WS-FSREG.

           SELECT FCLICRED ASSIGN TO "CLICRED.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-CLIENT
           FILE STATUS IS WS-FSCRED.

           SELECT FMANDAT ASSIGN TO DD-MANDAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MDT-NUM
           FILE STATUS IS WS-FSMDT.

           SELECT FPRELEV ASSIGN TO AS-PRELEV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSPRL.

       DATA DIVISION.
       FILE SECTION.
       FD FREGFAC.
       01 ENR-REGFAC.
           05 REG-NUMERO    PIC 9(6).
           05 REG-TYPE      PIC X.
           05 REG-ORIGINE   PIC 9(6).
           05 REG-CLIENT    PIC X(5).
           05 REG-DATE      PIC 9(8).
           05 REG-HT        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REG-TVA       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REG-TTC       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REG-REGLE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REG-STATUT    PIC X.
           05 REG-NIVREL    PIC 9.
      *REG-MOTIF D'UNE FACTURE : 'PRL' PRESENTEE AU PRELEVEMENT,
      *'IMP' REVENUE IMPAYEE DU PRELEVEMENT
           05 REG-MOTIF     PIC X(3).

       FD FCLICRED.
       01 ENR-CLICRED.
           05 CRD-CLIENT    PIC X(5).
           05 CRD-PLAFOND   PIC 9(7)V99.
           05 CRD-BLOQUE    PIC X.
           05 CRD-LIBERE    PIC X.
           05 CRD-DTMAJ     PIC 9(8).
           05 CRD-MANDAT    PIC 9(5).

       FD FMANDAT.
       01 ENR-MANDAT.
           10 MDT-NUM       PIC 9(5).
           10 MDT-CLT       PIC 9(5).
           10 MDT-CREANCIER PIC X(10).
           10 MDT-CPTE      PIC X(23).
           10 MDT-DTDEBUT   PIC 9(8).
           10 MDT-DTFIN     PIC 9(8).
           10 MDT-STATUT    PIC X.

       FD FPRELEV.
       01 ENR-PRELEV.
           10 PRL-MANDAT    PIC 9(5).
           10 PRL-CREANCIER PIC X(10).
           10 PRL-CLT       PIC 9(5).
           10 PRL-DATE      PIC 9(8).
           10 PRL-MONT      PIC 9(9)V9(2).
           10 PRL-LIB       PIC X(18).

       WORKING-STORAGE SECTION.
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-FSCRED       PIC XX VALUE ZERO.
       01 WS-FSMDT        PIC XX VALUE ZERO.
       01 WS-FSPRL        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-EN-ATTENTE   PIC X VALUE 'N'.
       01 WS-MANDAT-OK    PIC X VALUE 'N'.
       01 WS-CREANCIER    PIC X(10) VALUE 'FACTCLIENT'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-DTJOUR-R REDEFINES WS-DTJOUR.
           05 WS-JOUR-AA  PIC 9(4).
           05 WS-JOUR-MM  PIC 9(2).
           05 WS-JOUR-JJ  PIC 9(2).
       01 WS-DTFAC        PIC 9(8) VALUE ZERO.
       01 WS-DTFAC-R REDEFINES WS-DTFAC.
           05 WS-FAC-AA   PIC 9(4).
           05 WS-FAC-MM   PIC 9(2).
           05 WS-FAC-JJ   PIC 9(2).
       01 WS-AGE-JOURS    PIC S9(5) VALUE ZERO.
       01 WS-DELAI        PIC 9(3) VALUE 30.
       01 WS-DELAI-SAISIE PIC 9(3) VALUE ZERO.
       01 WS-RESTE        PIC S9(7)V99 VALUE ZERO.
      *LIBELLE DU PRELEVEMENT : NUMERO DE LA FACTURE PRESENTEE
       01 WS-LIB-PRL.
           05 FILLER         PIC X(8) VALUE 'FACTURE '.
           05 WS-LIB-NUMFAC  PIC 9(6).
           05 FILLER         PIC X(4) VALUE SPACES.
       01 WS-NB-PRESENTEES PIC 9(5) VALUE ZERO.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE ZERO.
       01 WS-TOT-PRESENTE PIC 9(9)V99 VALUE ZERO.
       01 WE-MONTANT      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM EXAMINER-FACTURE UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           DISPLAY 'DELAI DE PAIEMENT EN JOURS (VIDE = ' WS-DELAI
              ') : ' WITH NO ADVANCING.
           ACCEPT WS-DELAI-SAISIE.
           IF WS-DELAI-SAISIE NOT = ZERO
              MOVE WS-DELAI-SAISIE TO WS-DELAI
           END-IF.
           PERFORM CONTROLER-REMISE.
           IF WS-EN-ATTENTE = 'O'
              DISPLAY 'REMISE AS-PRELEV PRECEDENTE NON LETTREE - '
                 'PASSER PRELEVDD PUIS RETPRLV'
              MOVE 'O' TO WS-EOF
           ELSE
              PERFORM OUVRIR-FICHIERS
           END-IF.
      *----------------------------------------------------------------
      *    UNE REMISE NON VIDE EST UNE REMISE DONT LE RETOUR N'A PAS   *
      *    ENCORE ETE LETTRE (RETPRLV LA VIDE EN FIN DE LETTRAGE)      *
      *----------------------------------------------------------------
       CONTROLER-REMISE.
           OPEN INPUT FPRELEV.
           IF WS-FSPRL = '00'
              READ FPRELEV
                 AT END CONTINUE
                 NOT AT END MOVE 'O' TO WS-EN-ATTENTE
              END-READ
              CLOSE FPRELEV
           END-IF.
       OUVRIR-FICHIERS.
           OPEN I-O FREGFAC.
           OPEN INPUT FCLICRED FMANDAT.
           OPEN OUTPUT FPRELEV.
           IF WS-FSREG NOT = '00' OR WS-FSCRED NOT = '00'
              OR WS-FSMDT NOT = '00' OR WS-FSPRL NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: RF ' WS-FSREG
                 ' FC ' WS-FSCRED ' FD ' WS-FSMDT ' FV ' WS-FSPRL
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-FACTURE
           END-IF.
       LIRE-FACTURE.
           READ FREGFAC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE FACTURE OUVERTE, NON DEJA PRESENTEE, ECHUE, AVEC UN     *
      *    RESTE A RECOUVRER : CLIENT ADHERENT ET MANDAT VALIDE        *
      *----------------------------------------------------------------
       EXAMINER-FACTURE.
           IF REG-STATUT = 'O' AND REG-TYPE = 'F'
              AND REG-MOTIF = SPACES
              COMPUTE WS-RESTE = REG-TTC - REG-REGLE
              PERFORM CALCULER-AGE
              IF WS-RESTE > ZERO AND WS-AGE-JOURS >= WS-DELAI
                 PERFORM CHERCHER-MANDAT
              END-IF
           END-IF.
           PERFORM LIRE-FACTURE.
       CALCULER-AGE.
           MOVE REG-DATE TO WS-DTFAC.
           COMPUTE WS-AGE-JOURS =
              (WS-JOUR-AA - WS-FAC-AA) * 360
              + (WS-JOUR-MM - WS-FAC-MM) * 30
              + (WS-JOUR-JJ - WS-FAC-JJ).
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO TO WS-AGE-JOURS
           END-IF.
       CHERCHER-MANDAT.
           MOVE REG-CLIENT TO CRD-CLIENT.
           READ FCLICRED
              INVALID KEY MOVE ZERO TO CRD-MANDAT
           END-READ.
           IF CRD-MANDAT NOT = ZERO
              MOVE 'N' TO WS-MANDAT-OK
              MOVE CRD-MANDAT TO MDT-NUM
              READ FMANDAT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF MDT-STATUT = 'A'
                       AND MDT-CREANCIER = WS-CREANCIER
                       AND MDT-DTDEBUT <= WS-DTJOUR
                       AND (MDT-DTFIN = ZERO
                          OR MDT-DTFIN >= WS-DTJOUR)
                       MOVE 'O' TO WS-MANDAT-OK
                    END-IF
              END-READ
              IF WS-MANDAT-OK = 'O'
                 PERFORM PRESENTER-FACTURE
              ELSE
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY 'ANOMALIE - FACTURE ' REG-NUMERO ' CLIENT '
                    REG-CLIENT ' MANDAT ' CRD-MANDAT
                    ' ABSENT, REVOQUE OU HORS VALIDITE'
              END-IF
           END-IF.
       PRESENTER-FACTURE.
           MOVE MDT-NUM      TO PRL-MANDAT.
           MOVE WS-CREANCIER TO PRL-CREANCIER.
           MOVE MDT-CLT      TO PRL-CLT.
           MOVE WS-DTJOUR    TO PRL-DATE.
           MOVE WS-RESTE     TO PRL-MONT.
           MOVE REG-NUMERO   TO WS-LIB-NUMFAC.
           MOVE WS-LIB-PRL   TO PRL-LIB.
           WRITE ENR-PRELEV.
           MOVE 'PRL' TO REG-MOTIF.
           REWRITE ENR-REGFAC.
           ADD 1 TO WS-NB-PRESENTEES.
           ADD WS-RESTE TO WS-TOT-PRESENTE.
           MOVE WS-RESTE TO WE-MONTANT.
           DISPLAY 'FACTURE ' REG-NUMERO ' CLIENT ' REG-CLIENT
              ' MANDAT ' MDT-NUM ' PRESENTEE ' WE-MONTANT.
       FIN.
           IF WS-OUV-OK = 'O'
              CLOSE FREGFAC FCLICRED FMANDAT FPRELEV
           END-IF.
           MOVE WS-TOT-PRESENTE TO WE-MONTANT.
           DISPLAY '----------------------------------------'.
           DISPLAY 'FACTURES PRESENTEES : ' WS-NB-PRESENTEES
              ' POUR ' WE-MONTANT.
           DISPLAY 'ANOMALIES MANDAT    : ' WS-NB-ANOMALIES.
           IF WS-OUV-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-ANOMALIES > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
