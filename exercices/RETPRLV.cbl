       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRLV.
      *LETTRAGE DU RETOUR DE LA REMISE DE PRELEVEMENT DES FACTURES
      *(AS-PRELEV, PREPAREE PAR PRLFACT ET TRAITEE PAR PRELEVDD).
      *LES IMPAYES DU CREANCIER FACTCLIENT SONT D'ABORD CHARGES DEPUIS
      *AS-PRLIMP ; CHAQUE PRELEVEMENT DE LA REMISE EST ENSUITE RENDU
      *A SA FACTURE (NUMERO PORTE PAR LE LIBELLE) :
      *  - PAYE : LE MONTANT EST CUMULE SUR REG-REGLE COMME UN
      *    REGLEMENT DE REGLFACT, LA FACTURE REGLEE A HAUTEUR DE SON
      *    TTC EST SOLDEE ('S') ET SON NIVEAU DE RELANCE REMIS A ZERO ;
      *  - IMPAYE : LA FACTURE REVIENT AU CIRCUIT DES RELANCES,
      *    MARQUEE 'IMP' (PLUS PRESENTEE AU PRELEVEMENT), ET SON
      *    NIVEAU DE RELANCE MONTE D'UN CRAN (3 AU PLUS).
      *ANOMALIES SIGNALEES : FACTURE INCONNUE, NON PRESENTEE OU DEJA
      *SOLDEE, TROP-PERCU. EN FIN DE LETTRAGE LA REMISE EST VIDEE,
      *CE QUI AUTORISE LA REMISE SUIVANTE DE PRLFACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRELEV ASSIGN TO AS-PRELEV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSPRL.

           SELECT FPRLIMP ASSIGN TO AS-PRLIMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSIMP.

           SELECT FREGFAC ASSIGN TO "FACTREG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-NUMERO
           FILE STATUS IS WS-FSREG.

       DATA DIVISION.
       FILE SECTION.
       FD FPRELEV.
       01 ENR-PRELEV.
           10 PRL-MANDAT    PIC 9(5).
           10 PRL-CREANCIER PIC X(10).
           10 PRL-CLT       PIC 9(5).
           10 PRL-DATE      PIC 9(8).
           10 PRL-MONT      PIC 9(9)V9(2).
           10 PRL-LIB       PIC X(18).

       FD FPRLIMP.
       01 ENR-PRLIMP.
           10 IMP-MANDAT    PIC 9(5).
           10 IMP-CREANCIER PIC X(10).
           10 IMP-CLT       PIC 9(5).
           10 IMP-DATE      PIC 9(8).
           10 IMP-MONT      PIC 9(9)V9(2).
           10 IMP-LIB       PIC X(18).
           10 IMP-MOTIF     PIC X(3).

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

       WORKING-STORAGE SECTION.
       01 WS-FSPRL        PIC XX VALUE ZERO.
       01 WS-FSIMP        PIC XX VALUE ZERO.
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-CREANCIER    PIC X(10) VALUE 'FACTCLIENT'.
      *LIBELLE DU PRELEVEMENT : NUMERO DE LA FACTURE PRESENTEE
       01 WS-LIB-PRL.
           05 WS-LIB-ENTETE  PIC X(8).
           05 WS-LIB-NUMFAC  PIC 9(6).
           05 FILLER         PIC X(4).
      *----IMPAYES DU CREANCIER FACTCLIENT (AS-PRLIMP)-----------------
       01 WS-NB-IMP       PIC 9(3) VALUE ZERO.
       01 WS-IND-IMP      PIC 9(3) VALUE ZERO.
       01 WS-IMP-TROUVE   PIC 9(3) VALUE ZERO.
       01 WS-TBL-PLEINE   PIC X VALUE 'N'.
       01 T-IMPAYES.
           05 T-IMPAYE-LIG OCCURS 500 TIMES.
              10 TI-NUMFAC  PIC 9(6).
              10 TI-MOTIF   PIC X(3).
       01 WS-NB-RECUS     PIC 9(5) VALUE ZERO.
       01 WS-NB-LETTRES   PIC 9(5) VALUE ZERO.
       01 WS-NB-SOLDEES   PIC 9(5) VALUE ZERO.
       01 WS-NB-IMPAYES   PIC 9(5) VALUE ZERO.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE ZERO.
       01 WS-TOT-REGLE    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IMPAYE   PIC 9(9)V99 VALUE ZERO.
       01 WE-MONTANT      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM LETTRER-PRELEVEMENT UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           PERFORM CHARGER-IMPAYES.
           OPEN INPUT FPRELEV.
           OPEN I-O FREGFAC.
           IF WS-FSPRL NOT = '00' OR WS-FSREG NOT = '00'
              OR WS-FSIMP NOT = '00' OR WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. OUV FICHIERS: FV ' WS-FSPRL
                 ' FI ' WS-FSIMP ' RF ' WS-FSREG
                 ' TABLE IMPAYES PLEINE ' WS-TBL-PLEINE
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-PRELEVEMENT
           END-IF.
      *----------------------------------------------------------------
      *    IMPAYES DU RETOUR : UNE LIGNE PAR FACTURE REJETEE, LE       *
      *    TOTAL DE FIN DE FICHIER ET LES AUTRES CREANCIERS IGNORES    *
      *----------------------------------------------------------------
       CHARGER-IMPAYES.
           OPEN INPUT FPRLIMP.
           IF WS-FSIMP = '00'
              PERFORM LIRE-IMPAYE
              PERFORM RANGER-IMPAYE UNTIL WS-EOF = 'O'
              CLOSE FPRLIMP
              MOVE 'N' TO WS-EOF
           END-IF.
       LIRE-IMPAYE.
           READ FPRLIMP
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       RANGER-IMPAYE.
           IF IMP-CREANCIER = WS-CREANCIER AND IMP-MOTIF NOT = 'TOT'
              MOVE IMP-LIB TO WS-LIB-PRL
              IF WS-NB-IMP < 500
                 ADD 1 TO WS-NB-IMP
                 MOVE WS-LIB-NUMFAC TO TI-NUMFAC(WS-NB-IMP)
                 MOVE IMP-MOTIF     TO TI-MOTIF(WS-NB-IMP)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           END-IF.
           PERFORM LIRE-IMPAYE.
       LIRE-PRELEVEMENT.
           READ FPRELEV
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-RECUS
           END-READ.
      *----------------------------------------------------------------
      *    UN PRELEVEMENT DE LA REMISE : RETOUR A SA FACTURE, PAYE OU  *
      *    IMPAYE SELON AS-PRLIMP                                      *
      *----------------------------------------------------------------
       LETTRER-PRELEVEMENT.
           MOVE PRL-LIB TO WS-LIB-PRL.
           IF PRL-CREANCIER NOT = WS-CREANCIER
              OR WS-LIB-ENTETE NOT = 'FACTURE '
              OR WS-LIB-NUMFAC NOT NUMERIC
              ADD 1 TO WS-NB-ANOMALIES
              DISPLAY 'ANOMALIE - PRELEVEMENT ' PRL-MANDAT ' '
                 PRL-LIB ' HORS FACTURATION, NON LETTRE'
           ELSE
              MOVE WS-LIB-NUMFAC TO REG-NUMERO
              READ FREGFAC
                 INVALID KEY
                    ADD 1 TO WS-NB-ANOMALIES
                    DISPLAY 'ANOMALIE - FACTURE ' WS-LIB-NUMFAC
                       ' INCONNUE DU REGISTRE, PRELEVEMENT '
                       PRL-MONT ' NON LETTRE'
                 NOT INVALID KEY
                    PERFORM RENDRE-A-LA-FACTURE
              END-READ
           END-IF.
           PERFORM LIRE-PRELEVEMENT.
       RENDRE-A-LA-FACTURE.
           PERFORM CHERCHER-IMPAYE.
           EVALUATE TRUE
              WHEN REG-MOTIF NOT = 'PRL'
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY 'ANOMALIE - FACTURE ' REG-NUMERO
                    ' NON PRESENTEE AU PRELEVEMENT, NON LETTREE'
              WHEN WS-IMP-TROUVE > ZERO
                 PERFORM REOUVRIR-FACTURE
              WHEN REG-STATUT = 'S'
                 ADD 1 TO WS-NB-ANOMALIES
                 MOVE SPACES TO REG-MOTIF
                 REWRITE ENR-REGFAC
                 DISPLAY 'ANOMALIE - FACTURE ' REG-NUMERO
                    ' DEJA SOLDEE, PRELEVEMENT ' PRL-MONT
                    ' A REMBOURSER'
              WHEN OTHER
                 PERFORM APPLIQUER-PRELEVEMENT
           END-EVALUATE.
       CHERCHER-IMPAYE.
           MOVE ZERO TO WS-IMP-TROUVE.
           PERFORM COMPARER-IMPAYE VARYING WS-IND-IMP FROM 1 BY 1
              UNTIL WS-IND-IMP > WS-NB-IMP.
       COMPARER-IMPAYE.
           IF TI-NUMFAC(WS-IND-IMP) = REG-NUMERO
              MOVE WS-IND-IMP TO WS-IMP-TROUVE
           END-IF.
      *----------------------------------------------------------------
      *    PRELEVEMENT PAYE : MEME LETTRAGE QUE REGLFACT               *
      *----------------------------------------------------------------
       APPLIQUER-PRELEVEMENT.
           ADD PRL-MONT TO REG-REGLE.
           ADD PRL-MONT TO WS-TOT-REGLE.
           ADD 1 TO WS-NB-LETTRES.
           MOVE SPACES TO REG-MOTIF.
           IF REG-REGLE > REG-TTC
              ADD 1 TO WS-NB-ANOMALIES
              DISPLAY 'ANOMALIE - TROP-PERCU SUR FACTURE '
                 REG-NUMERO ' : REGLE ' REG-REGLE
                 ' POUR TTC ' REG-TTC
           END-IF.
           IF REG-REGLE >= REG-TTC
              MOVE 'S' TO REG-STATUT
              MOVE ZERO TO REG-NIVREL
              ADD 1 TO WS-NB-SOLDEES
              DISPLAY 'FACTURE ' REG-NUMERO ' SOLDEE PAR PRELEVEMENT'
                 ' - CLIENT ' REG-CLIENT
           END-IF.
           REWRITE ENR-REGFAC.
      *----------------------------------------------------------------
      *    PRELEVEMENT IMPAYE : RETOUR AUX RELANCES, UN CRAN DE PLUS   *
      *----------------------------------------------------------------
       REOUVRIR-FACTURE.
           MOVE 'IMP' TO REG-MOTIF.
           MOVE 'O' TO REG-STATUT.
           IF REG-NIVREL < 3
              ADD 1 TO REG-NIVREL
           END-IF.
           REWRITE ENR-REGFAC.
           ADD 1 TO WS-NB-IMPAYES.
           ADD PRL-MONT TO WS-TOT-IMPAYE.
           DISPLAY 'FACTURE ' REG-NUMERO ' IMPAYEE ('
              TI-MOTIF(WS-IMP-TROUVE) ') - CLIENT ' REG-CLIENT
              ' RELANCE NIVEAU ' REG-NIVREL.
       FIN.
           IF WS-OUV-OK = 'O'
              CLOSE FPRELEV FREGFAC
              OPEN OUTPUT FPRELEV
              CLOSE FPRELEV
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PRELEVEMENTS RECUS  : ' WS-NB-RECUS.
           MOVE WS-TOT-REGLE TO WE-MONTANT.
           DISPLAY 'PRELEVEMENTS PAYES  : ' WS-NB-LETTRES
              ' POUR ' WE-MONTANT.
           DISPLAY 'FACTURES SOLDEES    : ' WS-NB-SOLDEES.
           MOVE WS-TOT-IMPAYE TO WE-MONTANT.
           DISPLAY 'FACTURES IMPAYEES   : ' WS-NB-IMPAYES
              ' POUR ' WE-MONTANT.
           DISPLAY 'ANOMALIES           : ' WS-NB-ANOMALIES.
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
