      * AUTORISE EST SIGNALE SUR L'ETAT DDDEPASS AVEC L'AGENCE DU
      * CLIENT, ET LA REPRISE SUR INCIDENT SE FAIT PAR CHECKPOINT
      * DU DERNIER GROUPE ENTIEREMENT APPLIQUE (DD-CKPTSH).
      * CHAQUE DEPASSEMENT EST AUSSI ECRIT DANS LE FICHIER AS-DEPASS
      * (CLIENT, COMPTE, DATE, SOLDE, AUTORISE) QUE LE CALCUL DES
      * COMMISSIONS D'INCIDENT (COMMINC) FACTURE.
      * CHAQUE SOLDE HISTORISE EST AUSSI PORTE DANS LE MIROIR CLE
      * DD-SOLDIDX (COMPTE + DATE, VOIR SOLDMIR) QUE LES TRANSACTIONS
      * LISENT ; UN MIROIR INDISPONIBLE EST SIGNALE SANS ARRETER
      * L'ARRETE (SOLDMIR LE RECONSTRUIT DEPUIS AS-SOLDH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

      *----MIROIR CLE DE L'HISTORIQUE (COMPTE + DATE, VOIR SOLDMIR)----
           SELECT FSOLDIDX ASSIGN TO DD-SOLDIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIX-CLE
           FILE STATUS IS FS-SOLDIDX.

      *----ETAT DES DEPASSEMENTS DE DECOUVERT AUTORISE (RISQUES)-------
           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPASS.

      *----DEPASSEMENTS A FACTURER PAR COMMINC-------------------------
           SELECT FDEPFAC ASSIGN TO AS-DEPASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPFAC.

      *----FILE D'EVENEMENTS POUR LE COURRIER CLIENT (VOIR CORRESP)----
           SELECT FEVTCOR ASSIGN TO AS-EVTCOR
           ORGANIZATION IS SEQUENTIAL
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

       FD  FSOLDIDX.
       01  ENR-SOLDIDX.
           10 SIX-CLE.
              15 SIX-CPTE  PIC X(23).
              15 SIX-DATE  PIC 9(8).
           10 SIX-CLT      PIC 9(5).
           10 SIX-SOLDE    PIC 9(9)V9(2).
           10 SIX-SENS     PIC X.

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
       01  REC-DEP.
           05 LG-DEP      PIC X(80).

       FD  FDEPFAC.
       01  ENR-DEPFAC.
           10 DPF-CLT     PIC 9(5).
           10 DPF-CPTE    PIC X(23).
           10 DPF-DATE    PIC 9(8).
           10 DPF-SOLDE   PIC 9(9)V9(2).
           10 DPF-DECOUV  PIC 9(7)V9(2).

       FD  FEVTCOR.
       01  ENR-EVTCOR.
           10 EVT-CLT     PIC 9(5).
       01  WS-SCELLE-RESULTAT PIC X VALUE 'O'.
       01  FS-MVTRIE    PIC XX VALUE ZERO.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-SOLDIDX   PIC XX VALUE ZERO.
       01  WS-MIROIR-OK PIC X VALUE 'N'.
       01  WS-MVTC-EOF  PIC X  VALUE 'N'.
       01  WS-CLT-COUR  PIC 9(5) VALUE ZERO.
       01  WS-CPTE-COUR PIC X(23) VALUE SPACES.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-DEPASS    PIC XX VALUE ZERO.
       01  WS-NB-DEPASS PIC 9(5) VALUE ZERO.
       01  FS-DEPFAC    PIC XX VALUE ZERO.
       01  FS-EVTCOR    PIC XX VALUE ZERO.
      *----BLOCAGES ACTIFS CHARGES EN TABLE : LE CONTROLE DE-----------
      *----DEPASSEMENT TRAVAILLE SUR LE SOLDE DISPONIBLE---------------
           IF FS-SOLDH = '35'
              OPEN OUTPUT FSOLDH
           END-IF.
           OPEN I-O FSOLDIDX.
           IF FS-SOLDIDX = '35'
              OPEN OUTPUT FSOLDIDX
              CLOSE FSOLDIDX
              OPEN I-O FSOLDIDX
           END-IF.
           IF FS-SOLDIDX = '00'
              MOVE 'O' TO WS-MIROIR-OK
           ELSE
              DISPLAY 'MIROIR DD-SOLDIDX INDISPONIBLE : ' FS-SOLDIDX
                 ' - A RECONSTRUIRE PAR SOLDMIR'
           END-IF.
           OPEN INPUT FCLT FAGENCE.
           OPEN OUTPUT FDEPASS.
           OPEN OUTPUT FDEPFAC.
           OPEN EXTEND FEVTCOR.
           IF FS-EVTCOR = '35'
              OPEN OUTPUT FEVTCOR
           MOVE SENS-TRIB    TO SLDH-SENS.
           WRITE ENR-SOLDH.
           ADD 1 TO WS-NB-HIST.
           IF WS-MIROIR-OK = 'O'
              PERFORM MIRER-SOLDE
           END-IF.
      *----------------------------------------------------------------
      *    MIROIR CLE : UN ARRETE REJOUE A LA MEME DATE REMPLACE LE    *
      *    SOLDE DEJA MIRE                                             *
      *----------------------------------------------------------------
       MIRER-SOLDE.
           MOVE SLDH-CPTE  TO SIX-CPTE.
           MOVE SLDH-DATE  TO SIX-DATE.
           MOVE SLDH-CLT   TO SIX-CLT.
           MOVE SLDH-SOLDE TO SIX-SOLDE.
           MOVE SLDH-SENS  TO SIX-SENS.
           WRITE ENR-SOLDIDX
              INVALID KEY
                 REWRITE ENR-SOLDIDX
                    INVALID KEY
                       DISPLAY 'ERR. MIROIR SOLDE : ' SLDH-CPTE
                          ' ' FS-SOLDIDX
                 END-REWRITE
           END-WRITE.
      *----------------------------------------------------------------
      *    SOLDE DEBITEUR AU-DELA DU DECOUVERT AUTORISE : LIGNE SUR    *
      *    L'ETAT DES DEPASSEMENTS, AVEC L'AGENCE DU CLIENT            *
           MOVE SOLDE-TRIB   TO WE-DEP-SOLDE.
           MOVE DECOUV-TRIB  TO WE-DEP-AUTOR.
           WRITE REC-DEP FROM LG-DET-DEP.
           IF FS-DEPFAC = '00'
              MOVE WS-CLT-COUR  TO DPF-CLT
              MOVE WS-CPTE-COUR TO DPF-CPTE
              MOVE WS-DTARRETE  TO DPF-DATE
              MOVE SOLDE-TRIB   TO DPF-SOLDE
              MOVE DECOUV-TRIB  TO DPF-DECOUV
              WRITE ENR-DEPFAC
           END-IF.
           IF FS-EVTCOR = '00'
              MOVE WS-CLT-COUR TO EVT-CLT
              MOVE 'DEP'       TO EVT-TYPE
           MOVE WS-NB-DEPASS TO WE-NB-DEPASS.
           WRITE REC-DEP FROM LG-TOT-DEP.
           CLOSE FRIB FMVTC-TRIE FSOLDH FCLT FAGENCE FDEPASS.
           IF WS-MIROIR-OK = 'O'
              CLOSE FSOLDIDX
           END-IF.
           IF FS-EVTCOR = '00'
              CLOSE FEVTCOR
           END-IF.
           IF FS-DEPFAC = '00'
              CLOSE FDEPFAC
           END-IF.
           DISPLAY 'SOLDES HISTORISES : ' WS-NB-HIST.
           DISPLAY 'DEPASSEMENTS      : ' WS-NB-DEPASS.
           IF WS-PASSE-OK = 'O'
