       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQIMPAY.
       AUTHOR.     E NGBAME.
      * CHEQUES IMPAYES ET REGISTRE DES INTERDITS BANCAIRES : LES
      * DEBITS 'CHQ' PRESENTES A LA DATE DU JOUR (CHARGEMENT PG15CH08)
      * SONT CONFRONTES A LA PROVISION DU COMPTE = SOLDE FRIB (A SA
      * DATE DE SOLDE) + DECOUVERT AUTORISE + MOUVEMENTS FMVTC POSTES
      * DEPUIS, LES CHEQUES DU JOUR ETANT PAYES DANS L'ORDRE DE LEUR
      * REFERENCE. UN CHEQUE SANS PROVISION SUFFISANTE EST :
      *   - CONTRE-PASSE (CREDIT 'CHQ' LIBELLE 'REJET CHQ IMPAYE') ET
      *     RETOURNE A LA BANQUE PRESENTATRICE DANS AS-CHQRET (MOTIF
      *     SPR, ENREGISTREMENT TOTAL EN FIN, DISCIPLINE COMPENTR) ;
      *   - FRAPPE DES FRAIS DE REJET (DEBIT 'FRA', FORFAIT SELON LE
      *     MONTANT DU CHEQUE) ;
      *   - INSCRIT AU REGISTRE DD-INTERDIT (INCIDENT ACTIF, DATE
      *     LIMITE DE REGULARISATION A CINQ ANS) ;
      *   - SIGNALE A CORRESP (EVENEMENT 'INJ' : LETTRE D'INJONCTION
      *     DE NE PLUS EMETTRE DE CHEQUES).
      * UN CHEQUE PAYE QUI REPREND LE NUMERO D'UN INCIDENT ACTIF DU
      * MEME COMPTE LEVE L'INCIDENT (MOTIF R = REPRESENTATION PAYEE) ;
      * LA LEVEE SUR PROVISION CONSTITUEE SE SAISIT PAR CHQINTER. TANT
      * QU'UN INCIDENT EST ACTIF, CHQCARNET REFUSE TOUT CARNET AU
      * CLIENT. EN FIN DE PASSE, LES INCIDENTS NOUVEAUX ET LEVES NON
      * ENCORE DECLARES SONT EXTRAITS DANS AS-FCCDECL POUR LE FICHIER
      * CENTRAL DES CHEQUES DE LA BANQUE DE FRANCE ('I' INCIDENT, 'L'
      * LEVEE, 'T' TOTAL) ET MARQUES DECLARES AU REGISTRE. UN NOUVEAU
      * PASSAGE LE MEME JOUR NE REJETTE PAS DEUX FOIS LE MEME CHEQUE.
      * ETAPE DE LA CHAINE FINJOUR (DATE DU JOUR PAR LINKAGE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

      *----REGISTRE DES INCIDENTS DE PAIEMENT SUR CHEQUE---------------
           SELECT FINTERDIT ASSIGN TO DD-INTERDIT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLE
           ALTERNATE RECORD KEY IS INC-CLT WITH DUPLICATES
           FILE STATUS IS FS-INTERDIT.

           SELECT FCHQRET ASSIGN TO AS-CHQRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHQRET.

           SELECT FFCCDECL ASSIGN TO AS-FCCDECL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCCDECL.

           SELECT FEVTCOR ASSIGN TO AS-EVTCOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EVTCOR.

       DATA DIVISION.
       FILE SECTION.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC    PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

      *----STATUT A = ACTIF, L = LEVE ; MOTIF DE LEVEE R = CHEQUE------
      *----REPRESENTE ET PAYE, P = PROVISION CONSTITUEE ; INDICATEURS--
      *----DE DECLARATION N = A DECLARER, O = DECLARE-------------------
       FD  FINTERDIT.
       01  ENR-INTERDIT.
           10 INC-CLE.
              15 INC-CPTE   PIC X(23).
              15 INC-REF    PIC 9(13).
           10 INC-CLT     PIC 9(5).
           10 INC-NUMCHQ  PIC 9(7).
           10 INC-MONT    PIC 9(9)V9(2).
           10 INC-DTINC   PIC 9(8).
           10 INC-DTLIM   PIC 9(8).
           10 INC-STATUT  PIC X.
           10 INC-DTLEV   PIC 9(8).
           10 INC-MOTLEV  PIC X.
           10 INC-DECL-INC PIC X.
           10 INC-DECL-LEV PIC X.

       FD  FCHQRET.
       01  ENR-CHQRET.
           10 RCQ-CPTE    PIC X(23).
           10 RCQ-NUMCHQ  PIC 9(7).
           10 RCQ-DATE    PIC 9(8).
           10 RCQ-MONT    PIC 9(9)V9(2).
           10 RCQ-REF     PIC 9(13).
           10 RCQ-MOTIF   PIC X(3).

      *----DESSIN FIXE : 'I' INCIDENT, 'L' LEVEE, 'T' TOTAL------------
       FD  FFCCDECL.
       01  ENR-FCCDECL.
           10 FCC-TYPE    PIC X.
           10 FCC-CLT     PIC 9(5).
           10 FCC-NOM     PIC X(20).
           10 FCC-PRENOM  PIC X(20).
           10 FCC-CPTE    PIC X(23).
           10 FCC-NUMCHQ  PIC 9(7).
           10 FCC-MONT    PIC 9(9)V9(2).
           10 FCC-DTINC   PIC 9(8).
           10 FCC-DTLIM   PIC 9(8).
           10 FCC-DTLEV   PIC 9(8).
           10 FCC-MOTLEV  PIC X.

       FD  FEVTCOR.
       01  ENR-EVTCOR.
           10 EVT-CLT     PIC 9(5).
           10 EVT-TYPE    PIC X(3).
           10 EVT-DATE    PIC 9(8).
           10 EVT-DETAIL  PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-INTERDIT  PIC XX VALUE ZERO.
       01  FS-CHQRET    PIC XX VALUE ZERO.
       01  FS-FCCDECL   PIC XX VALUE ZERO.
       01  FS-EVTCOR    PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-INC-EOF   PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTLIM     PIC 9(8) VALUE ZERO.
       01  WS-DTLIM-R REDEFINES WS-DTLIM.
           05 WS-AA-LIM  PIC 9(4).
           05 WS-MMJJ-LIM PIC 9(4).
       01  WS-REF-DEB   PIC 9(13) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-SOLDE-SIGNE PIC S9(11)V9(2) VALUE ZERO.
       01  WS-FRAIS     PIC 9(5)V9(2) VALUE ZERO.
       01  WS-MAJ-INC   PIC X VALUE 'N'.
       01  WS-NUMCHQ-ED PIC 9(7) VALUE ZERO.
      *----FORFAIT DE FRAIS DE REJET : JUSQU'A 50 EUR / AU-DELA--------
       01  WS-FRAIS-PETIT PIC 9(5)V9(2) VALUE 30.00.
       01  WS-FRAIS-GRAND PIC 9(5)V9(2) VALUE 50.00.
       01  WS-SEUIL-FRAIS PIC 9(9)V9(2) VALUE 50.00.
       01  WS-DELAI-ANS PIC 9(2) VALUE 5.
      *----COMPTEURS DE PASSE-----------------------------------------
       01  WS-NB-PRESENTES PIC 9(5) VALUE ZERO.
       01  WS-NB-PAYES   PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETES PIC 9(5) VALUE ZERO.
       01  WS-NB-DEJA    PIC 9(5) VALUE ZERO.
       01  WS-NB-LEVEES  PIC 9(5) VALUE ZERO.
       01  WS-NB-DECL-I  PIC 9(5) VALUE ZERO.
       01  WS-NB-DECL-L  PIC 9(5) VALUE ZERO.
       01  WS-TOT-REJET  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-FRAIS  PIC 9(9)V9(2) VALUE ZERO.
      *----CHEQUES PRESENTES DU JOUR, DANS L'ORDRE DES REFERENCES------
       01  WS-NB-CHQ    PIC 9(3) VALUE ZERO.
       01  WS-IND-CHQ   PIC 9(3) VALUE ZERO.
       01  T-CHEQUES.
           05 T-CHQ-LIG OCCURS 500 TIMES.
              10 TQ-REF    PIC 9(13).
              10 TQ-CLT    PIC 9(5).
              10 TQ-CPTE   PIC X(23).
              10 TQ-MONT   PIC 9(9)V9(2).
              10 TQ-NUMCHQ PIC 9(7).
              10 TQ-DEV    PIC X(3).
              10 TQ-IND-CPTE PIC 9(3).
      *----COMPTES TIRES ET PROVISION DISPONIBLE----------------------
       01  WS-NB-CPTES  PIC 9(3) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(3) VALUE ZERO.
       01  T-COMPTES.
           05 T-CPTE-LIG OCCURS 300 TIMES.
              10 TP-CPTE    PIC X(23).
              10 TP-CONNU   PIC X.
              10 TP-DTSOLDE PIC 9(8).
              10 TP-DISPO   PIC S9(11)V9(2).

       LINKAGE SECTION.
      *----DATE DU JOUR TRANSMISE PAR LE PILOTE FINJOUR - SI ZERO,-----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-MVTC = '00' AND FS-RIB = '00' AND FS-INTERDIT = '00'
              AND FS-CHQRET = '00' AND FS-FCCDECL = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM RELEVER-CHEQUES
              PERFORM CALCULER-PROVISIONS
              PERFORM EXAMINER-CHEQUE VARYING WS-IND-CHQ FROM 1 BY 1
                 UNTIL WS-IND-CHQ > WS-NB-CHQ
              PERFORM ECRIRE-TOTAL-RETOURS
              PERFORM EXTRAIRE-DECLARATIONS
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTJOUR
           ELSE
              DISPLAY 'DATE DE TRAITEMENT (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTJOUR
              IF WS-DTJOUR = ZERO
                 ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
              END-IF
           END-IF.
      *----ECHEANCE DE REGULARISATION : CINQ ANS APRES L'INCIDENT------
           MOVE WS-DTJOUR TO WS-DTLIM.
           ADD WS-DELAI-ANS TO WS-AA-LIM.
           IF WS-MMJJ-LIM = 0229
              MOVE 0228 TO WS-MMJJ-LIM
           END-IF.
           COMPUTE WS-REF-DEB = WS-DTJOUR * 100000.
           OPEN I-O FMVTC.
           OPEN INPUT FRIB.
      *----REGISTRE ABSENT : PREMIER INCIDENT DE LA BANQUE-------------
           OPEN I-O FINTERDIT.
           IF FS-INTERDIT = '35'
              OPEN OUTPUT FINTERDIT
              CLOSE FINTERDIT
              OPEN I-O FINTERDIT
           END-IF.
           OPEN OUTPUT FCHQRET FFCCDECL.
           IF FS-MVTC NOT = '00' OR FS-RIB NOT = '00'
              OR FS-INTERDIT NOT = '00' OR FS-CHQRET NOT = '00'
              OR FS-FCCDECL NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FM ' FS-MVTC ' FR ' FS-RIB
                 ' FI ' FS-INTERDIT ' FT ' FS-CHQRET
                 ' FD ' FS-FCCDECL
           END-IF.
      *----NOMS DES CLIENTS POUR LA DECLARATION (ABSENT TOLERE)--------
           OPEN INPUT FCLT.
           IF FS-CLT NOT = '00'
              DISPLAY 'REFERENTIEL DD-CLT ABSENT - DECLARATION SANS NOM'
           END-IF.
           OPEN EXTEND FEVTCOR.
           IF FS-EVTCOR = '35'
              OPEN OUTPUT FEVTCOR
           END-IF.
           IF FS-EVTCOR NOT = '00'
              DISPLAY 'ERR. OUV FILE AS-EVTCOR : ' FS-EVTCOR
                 ' - INJONCTIONS NON EMISES'
           END-IF.
      *----------------------------------------------------------------
      *    PASSE 1 : LES DEBITS 'CHQ' DU JOUR (REFERENCES MVTREF DE LA *
      *    DATE) NON ENCORE REJETES, ET LES COMPTES TIRES              *
      *----------------------------------------------------------------
       RELEVER-CHEQUES.
           MOVE WS-REF-DEB TO REF-TMVTC.
           START FMVTC KEY IS NOT LESS THAN REF-TMVTC
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-CHEQUE-DU-JOUR UNTIL WS-EOF = 'O'.
       LIRE-CHEQUE-DU-JOUR.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF TYPE-TMVTC = 'CHQ' AND SENS-TMVTC = 'D'
                    AND DATE-TMVTC = WS-DTJOUR
                    PERFORM RETENIR-CHEQUE
                 END-IF
           END-READ.
       RETENIR-CHEQUE.
           ADD 1 TO WS-NB-PRESENTES.
           MOVE CPTE-TMVTC TO INC-CPTE.
           MOVE REF-TMVTC  TO INC-REF.
           READ FINTERDIT
              INVALID KEY
                 IF WS-NB-CHQ < 500
                    ADD 1 TO WS-NB-CHQ
                    MOVE REF-TMVTC    TO TQ-REF(WS-NB-CHQ)
                    MOVE CLT-TMVTC    TO TQ-CLT(WS-NB-CHQ)
                    MOVE CPTE-TMVTC   TO TQ-CPTE(WS-NB-CHQ)
                    MOVE MONT-TMVTC   TO TQ-MONT(WS-NB-CHQ)
                    MOVE NUMCHQ-TMVTC TO TQ-NUMCHQ(WS-NB-CHQ)
                    MOVE DEV-TMVTC    TO TQ-DEV(WS-NB-CHQ)
                    PERFORM RETENIR-COMPTE
                    MOVE WS-IND-CPTE  TO TQ-IND-CPTE(WS-NB-CHQ)
                 ELSE
                    MOVE 'O' TO WS-TBL-PLEINE
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO WS-NB-DEJA
           END-READ.
       RETENIR-COMPTE.
           PERFORM LOCALISER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES
                 OR TP-CPTE(WS-IND-CPTE) = CPTE-TMVTC.
           IF WS-IND-CPTE > WS-NB-CPTES
              IF WS-NB-CPTES < 300
                 ADD 1 TO WS-NB-CPTES
                 MOVE CPTE-TMVTC TO TP-CPTE(WS-NB-CPTES)
                 PERFORM LIRE-SOLDE-COMPTE
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
                 MOVE ZERO TO WS-IND-CPTE
              END-IF
           END-IF.
       LOCALISER-COMPTE.
           CONTINUE.
      *----POINT DE DEPART : SOLDE FRIB SIGNE + DECOUVERT AUTORISE-----
       LIRE-SOLDE-COMPTE.
           MOVE CPTE-TMVTC TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 MOVE 'N'  TO TP-CONNU(WS-NB-CPTES)
                 MOVE ZERO TO TP-DTSOLDE(WS-NB-CPTES)
                 MOVE ZERO TO TP-DISPO(WS-NB-CPTES)
              NOT INVALID KEY
                 MOVE 'O' TO TP-CONNU(WS-NB-CPTES)
                 MOVE DATE-TRIB TO TP-DTSOLDE(WS-NB-CPTES)
                 IF SENS-TRIB = 'D'
                    COMPUTE WS-SOLDE-SIGNE = ZERO - SOLDE-TRIB
                 ELSE
                    MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
                 END-IF
                 COMPUTE TP-DISPO(WS-NB-CPTES) = WS-SOLDE-SIGNE
                    + DECOUV-TRIB
           END-READ.
           MOVE WS-NB-CPTES TO WS-IND-CPTE.
      *----------------------------------------------------------------
      *    PASSE 2 : MOUVEMENTS POSTES SUR LES COMPTES TIRES DEPUIS LA *
      *    DATE DE SOLDE FRIB. LES CHEQUES DU JOUR SONT EXAMINES A     *
      *    PART ; UN CHEQUE DEJA REJETE ET SA CONTRE-PASSATION SE      *
      *    COMPENSENT ET SONT IGNORES ENSEMBLE                         *
      *----------------------------------------------------------------
       CALCULER-PROVISIONS.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO REF-TMVTC.
           START FMVTC KEY IS NOT LESS THAN REF-TMVTC
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM CUMULER-MOUVEMENT UNTIL WS-EOF = 'O'.
       CUMULER-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF DATE-TMVTC <= WS-DTJOUR
                    PERFORM FILTRER-MOUVEMENT
                 END-IF
           END-READ.
       FILTRER-MOUVEMENT.
           IF TYPE-TMVTC = 'CHQ' AND DATE-TMVTC = WS-DTJOUR
              AND (SENS-TMVTC = 'D' OR LIB-TMVTC = 'REJET CHQ IMPAYE')
              CONTINUE
           ELSE
              PERFORM IMPUTER-MOUVEMENT
           END-IF.
       IMPUTER-MOUVEMENT.
           PERFORM LOCALISER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES
                 OR TP-CPTE(WS-IND-CPTE) = CPTE-TMVTC.
           IF WS-IND-CPTE NOT > WS-NB-CPTES
              IF DATE-TMVTC > TP-DTSOLDE(WS-IND-CPTE)
                 IF SENS-TMVTC = 'C'
                    ADD MONT-TMVTC TO TP-DISPO(WS-IND-CPTE)
                 ELSE
                    SUBTRACT MONT-TMVTC FROM TP-DISPO(WS-IND-CPTE)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    PASSE 3 : PAIEMENT OU REJET DE CHAQUE CHEQUE PRESENTE       *
      *----------------------------------------------------------------
       EXAMINER-CHEQUE.
           MOVE TQ-IND-CPTE(WS-IND-CHQ) TO WS-IND-CPTE.
           IF WS-IND-CPTE = ZERO
              DISPLAY 'CHEQUE NON EXAMINE (TABLE PLEINE) - REF '
                 TQ-REF(WS-IND-CHQ)
           ELSE
              IF TP-CONNU(WS-IND-CPTE) = 'N'
                 DISPLAY 'COMPTE INCONNU DE FRIB - CHEQUE NON EXAMINE '
                    TQ-CPTE(WS-IND-CHQ)
              ELSE
                 IF TQ-MONT(WS-IND-CHQ) <= TP-DISPO(WS-IND-CPTE)
                    ADD 1 TO WS-NB-PAYES
                    SUBTRACT TQ-MONT(WS-IND-CHQ)
                       FROM TP-DISPO(WS-IND-CPTE)
                    IF TQ-NUMCHQ(WS-IND-CHQ) NOT = ZERO
                       PERFORM LEVER-SUR-REPRESENTATION
                    END-IF
                 ELSE
                    PERFORM REJETER-CHEQUE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CHEQUE SANS PROVISION : CONTRE-PASSATION, FRAIS, RETOUR A   *
      *    LA BANQUE PRESENTATRICE, INCIDENT ET INJONCTION             *
      *----------------------------------------------------------------
       REJETER-CHEQUE.
           ADD 1 TO WS-NB-REJETES.
           ADD TQ-MONT(WS-IND-CHQ) TO WS-TOT-REJET.
           IF TQ-MONT(WS-IND-CHQ) > WS-SEUIL-FRAIS
              MOVE WS-FRAIS-GRAND TO WS-FRAIS
           ELSE
              MOVE WS-FRAIS-PETIT TO WS-FRAIS
           END-IF.
           ADD WS-FRAIS TO WS-TOT-FRAIS.
           SUBTRACT WS-FRAIS FROM TP-DISPO(WS-IND-CPTE).
           MOVE TQ-CLT(WS-IND-CHQ)  TO CLT-TMVTC.
           MOVE TQ-CPTE(WS-IND-CHQ) TO CPTE-TMVTC.
           MOVE WS-DTJOUR           TO DATE-TMVTC.
           MOVE TQ-MONT(WS-IND-CHQ) TO MONT-TMVTC.
           MOVE 'C'                 TO SENS-TMVTC.
           MOVE 'CHQ'               TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT          TO REF-TMVTC.
           MOVE TQ-DEV(WS-IND-CHQ)  TO DEV-TMVTC.
           MOVE WS-DTJOUR           TO DTVAL-TMVTC.
           MOVE 'REJET CHQ IMPAYE'  TO LIB-TMVTC.
           MOVE TQ-NUMCHQ(WS-IND-CHQ) TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
           MOVE WS-FRAIS            TO MONT-TMVTC.
           MOVE 'D'                 TO SENS-TMVTC.
           MOVE 'FRA'               TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT          TO REF-TMVTC.
           MOVE 'EUR'               TO DEV-TMVTC.
           MOVE 'FRAIS REJET CHEQUE' TO LIB-TMVTC.
           MOVE ZERO                TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
           MOVE TQ-CPTE(WS-IND-CHQ)   TO RCQ-CPTE.
           MOVE TQ-NUMCHQ(WS-IND-CHQ) TO RCQ-NUMCHQ.
           MOVE WS-DTJOUR             TO RCQ-DATE.
           MOVE TQ-MONT(WS-IND-CHQ)   TO RCQ-MONT.
           MOVE TQ-REF(WS-IND-CHQ)    TO RCQ-REF.
           MOVE 'SPR'                 TO RCQ-MOTIF.
           WRITE ENR-CHQRET.
           MOVE TQ-CPTE(WS-IND-CHQ)   TO INC-CPTE.
           MOVE TQ-REF(WS-IND-CHQ)    TO INC-REF.
           MOVE TQ-CLT(WS-IND-CHQ)    TO INC-CLT.
           MOVE TQ-NUMCHQ(WS-IND-CHQ) TO INC-NUMCHQ.
           MOVE TQ-MONT(WS-IND-CHQ)   TO INC-MONT.
           MOVE WS-DTJOUR             TO INC-DTINC.
           MOVE WS-DTLIM              TO INC-DTLIM.
           MOVE 'A'                   TO INC-STATUT.
           MOVE ZERO                  TO INC-DTLEV.
           MOVE SPACE                 TO INC-MOTLEV.
           MOVE 'N'                   TO INC-DECL-INC.
           MOVE SPACE                 TO INC-DECL-LEV.
           WRITE ENR-INTERDIT
              INVALID KEY DISPLAY 'ERR. ECR. DD-INTERDIT : '
                 FS-INTERDIT
           END-WRITE.
           IF FS-EVTCOR = '00'
              MOVE TQ-CLT(WS-IND-CHQ) TO EVT-CLT
              MOVE 'INJ'              TO EVT-TYPE
              MOVE WS-DTJOUR          TO EVT-DATE
              MOVE TQ-NUMCHQ(WS-IND-CHQ) TO WS-NUMCHQ-ED
              MOVE SPACES             TO EVT-DETAIL
              STRING 'CHQ ' WS-NUMCHQ-ED ' LIMITE ' WS-DTLIM
                 DELIMITED BY SIZE INTO EVT-DETAIL
              WRITE ENR-EVTCOR
           END-IF.
           DISPLAY 'CHEQUE REJETE - COMPTE ' TQ-CPTE(WS-IND-CHQ)
              ' NO ' TQ-NUMCHQ(WS-IND-CHQ) ' ' TQ-MONT(WS-IND-CHQ).
      *----------------------------------------------------------------
      *    CHEQUE PAYE : UN INCIDENT ACTIF DU MEME COMPTE SUR LE MEME  *
      *    NUMERO EST LEVE (REPRESENTATION PAYEE)                      *
      *----------------------------------------------------------------
       LEVER-SUR-REPRESENTATION.
           MOVE 'N' TO WS-INC-EOF.
           MOVE TQ-CLT(WS-IND-CHQ) TO INC-CLT.
           START FINTERDIT KEY IS EQUAL TO INC-CLT
              INVALID KEY MOVE 'O' TO WS-INC-EOF
           END-START.
           PERFORM CHERCHER-INCIDENT-CLIENT UNTIL WS-INC-EOF = 'O'.
       CHERCHER-INCIDENT-CLIENT.
           READ FINTERDIT NEXT RECORD
              AT END MOVE 'O' TO WS-INC-EOF
              NOT AT END
                 IF INC-CLT NOT = TQ-CLT(WS-IND-CHQ)
                    MOVE 'O' TO WS-INC-EOF
                 ELSE
                    IF INC-STATUT = 'A'
                       AND INC-CPTE = TQ-CPTE(WS-IND-CHQ)
                       AND INC-NUMCHQ = TQ-NUMCHQ(WS-IND-CHQ)
                       MOVE 'L'       TO INC-STATUT
                       MOVE WS-DTJOUR TO INC-DTLEV
                       MOVE 'R'       TO INC-MOTLEV
                       MOVE 'N'       TO INC-DECL-LEV
                       REWRITE ENR-INTERDIT
                       ADD 1 TO WS-NB-LEVEES
                       DISPLAY 'INCIDENT LEVE (REPRESENTATION) - '
                          INC-CPTE ' NO ' INC-NUMCHQ
                    END-IF
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    ENREGISTREMENT TOTAL POUR LA BANQUE PRESENTATRICE           *
      *----------------------------------------------------------------
       ECRIRE-TOTAL-RETOURS.
           MOVE 'TOTAL RETOURS' TO RCQ-CPTE.
           MOVE WS-NB-REJETES TO RCQ-NUMCHQ.
           MOVE WS-DTJOUR     TO RCQ-DATE.
           MOVE WS-TOT-REJET  TO RCQ-MONT.
           MOVE ZERO          TO RCQ-REF.
           MOVE 'TOT'         TO RCQ-MOTIF.
           WRITE ENR-CHQRET.
      *----------------------------------------------------------------
      *    EXTRACTION POUR LE FICHIER CENTRAL DES CHEQUES : INCIDENTS  *
      *    ET LEVEES NON ENCORE DECLARES (SAISIES CHQINTER COMPRISES)  *
      *----------------------------------------------------------------
       EXTRAIRE-DECLARATIONS.
           MOVE 'N' TO WS-INC-EOF.
           MOVE LOW-VALUES TO INC-CLE.
           START FINTERDIT KEY IS NOT LESS THAN INC-CLE
              INVALID KEY MOVE 'O' TO WS-INC-EOF
           END-START.
           PERFORM DECLARER-INCIDENT UNTIL WS-INC-EOF = 'O'.
           MOVE SPACES TO ENR-FCCDECL.
           MOVE 'T' TO FCC-TYPE.
           MOVE WS-NB-DECL-I TO FCC-CLT.
           MOVE WS-NB-DECL-L TO FCC-NUMCHQ.
           MOVE ZERO TO FCC-MONT FCC-DTINC FCC-DTLIM.
           MOVE WS-DTJOUR TO FCC-DTLEV.
           WRITE ENR-FCCDECL.
       DECLARER-INCIDENT.
           READ FINTERDIT NEXT RECORD
              AT END MOVE 'O' TO WS-INC-EOF
              NOT AT END
                 MOVE 'N' TO WS-MAJ-INC
                 IF INC-DECL-INC = 'N'
                    MOVE 'I' TO FCC-TYPE
                    PERFORM ECRIRE-DECLARATION
                    MOVE 'O' TO INC-DECL-INC
                    ADD 1 TO WS-NB-DECL-I
                 END-IF
                 IF INC-STATUT = 'L' AND INC-DECL-LEV = 'N'
                    MOVE 'L' TO FCC-TYPE
                    PERFORM ECRIRE-DECLARATION
                    MOVE 'O' TO INC-DECL-LEV
                    ADD 1 TO WS-NB-DECL-L
                 END-IF
                 IF WS-MAJ-INC = 'O'
                    REWRITE ENR-INTERDIT
                 END-IF
           END-READ.
       ECRIRE-DECLARATION.
           MOVE 'O' TO WS-MAJ-INC.
           MOVE INC-CLT TO FCC-CLT.
           MOVE SPACES TO FCC-NOM FCC-PRENOM.
           IF FS-CLT = '00'
              MOVE INC-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE NOM-TCLT    TO FCC-NOM
                    MOVE PRENOM-TCLT TO FCC-PRENOM
              END-READ
           END-IF.
           MOVE INC-CPTE   TO FCC-CPTE.
           MOVE INC-NUMCHQ TO FCC-NUMCHQ.
           MOVE INC-MONT   TO FCC-MONT.
           MOVE INC-DTINC  TO FCC-DTINC.
           MOVE INC-DTLIM  TO FCC-DTLIM.
           MOVE INC-DTLEV  TO FCC-DTLEV.
           MOVE INC-MOTLEV TO FCC-MOTLEV.
           WRITE ENR-FCCDECL.
       FIN.
           CLOSE FMVTC FRIB FINTERDIT FCHQRET FFCCDECL.
           IF FS-CLT = '00'
              CLOSE FCLT
           END-IF.
           IF FS-EVTCOR = '00'
              CLOSE FEVTCOR
           END-IF.
           DISPLAY 'CHEQUES PRESENTES : ' WS-NB-PRESENTES
              ' DONT DEJA REJETES : ' WS-NB-DEJA.
           DISPLAY 'CHEQUES PAYES     : ' WS-NB-PAYES.
           DISPLAY 'CHEQUES REJETES   : ' WS-NB-REJETES
              ' POUR ' WS-TOT-REJET ' FRAIS ' WS-TOT-FRAIS.
           DISPLAY 'INCIDENTS LEVES   : ' WS-NB-LEVEES.
           DISPLAY 'DECLARATIONS FCC  : ' WS-NB-DECL-I ' INCIDENTS '
              WS-NB-DECL-L ' LEVEES'.
           IF WS-TRAITE = 'N' OR WS-TBL-PLEINE = 'O'
              IF WS-TBL-PLEINE = 'O'
                 DISPLAY 'ERR. TABLE DES CHEQUES (500) OU DES COMPTES '
                    '(300) PLEINE - EXAMEN INCOMPLET'
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
