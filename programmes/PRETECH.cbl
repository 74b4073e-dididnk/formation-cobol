      * PRETMAIT) : CHAQUE PRET ACTIF DONT TOUTES LES ECHEANCES NE
      * SONT PAS ENCORE PAYEES PRODUIT UN MOUVEMENT DEBIT 'PRE' DE
      * LA MENSUALITE DANS FMVTC, QUI SUIT LE CIRCUIT NORMAL
      * (PG17CH12, RECONCIL, SOLDHIST).
      * QUAND LE DEBIT DE LA MENSUALITE FERAIT PASSER LE COMPTE
      * AU-DELA DE SON DECOUVERT AUTORISE (DECOUV-TRIB), L'ECHEANCE
      * N'EST PLUS POSTEE : ELLE EST ENREGISTREE IMPAYEE DANS LE
      * FICHIER DES IMPAYES DD-PRETIMP (UN ENREGISTREMENT PAR PRET :
      * NOMBRE D'ECHEANCES IMPAYEES, MONTANT DES ARRIERES, INTERETS
      * DE RETARD FACTURES, NIVEAU DE RELANCE) ET LISTEE SUR L'ETAT
      * DDPRETAR. A CHAQUE PASSAGE, UN PRET EN ARRIERES :
      *   - SUPPORTE DES INTERETS DE RETARD SUR LES ARRIERES AU TAUX
      *     DU PRET MAJORE (WS-MAJ-RETARD), DEBIT 'FRA' DANS FMVTC ;
      *   - EST REGULARISE ECHEANCE PAR ECHEANCE, LA PLUS ANCIENNE
      *     D'ABORD, TANT QUE LA PROVISION LE PERMET (DEBIT 'PRE') ;
      *   - PASSE AU NIVEAU DE RELANCE 1, 2 OU 3 SELON LE NOMBRE
      *     D'ECHEANCES IMPAYEES ; AU-DELA, LE PRET EST TRANSFERE AU
      *     CONTENTIEUX (STATUT 'C', NIVEAU 'C') ET N'EST PLUS PRELEVE.
      * LA BALANCE AGEE DES IMPAYES PAR AGENCE EST EDITEE PAR PRETAGE.
      * LA DERNIERE ECHEANCE PASSE LE PRET AU STATUT 'S' (SOLDE)
      * UNE FOIS LES ARRIERES REGULARISES.
      * APRES UN REMBOURSEMENT ANTICIPE (PRETMAIT MODE R), LA
      * MENSUALITE ET LE NOMBRE D'ECHEANCES DU PRET SONT DEJA LES
      * NOUVEAUX ; UN PRET REMBOURSE EN TOTALITE (STATUT 'R') N'EST
      * PLUS PRELEVE.
      * UN PRET DONT LE COMPTE DE REGLEMENT EST GELE PAR DECES (ETAT
      * 'G', CLIENT DECEDE) EST SUSPENDU : NI ECHEANCE, NI IMPAYE, NI
      * INTERETS DE RETARD ; IL EST SEULEMENT CITE SUR DDPRETAR
      * ('COMPTE GELE (SUCCESSION)') JUSQU'AU REGLEMENT DE LA
      * SUCCESSION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FIMPAYE ASSIGN TO DD-PRETIMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMP-PRET
           FILE STATUS IS FS-IMPAYE.

           SELECT FPRINT ASSIGN TO DDPRETAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

       FD  FRIB.
       01  ENR-TRIB.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FIMPAYE.
       01  ENR-IMP.
           10 IMP-PRET    PIC 9(5).
           10 IMP-CLT     PIC 9(5).
           10 IMP-CPTE    PIC X(23).
           10 IMP-NBIMP   PIC 9(3).
           10 IMP-MONT    PIC 9(9)V9(2).
           10 IMP-PENAL   PIC 9(9)V9(2).
           10 IMP-DTPREM  PIC 9(8).
           10 IMP-DTMAJ   PIC 9(8).
           10 IMP-NIVEAU  PIC X.
           10 IMP-DTCTX   PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
       01  FS-PRET      PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-IMPAYE    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-PRET-EOF  PIC X VALUE 'N'.
       01  WS-DTTRAIT   PIC 9(8) VALUE ZERO.
       01  WS-NB-PRELEV PIC 9(5) VALUE ZERO.
       01  WS-NB-SOLDES PIC 9(5) VALUE ZERO.
       01  WS-NB-IMPAYES PIC 9(5) VALUE ZERO.
       01  WS-NB-REGUL  PIC 9(5) VALUE ZERO.
       01  WS-NB-CTX    PIC 9(5) VALUE ZERO.
       01  WS-NB-GELES  PIC 9(5) VALUE ZERO.
       01  WS-CPTE-GELE PIC X VALUE 'N'.
       01  WS-TOT-PENAL PIC 9(9)V9(2) VALUE ZERO.
       01  WS-SOLDE-SIGNE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-SOLDE-APRES PIC S9(9)V9(2) VALUE ZERO.
      *----PROVISION DISPONIBLE = SOLDE + DECOUVERT AUTORISE, DIMINUEE-
      *----DES DEBITS POSTES POUR LE PRET AU COURS DU PASSAGE----------
       01  WS-DISPO     PIC S9(9)V9(2) VALUE ZERO.
      *----ENREGISTREMENT D'IMPAYES : 'O' DEJA PRESENT (REWRITE)-------
       01  WS-IMP-EXISTE PIC X VALUE 'N'.
      *----INTERETS DE RETARD : TAUX DU PRET + MAJORATION, MENSUELS----
       01  WS-MAJ-RETARD PIC 9V9(4) VALUE 0.0300.
       01  WS-PENAL     PIC 9(7)V9(2) VALUE ZERO.
       01  WS-MT-REGUL  PIC 9(9)V9(2) VALUE ZERO.
      *----AU-DELA DE 3 ECHEANCES IMPAYEES : CONTENTIEUX---------------
       01  WS-NIV-MAX   PIC 9(3) VALUE 3.
       01  WS-NIV       PIC 9 VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
              'ECHEANCES DE PRETS IMPAYEES AU       '.
           05 WE-DTTRAIT PIC 9(8).
       01  LG-ENT-DET.
           05 FILLER PIC X(6)  VALUE 'PRET  '.
           05 FILLER PIC X(8)  VALUE 'CLIENT  '.
           05 FILLER PIC X(24) VALUE 'COMPTE                  '.
           05 FILLER PIC X(16) VALUE '     MENSUALITE '.
           05 FILLER PIC X(16) VALUE '     DISPONIBLE '.
           05 FILLER PIC X(8)  VALUE 'NBI NIV '.
       01  LG-DET.
           05 WE-PRET    PIC 9(5).
           05 FILLER     PIC X VALUE SPACE.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-APRES   PIC +ZZZBZZZBZZ9.99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-NBIMP   PIC ZZ9.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-NIVEAU  PIC X.
       01  LG-GELE.
           05 WG-PRET    PIC 9(5).
           05 FILLER     PIC X VALUE SPACE.
           05 WG-CLT     PIC 9(5).
           05 FILLER     PIC X(3) VALUE SPACES.
           05 WG-CPTE    PIC X(23).
           05 FILLER     PIC X VALUE SPACE.
           05 FILLER     PIC X(26) VALUE
              'COMPTE GELE (SUCCESSION)'.
       01  LG-TOT.
           05 FILLER PIC X(29) VALUE 'ECHEANCES IMPAYEES          :'.
           05 WE-NB-IMP PIC ZZZZ9.
       01  LG-TOT-REG.
           05 FILLER PIC X(29) VALUE 'ECHEANCES REGULARISEES      :'.
           05 WE-NB-REG PIC ZZZZ9.
       01  LG-TOT-CTX.
           05 FILLER PIC X(29) VALUE 'PRETS PASSES AU CONTENTIEUX :'.
           05 WE-NB-CTX PIC ZZZZ9.
       01  LG-TOT-GEL.
           05 FILLER PIC X(29) VALUE 'PRETS SUSPENDUS (SUCCESSION):'.
           05 WE-NB-GEL PIC ZZZZ9.
       01  LG-TOT-PEN.
           05 FILLER PIC X(29) VALUE 'INTERETS DE RETARD FACTURES :'.
           05 WE-TOT-PEN PIC ZZZBZZZBZZ9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-PRET = '00' AND FS-RIB = '00' AND FS-MVTC = '00'
              AND FS-IMPAYE = '00' AND FS-PRINT = '00'
              PERFORM TRAITER-PRET UNTIL WS-PRET-EOF = 'O'
           END-IF.
           PERFORM FIN.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN I-O FIMPAYE.
           IF FS-IMPAYE = '35'
              OPEN OUTPUT FIMPAYE
              CLOSE FIMPAYE
              OPEN I-O FIMPAYE
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-PRET NOT = '00' OR FS-RIB NOT = '00'
              OR FS-MVTC NOT = '00' OR FS-IMPAYE NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FP ' FS-PRET ' FR ' FS-RIB
                 ' FM ' FS-MVTC ' FI ' FS-IMPAYE ' FE ' FS-PRINT
           ELSE
              MOVE WS-DTTRAIT TO WE-DTTRAIT
              WRITE REC-PRT FROM LG-TITRE
              AT END MOVE 'O' TO WS-PRET-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN PRET ACTIF AYANT DEBUTE : ARRIERES PUIS ECHEANCE DU MOIS *
      *    (UN PRET AU CONTENTIEUX, STATUT 'C', N'EST PLUS PRELEVE)    *
      *----------------------------------------------------------------
       TRAITER-PRET.
           IF PRE-STATUT = 'A' AND PRE-DTDEBUT <= WS-DTTRAIT
              PERFORM CONTROLER-GEL
              IF WS-CPTE-GELE = 'O'
                 PERFORM SIGNALER-GELE
              ELSE
                 PERFORM LIRE-IMPAYE
                 IF PRE-NBPAYES < PRE-NBECH OR IMP-NBIMP > ZERO
                    PERFORM TRAITER-ECHEANCES
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-PRET.
      *----------------------------------------------------------------
      *    COMPTE DE REGLEMENT GELE PAR DECES : LE PRET EST SUSPENDU,  *
      *    AUCUN DEBIT, AUCUN IMPAYE, SEULEMENT CITE SUR DDPRETAR      *
      *----------------------------------------------------------------
       CONTROLER-GEL.
           MOVE 'N' TO WS-CPTE-GELE.
           MOVE PRE-CPTE TO CPTE-TRIB.
           READ FRIB
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ETAT-TRIB = 'G'
                    MOVE 'O' TO WS-CPTE-GELE
                 END-IF
           END-READ.
       SIGNALER-GELE.
           ADD 1 TO WS-NB-GELES.
           MOVE PRE-NUM  TO WG-PRET.
           MOVE PRE-CLT  TO WG-CLT.
           MOVE PRE-CPTE TO WG-CPTE.
           WRITE REC-PRT FROM LG-GELE.
           DISPLAY 'PRET SUSPENDU - COMPTE GELE (SUCCESSION) : '
              PRE-NUM ' ' PRE-CPTE.
       LIRE-IMPAYE.
           MOVE PRE-NUM TO IMP-PRET.
           READ FIMPAYE
              INVALID KEY
                 MOVE 'N' TO WS-IMP-EXISTE
                 MOVE PRE-CLT  TO IMP-CLT
                 MOVE PRE-CPTE TO IMP-CPTE
                 MOVE ZERO     TO IMP-NBIMP IMP-MONT IMP-PENAL
                 MOVE ZERO     TO IMP-DTPREM IMP-DTCTX
                 MOVE '0'      TO IMP-NIVEAU
              NOT INVALID KEY
                 MOVE 'O' TO WS-IMP-EXISTE
           END-READ.
       TRAITER-ECHEANCES.
           PERFORM CALCULER-DISPONIBLE.
           IF IMP-NBIMP > ZERO
              PERFORM FACTURER-RETARD
              PERFORM CALCULER-MT-REGUL
              PERFORM REGULARISER-IMPAYE
                 UNTIL IMP-NBIMP = ZERO OR WS-DISPO < WS-MT-REGUL
           END-IF.
           IF PRE-NBPAYES < PRE-NBECH
              IF WS-DISPO < PRE-MENS
                 PERFORM ENREGISTRER-IMPAYE
              ELSE
                 PERFORM PRELEVER-ECHEANCE
              END-IF
              ADD 1 TO PRE-NBPAYES
           END-IF.
           PERFORM FIXER-NIVEAU.
           IF PRE-NBPAYES >= PRE-NBECH AND IMP-NBIMP = ZERO
              MOVE 'S' TO PRE-STATUT
              ADD 1 TO WS-NB-SOLDES
              DISPLAY 'PRET SOLDE : ' PRE-NUM
           REWRITE ENR-PRET
              INVALID KEY DISPLAY 'ERR. MAJ DD-PRET : ' FS-PRET
           END-REWRITE.
           PERFORM ECRIRE-IMPAYE.
      *----------------------------------------------------------------
      *    PROVISION DU COMPTE : SOLDE SIGNE + DECOUVERT AUTORISE      *
      *    (COMPTE ABSENT DE FRIB : AUCUNE PROVISION)                  *
      *----------------------------------------------------------------
       CALCULER-DISPONIBLE.
           MOVE ZERO TO WS-SOLDE-SIGNE WS-DISPO.
           MOVE PRE-CPTE TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'PAS DE COMPTE FRIB POUR PRET ' PRE-NUM
                    ' : ' PRE-CPTE
              NOT INVALID KEY
                 PERFORM EVALUER-DISPONIBLE
           END-READ.
       EVALUER-DISPONIBLE.
           IF SENS-TRIB = 'D'
              COMPUTE WS-SOLDE-SIGNE = SOLDE-TRIB * -1
           ELSE
              MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
           END-IF.
           COMPUTE WS-DISPO = WS-SOLDE-SIGNE + DECOUV-TRIB.
      *----------------------------------------------------------------
      *    INTERETS DE RETARD DU MOIS SUR LES ARRIERES : DEBIT 'FRA'   *
      *----------------------------------------------------------------
       FACTURER-RETARD.
           COMPUTE WS-PENAL ROUNDED =
              IMP-MONT * (PRE-TAUX + WS-MAJ-RETARD) / 12.
           IF WS-PENAL > ZERO
              MOVE WS-PENAL          TO MONT-TMVTC
              MOVE 'FRA'             TO TYPE-TMVTC
              MOVE 'INT RETARD PRET' TO LIB-TMVTC
              PERFORM ECRIRE-DEBIT
              ADD WS-PENAL TO IMP-PENAL WS-TOT-PENAL
              SUBTRACT WS-PENAL FROM WS-DISPO
              DISPLAY 'INTERETS DE RETARD - PRET ' PRE-NUM ' '
                 WS-PENAL
           END-IF.
      *----------------------------------------------------------------
      *    REGULARISATION DE L'ECHEANCE IMPAYEE LA PLUS ANCIENNE : LA  *
      *    DERNIERE REPREND LE RELIQUAT EXACT DES ARRIERES             *
      *----------------------------------------------------------------
       REGULARISER-IMPAYE.
           MOVE WS-MT-REGUL         TO MONT-TMVTC.
           MOVE 'PRE'               TO TYPE-TMVTC.
           MOVE 'REGUL IMPAYE PRET' TO LIB-TMVTC.
           PERFORM ECRIRE-DEBIT.
           SUBTRACT WS-MT-REGUL FROM IMP-MONT WS-DISPO.
           SUBTRACT 1 FROM IMP-NBIMP.
           IF IMP-NBIMP = ZERO
              MOVE ZERO TO IMP-DTPREM
           END-IF.
           ADD 1 TO WS-NB-REGUL.
           DISPLAY 'IMPAYE REGULARISE - PRET ' PRE-NUM ' '
              WS-MT-REGUL.
           PERFORM CALCULER-MT-REGUL.
       CALCULER-MT-REGUL.
           IF IMP-NBIMP > 1
              COMPUTE WS-MT-REGUL ROUNDED = IMP-MONT / IMP-NBIMP
           ELSE
              MOVE IMP-MONT TO WS-MT-REGUL
           END-IF.
       PRELEVER-ECHEANCE.
           MOVE PRE-MENS   TO MONT-TMVTC.
           MOVE 'PRE'      TO TYPE-TMVTC.
           MOVE SPACES     TO LIB-TMVTC.
           PERFORM ECRIRE-DEBIT.
           SUBTRACT PRE-MENS FROM WS-DISPO.
           ADD 1 TO WS-NB-PRELEV.
           DISPLAY 'ECHEANCE PRELEVEE - PRET ' PRE-NUM ' CLIENT '
              PRE-CLT ' ' PRE-MENS.
       ECRIRE-DEBIT.
           MOVE PRE-CLT    TO CLT-TMVTC.
           MOVE PRE-CPTE   TO CPTE-TMVTC.
           MOVE WS-DTTRAIT TO DATE-TMVTC.
           MOVE 'D'        TO SENS-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE 'EUR'      TO DEV-TMVTC.
           MOVE DATE-TMVTC TO DTVAL-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
      *----------------------------------------------------------------
      *    PROVISION INSUFFISANTE : L'ECHEANCE N'EST PAS POSTEE, ELLE  *
      *    VIENT GROSSIR LES ARRIERES DU PRET ET PART SUR DDPRETAR     *
      *----------------------------------------------------------------
       ENREGISTRER-IMPAYE.
           ADD 1 TO IMP-NBIMP.
           ADD PRE-MENS TO IMP-MONT.
           IF IMP-DTPREM = ZERO
              MOVE WS-DTTRAIT TO IMP-DTPREM
           END-IF.
           ADD 1 TO WS-NB-IMPAYES.
           MOVE PRE-NUM   TO WE-PRET.
           MOVE PRE-CLT   TO WE-CLT.
           MOVE PRE-CPTE  TO WE-CPTE.
           MOVE PRE-MENS  TO WE-MENS.
           MOVE WS-DISPO  TO WE-APRES.
           MOVE IMP-NBIMP TO WE-NBIMP.
           IF IMP-NBIMP > WS-NIV-MAX
              MOVE 'C' TO WE-NIVEAU
           ELSE
              MOVE IMP-NBIMP TO WS-NIV
              MOVE WS-NIV TO WE-NIVEAU
           END-IF.
           WRITE REC-PRT FROM LG-DET.
           DISPLAY 'ECHEANCE IMPAYEE - PRET ' PRE-NUM
              ' COMPTE ' PRE-CPTE.
      *----------------------------------------------------------------
      *    NIVEAU DE RELANCE = NOMBRE D'ECHEANCES IMPAYEES (0 A 3) ;   *
      *    AU-DELA, TRANSFERT AU CONTENTIEUX                           *
      *----------------------------------------------------------------
       FIXER-NIVEAU.
           IF IMP-NBIMP > WS-NIV-MAX
              MOVE 'C'        TO IMP-NIVEAU PRE-STATUT
              MOVE WS-DTTRAIT TO IMP-DTCTX
              ADD 1 TO WS-NB-CTX
              DISPLAY 'PRET TRANSFERE AU CONTENTIEUX : ' PRE-NUM
                 ' ARRIERES ' IMP-MONT
           ELSE
              MOVE IMP-NBIMP TO WS-NIV
              MOVE WS-NIV TO IMP-NIVEAU
           END-IF.
       ECRIRE-IMPAYE.
           MOVE WS-DTTRAIT TO IMP-DTMAJ.
           IF WS-IMP-EXISTE = 'O'
              REWRITE ENR-IMP
                 INVALID KEY DISPLAY 'ERR. MAJ DD-PRETIMP : '
                    FS-IMPAYE
              END-REWRITE
           ELSE
              IF IMP-NBIMP > ZERO
                 WRITE ENR-IMP
                    INVALID KEY DISPLAY 'ERR. ECR DD-PRETIMP : '
                       FS-IMPAYE
                 END-WRITE
              END-IF
           END-IF.
       FIN.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-IMPAYES TO WE-NB-IMP.
           WRITE REC-PRT FROM LG-TOT.
           MOVE WS-NB-REGUL TO WE-NB-REG.
           WRITE REC-PRT FROM LG-TOT-REG.
           MOVE WS-NB-CTX TO WE-NB-CTX.
           WRITE REC-PRT FROM LG-TOT-CTX.
           MOVE WS-NB-GELES TO WE-NB-GEL.
           WRITE REC-PRT FROM LG-TOT-GEL.
           MOVE WS-TOT-PENAL TO WE-TOT-PEN.
           WRITE REC-PRT FROM LG-TOT-PEN.
           CLOSE FPRET FRIB FMVTC FIMPAYE FPRINT.
           DISPLAY 'ECHEANCES PRELEVEES : ' WS-NB-PRELEV.
           DISPLAY 'PRETS SOLDES        : ' WS-NB-SOLDES.
           DISPLAY 'ECHEANCES IMPAYEES  : ' WS-NB-IMPAYES.
           DISPLAY 'IMPAYES REGULARISES : ' WS-NB-REGUL.
           DISPLAY 'PASSAGES CONTENTIEUX: ' WS-NB-CTX.
           DISPLAY 'PRETS SUSPENDUS DCD : ' WS-NB-GELES.
           STOP RUN.
