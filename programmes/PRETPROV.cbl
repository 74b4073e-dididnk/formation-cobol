       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETPROV.
       AUTHOR.     E NGBAME.
      * PROVISIONNEMENT MENSUEL DES PRETS DOUTEUX : CHAQUE PRET DE
      * DD-PRET EST CLASSE A L'ARRETE EN
      *   N = SAIN,
      *   S = SOUS SURVEILLANCE (1 OU 2 ECHEANCES IMPAYEES DANS
      *       DD-PRETIMP, OU CLIENT BLOQUE - STATUT-TCLT 'B'),
      *   D = DOUTEUX (3 ECHEANCES IMPAYEES ET PLUS, CONTENTIEUX
      *       - STATUT 'C' -, OU CLIENT BLOQUE AVEC ARRIERES).
      * L'ENCOURS EST LE CAPITAL RESTANT DU APRES LA DERNIERE ECHEANCE
      * ECHUE (MEME DEROULEMENT QUE PRETTAB) AUGMENTE DES ARRIERES. LE
      * TAUX DE LA CLASSE (T-CLASSES) DONNE LA PROVISION DU MOIS, QUI
      * EST COMPAREE A CELLE DU MOIS PRECEDENT CONSERVEE DANS
      * DD-PRETPROV : L'ECART EST UNE DOTATION OU UNE REPRISE. UN PRET
      * SOLDE OU REMBOURSE VOIT SA PROVISION ENTIEREMENT REPRISE.
      * CHAQUE ECART DONNE DEUX ECRITURES EQUILIBREES AU FORMAT DU
      * JOURNAL AS-GLJOURN (VOIR GLEXPORT) DANS AS-GLPROV, IMPUTEES
      * SELON LES PSEUDO-TYPES 'PRV' / 'RPV' DU PLAN AS-PLANC. LE
      * RECAPITULATIF PAR CLASSE EST EDITE SUR DDPRETPRV. ETAPE DE LA
      * CHAINE FINMOIS (DATE D'ARRETE PAR LINKAGE) ; JOURNAL
      * DESEQUILIBRE OU IMPUTATION ABSENTE : RC 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRET ASSIGN TO DD-PRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FS-PRET.

           SELECT FIMPAYE ASSIGN TO DD-PRETIMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMP-PRET
           FILE STATUS IS FS-IMPAYE.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FPROV ASSIGN TO DD-PRETPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-PRET
           FILE STATUS IS FS-PROV.

           SELECT FPLANC ASSIGN TO AS-PLANC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PLANC.

           SELECT FGLPROV ASSIGN TO AS-GLPROV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-GLPROV.

           SELECT FPRINT ASSIGN TO DDPRETPRV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FPRET.
       01  ENR-PRET.
           10 PRE-NUM     PIC 9(5).
           10 PRE-CLT     PIC 9(5).
           10 PRE-CPTE    PIC X(23).
           10 PRE-CAPITAL PIC 9(9)V9(2).
           10 PRE-TAUX    PIC 9V9(4).
           10 PRE-NBECH   PIC 9(3).
           10 PRE-DTDEBUT PIC 9(8).
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

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

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

       FD  FPROV.
       01  ENR-PROV.
           10 PRV-PRET    PIC 9(5).
           10 PRV-CLT     PIC 9(5).
           10 PRV-CLASSE  PIC X.
           10 PRV-ENCOURS PIC 9(9)V9(2).
           10 PRV-TAUX    PIC 9V9(4).
           10 PRV-MONT    PIC 9(9)V9(2).
           10 PRV-DTARR   PIC 9(8).

       FD  FPLANC.
       01  ENR-PLANC.
           10 PLC-TYPE    PIC X(3).
           10 PLC-CPTCLI  PIC X(8).
           10 PLC-CPTBQE  PIC X(8).

       FD  FGLPROV.
       01  ENR-GLJOURN.
           10 GLJ-DATE    PIC 9(8).
           10 GLJ-COMPTE  PIC X(8).
           10 GLJ-SENS    PIC X.
           10 GLJ-MONT    PIC 9(11)V9(2).
           10 GLJ-TYPE    PIC X(3).
           10 GLJ-REF     PIC 9(13).
           10 GLJ-LIB     PIC X(18).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-PRET      PIC XX VALUE ZERO.
       01  FS-IMPAYE    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-PROV      PIC XX VALUE ZERO.
       01  FS-PLANC     PIC XX VALUE ZERO.
       01  FS-GLPROV    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-PRET-EOF  PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DTARRETE  PIC 9(8) VALUE ZERO.
       01  WS-NB-PRETS  PIC 9(5) VALUE ZERO.
       01  WS-NB-ECRITURES PIC 9(7) VALUE ZERO.
       01  WS-TOT-DEBIT  PIC 9(13)V9(2) VALUE ZERO.
       01  WS-TOT-CREDIT PIC 9(13)V9(2) VALUE ZERO.
       01  WS-PROV-EXISTE PIC X VALUE 'N'.
       01  WS-NBIMP     PIC 9(3) VALUE ZERO.
       01  WS-ARRIERES  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CLASSE    PIC X VALUE 'N'.
       01  WS-IND-CL    PIC 9 VALUE ZERO.
       01  WS-ENCOURS   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-PROV-MOIS PIC 9(9)V9(2) VALUE ZERO.
       01  WS-PROV-PREC PIC 9(9)V9(2) VALUE ZERO.
       01  WS-ECART     PIC S9(9)V9(2) VALUE ZERO.
      *----CAPITAL RESTANT DU (DEROULEMENT PRETTAB)--------------------
       01  WS-TX-MENS   PIC 9V9(8) VALUE ZERO.
       01  WS-CRD       PIC S9(9)V9(2) VALUE ZERO.
       01  WS-MT-INT    PIC 9(7)V9(2) VALUE ZERO.
       01  WS-IND-ECH   PIC 9(3) VALUE ZERO.
       01  WS-ECH-DEB   PIC 9(3) VALUE ZERO.
      *----PLAN DE COMPTES : IMPUTATIONS DOTATION ET REPRISE-----------
       01  WS-PLANC-EOF PIC X VALUE 'N'.
       01  WS-CPTCHG-PRV PIC X(8) VALUE SPACES.
       01  WS-CPTPRV-PRV PIC X(8) VALUE SPACES.
       01  WS-CPTPRD-RPV PIC X(8) VALUE SPACES.
       01  WS-CPTPRV-RPV PIC X(8) VALUE SPACES.
       01  WS-SANS-PLAN PIC X VALUE 'N'.
      *----CLASSES ET TAUX DE PROVISIONNEMENT--------------------------
       01  T-CLASSES-INIT.
           05 FILLER PIC X(26) VALUE 'NSAIN                00100'.
           05 FILLER PIC X(26) VALUE 'SSOUS SURVEILLANCE   01500'.
           05 FILLER PIC X(26) VALUE 'DDOUTEUX             05000'.
       01  T-CLASSES REDEFINES T-CLASSES-INIT.
           05 T-CLASSE-LIG OCCURS 3 TIMES.
              10 TC-CODE    PIC X.
              10 TC-LIBELLE PIC X(20).
              10 TC-TAUX    PIC 9V9(4).
       01  T-CUMULS.
           05 T-CUMUL-LIG OCCURS 3 TIMES.
              10 TU-NB       PIC 9(5).
              10 TU-ENCOURS  PIC 9(13)V9(2).
              10 TU-PROV     PIC 9(13)V9(2).
              10 TU-DOTATION PIC 9(13)V9(2).
              10 TU-REPRISE  PIC 9(13)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
              'PROVISIONS SUR PRETS DOUTEUX - ARRETE DU '.
           05 WE-DTARRETE PIC 9(8).
       01  LG-ENT-DET.
           05 FILLER PIC X(21) VALUE 'CLASSE               '.
           05 FILLER PIC X(6)  VALUE 'PRETS '.
           05 FILLER PIC X(6)  VALUE 'TAUX  '.
           05 FILLER PIC X(16) VALUE '         ENCOURS'.
           05 FILLER PIC X(16) VALUE '      PROVISION '.
       01  LG-DET.
           05 WE-LIBCL   PIC X(20).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-NB      PIC ZZZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-TAUX    PIC 9.9999.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-ENCOURS PIC ZZZBZZZBZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-PROV    PIC ZZZBZZZBZZ9.99.
       01  LG-MVT.
           05 FILLER     PIC X(4) VALUE SPACES.
           05 FILLER     PIC X(12) VALUE 'DOTATIONS : '.
           05 WE-DOT     PIC ZZZBZZZBZZ9.99.
           05 FILLER     PIC X(13) VALUE '  REPRISES : '.
           05 WE-REP     PIC ZZZBZZZBZZ9.99.
       01  LG-TOT.
           05 FILLER PIC X(26) VALUE 'ECRITURES AS-GLPROV      :'.
           05 WE-NB-ECR PIC ZZZZZZ9.

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINMOIS - SI ZERO,----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-PRET = '00' AND FS-IMPAYE = '00' AND FS-CLT = '00'
              AND FS-PROV = '00' AND FS-GLPROV = '00'
              AND FS-PRINT = '00' AND WS-SANS-PLAN = 'N'
              MOVE 'O' TO WS-TRAITE
              PERFORM TRAITER-PRET UNTIL WS-PRET-EOF = 'O'
              PERFORM EDITER-RECAP
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTARRETE
           ELSE
              DISPLAY 'DATE D ARRETE (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTARRETE
              IF WS-DTARRETE = ZERO
                 ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
              END-IF
           END-IF.
           MOVE ZERO TO T-CUMULS.
           PERFORM CHARGER-PLAN.
           OPEN INPUT FPRET FCLT.
      *----FICHIER DES IMPAYES ABSENT : AUCUN PRET EN ARRIERES---------
           OPEN INPUT FIMPAYE.
           IF FS-IMPAYE = '35'
              OPEN OUTPUT FIMPAYE
              CLOSE FIMPAYE
              OPEN INPUT FIMPAYE
           END-IF.
           OPEN I-O FPROV.
           IF FS-PROV = '35'
              OPEN OUTPUT FPROV
              CLOSE FPROV
              OPEN I-O FPROV
           END-IF.
           OPEN OUTPUT FGLPROV FPRINT.
           IF FS-PRET NOT = '00' OR FS-IMPAYE NOT = '00'
              OR FS-CLT NOT = '00' OR FS-PROV NOT = '00'
              OR FS-GLPROV NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FP ' FS-PRET ' FI ' FS-IMPAYE
                 ' FC ' FS-CLT ' FV ' FS-PROV
              DISPLAY 'ERR. OUV FICHIERS: FG ' FS-GLPROV
                 ' FE ' FS-PRINT
           ELSE
              PERFORM LIRE-PRET
           END-IF.
      *----------------------------------------------------------------
      *    IMPUTATIONS 'PRV' ET 'RPV' DU PLAN DE COMPTES AS-PLANC      *
      *----------------------------------------------------------------
       CHARGER-PLAN.
           OPEN INPUT FPLANC.
           IF FS-PLANC NOT = '00'
              DISPLAY 'PLAN DE COMPTES AS-PLANC ABSENT : ' FS-PLANC
           ELSE
              PERFORM LIRE-PLAN
              PERFORM RETENIR-PLAN UNTIL WS-PLANC-EOF = 'O'
              CLOSE FPLANC
           END-IF.
           IF WS-CPTCHG-PRV = SPACES OR WS-CPTPRD-RPV = SPACES
              DISPLAY 'IMPUTATIONS PRV/RPV ABSENTES DE AS-PLANC'
              MOVE 'O' TO WS-SANS-PLAN
           END-IF.
       LIRE-PLAN.
           READ FPLANC
              AT END MOVE 'O' TO WS-PLANC-EOF
           END-READ.
       RETENIR-PLAN.
           IF PLC-TYPE = 'PRV'
              MOVE PLC-CPTCLI TO WS-CPTCHG-PRV
              MOVE PLC-CPTBQE TO WS-CPTPRV-PRV
           END-IF.
           IF PLC-TYPE = 'RPV'
              MOVE PLC-CPTCLI TO WS-CPTPRD-RPV
              MOVE PLC-CPTBQE TO WS-CPTPRV-RPV
           END-IF.
           PERFORM LIRE-PLAN.
       LIRE-PRET.
           READ FPRET
              AT END MOVE 'O' TO WS-PRET-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN PRET : CLASSE, ENCOURS, PROVISION DU MOIS, ECART AVEC    *
      *    LE MOIS PRECEDENT ET ECRITURES                              *
      *----------------------------------------------------------------
       TRAITER-PRET.
           PERFORM LIRE-PROVISION.
           IF PRE-STATUT = 'A' OR PRE-STATUT = 'C'
              PERFORM CLASSER-PRET
              PERFORM CALCULER-ENCOURS
              COMPUTE WS-PROV-MOIS ROUNDED =
                 WS-ENCOURS * TC-TAUX(WS-IND-CL)
           ELSE
              MOVE 'N'  TO WS-CLASSE
              MOVE 1    TO WS-IND-CL
              MOVE ZERO TO WS-ENCOURS WS-PROV-MOIS
           END-IF.
           IF PRE-STATUT = 'A' OR PRE-STATUT = 'C'
              OR WS-PROV-PREC > ZERO
              PERFORM COMPTABILISER-ECART
              PERFORM ECRIRE-PROVISION
           END-IF.
           PERFORM LIRE-PRET.
       LIRE-PROVISION.
           MOVE PRE-NUM TO PRV-PRET.
           READ FPROV
              INVALID KEY
                 MOVE 'N'  TO WS-PROV-EXISTE
                 MOVE ZERO TO WS-PROV-PREC
              NOT INVALID KEY
                 MOVE 'O'  TO WS-PROV-EXISTE
                 MOVE PRV-MONT TO WS-PROV-PREC
           END-READ.
       CLASSER-PRET.
           MOVE ZERO TO WS-NBIMP WS-ARRIERES.
           MOVE PRE-NUM TO IMP-PRET.
           READ FIMPAYE
              NOT INVALID KEY
                 MOVE IMP-NBIMP TO WS-NBIMP
                 MOVE IMP-MONT  TO WS-ARRIERES
           END-READ.
           MOVE PRE-CLT TO CODE-TCLT.
           READ FCLT
              INVALID KEY MOVE SPACE TO STATUT-TCLT
           END-READ.
           EVALUATE TRUE
              WHEN PRE-STATUT = 'C' OR WS-NBIMP >= 3
                 MOVE 'D' TO WS-CLASSE
                 MOVE 3   TO WS-IND-CL
              WHEN STATUT-TCLT = 'B' AND WS-NBIMP > ZERO
                 MOVE 'D' TO WS-CLASSE
                 MOVE 3   TO WS-IND-CL
              WHEN STATUT-TCLT = 'B' OR WS-NBIMP > ZERO
                 MOVE 'S' TO WS-CLASSE
                 MOVE 2   TO WS-IND-CL
              WHEN OTHER
                 MOVE 'N' TO WS-CLASSE
                 MOVE 1   TO WS-IND-CL
           END-EVALUATE.
      *----------------------------------------------------------------
      *    ENCOURS = RESTANT DU APRES LES ECHEANCES ECHUES (DEPUIS LE  *
      *    DERNIER REMBOURSEMENT ANTICIPE S'IL Y EN A) + ARRIERES      *
      *----------------------------------------------------------------
       CALCULER-ENCOURS.
           COMPUTE WS-TX-MENS = PRE-TAUX / 12.
           IF PRE-DTRA > ZERO
              MOVE PRE-CRDRA TO WS-CRD
              COMPUTE WS-ECH-DEB = PRE-ECHRA + 1
           ELSE
              MOVE PRE-CAPITAL TO WS-CRD
              MOVE 1 TO WS-ECH-DEB
           END-IF.
           PERFORM AMORTIR-UNE-ECHEANCE
              VARYING WS-IND-ECH FROM WS-ECH-DEB BY 1
              UNTIL WS-IND-ECH > PRE-NBPAYES.
           COMPUTE WS-ENCOURS = WS-CRD + WS-ARRIERES.
       AMORTIR-UNE-ECHEANCE.
           COMPUTE WS-MT-INT ROUNDED = WS-CRD * WS-TX-MENS.
           COMPUTE WS-CRD = WS-CRD - (PRE-MENS - WS-MT-INT).
           IF WS-CRD < ZERO
              MOVE ZERO TO WS-CRD
           END-IF.
      *----------------------------------------------------------------
      *    ECART POSITIF : DOTATION (D CHARGE / C PROVISION)           *
      *    ECART NEGATIF : REPRISE  (D PROVISION / C PRODUIT)          *
      *----------------------------------------------------------------
       COMPTABILISER-ECART.
           COMPUTE WS-ECART = WS-PROV-MOIS - WS-PROV-PREC.
           ADD 1            TO TU-NB(WS-IND-CL).
           ADD WS-ENCOURS   TO TU-ENCOURS(WS-IND-CL).
           ADD WS-PROV-MOIS TO TU-PROV(WS-IND-CL).
           MOVE WS-DTARRETE TO GLJ-DATE.
           MOVE PRE-NUM     TO GLJ-REF.
           IF WS-ECART > ZERO
              ADD WS-ECART TO TU-DOTATION(WS-IND-CL)
              MOVE WS-ECART TO GLJ-MONT
              MOVE 'PRV' TO GLJ-TYPE
              MOVE 'DOTATION PROV PRET' TO GLJ-LIB
              MOVE WS-CPTCHG-PRV TO GLJ-COMPTE
              MOVE 'D' TO GLJ-SENS
              PERFORM ECRIRE-UNE-ECRITURE
              MOVE WS-CPTPRV-PRV TO GLJ-COMPTE
              MOVE 'C' TO GLJ-SENS
              PERFORM ECRIRE-UNE-ECRITURE
           END-IF.
           IF WS-ECART < ZERO
              COMPUTE GLJ-MONT = WS-ECART * -1
              ADD GLJ-MONT TO TU-REPRISE(WS-IND-CL)
              MOVE 'RPV' TO GLJ-TYPE
              MOVE 'REPRISE PROV PRET' TO GLJ-LIB
              MOVE WS-CPTPRV-RPV TO GLJ-COMPTE
              MOVE 'D' TO GLJ-SENS
              PERFORM ECRIRE-UNE-ECRITURE
              MOVE WS-CPTPRD-RPV TO GLJ-COMPTE
              MOVE 'C' TO GLJ-SENS
              PERFORM ECRIRE-UNE-ECRITURE
           END-IF.
       ECRIRE-UNE-ECRITURE.
           WRITE ENR-GLJOURN.
           ADD 1 TO WS-NB-ECRITURES.
           IF GLJ-SENS = 'D'
              ADD GLJ-MONT TO WS-TOT-DEBIT
           ELSE
              ADD GLJ-MONT TO WS-TOT-CREDIT
           END-IF.
       ECRIRE-PROVISION.
           ADD 1 TO WS-NB-PRETS.
           MOVE PRE-CLT      TO PRV-CLT.
           MOVE WS-CLASSE    TO PRV-CLASSE.
           MOVE WS-ENCOURS   TO PRV-ENCOURS.
           MOVE TC-TAUX(WS-IND-CL) TO PRV-TAUX.
           MOVE WS-PROV-MOIS TO PRV-MONT.
           MOVE WS-DTARRETE  TO PRV-DTARR.
           IF WS-PROV-EXISTE = 'O'
              REWRITE ENR-PROV
                 INVALID KEY DISPLAY 'ERR. MAJ DD-PRETPROV : ' FS-PROV
              END-REWRITE
           ELSE
              MOVE PRE-NUM TO PRV-PRET
              WRITE ENR-PROV
                 INVALID KEY DISPLAY 'ERR. ECR DD-PRETPROV : ' FS-PROV
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      *    RECAPITULATIF PAR CLASSE                                    *
      *----------------------------------------------------------------
       EDITER-RECAP.
           MOVE WS-DTARRETE TO WE-DTARRETE.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-ENT-DET.
           WRITE REC-PRT FROM LG-VIDE.
           PERFORM EDITER-CLASSE VARYING WS-IND-CL FROM 1 BY 1
              UNTIL WS-IND-CL > 3.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-ECRITURES TO WE-NB-ECR.
           WRITE REC-PRT FROM LG-TOT.
       EDITER-CLASSE.
           MOVE TC-LIBELLE(WS-IND-CL)  TO WE-LIBCL.
           MOVE TU-NB(WS-IND-CL)       TO WE-NB.
           MOVE TC-TAUX(WS-IND-CL)     TO WE-TAUX.
           MOVE TU-ENCOURS(WS-IND-CL)  TO WE-ENCOURS.
           MOVE TU-PROV(WS-IND-CL)     TO WE-PROV.
           WRITE REC-PRT FROM LG-DET.
           MOVE TU-DOTATION(WS-IND-CL) TO WE-DOT.
           MOVE TU-REPRISE(WS-IND-CL)  TO WE-REP.
           WRITE REC-PRT FROM LG-MVT.
      *----------------------------------------------------------------
      *    JOURNAL REMIS A LA COMPTABILITE SEULEMENT S'IL EST          *
      *    EQUILIBRE ET COMPLET                                        *
      *----------------------------------------------------------------
       FIN.
           CLOSE FPRET FIMPAYE FCLT FPROV FGLPROV FPRINT.
           DISPLAY 'PRETS PROVISIONNES : ' WS-NB-PRETS.
           DISPLAY 'ECRITURES PRODUITES: ' WS-NB-ECRITURES.
           DISPLAY 'TOTAL DEBITS       : ' WS-TOT-DEBIT.
           DISPLAY 'TOTAL CREDITS      : ' WS-TOT-CREDIT.
           IF WS-TRAITE = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
                 DISPLAY 'JOURNAL DESEQUILIBRE - FICHIER A NE PAS '
                    'REMETTRE'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
