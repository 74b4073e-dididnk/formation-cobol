      * REGLEMENTAIRE, EDITE EN JANVIER SUR L'ANNEE ECOULEE) : LES
      * MOUVEMENTS 'FRA' DE FMVTC (FRAIS DE TENUE FRAISTEN, AGIOS DE
      * CLOTURE CLOTCPTE) ET LES AGIOS DU FICHIER AS-AGIOS (CALCAGIO)
      * SONT CUMULES PAR CLIENT ET PAR CATEGORIE - LES COMMISSIONS
      * D'INCIDENT DE COMMINC (LIBELLE 'COMM.' EN TETE) FORMANT UNE
      * RUBRIQUE A PART -, PUIS CHAQUE CLIENT
      * RECOIT UNE PAGE ENCADREE (PRESENTATION PG17CH12) SUR DDRECFRA
      * AVEC LE BLOC ADRESSE FADRCLT, ET UNE LIGNE DE MANIFESTE SUR
      * AS-MANFRA (MEME DESSIN QUE FMANIF) POUR LE COURRIER.
      * LE RECAPITULATIF D'UN CLIENT DONT L'ADRESSE EST INVALIDE AU
      * REGISTRE DD-NPAI (COURRIER REVENU, NPAIMAJ) EST RETENU : NI
      * PAGE NI MANIFESTE, UNE TRACE DANS AS-COURRET (DOCUMENT 'FRA')
      * POUR L'AGENCE.
      * APPELE PAR LE PILOTE DE CLOTURE ANNUELLE FINANNEE (AVANT
      * L'ARCHIVAGE ARCHMVT QUI EPURERAIT LES MOUVEMENTS 'FRA'),
      * L'ANNEE EST TRANSMISE PAR LINKAGE ET LE NOMBRE DE RECAPITU-
      * LATIFS EDITES LUI EST RENDU (LES RETENUS NPAI EN REFERENCE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FAGIOS ASSIGN TO AS-AGIOS
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MANIF.

           SELECT FNPAI ASSIGN TO DD-NPAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPA-CLT
           FILE STATUS IS FS-NPAI.

      *----JOURNAL DU COURRIER RETENU (ADRESSE NPAI)------------------
           SELECT FCOURRET ASSIGN TO AS-COURRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.

       DATA DIVISION.
       FILE SECTION.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
              15 DATE-TMVTC-R REDEFINES DATE-TMVTC.
                 20 AA-TMVTC   PIC 9(4).
                 20 MMJJ-TMVTC PIC 9(4).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 MAN-SOLDE   PIC 9(9)V9(2).
           10 MAN-SENS    PIC X.

       FD  FNPAI.
       01  ENR-NPAI.
           10 NPA-CLT       PIC 9(5).
           10 NPA-STATUT    PIC X.
           10 NPA-DTRETOUR  PIC 9(8).
           10 NPA-DOC       PIC X(3).
           10 NPA-DETAIL    PIC X(30).
           10 NPA-NBRETOURS PIC 9(3).
           10 NPA-OPER      PIC X(8).
           10 NPA-DTLEVEE   PIC 9(8).
           10 NPA-DTMAJ     PIC 9(8).

       FD  FCOURRET.
       01  ENR-COURRET.
           10 CRR-CLT     PIC 9(5).
           10 CRR-DATE    PIC 9(8).
           10 CRR-DOC     PIC X(3).
           10 CRR-PROG    PIC X(8).
           10 CRR-DETAIL  PIC X(30).

       WORKING-STORAGE SECTION.
      *----VERIFICATION DES SCELLES DES FICHIERS CONSOMMES (SCELLE)----
       01  WS-SCELLE-FONCTION PIC X VALUE 'V'.
       01  WS-ANNEE     PIC 9(4) VALUE ZERO.
       01  WS-ADR-DISPO PIC X VALUE 'N'.
       01  WS-NB-EDITES PIC 9(5) VALUE ZERO.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  FS-COURRET   PIC XX VALUE ZERO.
       01  WS-NPAI-DISPO PIC X VALUE 'N'.
       01  WS-RETENU    PIC X VALUE 'N'.
       01  WS-NB-RETENUS PIC 9(5) VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-TOT-CLT   PIC 9(9)V9(2) VALUE ZERO.
      *----CUMULS PAR CLIENT : FRAIS ('FRA') ET AGIOS (AS-AGIOS)-------
       01  WS-NB-CLTS   PIC 9(3) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(3) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  WS-OUV-KO    PIC X VALUE 'N'.
       01  T-CUMULS.
           05 T-CUMUL-LIG OCCURS 500 TIMES.
              10 TC-CLT    PIC 9(5).
              10 TC-FRAIS  PIC 9(9)V9(2).
              10 TC-COMM   PIC 9(9)V9(2).
              10 TC-AGIOS  PIC 9(9)V9(2).

      *----PAGE CLIENT (PRESENTATION ENCADREE PG17CH12)----------------
          05 WE-MONTANT    PIC +ZZZBZZZBZZ9.99.
          05 FILLER        PIC X(2) VALUE ' I'.

       LINKAGE SECTION.
      *----EXERCICE CLOS TRANSMIS PAR LE PILOTE FINANNEE - SI ZERO,----
      *----SAISIE INTERACTIVE CONSERVEE. TOTAUX DE CONTROLE RENDUS AU--
      *----PILOTE POUR LE COMPTE-RENDU DE CLOTURE----------------------
       01  LS-FINANNEE.
           05 LS-ANNEE       PIC 9(4).
           05 LS-CTL-NB      PIC 9(9).
           05 LS-CTL-MONTANT PIC 9(13)V9(2).
           05 LS-CTL-REF     PIC 9(7).

       PROCEDURE DIVISION USING LS-FINANNEE.
       PROG.
           PERFORM DEBUT.
           IF FS-PRINT = '00' AND FS-MANIF = '00'
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-ANNEE NOT = ZERO
              MOVE LS-ANNEE TO WS-ANNEE
           ELSE
              DISPLAY 'ANNEE A RECAPITULER (AAAA) : '
                 WITH NO ADVANCING
              ACCEPT WS-ANNEE
           END-IF.
           MOVE WS-ANNEE TO WE-ANNEE.
           OPEN INPUT FCLT.
           OPEN OUTPUT FPRINT FMANIF.
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN INPUT FNPAI.
           IF FS-NPAI = '00'
              MOVE 'O' TO WS-NPAI-DISPO
              OPEN EXTEND FCOURRET
              IF FS-COURRET = '35'
                 OPEN OUTPUT FCOURRET
              END-IF
           END-IF.
           IF FS-PRINT NOT = '00' OR FS-MANIF NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FP ' FS-PRINT
                 ' FM ' FS-MANIF
              MOVE 'O' TO WS-OUV-KO
           END-IF.
      *----------------------------------------------------------------
      *    PASSE 1 : MOUVEMENTS 'FRA' DE L'ANNEE PAR CLIENT            *
       CUMULER-FRAIS-CLIENT.
           PERFORM LOCALISER-CLIENT.
           IF WS-IND-CLT NOT = ZERO
              IF LIB-TMVTC(1:5) = 'COMM.'
                 ADD MONT-TMVTC TO TC-COMM(WS-IND-CLT)
              ELSE
                 ADD MONT-TMVTC TO TC-FRAIS(WS-IND-CLT)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    PASSE 2 : AGIOS DU DERNIER CALCUL (AS-AGIOS) PAR CLIENT     *
                 ADD 1 TO WS-NB-CLTS
                 MOVE CLT-TMVTC TO TC-CLT(WS-NB-CLTS)
                 MOVE ZERO TO TC-FRAIS(WS-NB-CLTS)
                 MOVE ZERO TO TC-COMM(WS-NB-CLTS)
                 MOVE ZERO TO TC-AGIOS(WS-NB-CLTS)
                 MOVE WS-NB-CLTS TO WS-IND-CLT
              ELSE
           PERFORM EDITER-UN-CLIENT VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS.
       EDITER-UN-CLIENT.
           PERFORM VERIFIER-NPAI.
           IF WS-RETENU = 'O'
              PERFORM RETENIR-RECAP
           ELSE
              PERFORM EDITER-RECAP-CLIENT
           END-IF.
      *----ADRESSE INVALIDE (NPAI) : RECAPITULATIF RETENU ET TRACE-----
       VERIFIER-NPAI.
           MOVE 'N' TO WS-RETENU.
           IF WS-NPAI-DISPO = 'O'
              MOVE TC-CLT(WS-IND-CLT) TO NPA-CLT
              READ FNPAI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NPA-STATUT = 'I'
                       MOVE 'O' TO WS-RETENU
                    END-IF
              END-READ
           END-IF.
       RETENIR-RECAP.
           ADD 1 TO WS-NB-RETENUS.
           IF FS-COURRET = '00'
              MOVE TC-CLT(WS-IND-CLT) TO CRR-CLT
              MOVE WS-DTJOUR  TO CRR-DATE
              MOVE 'FRA'      TO CRR-DOC
              MOVE 'RECAPFRA' TO CRR-PROG
              MOVE SPACES     TO CRR-DETAIL
              STRING 'RECAPITULATIF FRAIS ' DELIMITED BY SIZE
                     WS-ANNEE DELIMITED BY SIZE
                     INTO CRR-DETAIL
              WRITE ENR-COURRET
           END-IF.
       EDITER-RECAP-CLIENT.
           ADD 1 TO WS-NB-EDITES.
           COMPUTE WS-TOT-CLT = TC-FRAIS(WS-IND-CLT)
              + TC-COMM(WS-IND-CLT) + TC-AGIOS(WS-IND-CLT).
           MOVE TC-CLT(WS-IND-CLT) TO CODE-TCLT.
           READ FCLT
              INVALID KEY
           MOVE 'FRAIS DE TENUE DE COMPTE' TO WE-RUBRIQUE.
           MOVE TC-FRAIS(WS-IND-CLT) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'COMMISSIONS D INCIDENT' TO WE-RUBRIQUE.
           MOVE TC-COMM(WS-IND-CLT) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'AGIOS SUR DECOUVERT' TO WE-RUBRIQUE.
           MOVE TC-AGIOS(WS-IND-CLT) TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              CLOSE FNPAI
              IF FS-COURRET = '00'
                 CLOSE FCOURRET
              END-IF
           END-IF.
           DISPLAY 'RECAPITULATIFS EDITES : ' WS-NB-EDITES.
           DISPLAY 'RECAPITULATIFS RETENUS (NPAI) : ' WS-NB-RETENUS.
           IF LS-ANNEE NOT = ZERO
              MOVE WS-NB-EDITES  TO LS-CTL-NB
              MOVE ZERO          TO LS-CTL-MONTANT
              MOVE WS-NB-RETENUS TO LS-CTL-REF
           END-IF.
           IF WS-TBL-PLEINE = 'O' OR WS-SCELLE-KO = 'O'
              OR WS-OUV-KO = 'O'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
