       AUTHOR.     E NGBAME.
      * MOTEUR DE CORRESPONDANCE CLIENT : LES PROGRAMMES DE LA CHAINE
      * DEPOSENT LEURS EVENEMENTS DANS LA FILE AS-EVTCOR (SOLDHIST
      * 'DEP', DORMANT 'DOR', CLOTCPTE 'CLO', CHQIMPAY 'INJ',
      * REMIMPAY 'RCI'). CHAQUE NUIT, LA FILE EST FUSIONNEE AVEC
      * L'ADRESSE FADRCLT ET LE MODELE DE LETTRE DU TYPE (AS-LETTR,
      * CHARGEUR CHGLETTR) : UNE LETTRE PAR EVENEMENT SUR DDCORRES ET
      * UNE LIGNE DE MANIFESTE SUR AS-MANCOR (DESSIN FMANIF). LA FILE
      * EST VIDEE EN FIN DE PASSE REUSSIE.
      * SAISTRT DEPOSE 'SAI' (AU CLIENT SAISI) ET 'SAC' (AU CREANCIER
      * SAISISSANT) : POUR 'SAC', LE NOM ET L'ADRESSE SONT CEUX DU
      * CREANCIER DANS LE REGISTRE DD-SAISIE (NUMERO DE SAISIE EN
      * POSITIONS 8 A 12 DU DETAIL), ET NON CEUX DU CLIENT.
      * UN CLIENT DONT L'ADRESSE EST INVALIDE AU REGISTRE DD-NPAI
      * (COURRIER REVENU, NPAIMAJ) NE RECOIT PLUS DE LETTRE : SON
      * EVENEMENT EST RETIRE DE LA FILE SANS EDITION NI MANIFESTE ET
      * TRACE DANS AS-COURRET (DOCUMENT 'COR', TYPE ET DETAIL) POUR
      * QUE L'AGENCE OBTIENNE UNE NOUVELLE ADRESSE. LA LETTRE 'SAC'
      * PART CHEZ LE CREANCIER ET N'EST PAS RETENUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

           SELECT FSAISIE ASSIGN TO DD-SAISIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAI-NUM
           FILE STATUS IS FS-SAISIE.

           SELECT FPRINT ASSIGN TO DDCORRES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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
       FD  FEVTCOR.
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

       FD  FSAISIE.
       01  ENR-SAISIE.
           10 SAI-NUM       PIC 9(5).
           10 SAI-CLT       PIC 9(5).
           10 SAI-TYPE      PIC X.
           10 SAI-CREANCIER PIC X(30).
           10 SAI-ADR-RUE   PIC X(30).
           10 SAI-ADR-CP    PIC X(5).
           10 SAI-ADR-VILLE PIC X(20).
           10 SAI-CPTE-CRE  PIC X(23).
           10 SAI-MONT      PIC 9(9)V9(2).
           10 SAI-DTSIGN    PIC 9(8).
           10 SAI-DTCONT    PIC 9(8).
           10 SAI-NBCPTES   PIC 9.
           10 SAI-CPTE      PIC X(23) OCCURS 5 TIMES.
           10 SAI-STATUT    PIC X.
           10 SAI-MT-BLOQUE PIC 9(9)V9(2).
           10 SAI-DTBLOC    PIC 9(8).
           10 SAI-MT-PAYE   PIC 9(9)V9(2).
           10 SAI-DTFIN     PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
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
       01  FS-EVTCOR    PIC XX VALUE ZERO.
       01  FS-LETTR     PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-SAISIE    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  FS-MANIF     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-LETTR-EOF PIC X VALUE 'N'.
       01  WS-ADR-DISPO PIC X VALUE 'N'.
       01  WS-SAI-DISPO PIC X VALUE 'N'.
       01  WS-NB-LETTRES PIC 9(5) VALUE ZERO.
       01  WS-NB-SANS-MODELE PIC 9(5) VALUE ZERO.
       01  FS-NPAI      PIC XX VALUE ZERO.
       01  FS-COURRET   PIC XX VALUE ZERO.
       01  WS-NPAI-DISPO PIC X VALUE 'N'.
       01  WS-RETENU    PIC X VALUE 'N'.
       01  WS-NB-RETENUES PIC 9(5) VALUE ZERO.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
      *----MODELES DE LETTRE EN TABLE----------------------------------
       01  WS-NB-MODELES PIC 9(2) VALUE ZERO.
       01  WS-IND-MODELE PIC 9(2) VALUE ZERO.
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           OPEN INPUT FSAISIE.
           IF FS-SAISIE = '00'
              MOVE 'O' TO WS-SAI-DISPO
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
           IF FS-EVTCOR NOT = '00'
              DISPLAY 'FILE D EVENEMENTS VIDE OU ABSENTE : '
                 FS-EVTCOR
              DISPLAY 'EVENEMENT SANS MODELE : ' EVT-TYPE
                 ' CLIENT ' EVT-CLT
           ELSE
              PERFORM VERIFIER-NPAI
              IF WS-RETENU = 'O'
                 PERFORM RETENIR-LETTRE
              ELSE
                 PERFORM EDITER-LETTRE
              END-IF
           END-IF.
           PERFORM LIRE-EVENEMENT.
       CHERCHER-MODELE.
                    MOVE ADRC-VILLE TO WE-ADR-VILLE
              END-READ
           END-IF.
           IF EVT-TYPE = 'SAC' AND WS-SAI-DISPO = 'O'
              PERFORM ADRESSER-CREANCIER
           END-IF.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-ADR1.
           WRITE REC-PRT FROM LG-ADR2.
           MOVE EVT-TYPE(1:1) TO MAN-SENS.
           WRITE ENR-MANIF.
      *----------------------------------------------------------------
      *    ADRESSE INVALIDE (NPAI) : LETTRE RETENUE ET JOURNALISEE     *
      *----------------------------------------------------------------
       VERIFIER-NPAI.
           MOVE 'N' TO WS-RETENU.
           IF WS-NPAI-DISPO = 'O' AND EVT-TYPE NOT = 'SAC'
              MOVE EVT-CLT TO NPA-CLT
              READ FNPAI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NPA-STATUT = 'I'
                       MOVE 'O' TO WS-RETENU
                    END-IF
              END-READ
           END-IF.
       RETENIR-LETTRE.
           ADD 1 TO WS-NB-RETENUES.
           IF FS-COURRET = '00'
              MOVE EVT-CLT    TO CRR-CLT
              MOVE WS-DTJOUR  TO CRR-DATE
              MOVE 'COR'      TO CRR-DOC
              MOVE 'CORRESP'  TO CRR-PROG
              MOVE SPACES     TO CRR-DETAIL
              STRING EVT-TYPE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     EVT-DETAIL DELIMITED BY SIZE
                     INTO CRR-DETAIL
              WRITE ENR-COURRET
           END-IF.
      *----LETTRE AU CREANCIER D'UNE SAISIE : ADRESSE DU REGISTRE------
       ADRESSER-CREANCIER.
           MOVE EVT-DETAIL(8:5) TO SAI-NUM.
           READ FSAISIE
              INVALID KEY
                 DISPLAY 'SAISIE INCONNUE : ' EVT-DETAIL(8:5)
              NOT INVALID KEY
                 MOVE SAI-CREANCIER TO WE-ADR-NOM
                 MOVE SAI-ADR-RUE   TO WE-ADR-RUE
                 MOVE SAI-ADR-CP    TO WE-ADR-CP
                 MOVE SAI-ADR-VILLE TO WE-ADR-VILLE
           END-READ.
      *----------------------------------------------------------------
      *    PASSE REUSSIE SANS EVENEMENT ORPHELIN : LA FILE EST VIDEE   *
      *----------------------------------------------------------------
       VIDER-LA-FILE.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           IF WS-SAI-DISPO = 'O'
              CLOSE FSAISIE
           END-IF.
           IF WS-NPAI-DISPO = 'O'
              CLOSE FNPAI
              IF FS-COURRET = '00'
                 CLOSE FCOURRET
              END-IF
           END-IF.
           DISPLAY 'LETTRES EDITEES : ' WS-NB-LETTRES.
           DISPLAY 'LETTRES RETENUES (NPAI) : ' WS-NB-RETENUES.
           IF WS-NB-SANS-MODELE > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
