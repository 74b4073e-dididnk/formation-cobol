       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISTRT.
       AUTHOR.     E NGBAME.
      * TRAITEMENT DE NUIT DU REGISTRE DES SAISIES (DD-SAISIE, VOIR
      * SAISIE), APPELE PAR LA CHAINE DE FIN DE JOURNEE (FINJOUR) :
      *   - UNE SAISIE NOUVELLE ('N') : LE SOLDE DISPONIBLE DE CHAQUE
      *     COMPTE VISE (SOLDE SIGNE MOINS BLOCAGES ACTIFS, LES SOLDES
      *     NEGATIFS NE COMPTENT PAS) EST CUMULE SUR TOUS LES COMPTES
      *     DU CLIENT ; LE SOLDE BANCAIRE INSAISISSABLE (WS-SBI) LUI
      *     EST LAISSE, LE RESTE EST SAISISSABLE DANS LA LIMITE DU
      *     MONTANT RECLAME. IL EST BLOQUE PAR DES BLOCAGES DD-BLOCAGE
      *     SANS EXPIRATION, MOTIF 'SAISIE NNNNN', COMPTE PAR COMPTE
      *     DANS L'ORDRE ; LA SAISIE PASSE AU STATUT 'B'. LE CLIENT
      *     (EVENEMENT 'SAI') ET LE CREANCIER (EVENEMENT 'SAC', ADRESSE
      *     PRISE DANS LE REGISTRE PAR CORRESP) SONT NOTIFIES ;
      *   - UNE SAISIE BLOQUEE ('B') DONT LE DELAI DE CONTESTATION
      *     EST ECHU : CHAQUE BLOCAGE ACTIF DE LA SAISIE EST DEBITE
      *     (MOUVEMENT 'VIR') ET LEVE, LE TOTAL EST CREDITE AU COMPTE
      *     DU CREANCIER S'IL EST TENU CHEZ NOUS (SINON VIREMENT
      *     SORTANT A EMETTRE) ET LA SAISIE PASSE AU STATUT 'P'.
      * REGISTRE ABSENT : PASSAGE NEUTRE. FICHIER DE MOUVEMENTS OU DE
      * BLOCAGES INUTILISABLE : RC 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSAISIE ASSIGN TO DD-SAISIE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAI-NUM
           FILE STATUS IS FS-SAISIE.

           SELECT FBLOCAGE ASSIGN TO DD-BLOCAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLO-NUM
           ALTERNATE RECORD KEY IS BLO-CPTE WITH DUPLICATES
           FILE STATUS IS FS-BLOCAGE.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

      *----FILE D'EVENEMENTS POUR LE COURRIER CLIENT (VOIR CORRESP)----
           SELECT FEVTCOR ASSIGN TO AS-EVTCOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EVTCOR.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FBLOCAGE.
       01  ENR-BLOCAGE.
           10 BLO-NUM     PIC 9(5).
           10 BLO-CPTE    PIC X(23).
           10 BLO-MONT    PIC 9(9)V9(2).
           10 BLO-DTEXP   PIC 9(8).
           10 BLO-MOTIF   PIC X(18).
           10 BLO-STATUT  PIC X.

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

       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC   PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FEVTCOR.
       01  ENR-EVTCOR.
           10 EVT-CLT     PIC 9(5).
           10 EVT-TYPE    PIC X(3).
           10 EVT-DATE    PIC 9(8).
           10 EVT-DETAIL  PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-SAISIE    PIC XX VALUE ZERO.
       01  FS-BLOCAGE   PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-EVTCOR    PIC XX VALUE ZERO.
       01  WS-SAI-EOF   PIC X VALUE 'N'.
       01  WS-BLO-EOF   PIC X VALUE 'N'.
       01  WS-RIB-EOF   PIC X VALUE 'N'.
       01  WS-FIC-OK    PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-NB-BLOQUEES PIC 9(5) VALUE ZERO.
       01  WS-NB-PAYEES PIC 9(5) VALUE ZERO.
       01  WS-NB-ATTENTE PIC 9(5) VALUE ZERO.
      *----SOLDE BANCAIRE INSAISISSABLE (MONTANT FORFAITAIRE DU RSA----
      *----POUR UNE PERSONNE SEULE, A REVOIR A CHAQUE REVALORISATION)--
       01  WS-SBI       PIC 9(7)V9(2) VALUE 646.52.
      *----DERNIER NUMERO DE BLOCAGE ATTRIBUE--------------------------
       01  WS-DERN-BLO  PIC 9(5) VALUE ZERO.
      *----COMPTES DISPONIBLES DE LA SAISIE EN COURS-------------------
       01  WS-NB-DISPO  PIC 9(2) VALUE ZERO.
       01  WS-IND-DISPO PIC 9(2) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9 VALUE ZERO.
       01  T-DISPO.
           05 T-DISPO-LIG OCCURS 20 TIMES.
              10 TD-CPTE   PIC X(23).
              10 TD-DISPO  PIC 9(9)V9(2).
       01  WS-SOLDE-SIGNE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-MT-BLOQUE-CPTE PIC 9(9)V9(2) VALUE ZERO.
       01  WS-DISPO-CPTE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-TOT-DISPO PIC 9(11)V9(2) VALUE ZERO.
       01  WS-SAISISSABLE PIC S9(11)V9(2) VALUE ZERO.
       01  WS-RESTE     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-BLOC   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MT-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
      *----MOTIF DES BLOCAGES DE SAISIE ET LIBELLE DES MOUVEMENTS------
       01  WS-MOTIF-SAI.
           05 FILLER       PIC X(7) VALUE 'SAISIE '.
           05 WS-MOTIF-NUM PIC 9(5).
           05 FILLER       PIC X(6) VALUE SPACES.
      *----DETAIL DES EVENEMENTS : NUMERO EN POSITIONS 8 A 12----------
       01  WS-DETAIL-SAI.
           05 FILLER       PIC X(7) VALUE 'SAISIE '.
           05 WS-DET-NUM   PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WS-DET-MONT  PIC ZZZZZZZZ9.99.
           05 FILLER       PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-FIC-OK = 'O'
              PERFORM TRAITER-SAISIE UNTIL WS-SAI-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN I-O FSAISIE.
      *----REGISTRE ABSENT : AUCUNE SAISIE, PASSAGE NEUTRE-------------
           IF FS-SAISIE = '35'
              DISPLAY 'REGISTRE DD-SAISIE ABSENT - RIEN A TRAITER'
           ELSE
              IF FS-SAISIE NOT = '00'
                 DISPLAY 'ERR. OUVERTURE DD-SAISIE : ' FS-SAISIE
              ELSE
                 PERFORM OUVRIR-FICHIERS
              END-IF
           END-IF.
       OUVRIR-FICHIERS.
           OPEN I-O FBLOCAGE.
           IF FS-BLOCAGE = '35'
              OPEN OUTPUT FBLOCAGE
              CLOSE FBLOCAGE
              OPEN I-O FBLOCAGE
           END-IF.
           OPEN INPUT FRIB.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           OPEN EXTEND FEVTCOR.
           IF FS-EVTCOR = '35'
              OPEN OUTPUT FEVTCOR
           END-IF.
           IF FS-BLOCAGE NOT = '00' OR FS-RIB NOT = '00'
              OR FS-MVTC NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FB ' FS-BLOCAGE
                 ' FR ' FS-RIB ' FM ' FS-MVTC
           ELSE
              MOVE 'O' TO WS-FIC-OK
              PERFORM CHERCHER-DERNIER-BLOCAGE
              PERFORM LIRE-SAISIE
           END-IF.
      *----LES NUMEROS DE BLOCAGE SAISIS A LA MAIN (BLOCAGE) ET CEUX---
      *----POSES ICI PARTAGENT LA MEME CLE : ON REPART DU PLUS GRAND---
       CHERCHER-DERNIER-BLOCAGE.
           MOVE 'N' TO WS-BLO-EOF.
           PERFORM LIRE-BLOCAGE.
           PERFORM NOTER-DERNIER-BLOCAGE UNTIL WS-BLO-EOF = 'O'.
       NOTER-DERNIER-BLOCAGE.
           IF BLO-NUM > WS-DERN-BLO
              MOVE BLO-NUM TO WS-DERN-BLO
           END-IF.
           PERFORM LIRE-BLOCAGE.
       LIRE-BLOCAGE.
           READ FBLOCAGE NEXT RECORD
              AT END MOVE 'O' TO WS-BLO-EOF
           END-READ.
       LIRE-SAISIE.
           READ FSAISIE NEXT RECORD
              AT END MOVE 'O' TO WS-SAI-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE SAISIE : BLOCAGE SI NOUVELLE, PAIEMENT SI BLOQUEE ET    *
      *    DELAI DE CONTESTATION ECHU                                  *
      *----------------------------------------------------------------
       TRAITER-SAISIE.
           MOVE SAI-NUM TO WS-MOTIF-NUM WS-DET-NUM.
           IF SAI-STATUT = 'N'
              PERFORM BLOQUER-SAISIE
           ELSE
              IF SAI-STATUT = 'B'
                 IF SAI-DTCONT <= WS-DTJOUR
                    PERFORM PAYER-SAISIE
                 ELSE
                    ADD 1 TO WS-NB-ATTENTE
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-SAISIE.
      *----------------------------------------------------------------
      *    BLOCAGE DU SOLDE SAISISSABLE                                *
      *----------------------------------------------------------------
       BLOQUER-SAISIE.
           MOVE ZERO TO WS-NB-DISPO WS-TOT-DISPO WS-MT-TOTAL.
           IF SAI-NBCPTES > ZERO
              PERFORM EVALUER-COMPTE-VISE
                 VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > SAI-NBCPTES
           ELSE
              PERFORM RELEVER-COMPTES-CLIENT
           END-IF.
           COMPUTE WS-SAISISSABLE = WS-TOT-DISPO - WS-SBI.
           IF WS-SAISISSABLE < ZERO
              MOVE ZERO TO WS-SAISISSABLE
           END-IF.
           IF WS-SAISISSABLE > SAI-MONT
              MOVE SAI-MONT TO WS-SAISISSABLE
           END-IF.
           MOVE WS-SAISISSABLE TO WS-RESTE.
           PERFORM POSER-BLOCAGE
              VARYING WS-IND-DISPO FROM 1 BY 1
              UNTIL WS-IND-DISPO > WS-NB-DISPO OR WS-RESTE = ZERO.
           MOVE 'B'         TO SAI-STATUT.
           MOVE WS-MT-TOTAL TO SAI-MT-BLOQUE.
           MOVE WS-DTJOUR   TO SAI-DTBLOC.
           REWRITE ENR-SAISIE
              INVALID KEY DISPLAY 'ERR. MAJ DD-SAISIE : ' FS-SAISIE
           END-REWRITE.
           ADD 1 TO WS-NB-BLOQUEES.
           DISPLAY 'SAISIE ' SAI-NUM ' CLIENT ' SAI-CLT ' RECLAME '
              SAI-MONT ' BLOQUE ' WS-MT-TOTAL.
           MOVE WS-MT-TOTAL TO WS-DET-MONT.
           MOVE 'SAI' TO EVT-TYPE.
           PERFORM NOTIFIER.
           MOVE 'SAC' TO EVT-TYPE.
           PERFORM NOTIFIER.
       EVALUER-COMPTE-VISE.
           MOVE SAI-CPTE(WS-IND-CPTE) TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
              INVALID KEY
                 DISPLAY 'SAISIE ' SAI-NUM ' COMPTE INCONNU : '
                    CPTE-TRIB
              NOT INVALID KEY
                 PERFORM EVALUER-COMPTE
           END-READ.
       RELEVER-COMPTES-CLIENT.
           MOVE 'N' TO WS-RIB-EOF.
           MOVE SAI-CLT TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-RIB-EOF
           END-START.
           PERFORM LIRE-COMPTE-CLIENT UNTIL WS-RIB-EOF = 'O'.
       LIRE-COMPTE-CLIENT.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-RIB-EOF
           END-READ.
           IF WS-RIB-EOF = 'N'
              IF CLT-TRIB NOT = SAI-CLT
                 MOVE 'O' TO WS-RIB-EOF
              ELSE
                 PERFORM EVALUER-COMPTE
              END-IF
           END-IF.
      *----DISPONIBLE D'UN COMPTE = SOLDE SIGNE - BLOCAGES ACTIFS------
       EVALUER-COMPTE.
           IF ETAT-TRIB NOT = 'F'
              IF SENS-TRIB = 'D'
                 COMPUTE WS-SOLDE-SIGNE = SOLDE-TRIB * -1
              ELSE
                 MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
              END-IF
              PERFORM CUMULER-BLOCAGES-COMPTE
              COMPUTE WS-DISPO-CPTE = WS-SOLDE-SIGNE
                 - WS-MT-BLOQUE-CPTE
              IF WS-DISPO-CPTE > ZERO AND WS-NB-DISPO < 20
                 ADD 1 TO WS-NB-DISPO
                 MOVE CPTE-TRIB     TO TD-CPTE(WS-NB-DISPO)
                 MOVE WS-DISPO-CPTE TO TD-DISPO(WS-NB-DISPO)
                 ADD WS-DISPO-CPTE  TO WS-TOT-DISPO
              END-IF
           END-IF.
       CUMULER-BLOCAGES-COMPTE.
           MOVE ZERO TO WS-MT-BLOQUE-CPTE.
           MOVE 'N' TO WS-BLO-EOF.
           MOVE CPTE-TRIB TO BLO-CPTE.
           START FBLOCAGE KEY = BLO-CPTE
              INVALID KEY MOVE 'O' TO WS-BLO-EOF
           END-START.
           PERFORM CUMULER-UN-BLOCAGE UNTIL WS-BLO-EOF = 'O'.
       CUMULER-UN-BLOCAGE.
           PERFORM LIRE-BLOCAGE.
           IF WS-BLO-EOF = 'N'
              IF BLO-CPTE NOT = CPTE-TRIB
                 MOVE 'O' TO WS-BLO-EOF
              ELSE
                 IF BLO-STATUT = 'A'
                    ADD BLO-MONT TO WS-MT-BLOQUE-CPTE
                 END-IF
              END-IF
           END-IF.
       POSER-BLOCAGE.
           IF TD-DISPO(WS-IND-DISPO) < WS-RESTE
              MOVE TD-DISPO(WS-IND-DISPO) TO WS-MT-BLOC
           ELSE
              MOVE WS-RESTE TO WS-MT-BLOC
           END-IF.
           ADD 1 TO WS-DERN-BLO.
           MOVE WS-DERN-BLO  TO BLO-NUM.
           MOVE TD-CPTE(WS-IND-DISPO) TO BLO-CPTE.
           MOVE WS-MT-BLOC   TO BLO-MONT.
           MOVE ZERO         TO BLO-DTEXP.
           MOVE WS-MOTIF-SAI TO BLO-MOTIF.
           MOVE 'A'          TO BLO-STATUT.
           WRITE ENR-BLOCAGE
              INVALID KEY
                 DISPLAY 'ERR. ECR. DD-BLOCAGE : ' FS-BLOCAGE
                    ' NUMERO ' BLO-NUM
              NOT INVALID KEY
                 SUBTRACT WS-MT-BLOC FROM WS-RESTE
                 ADD WS-MT-BLOC TO WS-MT-TOTAL
           END-WRITE.
       NOTIFIER.
           IF FS-EVTCOR = '00'
              MOVE SAI-CLT       TO EVT-CLT
              MOVE WS-DTJOUR     TO EVT-DATE
              MOVE WS-DETAIL-SAI TO EVT-DETAIL
              WRITE ENR-EVTCOR
           END-IF.
      *----------------------------------------------------------------
      *    PAIEMENT AU CREANCIER : DEBIT DES BLOCAGES DE LA SAISIE,    *
      *    CREDIT DU COMPTE DE REVERSEMENT S'IL EST TENU CHEZ NOUS     *
      *----------------------------------------------------------------
       PAYER-SAISIE.
           MOVE ZERO TO WS-MT-TOTAL.
           MOVE 'N' TO WS-BLO-EOF.
           MOVE ZERO TO BLO-NUM.
           START FBLOCAGE KEY IS NOT LESS THAN BLO-NUM
              INVALID KEY MOVE 'O' TO WS-BLO-EOF
           END-START.
           PERFORM PAYER-UN-BLOCAGE UNTIL WS-BLO-EOF = 'O'.
           IF WS-MT-TOTAL > ZERO
              PERFORM CREDITER-CREANCIER
           END-IF.
           MOVE 'P'         TO SAI-STATUT.
           MOVE WS-MT-TOTAL TO SAI-MT-PAYE.
           MOVE WS-DTJOUR   TO SAI-DTFIN.
           REWRITE ENR-SAISIE
              INVALID KEY DISPLAY 'ERR. MAJ DD-SAISIE : ' FS-SAISIE
           END-REWRITE.
           ADD 1 TO WS-NB-PAYEES.
           DISPLAY 'SAISIE ' SAI-NUM ' PAYEE A ' SAI-CREANCIER ' : '
              WS-MT-TOTAL.
       PAYER-UN-BLOCAGE.
           PERFORM LIRE-BLOCAGE.
           IF WS-BLO-EOF = 'N'
              IF BLO-STATUT = 'A' AND BLO-MOTIF = WS-MOTIF-SAI
                 PERFORM DEBITER-BLOCAGE
              END-IF
           END-IF.
       DEBITER-BLOCAGE.
           MOVE BLO-CPTE TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
              INVALID KEY
                 DISPLAY 'SAISIE ' SAI-NUM ' COMPTE DISPARU : '
                    BLO-CPTE
              NOT INVALID KEY
                 MOVE CLT-TRIB     TO CLT-TMVTC
                 MOVE CPTE-TRIB    TO CPTE-TMVTC
                 MOVE WS-DTJOUR    TO DATE-TMVTC DTVAL-TMVTC
                 MOVE BLO-MONT     TO MONT-TMVTC
                 MOVE 'D'          TO SENS-TMVTC
                 MOVE 'VIR'        TO TYPE-TMVTC
                 MOVE DEV-TRIB     TO DEV-TMVTC
                 MOVE WS-MOTIF-SAI TO LIB-TMVTC
                 PERFORM ECRIRE-MOUVEMENT
                 ADD BLO-MONT TO WS-MT-TOTAL
                 MOVE 'L' TO BLO-STATUT
                 REWRITE ENR-BLOCAGE
                    INVALID KEY DISPLAY 'ERR. MAJ DD-BLOCAGE : '
                       FS-BLOCAGE
                 END-REWRITE
           END-READ.
       CREDITER-CREANCIER.
           MOVE SAI-CPTE-CRE TO CPTE-TRIB.
           READ FRIB KEY IS CPTE-TRIB
              INVALID KEY
                 DISPLAY 'SAISIE ' SAI-NUM ' - VIREMENT DE '
                    WS-MT-TOTAL ' A EMETTRE VERS ' SAI-CPTE-CRE
              NOT INVALID KEY
                 IF ETAT-TRIB = 'F'
                    DISPLAY 'SAISIE ' SAI-NUM ' COMPTE CREANCIER '
                       'FERME - VIREMENT A EMETTRE : ' WS-MT-TOTAL
                 ELSE
                    MOVE CLT-TRIB     TO CLT-TMVTC
                    MOVE CPTE-TRIB    TO CPTE-TMVTC
                    MOVE WS-DTJOUR    TO DATE-TMVTC DTVAL-TMVTC
                    MOVE WS-MT-TOTAL  TO MONT-TMVTC
                    MOVE 'C'          TO SENS-TMVTC
                    MOVE 'VIR'        TO TYPE-TMVTC
                    MOVE DEV-TRIB     TO DEV-TMVTC
                    MOVE WS-MOTIF-SAI TO LIB-TMVTC
                    PERFORM ECRIRE-MOUVEMENT
                 END-IF
           END-READ.
       ECRIRE-MOUVEMENT.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
           END-WRITE.
       FIN.
           IF FS-SAISIE = '00' OR FS-SAISIE = '10'
              CLOSE FSAISIE
           END-IF.
           IF WS-FIC-OK = 'O'
              CLOSE FBLOCAGE FRIB FMVTC
           END-IF.
           IF FS-EVTCOR = '00'
              CLOSE FEVTCOR
           END-IF.
           DISPLAY 'SAISIES BLOQUEES   : ' WS-NB-BLOQUEES.
           DISPLAY 'SAISIES PAYEES     : ' WS-NB-PAYEES.
           DISPLAY 'EN CONTESTATION    : ' WS-NB-ATTENTE.
           IF FS-SAISIE NOT = '35' AND WS-FIC-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
