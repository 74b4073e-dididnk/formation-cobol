       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTSOLD.
       AUTHOR.     E NGBAME.
      * ATTESTATION DE SOLDE A UNE DATE PASSEE (AU 31/12, A LA DATE
      * D'UN DECES...) DEMANDEE PAR LE CLIENT, UN AUDITEUR OU UN
      * NOTAIRE. LE SOLDE DE CHAQUE COMPTE DU CLIENT (FRIB PAR
      * CLT-TRIB) EST RECONSTITUE A LA DATE DEMANDEE A PARTIR DE LA
      * PHOTO LA PLUS PROCHE : HISTORIQUE FSOLDH (SOLDHIST) OU SOLDE
      * COURANT FRIB A SA DATE D'ARRETE. LES MOUVEMENTS FMVTC SONT
      * REJOUES VERS L'AVANT (PHOTO ANTERIEURE) OU RETRANCHES VERS
      * L'ARRIERE (PHOTO POSTERIEURE) ; LES ARCHIVES ANNUELLES
      * MVTARCH.AAAA (ARCHMVT) DES ANNEES CONCERNEES SONT LUES AUSSI,
      * UN MOUVEMENT RESTAURE PAR RESTMVT ET DONC PRESENT DANS LE
      * FICHIER VIF N'ETANT COMPTE QU'UNE FOIS. UNE PHOTO EST DATEE
      * EN FIN DE JOURNEE : ELLE COMPREND LES MOUVEMENTS DE SA DATE.
      * L'ATTESTATION EST EDITEE ENCADREE SUR DDATTEST (TITULAIRE,
      * ADRESSE FADRCLT, IBAN PAR IBANCLE, SOLDE PAR COMPTE) ET
      * ENREGISTREE SOUS UN NUMERO DANS LE REGISTRE DD-ATTEST.
      * LE FICHIER VIF EST LU COMPTE PAR COMPTE PAR LE CHEMIN
      * SECONDAIRE COMPTE + DATE (CPTDT-TMVTC), EN NE PARCOURANT QUE
      * L'INTERVALLE ENTRE LA PHOTO ET LA DATE DEMANDEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATTEST ASSIGN TO DD-ATTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATT-NUM
           FILE STATUS IS FS-ATTEST.

           SELECT FCLT ASSIGN TO DD-CLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODE-TCLT
           FILE STATUS IS FS-CLT.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADRC-CLT
           FILE STATUS IS FS-ADRCLT.

           SELECT FSOLDH ASSIGN TO AS-SOLDH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FARCH ASSIGN TO DYNAMIC WS-ARCH-NOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH.

           SELECT FPRINT ASSIGN TO DDATTEST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FATTEST.
       01  ENR-ATTEST.
           10 ATT-NUM       PIC 9(5).
           10 ATT-CLT       PIC 9(5).
           10 ATT-DTSOLDE   PIC 9(8).
           10 ATT-DTEMIS    PIC 9(8).
           10 ATT-DEMANDEUR PIC X(30).
           10 ATT-NBCPTES   PIC 9(2).

       FD  FCLT.
       01  ENR-TCLT.
           10 CODE-TCLT   PIC 9(5).
           10 NOM-TCLT    PIC X(20).
           10 PRENOM-TCLT PIC X(20).
           10 CODEAG-TCLT PIC 9(7).
           10 STATUT-TCLT PIC X.
           10 MOTIF-TCLT  PIC X(3).

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

       FD  FADRCLT.
       01  ENR-ADRCLT.
           10 ADRC-CLT    PIC 9(5).
           10 ADRC-RUE    PIC X(30).
           10 ADRC-VILLE  PIC X(20).
           10 ADRC-CP     PIC X(5).
           10 ADRC-PAYS   PIC X(15).

       FD  FSOLDH.
       01  ENR-SOLDH.
           10 SLDH-CLT    PIC 9(5).
           10 SLDH-CPTE   PIC X(23).
           10 SLDH-DATE   PIC 9(8).
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

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

       FD  FARCH.
       01  ENR-ARCH.
           10 ARC-CLT     PIC 9(5).
           10 ARC-CPTE    PIC X(23).
           10 ARC-DATE    PIC 9(8).
           10 ARC-MONT    PIC 9(9)V9(2).
           10 ARC-SENS    PIC X.
           10 ARC-TYPE    PIC X(3).
           10 ARC-REF     PIC 9(13).
           10 ARC-DEV     PIC X(3).
           10 ARC-DTVAL   PIC 9(8).
           10 ARC-LIB     PIC X(18).
           10 ARC-NUMCHQ  PIC 9(7).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-ATTEST    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ARCH      PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-ADR-DISPO PIC X VALUE 'N'.
       01  WS-MVTC-DISPO PIC X VALUE 'N'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTSOLDE   PIC 9(8) VALUE ZERO.
       01  WS-CLT       PIC 9(5) VALUE ZERO.
       01  WS-DEMANDEUR PIC X(30) VALUE SPACES.
       01  WS-NUM-ATT   PIC 9(5) VALUE ZERO.
       01  WS-SIGNE     PIC S9(9)V9(2) VALUE ZERO.
       01  WS-SOLDE-ED  PIC S9(9)V9(2) VALUE ZERO.
      *----COMPTES DU CLIENT ET PHOTO DE DEPART DE CHACUN--------------
       01  WS-NB-CPTES  PIC 9(2) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(2) VALUE ZERO.
       01  WS-CPTE-TRV  PIC 9(2) VALUE ZERO.
       01  WS-IND-MVT   PIC 9(2) VALUE ZERO.
      *----INTERVALLE PHOTO / DATE DEMANDEE DU COMPTE EN COURS---------
       01  WS-DTBAS     PIC 9(8) VALUE ZERO.
       01  WS-DTHAUT    PIC 9(8) VALUE ZERO.
       01  T-CPTES.
           05 T-CPTE-LIG OCCURS 20 TIMES.
              10 TC-CPTE     PIC X(23).
              10 TC-DEV      PIC X(3).
              10 TC-DTREF    PIC 9(8).
              10 TC-ECART    PIC 9(7).
              10 TC-SOLDE    PIC S9(9)V9(2).
      *----ECART EN JOURS ENTRE DEUX DATES (ANNEES DE 365 JOURS,-------
      *----SUFFISANT POUR CHOISIR LA PHOTO LA PLUS PROCHE)-------------
       01  WS-DATE-CALC PIC 9(8) VALUE ZERO.
       01  WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
           05 WS-AA-CALC   PIC 9(4).
           05 WS-MM-CALC   PIC 9(2).
           05 WS-JJ-CALC   PIC 9(2).
       01  WS-JNUM      PIC 9(7) VALUE ZERO.
       01  WS-JNUM-SOLDE PIC 9(7) VALUE ZERO.
       01  WS-ECART     PIC 9(7) VALUE ZERO.
       01  WS-CUMUL-MOIS-X PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  WS-CUMUL-MOIS-T REDEFINES WS-CUMUL-MOIS-X.
           05 WS-CUMUL-MOIS PIC 9(3) OCCURS 12 TIMES.
      *----PLAGE D'ANNEES A RELIRE DANS LES ARCHIVES MVTARCH.AAAA------
       01  WS-DTMIN     PIC 9(8) VALUE ZERO.
       01  WS-DTMAX     PIC 9(8) VALUE ZERO.
       01  WS-ANNEE     PIC 9(4) VALUE ZERO.
       01  WS-ANNEE-FIN PIC 9(4) VALUE ZERO.
       01  WS-ARCH-NOM  PIC X(20) VALUE SPACES.
       01  WS-NB-ARCH   PIC 9(7) VALUE ZERO.
      *----MOUVEMENT EN COURS D'IMPUTATION (VIF OU ARCHIVE)------------
       01  WS-M-CPTE    PIC X(23) VALUE SPACES.
       01  WS-M-DATE    PIC 9(8) VALUE ZERO.
       01  WS-M-MONT    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-M-SENS    PIC X VALUE SPACE.
      *----IBAN DU COMPTE EDITE (ROUTINE PARTAGEE IBANCLE)-------------
       01  WS-IBAN-FONCTION PIC X VALUE 'C'.
       01  WS-IBAN-VALIDE   PIC X VALUE 'O'.
       01  WS-IBAN      PIC X(27) VALUE SPACES.
       01  WS-DATE-EDIT.
           05 WS-JJ-EDIT PIC 9(2).
           05 FILLER     PIC X VALUE '/'.
           05 WS-MM-EDIT PIC 9(2).
           05 FILLER     PIC X VALUE '/'.
           05 WS-AA-EDIT PIC 9(4).

      *----ATTESTATION ENCADREE----------------------------------------
       01  LG-CADRE.
           05 FILLER PIC X VALUE '*'.
           05 FILLER PIC X(78) VALUE ALL '-'.
           05 FILLER PIC X VALUE '*'.
       01  LG-CORPS.
           05 FILLER   PIC X VALUE 'I'.
           05 FILLER   PIC X(2) VALUE SPACES.
           05 WE-CORPS PIC X(76).
           05 FILLER   PIC X VALUE 'I'.
       01  WS-TITRE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'ATTESTATION DE SOLDE NO  '.
           05 WE-NUM PIC 9(5).
       01  WS-TITULAIRE.
           05 FILLER PIC X(17) VALUE 'AU NOM DE      : '.
           05 WE-NOM    PIC X(20).
           05 FILLER    PIC X VALUE SPACE.
           05 WE-PRENOM PIC X(20).
           05 FILLER    PIC X(9) VALUE ' CLIENT '.
           05 WE-CLT    PIC 9(5).
       01  WS-ADRESSE1.
           05 FILLER PIC X(17) VALUE 'DEMEURANT      : '.
           05 WE-RUE    PIC X(30).
       01  WS-ADRESSE2.
           05 FILLER PIC X(17) VALUE SPACES.
           05 WE-CP     PIC X(5).
           05 FILLER    PIC X VALUE SPACE.
           05 WE-VILLE  PIC X(20).
           05 FILLER    PIC X VALUE SPACE.
           05 WE-PAYS   PIC X(15).
       01  WS-DATE-SOLDE.
           05 FILLER PIC X(34) VALUE
              'PRESENTAIENT EN FIN DE JOURNEE DU '.
           05 WE-DTSOLDE PIC X(10).
           05 FILLER PIC X(21) VALUE ' LES SOLDES SUIVANTS:'.
       01  WS-ENT-CPTE.
           05 FILLER PIC X(32) VALUE 'IBAN                        DEV'.
           05 FILLER PIC X(30) VALUE '            SOLDE'.
       01  WS-LIG-CPTE.
           05 WE-IBAN   PIC X(27).
           05 FILLER    PIC X VALUE SPACE.
           05 WE-DEV    PIC X(3).
           05 FILLER    PIC X VALUE SPACE.
           05 WE-SOLDE  PIC ZZZBZZZBZZ9.99.
           05 FILLER    PIC X VALUE SPACE.
           05 WE-SENS   PIC X(9).
       01  WS-DELIVRE.
           05 FILLER PIC X(17) VALUE 'DELIVREE A     : '.
           05 WE-DEMANDEUR PIC X(30).
       01  WS-FAIT-LE.
           05 FILLER PIC X(8) VALUE 'FAIT LE '.
           05 WE-DTEMIS PIC X(10).
           05 FILLER PIC X(43) VALUE
              ' POUR SERVIR ET VALOIR CE QUE DE DROIT.'.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-CTRL-OK = 'O'
              PERFORM RELEVER-COMPTES
           END-IF.
           IF WS-NB-CPTES > ZERO
              PERFORM CHOISIR-PHOTOS
              PERFORM REJOUER-MOUVEMENTS
              PERFORM REJOUER-ARCHIVES
              PERFORM ENREGISTRER-ATTESTATION
              PERFORM EDITER-ATTESTATION
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           DISPLAY 'CLIENT (9(5))                    : '
              WITH NO ADVANCING.
           ACCEPT WS-CLT.
           DISPLAY 'SOLDE AU (AAAAMMJJ, 0=JOUR)      : '
              WITH NO ADVANCING.
           ACCEPT WS-DTSOLDE.
           IF WS-DTSOLDE = ZERO
              MOVE WS-DTJOUR TO WS-DTSOLDE
           END-IF.
           DISPLAY 'DELIVREE A (X(30))               : '
              WITH NO ADVANCING.
           ACCEPT WS-DEMANDEUR.
           OPEN I-O FATTEST.
           IF FS-ATTEST = '35'
              OPEN OUTPUT FATTEST
              CLOSE FATTEST
              OPEN I-O FATTEST
           END-IF.
           OPEN INPUT FCLT FRIB.
           OPEN OUTPUT FPRINT.
           OPEN INPUT FADRCLT.
           IF FS-ADRCLT = '00'
              MOVE 'O' TO WS-ADR-DISPO
           ELSE
              DISPLAY 'FICHIER ADRESSES ABSENT : ' FS-ADRCLT
           END-IF.
           IF FS-ATTEST NOT = '00' OR FS-CLT NOT = '00'
              OR FS-RIB NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FA ' FS-ATTEST
                 ' FC ' FS-CLT ' FR ' FS-RIB ' FP ' FS-PRINT
           ELSE
              PERFORM CONTROLER-DEMANDE
           END-IF.
       CONTROLER-DEMANDE.
           IF WS-DTSOLDE > WS-DTJOUR
              DISPLAY 'DATE DE SOLDE POSTERIEURE AU JOUR : '
                 WS-DTSOLDE
           ELSE
              MOVE WS-CLT TO CODE-TCLT
              READ FCLT
                 INVALID KEY
                    DISPLAY 'CLIENT INCONNU : ' WS-CLT
                 NOT INVALID KEY
                    MOVE 'O' TO WS-CTRL-OK
              END-READ
           END-IF.
      *----------------------------------------------------------------
      *    COMPTES DU CLIENT : LE SOLDE FRIB A SA DATE D'ARRETE EST    *
      *    LA PREMIERE PHOTO CANDIDATE DE CHAQUE COMPTE                *
      *----------------------------------------------------------------
       RELEVER-COMPTES.
           MOVE WS-DTSOLDE TO WS-DATE-CALC.
           PERFORM CALCULER-JNUM.
           MOVE WS-JNUM TO WS-JNUM-SOLDE.
           MOVE 'N' TO WS-EOF.
           MOVE WS-CLT TO CLT-TRIB.
           START FRIB KEY = CLT-TRIB
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-COMPTE-CLIENT UNTIL WS-EOF = 'O'.
           IF WS-NB-CPTES = ZERO
              DISPLAY 'AUCUN COMPTE POUR LE CLIENT ' WS-CLT
           END-IF.
       LIRE-COMPTE-CLIENT.
           READ FRIB NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
              IF CLT-TRIB NOT = WS-CLT
                 MOVE 'O' TO WS-EOF
              ELSE
                 IF WS-NB-CPTES < 20
                    ADD 1 TO WS-NB-CPTES
                    MOVE CPTE-TRIB TO TC-CPTE(WS-NB-CPTES)
                    MOVE DEV-TRIB  TO TC-DEV(WS-NB-CPTES)
                    MOVE DATE-TRIB TO TC-DTREF(WS-NB-CPTES)
                    IF SENS-TRIB = 'D'
                       COMPUTE TC-SOLDE(WS-NB-CPTES) = SOLDE-TRIB * -1
                    ELSE
                       MOVE SOLDE-TRIB TO TC-SOLDE(WS-NB-CPTES)
                    END-IF
                    MOVE DATE-TRIB TO WS-DATE-CALC
                    PERFORM CALCULER-ECART
                    MOVE WS-ECART TO TC-ECART(WS-NB-CPTES)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    PHOTO LA PLUS PROCHE DANS L'HISTORIQUE FSOLDH (A ECART      *
      *    EGAL, LA PHOTO ANTERIEURE EST PREFEREE)                     *
      *----------------------------------------------------------------
       CHOISIR-PHOTOS.
           OPEN INPUT FSOLDH.
           IF FS-SOLDH NOT = '00'
              DISPLAY 'HISTORIQUE FSOLDH ABSENT - DEPART SUR FRIB'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-PHOTO
              PERFORM EXAMINER-PHOTO UNTIL WS-EOF = 'O'
              CLOSE FSOLDH
           END-IF.
       LIRE-PHOTO.
           READ FSOLDH
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       EXAMINER-PHOTO.
           IF SLDH-CLT = WS-CLT
              MOVE SLDH-CPTE TO WS-M-CPTE
              PERFORM CHERCHER-COMPTE
              IF WS-CPTE-TRV NOT = ZERO
                 MOVE SLDH-DATE TO WS-DATE-CALC
                 PERFORM CALCULER-ECART
                 IF WS-ECART < TC-ECART(WS-CPTE-TRV)
                    OR (WS-ECART = TC-ECART(WS-CPTE-TRV)
                        AND SLDH-DATE < TC-DTREF(WS-CPTE-TRV))
                    MOVE WS-ECART  TO TC-ECART(WS-CPTE-TRV)
                    MOVE SLDH-DATE TO TC-DTREF(WS-CPTE-TRV)
                    IF SLDH-SENS = 'D'
                       COMPUTE TC-SOLDE(WS-CPTE-TRV) = SLDH-SOLDE * -1
                    ELSE
                       MOVE SLDH-SOLDE TO TC-SOLDE(WS-CPTE-TRV)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-PHOTO.
       CHERCHER-COMPTE.
           MOVE ZERO TO WS-CPTE-TRV.
           PERFORM COMPARER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES.
       COMPARER-COMPTE.
           IF TC-CPTE(WS-IND-CPTE) = WS-M-CPTE
              MOVE WS-IND-CPTE TO WS-CPTE-TRV
           END-IF.
       CALCULER-ECART.
           PERFORM CALCULER-JNUM.
           IF WS-JNUM > WS-JNUM-SOLDE
              COMPUTE WS-ECART = WS-JNUM - WS-JNUM-SOLDE
           ELSE
              COMPUTE WS-ECART = WS-JNUM-SOLDE - WS-JNUM
           END-IF.
       CALCULER-JNUM.
           IF WS-MM-CALC < 1 OR WS-MM-CALC > 12
              MOVE ZERO TO WS-JNUM
           ELSE
              COMPUTE WS-JNUM = WS-AA-CALC * 365
                 + WS-CUMUL-MOIS(WS-MM-CALC) + WS-JJ-CALC
           END-IF.
      *----------------------------------------------------------------
      *    REJEU DES MOUVEMENTS DU FICHIER VIF, COMPTE PAR COMPTE PAR  *
      *    LE CHEMIN SECONDAIRE COMPTE + DATE                          *
      *----------------------------------------------------------------
       REJOUER-MOUVEMENTS.
           OPEN INPUT FMVTC.
           IF FS-MVTC NOT = '00'
              DISPLAY 'FICHIER MOUVEMENTS ABSENT : ' FS-MVTC
           ELSE
              MOVE 'O' TO WS-MVTC-DISPO
              PERFORM REJOUER-MVTS-COMPTE
                 VARYING WS-IND-MVT FROM 1 BY 1
                 UNTIL WS-IND-MVT > WS-NB-CPTES
           END-IF.
      *----LES MOUVEMENTS DATES DE LA BORNE BASSE SONT EXCLUS (PHOTO---
      *----EN FIN DE JOURNEE, OU DATE DEMANDEE ELLE-MEME) : ON SE------
      *----POSITIONNE STRICTEMENT APRES COMPTE + BORNE BASSE-----------
       REJOUER-MVTS-COMPTE.
           IF TC-DTREF(WS-IND-MVT) NOT > WS-DTSOLDE
              MOVE TC-DTREF(WS-IND-MVT) TO WS-DTBAS
              MOVE WS-DTSOLDE TO WS-DTHAUT
           ELSE
              MOVE WS-DTSOLDE TO WS-DTBAS
              MOVE TC-DTREF(WS-IND-MVT) TO WS-DTHAUT
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE TC-CPTE(WS-IND-MVT) TO CPTE-TMVTC.
           MOVE WS-DTBAS TO DATE-TMVTC.
           START FMVTC KEY IS > CPTDT-TMVTC
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM LIRE-MOUVEMENT-COMPTE UNTIL WS-EOF = 'O'.
       LIRE-MOUVEMENT-COMPTE.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
              IF CPTE-TMVTC NOT = TC-CPTE(WS-IND-MVT)
                 OR DATE-TMVTC > WS-DTHAUT
                 MOVE 'O' TO WS-EOF
              ELSE
                 MOVE CPTE-TMVTC TO WS-M-CPTE
                 MOVE DATE-TMVTC TO WS-M-DATE
                 MOVE MONT-TMVTC TO WS-M-MONT
                 MOVE SENS-TMVTC TO WS-M-SENS
                 PERFORM IMPUTER-MOUVEMENT
              END-IF
           END-IF.
      *----UN MOUVEMENT ENTRE LA PHOTO ET LA DATE DEMANDEE : AJOUTE----
      *----SI LA PHOTO PRECEDE LA DATE, RETRANCHE SI ELLE LA SUIT------
       IMPUTER-MOUVEMENT.
           PERFORM CHERCHER-COMPTE.
           IF WS-CPTE-TRV NOT = ZERO
              IF WS-M-SENS = 'D'
                 COMPUTE WS-SIGNE = WS-M-MONT * -1
              ELSE
                 MOVE WS-M-MONT TO WS-SIGNE
              END-IF
              IF TC-DTREF(WS-CPTE-TRV) NOT > WS-DTSOLDE
                 IF WS-M-DATE > TC-DTREF(WS-CPTE-TRV)
                    AND WS-M-DATE NOT > WS-DTSOLDE
                    ADD WS-SIGNE TO TC-SOLDE(WS-CPTE-TRV)
                 END-IF
              ELSE
                 IF WS-M-DATE > WS-DTSOLDE
                    AND WS-M-DATE NOT > TC-DTREF(WS-CPTE-TRV)
                    SUBTRACT WS-SIGNE FROM TC-SOLDE(WS-CPTE-TRV)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    ARCHIVES ANNUELLES COUVRANT L'INTERVALLE PHOTO / DATE : UN  *
      *    MOUVEMENT ENCORE (OU DE NOUVEAU) DANS LE VIF EST IGNORE     *
      *----------------------------------------------------------------
       REJOUER-ARCHIVES.
           MOVE WS-DTSOLDE TO WS-DTMIN WS-DTMAX.
           PERFORM BORNER-PHOTO VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES.
           MOVE WS-DTMIN(1:4) TO WS-ANNEE.
           MOVE WS-DTMAX(1:4) TO WS-ANNEE-FIN.
           PERFORM LIRE-ARCHIVE-ANNEE UNTIL WS-ANNEE > WS-ANNEE-FIN.
           IF WS-MVTC-DISPO = 'O'
              CLOSE FMVTC
           END-IF.
       BORNER-PHOTO.
           IF TC-DTREF(WS-IND-CPTE) < WS-DTMIN
              AND TC-DTREF(WS-IND-CPTE) NOT = ZERO
              MOVE TC-DTREF(WS-IND-CPTE) TO WS-DTMIN
           END-IF.
           IF TC-DTREF(WS-IND-CPTE) > WS-DTMAX
              MOVE TC-DTREF(WS-IND-CPTE) TO WS-DTMAX
           END-IF.
       LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-ARCH-NOM.
           STRING 'MVTARCH.' DELIMITED BY SIZE
                  WS-ANNEE DELIMITED BY SIZE
                  INTO WS-ARCH-NOM.
           OPEN INPUT FARCH.
           IF FS-ARCH = '00'
              MOVE 'N' TO WS-EOF
              PERFORM LIRE-ARCHIVE
              PERFORM IMPUTER-MOUVEMENT-ARCH UNTIL WS-EOF = 'O'
              CLOSE FARCH
           END-IF.
           ADD 1 TO WS-ANNEE.
       LIRE-ARCHIVE.
           READ FARCH
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       IMPUTER-MOUVEMENT-ARCH.
           IF ARC-CLT = WS-CLT
              IF WS-MVTC-DISPO = 'O'
                 MOVE ARC-REF TO REF-TMVTC
                 READ FMVTC KEY IS REF-TMVTC
                    INVALID KEY
                       PERFORM IMPUTER-ARCHIVE
                 END-READ
              ELSE
                 PERFORM IMPUTER-ARCHIVE
              END-IF
           END-IF.
           PERFORM LIRE-ARCHIVE.
       IMPUTER-ARCHIVE.
           ADD 1 TO WS-NB-ARCH.
           MOVE ARC-CPTE TO WS-M-CPTE.
           MOVE ARC-DATE TO WS-M-DATE.
           MOVE ARC-MONT TO WS-M-MONT.
           MOVE ARC-SENS TO WS-M-SENS.
           PERFORM IMPUTER-MOUVEMENT.
      *----------------------------------------------------------------
      *    NUMERO SUIVANT DU REGISTRE DES ATTESTATIONS                 *
      *----------------------------------------------------------------
       ENREGISTRER-ATTESTATION.
           MOVE 'N' TO WS-EOF.
           PERFORM LIRE-ATTESTATION.
           PERFORM NOTER-NUMERO UNTIL WS-EOF = 'O'.
           ADD 1 TO WS-NUM-ATT.
           MOVE WS-NUM-ATT   TO ATT-NUM.
           MOVE WS-CLT       TO ATT-CLT.
           MOVE WS-DTSOLDE   TO ATT-DTSOLDE.
           MOVE WS-DTJOUR    TO ATT-DTEMIS.
           MOVE WS-DEMANDEUR TO ATT-DEMANDEUR.
           MOVE WS-NB-CPTES  TO ATT-NBCPTES.
           WRITE ENR-ATTEST
              INVALID KEY DISPLAY 'ERR. ECR. DD-ATTEST : ' FS-ATTEST
           END-WRITE.
       LIRE-ATTESTATION.
           READ FATTEST NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       NOTER-NUMERO.
           MOVE ATT-NUM TO WS-NUM-ATT.
           PERFORM LIRE-ATTESTATION.
      *----------------------------------------------------------------
      *    EDITION ENCADREE                                            *
      *----------------------------------------------------------------
       EDITER-ATTESTATION.
           WRITE REC-PRT FROM LG-CADRE.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE WS-NUM-ATT TO WE-NUM.
           MOVE WS-TITRE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE 'NOUS ATTESTONS QUE LES COMPTES CI-DESSOUS, OUVERTS'
              TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE NOM-TCLT    TO WE-NOM.
           MOVE PRENOM-TCLT TO WE-PRENOM.
           MOVE WS-CLT      TO WE-CLT.
           MOVE WS-TITULAIRE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           PERFORM EDITER-ADRESSE.
           MOVE WS-DTSOLDE TO WS-DATE-CALC.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-EDIT TO WE-DTSOLDE.
           MOVE WS-DATE-SOLDE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE WS-ENT-CPTE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           PERFORM EDITER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE WS-DEMANDEUR TO WE-DEMANDEUR.
           MOVE WS-DELIVRE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE WS-DTJOUR TO WS-DATE-CALC.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-EDIT TO WE-DTEMIS.
           MOVE WS-FAIT-LE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE '                                  SIGNATURE ET CACHET'
              TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE SPACES TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           WRITE REC-PRT FROM LG-CADRE.
           DISPLAY 'ATTESTATION ' WS-NUM-ATT ' CLIENT ' WS-CLT
              ' AU ' WS-DTSOLDE ' : ' WS-NB-CPTES ' COMPTE(S)'.
           IF WS-NB-ARCH > ZERO
              DISPLAY 'MOUVEMENTS ARCHIVES REPRIS : ' WS-NB-ARCH
           END-IF.
       EDITER-ADRESSE.
           MOVE SPACES TO WE-RUE WE-CP WE-VILLE WE-PAYS.
           IF WS-ADR-DISPO = 'O'
              MOVE WS-CLT TO ADRC-CLT
              READ FADRCLT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ADRC-RUE   TO WE-RUE
                    MOVE ADRC-CP    TO WE-CP
                    MOVE ADRC-VILLE TO WE-VILLE
                    MOVE ADRC-PAYS  TO WE-PAYS
              END-READ
           END-IF.
           MOVE WS-ADRESSE1 TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
           MOVE WS-ADRESSE2 TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
       EDITER-COMPTE.
           MOVE 'C' TO WS-IBAN-FONCTION.
           CALL 'IBANCLE' USING WS-IBAN-FONCTION TC-CPTE(WS-IND-CPTE)
              WS-IBAN WS-IBAN-VALIDE.
           MOVE WS-IBAN TO WE-IBAN.
           MOVE TC-DEV(WS-IND-CPTE) TO WE-DEV.
           MOVE TC-SOLDE(WS-IND-CPTE) TO WS-SOLDE-ED.
           IF WS-SOLDE-ED < ZERO
              COMPUTE WE-SOLDE = WS-SOLDE-ED * -1
              MOVE 'DEBITEUR' TO WE-SENS
           ELSE
              MOVE WS-SOLDE-ED TO WE-SOLDE
              MOVE 'CREDITEUR' TO WE-SENS
           END-IF.
           MOVE WS-LIG-CPTE TO WE-CORPS.
           WRITE REC-PRT FROM LG-CORPS.
       FORMATER-DATE.
           MOVE WS-JJ-CALC TO WS-JJ-EDIT.
           MOVE WS-MM-CALC TO WS-MM-EDIT.
           MOVE WS-AA-CALC TO WS-AA-EDIT.
       FIN.
           CLOSE FATTEST FCLT FRIB FPRINT.
           IF WS-ADR-DISPO = 'O'
              CLOSE FADRCLT
           END-IF.
           STOP RUN.
