       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRAPP.
       AUTHOR.     E NGBAME.
      * ETAT QUOTIDIEN DES VIOLATIONS DE SECURITE : LE JOURNAL FSECLOG
      * (ALIMENTE PAR SIGNON, OPRRAZ ET LES CONTROLES D'HABILITATION
      * DES TRANSACTIONS) EST DEPOUILLE SUR UNE FENETRE GLISSANTE DE
      * 30 JOURS SE TERMINANT AU JOUR TRAITE. L'ETAT (DDSECRAP) DONNE :
      *   - LES EVENEMENTS SUSPECTS DU JOUR : ACTIVITE HORS DES HEURES
      *     OUVRABLES (AVANT 7H, APRES 20H, OU JOUR NON OUVRE SELON
      *     JOUROUVR) ET ACTIVITE DEPUIS UN POSTE HORS DE L'AGENCE
      *     HABITUELLE DE L'OPERATEUR ;
      *   - LES REFUS PAR OPERATEUR (JOUR / 30 JOURS), DONT LES
      *     TENTATIVES AU-DESSUS DE SON NIVEAU (EVENEMENT REF) ;
      *   - LES REFUS PAR PROGRAMME (JOUR / 30 JOURS).
      * SONT DES REFUS : REF, ECH, VER, BLQ, INC, SUS, AUT ET AGE
      * (CLIENT HORS DE L'AGENCE DE RATTACHEMENT DE L'OPERATEUR, SANS
      * DEROGATION EN COURS). L'AGENCE D'UN POSTE EST LUE DANS
      * DD-TERMAG (TERMINAL, AGENCE) ; UN POSTE ABSENT DE CETTE TABLE
      * EST PRIS POUR LUI-MEME. L'AGENCE HABITUELLE D'UN OPERATEUR
      * EST CELLE DE LA MAJORITE DE SES SIGN-ON ACCEPTES (SGN) DES
      * 29 JOURS PRECEDENTS ; SANS HISTORIQUE, PAS DE CONTROLE DE
      * LIEU. QUAND LE PROFIL
      * (FOPERAT) PORTE UNE AGENCE DE RATTACHEMENT (SAISIE PAR OPRADM),
      * C'EST ELLE QUI FAIT FOI POUR LES POSTES CONNUS DE DD-TERMAG.
      * SEUILS D'ALERTE : 3 REF DANS LA JOURNEE OU 10 SUR 30 JOURS
      * POUR UN OPERATEUR, 20 REFUS DANS LA JOURNEE AU TOTAL, ET TOUT
      * EVENEMENT SUSPECT DU JOUR. AU-DELA, RETURN-CODE 4 : APPELE PAR
      * CRFINJOUR, L'ALERTE PASSE LE VERDICT DE LA NUIT AU ROUGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSECLOG ASSIGN TO FSECLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SECLOG.

           SELECT FTERMAG ASSIGN TO DD-TERMAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TERMAG.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

           SELECT FPRINT ASSIGN TO DDSECRAP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FSECLOG.
       01  ENR-SECLOG.
           10 SEC-OPER    PIC X(8).
           10 SEC-PROG    PIC X(8).
           10 SEC-DATE    PIC 9(8).
           10 SEC-HEURE   PIC 9(6).
           10 SEC-TERM    PIC X(4).
           10 SEC-EVT     PIC X(3).
              88 SEC-REFUS  VALUE 'REF' 'ECH' 'VER' 'BLQ' 'INC'
                                  'SUS' 'AUT' 'AGE'.
              88 SEC-HORS-NIVEAU VALUE 'REF'.
              88 SEC-SIGNON VALUE 'SGN'.
           10 SEC-CIBLE   PIC X(8).

       FD  FTERMAG.
       01  ENR-TERMAG.
           10 TAG-TERM    PIC X(4).
           10 TAG-AGENCE  PIC 9(7).

       FD  FOPERAT.
       01  ENR-OPERAT.
           10 OPR-CODE    PIC X(8).
           10 OPR-NOM     PIC X(20).
           10 OPR-NIVEAU  PIC 9.
           10 OPR-MDP-HASH  PIC 9(10).
           10 OPR-MDP-DATE  PIC 9(8).
           10 OPR-NB-ECHECS PIC 9.
           10 OPR-VERROU    PIC X.
           10 OPR-AGENCE    PIC 9(7).
           10 OPR-STATUT    PIC X.
              88 OPR-SUSPENDU VALUE 'S'.
           10 OPR-SIEGE     PIC X.

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SECLOG    PIC XX VALUE ZERO.
       01  FS-TERMAG    PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-OUV-KO    PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTDEB     PIC 9(8) VALUE ZERO.
       01  WS-DECAL-SIGNE PIC X VALUE '-'.
       01  WS-DECAL-JOURS PIC 9(2) VALUE 29.
       01  WS-NB-LUS    PIC 9(7) VALUE ZERO.
       01  WS-NB-RETENUS PIC 9(7) VALUE ZERO.
      *----SEUILS D'ALERTE ET HEURES OUVRABLES-------------------------
       01  WS-SEUIL-NIV-J  PIC 9(3) VALUE 3.
       01  WS-SEUIL-NIV-30 PIC 9(3) VALUE 10.
       01  WS-SEUIL-REFUS-J PIC 9(3) VALUE 20.
       01  WS-HEURE-OUV PIC 9(6) VALUE 070000.
       01  WS-HEURE-FERM PIC 9(6) VALUE 200000.
       01  WS-NB-ALERTES PIC 9(5) VALUE ZERO.
       01  WS-NB-SUSPECTS PIC 9(5) VALUE ZERO.
       01  WS-REFUS-J   PIC 9(5) VALUE ZERO.
       01  WS-REFUS-30  PIC 9(5) VALUE ZERO.
      *----JOUR OUVRE (JOUROUVR), MEMORISE POUR LA DERNIERE DATE VUE---
       01  WS-CAL-FONCTION PIC X VALUE 'V'.
       01  WS-CAL-RESULT PIC 9(8) VALUE ZERO.
       01  WS-CAL-OUVRE PIC X VALUE 'O'.
       01  WS-CAL-DATE  PIC 9(8) VALUE ZERO.

      *----POSTES ET AGENCES (DD-TERMAG) ; LIEU D'UN EVENEMENT = ------
      *----'A' + AGENCE SI LE POSTE EST CONNU, SINON 'T' + POSTE-------
       01  WS-NB-TERMS  PIC 9(3) VALUE ZERO.
       01  WS-IND-TERM  PIC 9(3) VALUE ZERO.
       01  T-TERMAGS.
           05 T-TERMAG-LIG OCCURS 500 TIMES.
              10 TT-TERM    PIC X(4).
              10 TT-AGENCE  PIC 9(7).
       01  WS-LIEU.
           05 WS-LIEU-TYPE  PIC X.
           05 WS-LIEU-CODE  PIC X(7).
       01  WS-LIEU-AG REDEFINES WS-LIEU.
           05 FILLER        PIC X.
           05 WS-LIEU-AGENCE PIC 9(7).

      *----CUMULS PAR OPERATEUR ET LIEUX DE SIGN-ON--------------------
       01  WS-NB-OPERS  PIC 9(3) VALUE ZERO.
       01  WS-IND-OPER  PIC 9(3) VALUE ZERO.
       01  WS-IND-LIEU  PIC 9 VALUE ZERO.
       01  WS-MAX-LIEU  PIC 9(5) VALUE ZERO.
       01  T-OPERS.
           05 T-OPER-LIG OCCURS 300 TIMES.
              10 TO-OPER     PIC X(8).
              10 TO-REFUS-J  PIC 9(5).
              10 TO-REFUS-30 PIC 9(5).
              10 TO-NIV-J    PIC 9(5).
              10 TO-NIV-30   PIC 9(5).
              10 TO-LIEU-HAB PIC X(8).
              10 TO-AGENCE   PIC 9(7).
              10 TO-NB-LIEUX PIC 9.
              10 TO-LIEU-LIG OCCURS 5 TIMES.
                 15 TL-LIEU  PIC X(8).
                 15 TL-NB    PIC 9(5).

      *----CUMULS PAR PROGRAMME----------------------------------------
       01  WS-NB-PROGS  PIC 9(2) VALUE ZERO.
       01  WS-IND-PROG  PIC 9(2) VALUE ZERO.
       01  T-PROGS.
           05 T-PROG-LIG OCCURS 50 TIMES.
              10 TP-PROG     PIC X(8).
              10 TP-REFUS-J  PIC 9(5).
              10 TP-REFUS-30 PIC 9(5).

       01  WS-MOTIF     PIC X(20) VALUE SPACES.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TRAC.
           05 FILLER PIC X(72) VALUE ALL '-'.
       01  LG-TITRE.
           05 FILLER PIC X(35) VALUE
              'ETAT DES VIOLATIONS DE SECURITE DU '.
           05 WE-DTJOUR PIC 9(8).
           05 FILLER PIC X(14) VALUE ' - 30 JOURS DU'.
           05 FILLER PIC X VALUE SPACE.
           05 WE-DTDEB  PIC 9(8).
       01  LG-SECT-SUSP.
           05 FILLER PIC X(40) VALUE
              'EVENEMENTS SUSPECTS DU JOUR'.
       01  LG-ENT-SUSP.
           05 FILLER PIC X(9)  VALUE 'OPERAT.  '.
           05 FILLER PIC X(9)  VALUE 'PROGRAM. '.
           05 FILLER PIC X(5)  VALUE 'POSTE'.
           05 FILLER PIC X(8)  VALUE ' HEURE  '.
           05 FILLER PIC X(5)  VALUE 'EVT  '.
           05 FILLER PIC X(9)  VALUE 'LIEU     '.
           05 FILLER PIC X(20) VALUE 'MOTIF'.
       01  LG-SUSP.
           05 WE-S-OPER  PIC X(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-S-PROG  PIC X(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-S-TERM  PIC X(4).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-S-HEURE PIC 99B99B99.
           05 FILLER     PIC X VALUE SPACE.
           05 WE-S-EVT   PIC X(3).
           05 FILLER     PIC X(2) VALUE SPACES.
           05 WE-S-LIEU  PIC X(8).
           05 FILLER     PIC X VALUE SPACE.
           05 WE-S-MOTIF PIC X(20).
       01  LG-SECT-OPER.
           05 FILLER PIC X(40) VALUE
              'REFUS PAR OPERATEUR'.
       01  LG-ENT-OPER.
           05 FILLER PIC X(9)  VALUE 'OPERAT.  '.
           05 FILLER PIC X(12) VALUE ' REFUS JOUR '.
           05 FILLER PIC X(12) VALUE ' REFUS 30J  '.
           05 FILLER PIC X(12) VALUE ' NIVEAU JOUR'.
           05 FILLER PIC X(12) VALUE ' NIVEAU 30J '.
           05 FILLER PIC X(10) VALUE ' SIGNAL'.
       01  LG-OPER.
           05 WE-O-OPER   PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 WE-O-REF-J  PIC ZZZZZZZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-O-REF-30 PIC ZZZZZZZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-O-NIV-J  PIC ZZZZZZZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-O-NIV-30 PIC ZZZZZZZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-O-SIGNAL PIC X(9).
       01  LG-SECT-PROG.
           05 FILLER PIC X(40) VALUE
              'REFUS PAR PROGRAMME'.
       01  LG-ENT-PROG.
           05 FILLER PIC X(9)  VALUE 'PROGRAM. '.
           05 FILLER PIC X(12) VALUE ' REFUS JOUR '.
           05 FILLER PIC X(12) VALUE ' REFUS 30J  '.
       01  LG-PROG.
           05 WE-P-PROG   PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 WE-P-REF-J  PIC ZZZZZZZZZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WE-P-REF-30 PIC ZZZZZZZZZZ9.
       01  LG-TOTAUX.
           05 FILLER PIC X(22) VALUE 'REFUS DU JOUR       : '.
           05 WE-T-REF-J  PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  SUR 30 J. : '.
           05 WE-T-REF-30 PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE '  SUSPECTS : '.
           05 WE-T-SUSP   PIC ZZZZ9.
       01  LG-ALERTES.
           05 FILLER PIC X(22) VALUE 'ALERTES             : '.
           05 WE-NB-ALERTES PIC ZZZZ9.

       LINKAGE SECTION.
      *----JOUR TRAITE TRANSMIS PAR L'APPELANT (CRFINJOUR) - SI ZERO,--
      *----DATE SYSTEME------------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-SECLOG = '00' AND FS-PRINT = '00'
              PERFORM CHARGER-TERMINAUX
              PERFORM CUMULER-JOURNAL
              PERFORM DETERMINER-LIEUX
              PERFORM EXAMINER-JOURNEE
              PERFORM EDITER-SYNTHESES
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTJOUR
           ELSE
              ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
           END-IF.
           CALL 'DATEDECAL' USING WS-DTJOUR WS-DECAL-SIGNE
              WS-DECAL-JOURS WS-DTDEB.
           OPEN INPUT FSECLOG.
           OPEN INPUT FOPERAT.
           IF FS-OPERAT NOT = '00'
              DISPLAY 'FOPERAT NON OUVERT (' FS-OPERAT
                 ') - AGENCES DE RATTACHEMENT IGNOREES'
           END-IF.
           OPEN OUTPUT FPRINT.
      *    JOURNAL ABSENT : AUCUN EVENEMENT, PAS D'ALERTE
           IF (FS-SECLOG NOT = '00' AND FS-SECLOG NOT = '35')
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FSECLOG ' FS-SECLOG
                 ' DDSECRAP ' FS-PRINT
              MOVE 'O' TO WS-OUV-KO
           END-IF.
           MOVE WS-DTJOUR TO WE-DTJOUR.
           MOVE WS-DTDEB  TO WE-DTDEB.
           IF FS-PRINT = '00'
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-TRAC
           END-IF.
      *----------------------------------------------------------------
      *    TABLE DES POSTES PAR AGENCE (FICHIER ABSENT TOLERE : CHAQUE *
      *    POSTE EST ALORS SON PROPRE LIEU)                            *
      *----------------------------------------------------------------
       CHARGER-TERMINAUX.
           OPEN INPUT FTERMAG.
           IF FS-TERMAG = '00'
              PERFORM LIRE-TERMINAL UNTIL WS-EOF = 'O'
              CLOSE FTERMAG
           ELSE
              DISPLAY 'DD-TERMAG ABSENT - LIEU = POSTE'
           END-IF.
           MOVE 'N' TO WS-EOF.
       LIRE-TERMINAL.
           READ FTERMAG
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF WS-NB-TERMS < 500
                    ADD 1 TO WS-NB-TERMS
                    MOVE TAG-TERM   TO TT-TERM(WS-NB-TERMS)
                    MOVE TAG-AGENCE TO TT-AGENCE(WS-NB-TERMS)
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    PASSE 1 : REFUS PAR OPERATEUR ET PAR PROGRAMME SUR LA       *
      *    FENETRE, LIEUX DES SIGN-ON ACCEPTES AVANT LE JOUR TRAITE    *
      *----------------------------------------------------------------
       CUMULER-JOURNAL.
           PERFORM LIRE-JOURNAL UNTIL WS-EOF = 'O'.
           CLOSE FSECLOG.
           OPEN INPUT FSECLOG.
           MOVE 'N' TO WS-EOF.
       LIRE-JOURNAL.
           READ FSECLOG
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-NB-LUS
                 IF SEC-DATE >= WS-DTDEB AND SEC-DATE <= WS-DTJOUR
                    ADD 1 TO WS-NB-RETENUS
                    PERFORM CUMULER-EVENEMENT
                 END-IF
           END-READ.
       CUMULER-EVENEMENT.
           PERFORM LOCALISER-OPERATEUR.
           IF SEC-REFUS
              ADD 1 TO WS-REFUS-30
              IF SEC-DATE = WS-DTJOUR
                 ADD 1 TO WS-REFUS-J
              END-IF
              PERFORM CUMULER-PROGRAMME
           END-IF.
           IF WS-IND-OPER NOT = ZERO
              PERFORM CUMULER-OPERATEUR
           END-IF.
       CUMULER-OPERATEUR.
           IF SEC-REFUS
              ADD 1 TO TO-REFUS-30(WS-IND-OPER)
              IF SEC-DATE = WS-DTJOUR
                 ADD 1 TO TO-REFUS-J(WS-IND-OPER)
              END-IF
           END-IF.
           IF SEC-HORS-NIVEAU
              ADD 1 TO TO-NIV-30(WS-IND-OPER)
              IF SEC-DATE = WS-DTJOUR
                 ADD 1 TO TO-NIV-J(WS-IND-OPER)
              END-IF
           END-IF.
           IF SEC-SIGNON AND SEC-DATE < WS-DTJOUR
              PERFORM DETERMINER-LIEU-EVT
              PERFORM CUMULER-LIEU
           END-IF.
       LOCALISER-OPERATEUR.
           PERFORM CHERCHER-OPERATEUR VARYING WS-IND-OPER FROM 1 BY 1
              UNTIL WS-IND-OPER > WS-NB-OPERS
                 OR TO-OPER(WS-IND-OPER) = SEC-OPER.
           IF WS-IND-OPER > WS-NB-OPERS
              IF WS-NB-OPERS < 300
                 ADD 1 TO WS-NB-OPERS
                 MOVE WS-NB-OPERS TO WS-IND-OPER
                 MOVE SEC-OPER TO TO-OPER(WS-IND-OPER)
                 MOVE ZERO TO TO-REFUS-J(WS-IND-OPER)
                    TO-REFUS-30(WS-IND-OPER) TO-NIV-J(WS-IND-OPER)
                    TO-NIV-30(WS-IND-OPER) TO-NB-LIEUX(WS-IND-OPER)
                 MOVE SPACES TO TO-LIEU-HAB(WS-IND-OPER)
                 PERFORM LIRE-PROFIL
              ELSE
                 MOVE ZERO TO WS-IND-OPER
              END-IF
           END-IF.
       CHERCHER-OPERATEUR.
           CONTINUE.
      *    AGENCE DE RATTACHEMENT DU PROFIL (ZERO SI INCONNUE)
       LIRE-PROFIL.
           MOVE ZERO TO TO-AGENCE(WS-IND-OPER).
           IF FS-OPERAT = '00' OR FS-OPERAT = '23'
              MOVE SEC-OPER TO OPR-CODE
              READ FOPERAT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE OPR-AGENCE TO TO-AGENCE(WS-IND-OPER)
              END-READ
           END-IF.
       CUMULER-PROGRAMME.
           PERFORM CHERCHER-PROGRAMME VARYING WS-IND-PROG FROM 1 BY 1
              UNTIL WS-IND-PROG > WS-NB-PROGS
                 OR TP-PROG(WS-IND-PROG) = SEC-PROG.
           IF WS-IND-PROG > WS-NB-PROGS
              IF WS-NB-PROGS < 50
                 ADD 1 TO WS-NB-PROGS
                 MOVE WS-NB-PROGS TO WS-IND-PROG
                 MOVE SEC-PROG TO TP-PROG(WS-IND-PROG)
                 MOVE ZERO TO TP-REFUS-J(WS-IND-PROG)
                    TP-REFUS-30(WS-IND-PROG)
              ELSE
                 MOVE ZERO TO WS-IND-PROG
              END-IF
           END-IF.
           IF WS-IND-PROG NOT = ZERO
              ADD 1 TO TP-REFUS-30(WS-IND-PROG)
              IF SEC-DATE = WS-DTJOUR
                 ADD 1 TO TP-REFUS-J(WS-IND-PROG)
              END-IF
           END-IF.
       CHERCHER-PROGRAMME.
           CONTINUE.
      *    LIEU D'UN EVENEMENT : AGENCE DU POSTE, SINON LE POSTE
       DETERMINER-LIEU-EVT.
           PERFORM CHERCHER-TERMINAL VARYING WS-IND-TERM FROM 1 BY 1
              UNTIL WS-IND-TERM > WS-NB-TERMS
                 OR TT-TERM(WS-IND-TERM) = SEC-TERM.
           IF WS-IND-TERM > WS-NB-TERMS
              MOVE 'T' TO WS-LIEU-TYPE
              MOVE SEC-TERM TO WS-LIEU-CODE
           ELSE
              MOVE 'A' TO WS-LIEU-TYPE
              MOVE TT-AGENCE(WS-IND-TERM) TO WS-LIEU-AGENCE
           END-IF.
       CHERCHER-TERMINAL.
           CONTINUE.
       CUMULER-LIEU.
           PERFORM CHERCHER-LIEU VARYING WS-IND-LIEU FROM 1 BY 1
              UNTIL WS-IND-LIEU > TO-NB-LIEUX(WS-IND-OPER)
                 OR TL-LIEU(WS-IND-OPER, WS-IND-LIEU) = WS-LIEU.
           IF WS-IND-LIEU > TO-NB-LIEUX(WS-IND-OPER)
              IF TO-NB-LIEUX(WS-IND-OPER) < 5
                 ADD 1 TO TO-NB-LIEUX(WS-IND-OPER)
                 MOVE WS-LIEU TO TL-LIEU(WS-IND-OPER, WS-IND-LIEU)
                 MOVE ZERO TO TL-NB(WS-IND-OPER, WS-IND-LIEU)
              ELSE
                 MOVE ZERO TO WS-IND-LIEU
              END-IF
           END-IF.
           IF WS-IND-LIEU NOT = ZERO
              ADD 1 TO TL-NB(WS-IND-OPER, WS-IND-LIEU)
           END-IF.
       CHERCHER-LIEU.
           CONTINUE.
      *----------------------------------------------------------------
      *    LIEU HABITUEL = LIEU DU PLUS GRAND NOMBRE DE SIGN-ON        *
      *----------------------------------------------------------------
       DETERMINER-LIEUX.
           PERFORM DETERMINER-LIEU-OPER VARYING WS-IND-OPER
              FROM 1 BY 1 UNTIL WS-IND-OPER > WS-NB-OPERS.
       DETERMINER-LIEU-OPER.
           MOVE ZERO TO WS-MAX-LIEU.
           PERFORM COMPARER-LIEU VARYING WS-IND-LIEU FROM 1 BY 1
              UNTIL WS-IND-LIEU > TO-NB-LIEUX(WS-IND-OPER).
       COMPARER-LIEU.
           IF TL-NB(WS-IND-OPER, WS-IND-LIEU) > WS-MAX-LIEU
              MOVE TL-NB(WS-IND-OPER, WS-IND-LIEU) TO WS-MAX-LIEU
              MOVE TL-LIEU(WS-IND-OPER, WS-IND-LIEU)
                 TO TO-LIEU-HAB(WS-IND-OPER)
           END-IF.
      *----------------------------------------------------------------
      *    PASSE 2 : EVENEMENTS DU JOUR HORS HEURES OUVRABLES OU HORS  *
      *    DU LIEU HABITUEL DE L'OPERATEUR, UNE LIGNE PAR EVENEMENT    *
      *----------------------------------------------------------------
       EXAMINER-JOURNEE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-SECT-SUSP.
           WRITE REC-PRT FROM LG-ENT-SUSP.
           PERFORM LIRE-JOURNEE UNTIL WS-EOF = 'O'.
       LIRE-JOURNEE.
           READ FSECLOG
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF SEC-DATE = WS-DTJOUR
                    PERFORM EXAMINER-EVENEMENT
                 END-IF
           END-READ.
       EXAMINER-EVENEMENT.
           MOVE SPACES TO WS-MOTIF.
           PERFORM DETERMINER-LIEU-EVT.
           IF SEC-DATE NOT = WS-CAL-DATE
              MOVE SEC-DATE TO WS-CAL-DATE
              CALL 'JOUROUVR' USING WS-CAL-DATE WS-CAL-FONCTION
                 WS-CAL-RESULT WS-CAL-OUVRE
           END-IF.
           IF WS-CAL-OUVRE = 'N'
              MOVE 'JOUR NON OUVRE' TO WS-MOTIF
           ELSE
              IF SEC-HEURE < WS-HEURE-OUV
                 OR SEC-HEURE >= WS-HEURE-FERM
                 MOVE 'HORS HEURES' TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM LOCALISER-OPERATEUR
              IF WS-IND-OPER NOT = ZERO
                 PERFORM CONTROLER-LIEU
              END-IF
           END-IF.
           IF WS-MOTIF NOT = SPACES
              ADD 1 TO WS-NB-SUSPECTS
              MOVE SEC-OPER  TO WE-S-OPER
              MOVE SEC-PROG  TO WE-S-PROG
              MOVE SEC-TERM  TO WE-S-TERM
              MOVE SEC-HEURE TO WE-S-HEURE
              MOVE SEC-EVT   TO WE-S-EVT
              MOVE WS-LIEU   TO WE-S-LIEU
              MOVE WS-MOTIF  TO WE-S-MOTIF
              WRITE REC-PRT FROM LG-SUSP
           END-IF.
      *    POSTE CONNU ET AGENCE DE RATTACHEMENT SAISIE : ELLE FAIT
      *    FOI ; SINON LIEU HABITUEL DEDUIT DES SIGN-ON
       CONTROLER-LIEU.
           IF WS-LIEU-TYPE = 'A' AND TO-AGENCE(WS-IND-OPER) NOT = ZERO
              IF WS-LIEU-AGENCE NOT = TO-AGENCE(WS-IND-OPER)
                 MOVE 'HORS AGENCE RATTACH.' TO WS-MOTIF
              END-IF
           ELSE
              IF TO-LIEU-HAB(WS-IND-OPER) NOT = SPACES
                 AND TO-LIEU-HAB(WS-IND-OPER) NOT = WS-LIEU
                 MOVE 'HORS LIEU HABITUEL' TO WS-MOTIF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    SYNTHESES PAR OPERATEUR ET PAR PROGRAMME, CONTROLE DES      *
      *    SEUILS D'ALERTE                                             *
      *----------------------------------------------------------------
       EDITER-SYNTHESES.
           IF WS-NB-SUSPECTS > ZERO
              ADD 1 TO WS-NB-ALERTES
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-SECT-OPER.
           WRITE REC-PRT FROM LG-ENT-OPER.
           PERFORM EDITER-OPERATEUR VARYING WS-IND-OPER FROM 1 BY 1
              UNTIL WS-IND-OPER > WS-NB-OPERS.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-SECT-PROG.
           WRITE REC-PRT FROM LG-ENT-PROG.
           PERFORM EDITER-PROGRAMME VARYING WS-IND-PROG FROM 1 BY 1
              UNTIL WS-IND-PROG > WS-NB-PROGS.
           IF WS-REFUS-J >= WS-SEUIL-REFUS-J
              ADD 1 TO WS-NB-ALERTES
              DISPLAY 'ALERTE SECURITE - ' WS-REFUS-J
                 ' REFUS DANS LA JOURNEE'
           END-IF.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE WS-REFUS-J     TO WE-T-REF-J.
           MOVE WS-REFUS-30    TO WE-T-REF-30.
           MOVE WS-NB-SUSPECTS TO WE-T-SUSP.
           WRITE REC-PRT FROM LG-TOTAUX.
           MOVE WS-NB-ALERTES  TO WE-NB-ALERTES.
           WRITE REC-PRT FROM LG-ALERTES.
       EDITER-OPERATEUR.
           IF TO-REFUS-30(WS-IND-OPER) > ZERO
              MOVE TO-OPER(WS-IND-OPER)     TO WE-O-OPER
              MOVE TO-REFUS-J(WS-IND-OPER)  TO WE-O-REF-J
              MOVE TO-REFUS-30(WS-IND-OPER) TO WE-O-REF-30
              MOVE TO-NIV-J(WS-IND-OPER)    TO WE-O-NIV-J
              MOVE TO-NIV-30(WS-IND-OPER)   TO WE-O-NIV-30
              IF TO-NIV-J(WS-IND-OPER) >= WS-SEUIL-NIV-J
                 OR TO-NIV-30(WS-IND-OPER) >= WS-SEUIL-NIV-30
                 MOVE 'RECIDIVE' TO WE-O-SIGNAL
                 ADD 1 TO WS-NB-ALERTES
                 DISPLAY 'ALERTE SECURITE - OPERATEUR '
                    TO-OPER(WS-IND-OPER) ' HORS NIVEAU : '
                    TO-NIV-J(WS-IND-OPER) ' / '
                    TO-NIV-30(WS-IND-OPER)
              ELSE
                 MOVE SPACES TO WE-O-SIGNAL
              END-IF
              WRITE REC-PRT FROM LG-OPER
           END-IF.
       EDITER-PROGRAMME.
           MOVE TP-PROG(WS-IND-PROG)     TO WE-P-PROG.
           MOVE TP-REFUS-J(WS-IND-PROG)  TO WE-P-REF-J.
           MOVE TP-REFUS-30(WS-IND-PROG) TO WE-P-REF-30.
           WRITE REC-PRT FROM LG-PROG.
       FIN.
           CLOSE FSECLOG FPRINT.
           IF FS-OPERAT = '00' OR FS-OPERAT = '23'
              CLOSE FOPERAT
           END-IF.
           DISPLAY 'FSECLOG : ' WS-NB-LUS ' LUS, ' WS-NB-RETENUS
              ' SUR 30 JOURS, ' WS-NB-ALERTES ' ALERTE(S)'.
           IF WS-OUV-KO = 'O'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-ALERTES > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
