       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFPOS.
       AUTHOR.     E NGBAME.
      * POSITION JOURNALIERE DES COFFRES D'AGENCE (DDCOFPOS) : POUR
      * CHAQUE COFFRE DE DD-COFFRE (TENU PAR LES TRANSACTIONS CAISSE
      * ET COFFRE), LES MOUVEMENTS DE LA DATE DE POSITION SONT
      * TOTALISES DANS LE JOURNAL DD-COFMVT : ENTREES (LIVRAISONS DU
      * TRANSPORTEUR L, RETOURS DE CAISSE R) ET SORTIES (ALIMENTATION
      * DES CAISSES S, COLLECTES DU TRANSPORTEUR C). LA POSITION EN FIN
      * DE JOURNEE EST LE SOLDE DU COFFRE DIMINUE DU NET DES MOUVEMENTS
      * POSTERIEURS A LA DATE (LE BATCH PEUT TOURNER LE LENDEMAIN).
      * ELLE EST COMPAREE AU MAXIMUM ASSURE ET AU MINIMUM DE
      * FONCTIONNEMENT DU COFFRE : AU-DELA DU MAXIMUM, UNE COLLECTE EST
      * PROPOSEE ; EN DECA DU MINIMUM, UNE LIVRAISON. LA COMMANDE
      * RAMENE LA POSITION AU MILIEU DES DEUX PLAFONDS (EN UNITES
      * ENTIERES) ET EST ECRITE DANS AS-COFCMD POUR LE TRANSPORTEUR.
      * UN COFFRE SANS MAXIMUM SAISI N'EST PAS CONTROLE.
      * CODE RETOUR 4 DES QU'UNE COMMANDE EST PROPOSEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCOFFRE ASSIGN TO DD-COFFRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COF-AGENCE
           FILE STATUS IS FS-COFFRE.

           SELECT FCOFMVT ASSIGN TO DD-COFMVT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMV-CLE
           FILE STATUS IS FS-COFMVT.

           SELECT FCOFCMD ASSIGN TO AS-COFCMD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COFCMD.

           SELECT FPRINT ASSIGN TO DDCOFPOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCOFFRE.
       01  ENR-COFFRE.
           10 COF-AGENCE  PIC 9(7).
           10 COF-SOLDE   PIC 9(11)V9(2).
           10 COF-MAX     PIC 9(11)V9(2).
           10 COF-MIN     PIC 9(11)V9(2).
           10 COF-DTMAJ   PIC 9(8).
           10 COF-HRMAJ   PIC 9(6).

      *----NATURE L = LIVRAISON, C = COLLECTE DU TRANSPORTEUR, --------
      *----S = SORTIE VERS UNE CAISSE, R = RETOUR D'UNE CAISSE---------
       FD  FCOFMVT.
       01  ENR-COFMVT.
           10 CMV-CLE.
              15 CMV-AGENCE PIC 9(7).
              15 CMV-DATE   PIC 9(8).
              15 CMV-HEURE  PIC 9(6).
              15 CMV-TERM   PIC X(4).
           10 CMV-NATURE  PIC X.
           10 CMV-MONTANT PIC 9(9)V9(2).
           10 CMV-OPER    PIC X(8).
           10 CMV-SCELLE  PIC X(12).
           10 CMV-SOLDE   PIC 9(11)V9(2).

      *----COMMANDE PROPOSEE : L = LIVRAISON, C = COLLECTE-------------
       FD  FCOFCMD.
       01  ENR-COFCMD.
           10 CDE-AGENCE   PIC 9(7).
           10 CDE-DATE     PIC 9(8).
           10 CDE-NATURE   PIC X.
           10 CDE-MONTANT  PIC 9(11)V9(2).
           10 CDE-POSITION PIC S9(11)V9(2).
           10 CDE-MAX      PIC 9(11)V9(2).
           10 CDE-MIN      PIC 9(11)V9(2).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-COFFRE    PIC XX VALUE ZERO.
       01  FS-COFMVT    PIC XX VALUE ZERO.
       01  FS-COFCMD    PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-CMV-EOF   PIC X VALUE 'N'.
       01  WS-DTPOS     PIC 9(8) VALUE ZERO.
       01  WS-ENTREES   PIC 9(11)V9(2) VALUE ZERO.
       01  WS-SORTIES   PIC 9(11)V9(2) VALUE ZERO.
       01  WS-NET-APRES PIC S9(11)V9(2) VALUE ZERO.
       01  WS-POSITION  PIC S9(11)V9(2) VALUE ZERO.
       01  WS-CIBLE     PIC 9(11)V9(2) VALUE ZERO.
       01  WS-CDE-MONT  PIC 9(11) VALUE ZERO.
       01  WS-ALERTE    PIC X(4) VALUE SPACES.
       01  WS-NB-COFFRES PIC 9(5) VALUE ZERO.
       01  WS-NB-CDES   PIC 9(5) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(40) VALUE
              'POSITION DES COFFRES D AGENCE AU        '.
           05 WE-DTPOS PIC 9(8).
       01  LG-ENTETE.
           05 FILLER PIC X(40) VALUE
              'AGENCE    ENTREES JOUR    SORTIES JOUR '.
           05 FILLER PIC X(40) VALUE
              '      POSITION         MAXIMUM  ALERTE  '.
       01  LG-DET.
           05 WE-DET-AGENCE PIC 9(7).
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-ENT    PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-SOR    PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-POS    PIC -ZZZBZZZBZZ9.99.
           05 FILLER        PIC X VALUE SPACE.
           05 WE-DET-MAX    PIC ZZZBZZZBZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WE-DET-ALERTE PIC X(4).
       01  LG-CDE.
           05 FILLER        PIC X(8) VALUE SPACES.
           05 FILLER        PIC X(21) VALUE 'COMMANDE PROPOSEE :  '.
           05 WE-CDE-LIB    PIC X(10).
           05 WE-CDE-MONT   PIC ZZZBZZZBZZ9.
       01  LG-TOT.
           05 FILLER PIC X(20) VALUE 'COFFRES CONTROLES : '.
           05 WE-NB-COFFRES PIC ZZZZ9.
           05 FILLER PIC X(24) VALUE '  COMMANDES PROPOSEES : '.
           05 WE-NB-CDES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-COFFRE = '00' AND FS-COFMVT = '00'
              AND FS-COFCMD = '00' AND FS-PRINT = '00'
              PERFORM LIRE-COFFRE
              PERFORM TRAITER-COFFRE UNTIL WS-EOF = 'O'
              PERFORM ECRIRE-TOTAL
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE POSITION (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTPOS.
           IF WS-DTPOS = ZERO
              ACCEPT WS-DTPOS FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT FCOFFRE.
      *----JOURNAL ABSENT : AUCUN MOUVEMENT, POSITION = SOLDE----------
           OPEN INPUT FCOFMVT.
           IF FS-COFMVT = '35'
              OPEN OUTPUT FCOFMVT
              CLOSE FCOFMVT
              OPEN INPUT FCOFMVT
           END-IF.
           OPEN OUTPUT FCOFCMD.
           OPEN OUTPUT FPRINT.
           IF FS-COFFRE NOT = '00' OR FS-COFMVT NOT = '00'
              OR FS-COFCMD NOT = '00' OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-COFFRE
                 ' FM ' FS-COFMVT ' FD ' FS-COFCMD ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTPOS TO WE-DTPOS
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENTETE
           END-IF.
       LIRE-COFFRE.
           READ FCOFFRE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN COFFRE : MOUVEMENTS DU JOUR, POSITION, CONTROLE DES      *
      *    PLAFONDS ET COMMANDE EVENTUELLE                             *
      *----------------------------------------------------------------
       TRAITER-COFFRE.
           ADD 1 TO WS-NB-COFFRES.
           PERFORM CUMULER-COFFRE.
           COMPUTE WS-POSITION = COF-SOLDE - WS-NET-APRES.
           MOVE SPACES TO WS-ALERTE.
           IF COF-MAX > ZERO
              IF WS-POSITION > COF-MAX
                 MOVE 'MAXI' TO WS-ALERTE
              END-IF
              IF WS-POSITION < COF-MIN
                 MOVE 'MINI' TO WS-ALERTE
              END-IF
           END-IF.
           PERFORM EDITER-COFFRE.
           IF WS-ALERTE NOT = SPACES
              PERFORM PROPOSER-COMMANDE
           END-IF.
           PERFORM LIRE-COFFRE.
      *----------------------------------------------------------------
      *    JOURNAL DU COFFRE A PARTIR DE LA DATE DE POSITION : LE JOUR *
      *    EST VENTILE EN ENTREES / SORTIES, LES JOURS SUIVANTS SONT   *
      *    CUMULES EN NET POUR REMONTER A LA POSITION DE FIN DE JOUR   *
      *----------------------------------------------------------------
       CUMULER-COFFRE.
           MOVE ZERO TO WS-ENTREES WS-SORTIES WS-NET-APRES.
           MOVE 'N' TO WS-CMV-EOF.
           MOVE COF-AGENCE TO CMV-AGENCE.
           MOVE WS-DTPOS   TO CMV-DATE.
           MOVE ZERO       TO CMV-HEURE.
           MOVE LOW-VALUES TO CMV-TERM.
           START FCOFMVT KEY IS NOT LESS THAN CMV-CLE
              INVALID KEY MOVE 'O' TO WS-CMV-EOF
           END-START.
           PERFORM LIRE-JOURNAL UNTIL WS-CMV-EOF = 'O'.
       LIRE-JOURNAL.
           READ FCOFMVT NEXT RECORD
              AT END MOVE 'O' TO WS-CMV-EOF
              NOT AT END
                 IF CMV-AGENCE NOT = COF-AGENCE
                    MOVE 'O' TO WS-CMV-EOF
                 ELSE
                    IF CMV-DATE = WS-DTPOS
                       PERFORM VENTILER-MOUVEMENT
                    ELSE
                       PERFORM CUMULER-APRES
                    END-IF
                 END-IF
           END-READ.
       VENTILER-MOUVEMENT.
           IF CMV-NATURE = 'L' OR CMV-NATURE = 'R'
              ADD CMV-MONTANT TO WS-ENTREES
           ELSE
              ADD CMV-MONTANT TO WS-SORTIES
           END-IF.
       CUMULER-APRES.
           IF CMV-NATURE = 'L' OR CMV-NATURE = 'R'
              ADD CMV-MONTANT TO WS-NET-APRES
           ELSE
              SUBTRACT CMV-MONTANT FROM WS-NET-APRES
           END-IF.
       EDITER-COFFRE.
           MOVE COF-AGENCE  TO WE-DET-AGENCE.
           MOVE WS-ENTREES  TO WE-DET-ENT.
           MOVE WS-SORTIES  TO WE-DET-SOR.
           MOVE WS-POSITION TO WE-DET-POS.
           MOVE COF-MAX     TO WE-DET-MAX.
           MOVE WS-ALERTE   TO WE-DET-ALERTE.
           WRITE REC-PRT FROM LG-DET.
      *----------------------------------------------------------------
      *    COMMANDE DE FONDS : RAMENER LA POSITION AU MILIEU DU        *
      *    MINIMUM ET DU MAXIMUM (MONTANT EN UNITES ENTIERES)          *
      *----------------------------------------------------------------
       PROPOSER-COMMANDE.
           COMPUTE WS-CIBLE = COF-MIN + (COF-MAX - COF-MIN) / 2.
           IF WS-ALERTE = 'MAXI'
              COMPUTE WS-CDE-MONT = WS-POSITION - WS-CIBLE
              MOVE 'C' TO CDE-NATURE
              MOVE 'COLLECTE  ' TO WE-CDE-LIB
           ELSE
              COMPUTE WS-CDE-MONT = WS-CIBLE - WS-POSITION
              MOVE 'L' TO CDE-NATURE
              MOVE 'LIVRAISON ' TO WE-CDE-LIB
           END-IF.
           IF WS-CDE-MONT > ZERO
              ADD 1 TO WS-NB-CDES
              MOVE COF-AGENCE  TO CDE-AGENCE
              MOVE WS-DTPOS    TO CDE-DATE
              MOVE WS-CDE-MONT TO CDE-MONTANT
              MOVE WS-POSITION TO CDE-POSITION
              MOVE COF-MAX     TO CDE-MAX
              MOVE COF-MIN     TO CDE-MIN
              WRITE ENR-COFCMD
              MOVE WS-CDE-MONT TO WE-CDE-MONT
              WRITE REC-PRT FROM LG-CDE
           END-IF.
       ECRIRE-TOTAL.
           MOVE WS-NB-COFFRES TO WE-NB-COFFRES.
           MOVE WS-NB-CDES    TO WE-NB-CDES.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT.
       FIN.
           CLOSE FCOFFRE FCOFMVT FCOFCMD FPRINT.
           DISPLAY 'COFFRES CONTROLES   : ' WS-NB-COFFRES.
           DISPLAY 'COMMANDES PROPOSEES : ' WS-NB-CDES.
           IF WS-NB-CDES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
