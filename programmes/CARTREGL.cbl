      * PAS DES LIGNES AS-BUFFER : RECYCREJ LES SIGNALE ET LES
      * ABANDONNE, LA REPARATION PASSE PAR UNE REMISE AS-CARTREG
      * CORRIGEE REPRESENTEE A CE CHARGEUR.
      * PLAFONDS : CHAQUE REGLEMENT POSTE EST AUSSI ECRIT DANS
      * L'HISTORIQUE PROPRE DE LA CARTE (DD-CARTMVT, CLE CARTE +
      * REFERENCE). AVANT DE POSTER, LES ACHATS (OU LES RETRAITS) DE
      * LA CARTE SUR LES 30 JOURS GLISSANTS TERMINES A LA DATE DU
      * REGLEMENT SONT TOTALISES DANS CET HISTORIQUE ; SI LE TOTAL
      * AUGMENTE DU REGLEMENT DEPASSE LE PLAFOND EN VIGUEUR (RELEVE
      * TEMPORAIRE NON ECHU, SINON STANDARD - VOIR CARTMAIT), LE
      * REGLEMENT EST REJETE EN A014. UN PLAFOND A ZERO (CARTE
      * EMISE AVANT LES PLAFONDS) N'EST PAS CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

      *----HISTORIQUE DES REGLEMENTS POSTES PAR CARTE (PLAFONDS)------
           SELECT FCARTMVT ASSIGN TO DD-CARTMVT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMV-CLE
           FILE STATUS IS FS-CARTMVT.

           SELECT FREJETS ASSIGN TO AS-REJETS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           10 CRT-CPTE    PIC X(23).
           10 CRT-DTEMIS  PIC 9(8).
           10 CRT-STATUT  PIC X.
           10 CRT-TYPE    PIC X.
           10 CRT-PLAF-PAI PIC 9(7)V9(2).
           10 CRT-PLAF-RET PIC 9(7)V9(2).
           10 CRT-PLAFT-PAI PIC 9(7)V9(2).
           10 CRT-DTFIN-PAI PIC 9(8).
           10 CRT-PLAFT-RET PIC 9(7)V9(2).
           10 CRT-DTFIN-RET PIC 9(8).

      *----NATURE A = ACHAT, R = RETRAIT (COMME AS-CARTREG)------------
       FD  FCARTMVT.
       01  ENR-CARTMVT.
           10 CMV-CLE.
              15 CMV-CARTE  PIC X(16).
              15 CMV-REF    PIC 9(13).
           10 CMV-DATE    PIC 9(8).
           10 CMV-NATURE  PIC X.
           10 CMV-MONT    PIC 9(9)V9(2).

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
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-REJETS    PIC XX VALUE ZERO.
       01  FS-CARTMVT   PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-NB-RECUS  PIC 9(5) VALUE ZERO.
       01  WS-NB-POSTES PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETS PIC 9(5) VALUE ZERO.
       01  WS-TOT-POSTE PIC 9(11)V9(2) VALUE ZERO.
      *----FENETRE GLISSANTE DE 30 JOURS ET PLAFOND EN VIGUEUR---------
       01  WS-SIGNE-FEN PIC X VALUE '-'.
       01  WS-JOURS-FEN PIC 9(2) VALUE 29.
       01  WS-DTDEB-FEN PIC 9(8) VALUE ZERO.
       01  WS-NATURE    PIC X VALUE SPACE.
       01  WS-CMV-EOF   PIC X VALUE 'N'.
       01  WS-CUMUL-FEN PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PLAFOND   PIC 9(7)V9(2) VALUE ZERO.
       01  WS-PLAF-OK   PIC X VALUE 'O'.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-CARTREG = '00' AND FS-CARTE = '00'
              AND FS-RIB = '00' AND FS-MVTC = '00'
              AND FS-REJETS = '00' AND FS-CARTMVT = '00'
              PERFORM TRAITER-REGLEMENT UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
           IF FS-REJETS = '35'
              OPEN OUTPUT FREJETS
           END-IF.
           OPEN I-O FCARTMVT.
           IF FS-CARTMVT = '35'
              OPEN OUTPUT FCARTMVT
              CLOSE FCARTMVT
              OPEN I-O FCARTMVT
           END-IF.
           IF FS-CARTREG NOT = '00' OR FS-CARTE NOT = '00'
              OR FS-RIB NOT = '00' OR FS-MVTC NOT = '00'
              OR FS-REJETS NOT = '00' OR FS-CARTMVT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FG ' FS-CARTREG
                 ' FK ' FS-CARTE ' FR ' FS-RIB ' FM ' FS-MVTC
                 ' FJ ' FS-REJETS ' FH ' FS-CARTMVT
           ELSE
              PERFORM LIRE-REGLEMENT
           END-IF.
                    IF ETAT-TRIB = 'F'
                       PERFORM REJETER-COMPTE-FERME
                    ELSE
                       PERFORM CONTROLER-PLAFOND
                       IF WS-PLAF-OK = 'N'
                          PERFORM REJETER-PLAFOND
                       ELSE
                          PERFORM POSTER-MOUVEMENT-CARTE
                       END-IF
                    END-IF
              END-READ
           END-IF.
           MOVE CRG-COMMERC TO LIB-TMVTC.
           MOVE ZERO        TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
           MOVE CRG-CARTE  TO CMV-CARTE.
           MOVE REF-TMVTC  TO CMV-REF.
           MOVE CRG-DATE   TO CMV-DATE.
           MOVE WS-NATURE  TO CMV-NATURE.
           MOVE CRG-MONT   TO CMV-MONT.
           WRITE ENR-CARTMVT
              INVALID KEY DISPLAY 'ERR. ECR. DD-CARTMVT : ' FS-CARTMVT
           END-WRITE.
           ADD 1 TO WS-NB-POSTES.
           ADD CRG-MONT TO WS-TOT-POSTE.
           DISPLAY 'REGLEMENT POSTE - CARTE ' CRG-CARTE ' '
              CRG-MONT ' ' CRG-COMMERC.
      *----------------------------------------------------------------
      *    PLAFOND SUR 30 JOURS GLISSANTS : CUMUL DES REGLEMENTS DE    *
      *    MEME NATURE DE LA CARTE DU JOUR J-29 AU JOUR DU REGLEMENT   *
      *----------------------------------------------------------------
       CONTROLER-PLAFOND.
           MOVE 'O' TO WS-PLAF-OK.
           IF CRG-NATURE = 'R'
              MOVE 'R' TO WS-NATURE
              IF CRT-DTFIN-RET NOT < CRG-DATE
                 MOVE CRT-PLAFT-RET TO WS-PLAFOND
              ELSE
                 MOVE CRT-PLAF-RET  TO WS-PLAFOND
              END-IF
           ELSE
              MOVE 'A' TO WS-NATURE
              IF CRT-DTFIN-PAI NOT < CRG-DATE
                 MOVE CRT-PLAFT-PAI TO WS-PLAFOND
              ELSE
                 MOVE CRT-PLAF-PAI  TO WS-PLAFOND
              END-IF
           END-IF.
           IF WS-PLAFOND > ZERO
              CALL 'DATEDECAL' USING CRG-DATE WS-SIGNE-FEN WS-JOURS-FEN
                 WS-DTDEB-FEN
              MOVE CRG-MONT TO WS-CUMUL-FEN
              MOVE 'N' TO WS-CMV-EOF
              MOVE CRG-CARTE TO CMV-CARTE
              MOVE ZERO      TO CMV-REF
              START FCARTMVT KEY IS NOT LESS THAN CMV-CLE
                 INVALID KEY MOVE 'O' TO WS-CMV-EOF
              END-START
              PERFORM CUMULER-FENETRE UNTIL WS-CMV-EOF = 'O'
              IF WS-CUMUL-FEN > WS-PLAFOND
                 MOVE 'N' TO WS-PLAF-OK
              END-IF
           END-IF.
       CUMULER-FENETRE.
           READ FCARTMVT NEXT RECORD
              AT END MOVE 'O' TO WS-CMV-EOF
              NOT AT END
                 IF CMV-CARTE NOT = CRG-CARTE
                    MOVE 'O' TO WS-CMV-EOF
                 ELSE
                    IF CMV-NATURE = WS-NATURE
                       AND CMV-DATE NOT < WS-DTDEB-FEN
                       AND CMV-DATE NOT > CRG-DATE
                       ADD CMV-MONT TO WS-CUMUL-FEN
                    END-IF
                 END-IF
           END-READ.
      ************************************************
      *    REJETS (DISCIPLINE AS-REJETS / RECYCREJ)  *
      ************************************************
           WRITE ENR-REJET.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY 'COMPTE FERME OU INCONNU - CARTE ' CRG-CARTE.
       REJETER-PLAFOND.
           MOVE 'K'         TO REJ-ID-TAB.
           MOVE ENR-CARTREG TO REJ-LIGNE.
           MOVE 'A014'      TO REJ-CODE.
           MOVE 'PLAFOND CARTE 30 JOURS DEPASSE' TO REJ-LIBELLE.
           MOVE ZERO        TO REJ-CLE-CALC REJ-CLE-STOCK.
           WRITE ENR-REJET.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY 'PLAFOND DEPASSE - CARTE ' CRG-CARTE ' CUMUL '
              WS-CUMUL-FEN ' PLAFOND ' WS-PLAFOND.
       FIN.
           CLOSE FCARTREG FCARTE FRIB FMVTC FREJETS FCARTMVT.
           DISPLAY 'REGLEMENTS RECUS  : ' WS-NB-RECUS.
           DISPLAY 'MOUVEMENTS POSTES : ' WS-NB-POSTES
              ' POUR ' WS-TOT-POSTE.
