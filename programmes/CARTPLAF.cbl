       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTPLAF.
       AUTHOR.     E NGBAME.
      * ETAT QUOTIDIEN DES CARTES PROCHES DE LEUR PLAFOND (DDCARTPL) :
      * POUR CHAQUE CARTE ACTIVE DE DD-CARTE, LES ACHATS ET LES
      * RETRAITS DES 30 JOURS GLISSANTS TERMINES A LA DATE DE
      * CONTROLE SONT TOTALISES DANS L'HISTORIQUE DD-CARTMVT (ALIMENTE
      * PAR CARTREGL) ET COMPARES AU PLAFOND EN VIGUEUR (RELEVE
      * TEMPORAIRE NON ECHU, SINON STANDARD). UNE CARTE EST LISTEE
      * DES QUE L'UN DES DEUX CUMULS DEPASSE 80 % DE SON PLAFOND, AVEC
      * LE TAUX D'UTILISATION DE CHAQUE PLAFOND. UN PLAFOND A ZERO
      * N'EST PAS SUIVI (MEME REGLE QUE CARTREGL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

           SELECT FCARTMVT ASSIGN TO DD-CARTMVT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMV-CLE
           FILE STATUS IS FS-CARTMVT.

           SELECT FPRINT ASSIGN TO DDCARTPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCARTE.
       01  ENR-CARTE.
           10 CRT-NUM     PIC X(16).
           10 CRT-CLT     PIC 9(5).
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

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  FS-CARTMVT   PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-CMV-EOF   PIC X VALUE 'N'.
       01  WS-DTCTRL    PIC 9(8) VALUE ZERO.
       01  WS-SIGNE-FEN PIC X VALUE '-'.
       01  WS-JOURS-FEN PIC 9(2) VALUE 29.
       01  WS-DTDEB-FEN PIC 9(8) VALUE ZERO.
       01  WS-SEUIL     PIC 9(3) VALUE 080.
       01  WS-CUMUL-PAI PIC 9(11)V9(2) VALUE ZERO.
       01  WS-CUMUL-RET PIC 9(11)V9(2) VALUE ZERO.
       01  WS-PLAF-PAI  PIC 9(7)V9(2) VALUE ZERO.
       01  WS-PLAF-RET  PIC 9(7)V9(2) VALUE ZERO.
       01  WS-TAUX-PAI  PIC 9(5) VALUE ZERO.
       01  WS-TAUX-RET  PIC 9(5) VALUE ZERO.
       01  WS-NB-CARTES PIC 9(5) VALUE ZERO.
       01  WS-NB-ALERTES PIC 9(5) VALUE ZERO.

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(44) VALUE
              'CARTES AU-DELA DE 80 % D UN PLAFOND 30 J AU '.
           05 WE-DTCTRL PIC 9(8).
       01  LG-ENTETE.
           05 FILLER PIC X(40) VALUE
              'CARTE            CLT   T  ACHATS 30 J  %'.
           05 FILLER PIC X(24) VALUE
              '  RETRAITS 30 J  %      '.
       01  LG-DET.
           05 WE-DET-CARTE PIC X(16).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-CLT   PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-TYPE  PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-PAI   PIC ZZZBZZZBZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-TXP   PIC ZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-RET   PIC ZZZBZZZBZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 WE-DET-TXR   PIC ZZZZ9.
       01  LG-TOT.
           05 FILLER PIC X(26) VALUE 'CARTES ACTIVES CONTROLEES:'.
           05 WE-NB-CARTES PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE '  DONT LISTEES :'.
           05 WE-NB-ALERTES PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-CARTE = '00' AND FS-CARTMVT = '00'
              AND FS-PRINT = '00'
              PERFORM LIRE-CARTE
              PERFORM TRAITER-CARTE UNTIL WS-EOF = 'O'
              PERFORM ECRIRE-TOTAL
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE CONTROLE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTCTRL.
           IF WS-DTCTRL = ZERO
              ACCEPT WS-DTCTRL FROM DATE YYYYMMDD
           END-IF.
           CALL 'DATEDECAL' USING WS-DTCTRL WS-SIGNE-FEN WS-JOURS-FEN
              WS-DTDEB-FEN.
           OPEN INPUT FCARTE.
      *----HISTORIQUE ABSENT : AUCUN REGLEMENT POSTE, CUMULS A ZERO----
           OPEN INPUT FCARTMVT.
           IF FS-CARTMVT = '35'
              OPEN OUTPUT FCARTMVT
              CLOSE FCARTMVT
              OPEN INPUT FCARTMVT
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-CARTE NOT = '00' OR FS-CARTMVT NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FK ' FS-CARTE
                 ' FH ' FS-CARTMVT ' FP ' FS-PRINT
           ELSE
              MOVE WS-DTCTRL TO WE-DTCTRL
              WRITE REC-PRT FROM LG-TITRE
              WRITE REC-PRT FROM LG-VIDE
              WRITE REC-PRT FROM LG-ENTETE
           END-IF.
       LIRE-CARTE.
           READ FCARTE NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE CARTE ACTIVE : CUMULS DE LA FENETRE ET TAUX D'USAGE     *
      *----------------------------------------------------------------
       TRAITER-CARTE.
           IF CRT-STATUT = 'A'
              ADD 1 TO WS-NB-CARTES
              PERFORM CUMULER-CARTE
              PERFORM EVALUER-CARTE
           END-IF.
           PERFORM LIRE-CARTE.
       CUMULER-CARTE.
           MOVE ZERO TO WS-CUMUL-PAI WS-CUMUL-RET.
           MOVE 'N' TO WS-CMV-EOF.
           MOVE CRT-NUM TO CMV-CARTE.
           MOVE ZERO    TO CMV-REF.
           START FCARTMVT KEY IS NOT LESS THAN CMV-CLE
              INVALID KEY MOVE 'O' TO WS-CMV-EOF
           END-START.
           PERFORM LIRE-HISTORIQUE UNTIL WS-CMV-EOF = 'O'.
       LIRE-HISTORIQUE.
           READ FCARTMVT NEXT RECORD
              AT END MOVE 'O' TO WS-CMV-EOF
              NOT AT END
                 IF CMV-CARTE NOT = CRT-NUM
                    MOVE 'O' TO WS-CMV-EOF
                 ELSE
                    IF CMV-DATE NOT < WS-DTDEB-FEN
                       AND CMV-DATE NOT > WS-DTCTRL
                       IF CMV-NATURE = 'R'
                          ADD CMV-MONT TO WS-CUMUL-RET
                       ELSE
                          ADD CMV-MONT TO WS-CUMUL-PAI
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       EVALUER-CARTE.
           IF CRT-DTFIN-PAI NOT < WS-DTCTRL
              MOVE CRT-PLAFT-PAI TO WS-PLAF-PAI
           ELSE
              MOVE CRT-PLAF-PAI  TO WS-PLAF-PAI
           END-IF.
           IF CRT-DTFIN-RET NOT < WS-DTCTRL
              MOVE CRT-PLAFT-RET TO WS-PLAF-RET
           ELSE
              MOVE CRT-PLAF-RET  TO WS-PLAF-RET
           END-IF.
           MOVE ZERO TO WS-TAUX-PAI WS-TAUX-RET.
           IF WS-PLAF-PAI > ZERO
              COMPUTE WS-TAUX-PAI = WS-CUMUL-PAI * 100 / WS-PLAF-PAI
           END-IF.
           IF WS-PLAF-RET > ZERO
              COMPUTE WS-TAUX-RET = WS-CUMUL-RET * 100 / WS-PLAF-RET
           END-IF.
           IF WS-TAUX-PAI > WS-SEUIL OR WS-TAUX-RET > WS-SEUIL
              PERFORM EDITER-CARTE
           END-IF.
       EDITER-CARTE.
           ADD 1 TO WS-NB-ALERTES.
           MOVE CRT-NUM      TO WE-DET-CARTE.
           MOVE CRT-CLT      TO WE-DET-CLT.
           MOVE CRT-TYPE     TO WE-DET-TYPE.
           MOVE WS-CUMUL-PAI TO WE-DET-PAI.
           MOVE WS-TAUX-PAI  TO WE-DET-TXP.
           MOVE WS-CUMUL-RET TO WE-DET-RET.
           MOVE WS-TAUX-RET  TO WE-DET-TXR.
           WRITE REC-PRT FROM LG-DET.
       ECRIRE-TOTAL.
           MOVE WS-NB-CARTES  TO WE-NB-CARTES.
           MOVE WS-NB-ALERTES TO WE-NB-ALERTES.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT.
       FIN.
           CLOSE FCARTE FCARTMVT FPRINT.
           DISPLAY 'CARTES ACTIVES CONTROLEES : ' WS-NB-CARTES.
           DISPLAY 'CARTES AU-DELA DE 80 %    : ' WS-NB-ALERTES.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
