       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFACK.
       AUTHOR.     E NGBAME.
      * POINTAGE DES ACQUITTEMENTS DE LA PASSERELLE SMS / E-MAIL :
      * LA PASSERELLE RENVOIE POUR CHAQUE LIVRAISON D'ALERTES RECUE
      * SON NUMERO DE SEQUENCE ET UN STATUT (A = ACCEPTEE, R =
      * REJETEE). CHAQUE ACQUITTEMENT EST POINTE DANS LE REGISTRE
      * DD-NOTREG TENU PAR ALERTEVAL ; UN NUMERO INCONNU DU REGISTRE
      * EST UNE ANOMALIE. EN FIN DE POINTAGE, LE REGISTRE EST
      * REBALAYE : TOUTE LIVRAISON ENCORE 'E' (EMISE) PLUS ANCIENNE
      * QUE LA DERNIERE ACQUITTEE A ETE MANQUEE OU LIVREE HORS ORDRE
      * - ARRET RC 8, LE FICHIER EST A REEMETTRE (MEME DISCIPLINE
      * QU'EBANKACK POUR LE PORTAIL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNOTACK ASSIGN TO AS-NOTACK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTACK.

           SELECT FNOTREG ASSIGN TO DD-NOTREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTR-SEQ
           FILE STATUS IS FS-NOTREG.

       DATA DIVISION.
       FILE SECTION.
       FD  FNOTACK.
       01  ENR-NOTACK.
           10 ACK-SEQ     PIC 9(6).
           10 ACK-STATUT  PIC X.
           10 ACK-DATE    PIC 9(8).

       FD  FNOTREG.
       01  ENR-NOTREG.
           10 NTR-SEQ     PIC 9(6).
           10 NTR-DATE    PIC 9(8).
           10 NTR-NBMSG   PIC 9(7).
           10 NTR-NBSMS   PIC 9(7).
           10 NTR-NBMAIL  PIC 9(7).
           10 NTR-STATUT  PIC X.
           10 NTR-DTACK   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-NOTACK     PIC XX VALUE ZERO.
       01  FS-NOTREG     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-RECUS  PIC 9(5) VALUE ZERO.
       01  WS-NB-ACQUIT PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETS PIC 9(5) VALUE ZERO.
       01  WS-NB-INCONNUS PIC 9(5) VALUE ZERO.
      *----CONTROLE D'ORDRE : LA PLUS HAUTE SEQUENCE ACQUITTEE---------
       01  WS-SEQ-HAUTE PIC 9(6) VALUE ZERO.
       01  WS-NB-MANQUEES PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-NOTACK = '00' AND FS-NOTREG = '00'
              PERFORM POINTER-ACQUITTEMENT UNTIL WS-EOF = 'O'
              PERFORM CONTROLER-ORDRE
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           OPEN INPUT FNOTACK.
           OPEN I-O FNOTREG.
           IF FS-NOTACK NOT = '00' OR FS-NOTREG NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FA ' FS-NOTACK
                 ' FR ' FS-NOTREG
           ELSE
              PERFORM LIRE-ACQUITTEMENT
           END-IF.
       LIRE-ACQUITTEMENT.
           READ FNOTACK
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-RECUS
           END-READ.
      *----------------------------------------------------------------
      *    UN ACQUITTEMENT : POINTAGE DE LA LIVRAISON AU REGISTRE      *
      *----------------------------------------------------------------
       POINTER-ACQUITTEMENT.
           MOVE ACK-SEQ TO NTR-SEQ.
           READ FNOTREG
              INVALID KEY
                 ADD 1 TO WS-NB-INCONNUS
                 DISPLAY 'ACQUITTEMENT INCONNU DU REGISTRE - '
                    'SEQUENCE ' ACK-SEQ
              NOT INVALID KEY
                 PERFORM APPLIQUER-ACQUITTEMENT
           END-READ.
           PERFORM LIRE-ACQUITTEMENT.
       APPLIQUER-ACQUITTEMENT.
           IF ACK-STATUT = 'A'
              MOVE 'A' TO NTR-STATUT
              ADD 1 TO WS-NB-ACQUIT
              IF ACK-SEQ > WS-SEQ-HAUTE
                 MOVE ACK-SEQ TO WS-SEQ-HAUTE
              END-IF
           ELSE
              MOVE 'R' TO NTR-STATUT
              ADD 1 TO WS-NB-REJETS
              DISPLAY 'LIVRAISON ' ACK-SEQ ' REJETEE PAR '
                 'LA PASSERELLE - A REEMETTRE'
           END-IF.
           MOVE ACK-DATE TO NTR-DTACK.
           REWRITE ENR-NOTREG.
      *----------------------------------------------------------------
      *    CONTROLE D'ORDRE : UNE LIVRAISON ENCORE 'E' PLUS ANCIENNE   *
      *    QUE LA DERNIERE ACQUITTEE A ETE MANQUEE OU LIVREE HORS      *
      *    ORDRE                                                       *
      *----------------------------------------------------------------
       CONTROLER-ORDRE.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO NTR-SEQ.
           START FNOTREG KEY NOT < NTR-SEQ
              INVALID KEY MOVE 'O' TO WS-EOF
           END-START.
           PERFORM CONTROLER-UNE-LIVRAISON UNTIL WS-EOF = 'O'.
       CONTROLER-UNE-LIVRAISON.
           READ FNOTREG NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF NTR-STATUT = 'E' AND NTR-SEQ < WS-SEQ-HAUTE
                    ADD 1 TO WS-NB-MANQUEES
                    DISPLAY 'LIVRAISON ' NTR-SEQ ' DU ' NTR-DATE
                       ' MANQUEE OU HORS ORDRE'
                 END-IF
           END-READ.
       FIN.
           CLOSE FNOTACK FNOTREG.
           DISPLAY 'ACQUITTEMENTS RECUS  : ' WS-NB-RECUS.
           DISPLAY 'LIVRAISONS ACQUITTEES: ' WS-NB-ACQUIT.
           DISPLAY 'LIVRAISONS REJETEES  : ' WS-NB-REJETS.
           DISPLAY 'SEQUENCES INCONNUES  : ' WS-NB-INCONNUS.
           DISPLAY 'LIVRAISONS MANQUEES  : ' WS-NB-MANQUEES.
           IF WS-NB-MANQUEES > ZERO OR WS-NB-INCONNUS > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
