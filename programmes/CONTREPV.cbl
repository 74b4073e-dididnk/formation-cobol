       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREPV.
       AUTHOR.     E NGBAME.
      * APPROBATION DES CONTRE-PASSATIONS AU-DELA DU SEUIL (DOUBLE
      * CONTROLE, VOLET APPROBATEUR, VOIR CONTREP) : UN SECOND
      * OPERATEUR - CONNU DANS FOPERAT, DE NIVEAU 3, ET DIFFERENT DU
      * DEMANDEUR - APPROUVE OU REFUSE UNE DEMANDE EN ATTENTE DE
      * DD-CONTREP. SEULE L'APPROBATION PASSE LE MOUVEMENT INVERSE
      * DANS FMVTC ET RANGE SA REFERENCE DANS LE REGISTRE, A COTE DE
      * LA REFERENCE D'ORIGINE. UN REFUS CLASSE LA DEMANDE ('R') SANS
      * TOUCHER AUX MOUVEMENTS ; ELLE PEUT ETRE RESSAISIE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCONTREP ASSIGN TO DD-CONTREP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTP-REF-ORIG
           ALTERNATE RECORD KEY IS CTP-REF-CTP WITH DUPLICATES
           FILE STATUS IS FS-CONTREP.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONTREP.
       01  ENR-CONTREP.
           10 CTP-REF-ORIG  PIC 9(13).
           10 CTP-REF-CTP   PIC 9(13).
           10 CTP-CLT       PIC 9(5).
           10 CTP-CPTE      PIC X(23).
           10 CTP-TYPE      PIC X(3).
           10 CTP-MONT      PIC 9(9)V9(2).
           10 CTP-SENS-ORIG PIC X.
           10 CTP-DATE-ORIG PIC 9(8).
           10 CTP-MOTIF     PIC X(30).
           10 CTP-DEMANDEUR PIC X(8).
           10 CTP-DTDEM     PIC 9(8).
           10 CTP-APPROBATEUR PIC X(8).
           10 CTP-DTAPP     PIC 9(8).
           10 CTP-STATUT    PIC X.

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

       WORKING-STORAGE SECTION.
       01  FS-CONTREP   PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-DECISION  PIC X VALUE 'R'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-CTRL-OK = 'O'
              PERFORM TRAITER-DECISION
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN I-O FCONTREP.
           OPEN INPUT FOPERAT.
           OPEN I-O FMVTC.
           IF FS-CONTREP NOT = '00' OR FS-OPERAT NOT = '00'
              OR FS-MVTC NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CONTREP
                 ' FO ' FS-OPERAT ' FM ' FS-MVTC
           ELSE
              PERFORM SAISIR-ET-CONTROLER
           END-IF.
      *----------------------------------------------------------------
      *    SAISIE : DEMANDE EN ATTENTE, APPROBATEUR NIVEAU 3 ET        *
      *    DIFFERENT DU DEMANDEUR                                      *
      *----------------------------------------------------------------
       SAISIR-ET-CONTROLER.
           DISPLAY 'REFERENCE D ORIGINE A TRAITER : '
              WITH NO ADVANCING.
           ACCEPT CTP-REF-ORIG.
           READ FCONTREP KEY IS CTP-REF-ORIG
              INVALID KEY
                 DISPLAY 'DEMANDE INCONNUE : ' CTP-REF-ORIG
              NOT INVALID KEY
                 PERFORM CONTROLER-STATUT
           END-READ.
       CONTROLER-STATUT.
           IF CTP-STATUT NOT = 'A'
              DISPLAY 'DEMANDE DEJA TRAITEE - STATUT ' CTP-STATUT
           ELSE
              DISPLAY 'COMPTE ' CTP-CPTE ' ' CTP-TYPE ' SENS '
                 CTP-SENS-ORIG ' DU ' CTP-DATE-ORIG ' MONTANT '
                 CTP-MONT
              DISPLAY 'MOTIF ' CTP-MOTIF ' DEMANDE PAR '
                 CTP-DEMANDEUR
              DISPLAY 'CODE APPROBATEUR (X(8))      : '
                 WITH NO ADVANCING
              ACCEPT WS-OPER
              PERFORM CONTROLER-APPROBATEUR
           END-IF.
       CONTROLER-APPROBATEUR.
           IF WS-OPER = CTP-DEMANDEUR
              DISPLAY 'LE DEMANDEUR NE PEUT PAS APPROUVER SA '
                 'PROPRE DEMANDE'
           ELSE
              MOVE WS-OPER TO OPR-CODE
              READ FOPERAT
                 INVALID KEY
                    DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
                 NOT INVALID KEY
                    IF OPR-SUSPENDU
                       DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                    ELSE
                       IF OPR-NIVEAU < 3
                          DISPLAY 'NIVEAU 3 REQUIS - OPERATEUR '
                             WS-OPER ' NIVEAU ' OPR-NIVEAU
                       ELSE
                          MOVE 'O' TO WS-CTRL-OK
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
      *    APPROBATION : LE MOUVEMENT INVERSE N'EST PASSE QU'ICI       *
      *----------------------------------------------------------------
       TRAITER-DECISION.
           DISPLAY 'APPROUVER (V) / REFUSER (R)  : '
              WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           IF WS-DECISION = 'V'
              PERFORM APPLIQUER-CONTREPASSATION
           ELSE
              MOVE 'R' TO CTP-STATUT
              MOVE WS-OPER TO CTP-APPROBATEUR
              MOVE WS-DTJOUR TO CTP-DTAPP
              REWRITE ENR-CONTREP
              DISPLAY 'DEMANDE REFUSEE : ' CTP-REF-ORIG
           END-IF.
       APPLIQUER-CONTREPASSATION.
           MOVE CTP-REF-ORIG TO REF-TMVTC.
           READ FMVTC
              INVALID KEY
                 DISPLAY 'MOUVEMENT DISPARU : ' CTP-REF-ORIG
                    ' - DEMANDE NON APPLIQUEE'
              NOT INVALID KEY
                 PERFORM PASSER-CONTREPASSATION
           END-READ.
      *----LE MOUVEMENT D'ORIGINE EST DANS LA ZONE ENR-TMVTC : ON LE---
      *----RETOURNE ET ON L'ECRIT SOUS UNE NOUVELLE REFERENCE----------
       PASSER-CONTREPASSATION.
           IF SENS-TMVTC = 'D'
              MOVE 'C' TO SENS-TMVTC
           ELSE
              MOVE 'D' TO SENS-TMVTC
           END-IF.
           MOVE WS-DTJOUR TO DATE-TMVTC.
           MOVE 'CONTRE-PASSATION' TO LIB-TMVTC.
           MOVE ZERO TO NUMCHQ-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           WRITE ENR-TMVTC
              INVALID KEY
                 DISPLAY 'ERR. ECR. FMVTC : ' FS-MVTC
              NOT INVALID KEY
                 MOVE WS-REF-MVT TO CTP-REF-CTP
                 MOVE 'V' TO CTP-STATUT
                 MOVE WS-OPER TO CTP-APPROBATEUR
                 MOVE WS-DTJOUR TO CTP-DTAPP
                 REWRITE ENR-CONTREP
                 DISPLAY 'DEMANDE APPROUVEE - CONTRE-PASSATION '
                    WS-REF-MVT ' PAR ' WS-OPER
           END-WRITE.
       FIN.
           CLOSE FCONTREP FOPERAT FMVTC.
           STOP RUN.
