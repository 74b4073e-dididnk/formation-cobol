      * SONT RELEVES DANS FMVTC (MOUVEMENTS 'CHQ' AVEC NUMCHQ-TMVTC)
      * PUIS CHAQUE PLAGE DELIVREE DE DD-CHQCAR (VOIR CHQCARNET) EST
      * PARCOURUE : TOUT NUMERO DELIVRE SANS MOUVEMENT EST EDITE SUR
      * DDCHQSUI, PAR COMPTE, AVEC LES TOTAUX. LES NUMEROS NON PAYES
      * FRAPPES D'UNE OPPOSITION ACTIVE (REGISTRE DD-OPPOS, VOIR
      * OPPCHQ) NE SONT PAS EN CIRCULATION : ILS SONT EDITES A PART,
      * SOUS LES NUMEROS EN COURS DU CARNET, AVEC LEUR MOTIF ET LEUR
      * PROPRE TOTAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FCHQCAR ASSIGN TO DD-CHQCAR
           RECORD KEY IS CAR-CLE
           FILE STATUS IS FS-CHQCAR.

           SELECT FOPPOS ASSIGN TO DD-OPPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOS.

           SELECT FPRINT ASSIGN TO DDCHQSUI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 CAR-NUMFIN PIC 9(7).
           10 CAR-DTDELIV PIC 9(8).

       FD  FOPPOS.
       01  ENR-OPPOS.
           10 OPP-CLE.
              15 OPP-CPTE   PIC X(23).
              15 OPP-NUMDEB PIC 9(7).
           10 OPP-NUMFIN  PIC 9(7).
           10 OPP-MOTIF   PIC X(3).
           10 OPP-DATE    PIC 9(8).
           10 OPP-STATUT  PIC X.
           10 OPP-DTLEV   PIC 9(8).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
       01  WS-NB-ENCOURS  PIC 9(5) VALUE ZERO.
       01  WS-NUM-COUR    PIC 9(7) VALUE ZERO.
       01  WS-PAYE        PIC X VALUE 'N'.
       01  WS-NB-OPPOSES  PIC 9(5) VALUE ZERO.
       01  WS-OPPOSE      PIC X VALUE 'N'.
       01  WS-MOTIF-COUR  PIC X(3) VALUE SPACES.
       01  WS-OPP-CARNET  PIC 9(5) VALUE ZERO.
       01  WS-PASSE       PIC X VALUE 'C'.
           88 PASSE-ENCOURS VALUE 'C'.
           88 PASSE-OPPOSES VALUE 'O'.
      *----PLAGES EN OPPOSITION ACTIVE (REGISTRE DD-OPPOS)-------------
       01  FS-OPPOS     PIC XX VALUE ZERO.
       01  WS-OPP-EOF   PIC X VALUE 'N'.
       01  WS-NB-OPP    PIC 9(3) VALUE ZERO.
       01  WS-IND-OPP   PIC 9(3) VALUE ZERO.
       01  T-OPPOSITIONS.
           05 T-OPP-LIG OCCURS 300 TIMES.
              10 TO-CPTE   PIC X(23).
              10 TO-NUMDEB PIC 9(7).
              10 TO-NUMFIN PIC 9(7).
              10 TO-MOTIF  PIC X(3).
      *----NUMEROS DE CHEQUES PAYES RELEVES DANS FMVTC-----------------
       01  WS-NB-CHQ    PIC 9(4) VALUE ZERO.
       01  WS-IND-CHQ   PIC 9(4) VALUE ZERO.
           05 FILLER PIC X(11) VALUE '   CHEQUE  '.
           05 WE-NUM  PIC 9(7).
           05 FILLER PIC X(12) VALUE '  NON PAYE  '.
       01  LG-OPP-TIT.
           05 FILLER PIC X(28) VALUE '   NUMEROS EN OPPOSITION :  '.
       01  LG-OPP.
           05 FILLER PIC X(11) VALUE '   CHEQUE  '.
           05 WE-NUM-OPP PIC 9(7).
           05 FILLER PIC X(15) VALUE '  OPPOSE MOTIF '.
           05 WE-MOTIF PIC X(3).
       01  LG-TOT2.
           05 FILLER PIC X(12) VALUE 'OPPOSES   : '.
           05 WE-NB-OPP PIC ZZZZ9.
       01  LG-TOT.
           05 FILLER PIC X(12) VALUE 'DELIVRES  : '.
           05 WE-NB-DEL PIC ZZZZ9.
      *---------------------NIVEAU 1
       DEBUT.
           PERFORM RELEVER-CHEQUES-PAYES.
           PERFORM CHARGER-OPPOSITIONS.
           OPEN INPUT FCHQCAR.
           OPEN OUTPUT FPRINT.
           IF FS-CHQCAR NOT = '00' OR FS-PRINT NOT = '00'
           ELSE
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
      *----------------------------------------------------------------
      *    OPPOSITIONS ACTIVES EN TABLE (REGISTRE ABSENT TOLERE)       *
      *----------------------------------------------------------------
       CHARGER-OPPOSITIONS.
           OPEN INPUT FOPPOS.
           IF FS-OPPOS NOT = '00'
              DISPLAY 'REGISTRE DD-OPPOS ABSENT - AUCUNE OPPOSITION'
           ELSE
              PERFORM RANGER-OPPOSITION UNTIL WS-OPP-EOF = 'O'
              CLOSE FOPPOS
           END-IF.
       RANGER-OPPOSITION.
           READ FOPPOS NEXT RECORD
              AT END MOVE 'O' TO WS-OPP-EOF
              NOT AT END
                 IF OPP-STATUT = 'A'
                    IF WS-NB-OPP < 300
                       ADD 1 TO WS-NB-OPP
                       MOVE OPP-CPTE   TO TO-CPTE(WS-NB-OPP)
                       MOVE OPP-NUMDEB TO TO-NUMDEB(WS-NB-OPP)
                       MOVE OPP-NUMFIN TO TO-NUMFIN(WS-NB-OPP)
                       MOVE OPP-MOTIF  TO TO-MOTIF(WS-NB-OPP)
                    ELSE
                       MOVE 'O' TO WS-TBL-PLEINE
                    END-IF
                 END-IF
           END-READ.
       LIRE-CARNET.
           READ FCHQCAR NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE PLAGE DELIVREE : CHAQUE NUMERO SANS MOUVEMENT 'CHQ'     *
      *    EST ENCORE EN CIRCULATION, SAUF S'IL EST EN OPPOSITION :    *
      *    PREMIERE PASSE SUR LA PLAGE POUR LES NUMEROS EN COURS,      *
      *    SECONDE POUR LES NUMEROS OPPOSES                            *
      *----------------------------------------------------------------
       TRAITER-CARNET.
           MOVE CAR-CPTE   TO WE-CPTE.
           MOVE CAR-DTDELIV TO WE-DELIV.
           WRITE REC-PRT FROM LG-CPTE.
           MOVE ZERO TO WS-OPP-CARNET.
           MOVE 'C' TO WS-PASSE.
           PERFORM CONTROLER-NUMERO
              VARYING WS-NUM-COUR FROM CAR-NUMDEB BY 1
              UNTIL WS-NUM-COUR > CAR-NUMFIN.
           IF WS-OPP-CARNET > ZERO
              WRITE REC-PRT FROM LG-OPP-TIT
              MOVE 'O' TO WS-PASSE
              PERFORM CONTROLER-NUMERO
                 VARYING WS-NUM-COUR FROM CAR-NUMDEB BY 1
                 UNTIL WS-NUM-COUR > CAR-NUMFIN
           END-IF.
           WRITE REC-PRT FROM LG-VIDE.
           PERFORM LIRE-CARNET.
       CONTROLER-NUMERO.
           MOVE 'N' TO WS-PAYE.
           PERFORM COMPARER-CHEQUE VARYING WS-IND-CHQ FROM 1 BY 1
              UNTIL WS-IND-CHQ > WS-NB-CHQ.
           MOVE 'N' TO WS-OPPOSE.
           IF WS-PAYE = 'N'
              PERFORM COMPARER-OPPOSITION VARYING WS-IND-OPP
                 FROM 1 BY 1 UNTIL WS-IND-OPP > WS-NB-OPP
           END-IF.
           IF PASSE-ENCOURS
              ADD 1 TO WS-NB-DELIVRES
              IF WS-PAYE = 'O'
                 ADD 1 TO WS-NB-PAYES
              ELSE
                 IF WS-OPPOSE = 'O'
                    ADD 1 TO WS-NB-OPPOSES
                    ADD 1 TO WS-OPP-CARNET
                 ELSE
                    ADD 1 TO WS-NB-ENCOURS
                    MOVE WS-NUM-COUR TO WE-NUM
                    WRITE REC-PRT FROM LG-DET
                 END-IF
              END-IF
           ELSE
              IF WS-OPPOSE = 'O'
                 MOVE WS-NUM-COUR   TO WE-NUM-OPP
                 MOVE WS-MOTIF-COUR TO WE-MOTIF
                 WRITE REC-PRT FROM LG-OPP
              END-IF
           END-IF.
       COMPARER-OPPOSITION.
           IF TO-CPTE(WS-IND-OPP) = CAR-CPTE
              AND TO-NUMDEB(WS-IND-OPP) NOT > WS-NUM-COUR
              AND TO-NUMFIN(WS-IND-OPP) NOT < WS-NUM-COUR
              MOVE 'O' TO WS-OPPOSE
              MOVE TO-MOTIF(WS-IND-OPP) TO WS-MOTIF-COUR
           END-IF.
       COMPARER-CHEQUE.
           IF TQ-CPTE(WS-IND-CHQ) = CAR-CPTE
           MOVE WS-NB-PAYES    TO WE-NB-PAY.
           MOVE WS-NB-ENCOURS  TO WE-NB-ENC.
           WRITE REC-PRT FROM LG-TOT.
           MOVE WS-NB-OPPOSES  TO WE-NB-OPP.
           WRITE REC-PRT FROM LG-TOT2.
           CLOSE FCHQCAR FPRINT.
           DISPLAY 'CHEQUES DELIVRES : ' WS-NB-DELIVRES.
           DISPLAY 'CHEQUES PAYES    : ' WS-NB-PAYES.
           DISPLAY 'CHEQUES EN COURS : ' WS-NB-ENCOURS.
           DISPLAY 'CHEQUES OPPOSES  : ' WS-NB-OPPOSES.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES CHEQUES PAYES (1000) OU DES '
                 'OPPOSITIONS (300) PLEINE - ETAT NON FIABLE'
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
