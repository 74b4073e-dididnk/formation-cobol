      * L'APPROBATION APPLIQUE LE REWRITE SUR FRIB (DECOUV-TRIB OU
      * ETAT-TRIB). LA DEMANDE GARDE DEMANDEUR, APPROBATEUR, DATES,
      * ANCIENNE ET NOUVELLE VALEURS : LA TRACE EST COMPLETE.
      * UNE DEMANDE DE RELEVEMENT TEMPORAIRE DE PLAFOND CARTE (ZONE
      * 'P' OU 'R') APPROUVEE EST APPLIQUEE SUR DD-CARTE : PLAFOND
      * RELEVE ET DATE DE FIN, LE PLAFOND STANDARD RESTANT INCHANGE
      * (IL REPREND EFFET AU LENDEMAIN DE LA DATE DE FIN).
      * L'APPROBATEUR PORTE UN COMMENTAIRE SUR SA DECISION (ACCORD
      * OU MOTIF DU REFUS), CONSERVE DANS LA DEMANDE. LES DEMANDES
      * SUR COMPTE PEUVENT AUSSI ETRE TRAITEES A L'ECRAN (CONDAPP).
      * UNE DEMANDE SUR UN COMPTE GELE PAR DECES DEPUIS SA SAISIE
      * (ETAT-TRIB = 'G') N'EST PAS APPLIQUEE ET RESTE EN ATTENTE :
      * ELLE NE PEUT QU'ETRE REFUSEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FCARTE ASSIGN TO DD-CARTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRT-NUM
           ALTERNATE RECORD KEY IS CRT-CLT WITH DUPLICATES
           FILE STATUS IS FS-CARTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONDATT.
           10 DMD-APPROBATEUR PIC X(8).
           10 DMD-DTAPP   PIC 9(8).
           10 DMD-STATUT  PIC X.
           10 DMD-DTFIN   PIC 9(8).
           10 DMD-COMMENT PIC X(30).

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

       FD  FRIB.
       01  ENR-TRIB.
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

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

       WORKING-STORAGE SECTION.
       01  FS-CONDATT   PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-CARTE     PIC XX VALUE ZERO.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-DECISION  PIC X VALUE 'R'.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
              DISPLAY 'COMPTE ' DMD-CPTE ' ZONE ' DMD-ZONE
                 ' DE ' DMD-ANCIENNE ' A ' DMD-NOUVELLE
                 ' DEMANDE PAR ' DMD-DEMANDEUR
              IF DMD-DTFIN NOT = ZERO
                 DISPLAY 'RELEVEMENT TEMPORAIRE JUSQU AU ' DMD-DTFIN
              END-IF
              DISPLAY 'CODE APPROBATEUR (X(8))      : '
                 WITH NO ADVANCING
              ACCEPT WS-OPER
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
           DISPLAY 'APPROUVER (V) / REFUSER (R)  : '
              WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           DISPLAY 'COMMENTAIRE (X(30))          : '
              WITH NO ADVANCING.
           ACCEPT DMD-COMMENT.
           IF WS-DECISION = 'V'
              PERFORM APPLIQUER-MODIFICATION
           ELSE
              DISPLAY 'DEMANDE REFUSEE : ' DMD-NUM
           END-IF.
       APPLIQUER-MODIFICATION.
           IF DMD-ZONE = 'P' OR DMD-ZONE = 'R'
              PERFORM APPLIQUER-PLAFOND-CARTE
           ELSE
              PERFORM APPLIQUER-COMPTE
           END-IF.
       APPLIQUER-COMPTE.
           MOVE DMD-CPTE TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'COMPTE DISPARU : ' DMD-CPTE
                    ' - DEMANDE NON APPLIQUEE'
              NOT INVALID KEY
                 IF ETAT-TRIB = 'G'
                    DISPLAY 'COMPTE GELE (SUCCESSION) - VOIR DECES'
                    DISPLAY 'DEMANDE NON APPLIQUEE : ' DMD-NUM
                 ELSE
                    PERFORM APPLIQUER-ZONE
                 END-IF
           END-READ.
       APPLIQUER-ZONE.
           IF DMD-ZONE = 'D'
                 DISPLAY 'DEMANDE APPROUVEE ET APPLIQUEE : ' DMD-NUM
                    ' PAR ' WS-OPER
           END-REWRITE.
      *----------------------------------------------------------------
      *    RELEVEMENT TEMPORAIRE DE PLAFOND CARTE : SUR DD-CARTE       *
      *----------------------------------------------------------------
       APPLIQUER-PLAFOND-CARTE.
           OPEN I-O FCARTE.
           IF FS-CARTE NOT = '00'
              DISPLAY 'ERR. OUVERTURE DD-CARTE : ' FS-CARTE
                 ' - DEMANDE NON APPLIQUEE'
           ELSE
              MOVE DMD-CPTE(1:16) TO CRT-NUM
              READ FCARTE
                 INVALID KEY
                    DISPLAY 'CARTE DISPARUE : ' CRT-NUM
                       ' - DEMANDE NON APPLIQUEE'
                 NOT INVALID KEY
                    PERFORM APPLIQUER-ZONE-CARTE
              END-READ
              CLOSE FCARTE
           END-IF.
       APPLIQUER-ZONE-CARTE.
           MOVE DMD-NOUVELLE TO WS-VALEUR-X.
           INSPECT WS-VALEUR-X REPLACING ALL SPACE BY ZERO.
           IF DMD-ZONE = 'P'
              MOVE WS-VALEUR-9 TO CRT-PLAFT-PAI
              MOVE DMD-DTFIN   TO CRT-DTFIN-PAI
           ELSE
              MOVE WS-VALEUR-9 TO CRT-PLAFT-RET
              MOVE DMD-DTFIN   TO CRT-DTFIN-RET
           END-IF.
           REWRITE ENR-CARTE
              INVALID KEY
                 DISPLAY 'ERR. MAJ DD-CARTE : ' FS-CARTE
              NOT INVALID KEY
                 MOVE 'V' TO DMD-STATUT
                 MOVE WS-OPER TO DMD-APPROBATEUR
                 ACCEPT DMD-DTAPP FROM DATE YYYYMMDD
                 REWRITE ENR-CONDATT
                 DISPLAY 'DEMANDE APPROUVEE ET APPLIQUEE : ' DMD-NUM
                    ' PAR ' WS-OPER
           END-REWRITE.
       FIN.
           CLOSE FCONDATT FOPERAT FRIB.
           STOP RUN.
