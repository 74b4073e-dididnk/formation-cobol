      *   1 = LECTURE / PARCOURS SEULEMENT
      *   2 = CREATION ET MODIFICATION AUTORISEES
      *   3 = SUPERVISEUR (SUPPRESSION AUTORISEE)
      *   4 = ADMINISTRATEUR DES PROFILS (TRANSACTION OPRADM)
      * SUR LE MODELE DE CHGTYPOP : LES PROFILS SONT UNE TABLE
      * INTERNE. CE CHARGEMENT N'EST PLUS QUE L'AMORCE DU FICHIER :
      * CREATIONS, CHANGEMENTS DE NIVEAU, SUSPENSIONS ET AGENCE DE
      * RATTACHEMENT SE FONT EN LIGNE PAR OPRADM. RECHARGER UN
      * FICHIER DEJA ALIMENTE EFFACERAIT CES MISES A JOUR : UNE
      * CONFIRMATION EST DEMANDEE.
      * AUCUN MOT DE PASSE N'EST DEDUIT DU CODE OPERATEUR : LES
      * PROFILS D'ADMINISTRATEUR (NIVEAU 4) RECOIVENT UN MOT DE PASSE
      * PROVISOIRE SAISI AU LANCEMENT (6 CARACTERES AU MOINS, COMME
      * DANS OPRADM), LES AUTRES SONT ECRITS VERROUILLES, SANS
      * EMPREINTE : L'ADMINISTRATEUR LEUR DONNE UN MOT DE PASSE
      * PROVISOIRE PAR OPRADM (ACTION M) AVANT LEUR PREMIER SIGN-ON.
      * SEULE L'EMPREINTE (ROUTINE MDPHASH) EST ECRITE ET LA DATE DE
      * CHANGEMENT A ZERO IMPOSE DE CHANGER LE MOT DE PASSE PROVISOIRE
      * AU PREMIER SIGN-ON.
      * LES TRANSACTIONS CLIENT SONT CLOISONNEES PAR AGENCE : UN
      * OPERATEUR NE VOIT QUE LES CLIENTS DE SON AGENCE DE
      * RATTACHEMENT, SAUF LES ROLES DU SIEGE (OPR-SIEGE = 'O') QUI
      * VOIENT TOUTES LES AGENCES (EXPLOITATION, ADMINISTRATION).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
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

       WORKING-STORAGE SECTION.
       01  FS-OPERAT   PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-OPERS PIC 9(2) VALUE 05.
       01  WS-REPONSE  PIC X VALUE 'N'.
       01  WS-MDP-INIT PIC X(8) VALUE SPACES.
       01  WS-EMPREINTE PIC 9(10) VALUE ZERO.
       01  WS-MDP-OK   PIC X VALUE 'O'.

       01  T-SEED-OPER.
           05 SEED-OPER-LIG OCCURS 5 TIMES.
              10 SO-CODE   PIC X(8).
              10 SO-NOM    PIC X(20).
              10 SO-NIVEAU PIC 9.
              10 SO-AGENCE PIC 9(7).
              10 SO-SIEGE  PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIN.
       DEBUT.
           PERFORM CHARGER-SEED-OPER.
           PERFORM CONTROLER-RECHARGEMENT.
           PERFORM SAISIR-MDP-ADMIN.
           OPEN OUTPUT FOPERAT.
           IF FS-OPERAT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FO ' FS-OPERAT
           END-IF.
       CHARGER-SEED-OPER.
           MOVE 'GUICHET1' TO SO-CODE(1).
           MOVE 0000016 TO SO-AGENCE(1).
           MOVE 'DURAND SOLANGE' TO SO-NOM(1).
           MOVE 1 TO SO-NIVEAU(1).
           MOVE 'N' TO SO-SIEGE(1).
           MOVE 'GUICHET2' TO SO-CODE(2).
           MOVE 0007222 TO SO-AGENCE(2).
           MOVE 'MARTIN PAUL' TO SO-NOM(2).
           MOVE 2 TO SO-NIVEAU(2).
           MOVE 'N' TO SO-SIEGE(2).
           MOVE 'CHEFAG01' TO SO-CODE(3).
           MOVE 0000016 TO SO-AGENCE(3).
           MOVE 'NKOLO BERNADETTE' TO SO-NOM(3).
           MOVE 3 TO SO-NIVEAU(3).
           MOVE 'N' TO SO-SIEGE(3).
           MOVE 'EXPLOIT1' TO SO-CODE(4).
           MOVE 0000016 TO SO-AGENCE(4).
           MOVE 'ROCHE ANTONIN' TO SO-NOM(4).
           MOVE 2 TO SO-NIVEAU(4).
           MOVE 'O' TO SO-SIEGE(4).
           MOVE 'ADMSEC01' TO SO-CODE(5).
           MOVE 0000016 TO SO-AGENCE(5).
           MOVE 'ESSOMBA GERMAINE' TO SO-NOM(5).
           MOVE 4 TO SO-NIVEAU(5).
           MOVE 'O' TO SO-SIEGE(5).
      *----------------------------------------------------------------
      *    FICHIER DEJA ALIMENTE : LE RECHARGEMENT EFFACERAIT LES      *
      *    PROFILS GERES EN LIGNE (OPRADM) - CONFIRMATION EXIGEE       *
      *----------------------------------------------------------------
       CONTROLER-RECHARGEMENT.
           OPEN INPUT FOPERAT.
           IF FS-OPERAT = '00'
              READ FOPERAT
                 AT END CONTINUE
                 NOT AT END
                    DISPLAY 'FOPERAT DEJA ALIMENTE - LES PROFILS GERES'
                       ' EN LIGNE SERONT PERDUS. RECHARGER (O/N) ? '
                       WITH NO ADVANCING
                    ACCEPT WS-REPONSE
                    IF WS-REPONSE NOT = 'O'
                       CLOSE FOPERAT
                       DISPLAY 'RECHARGEMENT ABANDONNE'
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE FOPERAT
           END-IF.
      *----------------------------------------------------------------
      *    MOT DE PASSE PROVISOIRE DES ADMINISTRATEURS : SAISI, JAMAIS *
      *    EGAL A UN CODE OPERATEUR ; SAISIE REFUSEE = RIEN N'EST      *
      *    ECRIT (LE FICHIER EN PLACE EST CONSERVE)                    *
      *----------------------------------------------------------------
       SAISIR-MDP-ADMIN.
           DISPLAY 'MOT DE PASSE PROVISOIRE DES ADMINISTRATEURS '
              '(6 A 8 CARACTERES) : ' WITH NO ADVANCING.
           ACCEPT WS-MDP-INIT.
           MOVE 'O' TO WS-MDP-OK.
           IF WS-MDP-INIT(1:1) = SPACE OR WS-MDP-INIT(6:1) = SPACE
              MOVE 'N' TO WS-MDP-OK
           END-IF.
           PERFORM COMPARER-MDP-CODE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NB-OPERS.
           IF WS-MDP-OK = 'N'
              DISPLAY 'MOT DE PASSE REFUSE (TROP COURT OU EGAL A UN '
                 'CODE OPERATEUR) - CHARGEMENT ABANDONNE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       COMPARER-MDP-CODE.
           IF WS-MDP-INIT = SO-CODE(WS-IDX)
              MOVE 'N' TO WS-MDP-OK
           END-IF.
       ECRIRE-OPERS.
           MOVE SO-CODE(WS-IDX)   TO OPR-CODE.
           MOVE SO-NOM(WS-IDX)    TO OPR-NOM.
           MOVE SO-NIVEAU(WS-IDX) TO OPR-NIVEAU.
           IF SO-NIVEAU(WS-IDX) = 4
              CALL 'MDPHASH' USING OPR-CODE WS-MDP-INIT WS-EMPREINTE
              MOVE WS-EMPREINTE   TO OPR-MDP-HASH
              MOVE 'N'            TO OPR-VERROU
           ELSE
              MOVE ZERO           TO OPR-MDP-HASH
              MOVE 'O'            TO OPR-VERROU
           END-IF.
           MOVE ZERO              TO OPR-MDP-DATE.
           MOVE ZERO              TO OPR-NB-ECHECS.
           MOVE SO-AGENCE(WS-IDX) TO OPR-AGENCE.
           MOVE 'A'               TO OPR-STATUT.
           MOVE SO-SIEGE(WS-IDX)  TO OPR-SIEGE.
           WRITE ENR-OPERAT.
       FIN.
           CLOSE FOPERAT.
