      * ON REMONTE EN READPREV DEPUIS LA BORNE HAUTE DU CLIENT : PLUS *
      * DE BALAYAGE RBA COMPLET NI DE TABLE LIMITEE A 50 ENTREES, LA  *
      * PROFONDEUR COMPLETE EST AU FICHIER.                           *
      * L'OPERATEUR DOIT ETRE SIGNE (NIVEAU 1) ET LE CLIENT ETRE DE   *
      * SON AGENCE (FOPERAT/FCLT), SAUF ROLE DU SIEGE OU DEROGATION   *
      * EN COURS (TRANSACTION DEROG) ; LE REFUS EST TRACE DANS        *
      * FSECLOG (EVENEMENT AGE, CIBLE = CODE CLIENT).                 *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AUD-LEN      PIC S9(04) VALUE 37 COMP.
       01  WS-AUD-KLEN     PIC S9(03) VALUE 020 COMP.
       01  WS-CLT-DEM      PIC X(3).
       01  WS-CLT-NUM      REDEFINES WS-CLT-DEM PIC 9(3).
       01  LIG-IDX         PIC 9(2).
       01  WS-NB-LUES      PIC 9(3) VALUE ZERO.

           05 AIX-DATE2    PIC 9(8).
           05 AIX-OPER     PIC X(1).
           05 AIX-TERM     PIC X(8).
       01  WS-ABSTIME      PIC S9(15) COMP-3.
      *----SIGNATURE OPERATEUR DEPOSEE PAR SIGNON DANS LA FILE TS------
       01  WS-TS-QUEUE.
           05  FILLER          PIC X(4) VALUE 'OPR.'.
           05  WS-TS-TERM      PIC X(4).
       01  WS-SIGNON-REC.
           05  WS-SGN-OPER     PIC X(8).
           05  WS-SGN-NIVEAU   PIC 9.
           05  WS-SGN-DERDATE  PIC 9(8).
           05  WS-SGN-DERHEURE.
              10 WS-SGN-DERHH PIC 9(2).
              10 WS-SGN-DERMN PIC 9(2).
              10 WS-SGN-DERSS PIC 9(2).
       01  WS-SGN-LEN      PIC S9(04) VALUE 23 COMP.
      *----INACTIVITE DU TERMINAL : AU-DELA DU DELAI, LA SIGNATURE-----
      *----EST RETIREE ET L'OPERATEUR REPASSE PAR SIGNON---------------
       01  WS-DELAI-INACTIF PIC 9(5) VALUE 900.
       01  WS-SGN-EXPIRE   PIC X VALUE 'N'.
       01  WS-INA-DATE     PIC 9(8).
       01  WS-INA-HEURE.
           05  WS-INA-HH       PIC 9(2).
           05  WS-INA-MN       PIC 9(2).
           05  WS-INA-SS       PIC 9(2).
       01  WS-INA-SEC-JOUR PIC 9(5).
       01  WS-INA-SEC-DER  PIC 9(5).
       01  WS-SGN-OK       PIC X VALUE 'N'.
      *----JOURNAL DE SECURITE (FSECLOG) : REF = SIGN-ON ABSENT OU-----
      *----INSUFFISANT, INA = SESSION INACTIVE, AGE = CLIENT HORS------
      *----DE L'AGENCE DE L'OPERATEUR----------------------------------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).
      *----CLOISONNEMENT PAR AGENCE : AGENCE ET INDICATEUR SIEGE DE----
      *----L'OPERATEUR SIGNE (FOPERAT), AGENCE DU CLIENT (FCLT) ET-----
      *----DEROGATION TEMPORAIRE ACCORDEE PAR DEROG (FDEROG)-----------
       01  WS-HAB-OPR-LEN  PIC S9(04) VALUE 58 COMP.
       01  WS-HAB-OPR-KLEN PIC S9(03) VALUE 008 COMP.
       01  WS-HAB-OPR-KEY  PIC X(8).
       01  WS-HAB-OPR-DATA.
           05 FILLER           PIC X(49).
           05 WS-HAB-AGENCE    PIC 9(7).
           05 FILLER           PIC X.
           05 WS-HAB-SIEGE     PIC X.
       01  WS-HAB-CLT-LEN  PIC S9(04) VALUE 56 COMP.
       01  WS-HAB-CLT-KLEN PIC S9(03) VALUE 005 COMP.
       01  WS-HAB-CLT-DATA.
           05 FILLER           PIC X(45).
           05 WS-HAB-CODEAG    PIC 9(7).
           05 FILLER           PIC X(4).
       01  WS-DRG-LEN      PIC S9(04) VALUE 85 COMP.
       01  WS-DRG-KLEN     PIC S9(03) VALUE 013 COMP.
       01  WS-DRG-KEY.
           05 WS-DRG-KOPER     PIC X(8).
           05 WS-DRG-KCLT      PIC 9(5).
       01  WS-DRG-DATA.
           05 WS-DRG-OPER      PIC X(8).
           05 WS-DRG-CLT       PIC 9(5).
           05 WS-DRG-DTDEB     PIC 9(8).
           05 WS-DRG-DTFIN     PIC 9(8).
           05 FILLER           PIC X(56).
       01  WS-AGC-CLT      PIC 9(05).
       01  WS-AGC-DATE     PIC 9(8).
       01  WS-AGC-OK       PIC X VALUE 'N'.
       01  WS-AGC-RESCODE  PIC S9(08) COMP.

       PROCEDURE DIVISION.
       MAIN-PARA.
               MAPSET('MAPAUDI')
           END-EXEC.
           MOVE AUDKEYI TO WS-CLT-DEM.
           PERFORM CONTROLER-HABILITATION.
           IF WS-SGN-OK = 'N'
               MOVE 'SIGN-ON REQUIS - PASSER PAR SIGNON' TO AUDMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      *----CODE FCLIENT = CODE-TCLT DU CLIENT (CADRE A DROITE, COMME---
      *----XREFCLT) : LA PISTE N'EST OUVERTE QU'A L'AGENCE DU CLIENT---
           MOVE ZERO TO WS-AGC-CLT.
           IF WS-CLT-DEM IS NUMERIC
               MOVE WS-CLT-NUM TO WS-AGC-CLT
           END-IF.
           PERFORM CONTROLER-AGENCE.
           IF WS-AGC-OK = 'N'
               MOVE 'CLIENT HORS DE VOTRE AGENCE - ACCES REFUSE'
                  TO AUDMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * --- PARCOURS ARRIERE DEPUIS LA BORNE HAUTE DU CLIENT ---
           MOVE WS-CLT-DEM TO WS-KEY-CLT.
           MOVE 99999999 TO WS-KEY-DATE.
           END-IF.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'PISTE D AUDIT VIDE OU INDISPONIBLE' TO AUDMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE 1 TO LIG-IDX.
           PERFORM REMONTER-ENTREE
               MOVE SPACES TO AUDMSGO
               MOVE WS-NB-LUES TO AUDNBO
           END-IF.
           PERFORM ENVOYER-ET-SORTIR.
      *----------------------------------------------------------------
      *    UNE ENTREE EN REMONTANT : LA PLUS RECENTE SORT EN PREMIER,  *
      *    ARRET DES QUE LA CLE QUITTE LE CLIENT DEMANDE               *
                   ADD 1 TO LIG-IDX
               END-IF
           END-IF.
      *----------------------------------------------------------------
      *    HABILITATION : LA SIGNATURE DEPOSEE PAR SIGNON EST RELUE    *
      *    DANS LA FILE TS DU TERMINAL. NIVEAU EXIGE ICI : 1.          *
      *    TOUTE TENTATIVE REFUSEE EST JOURNALISEE DANS FSECLOG.       *
      *----------------------------------------------------------------
       CONTROLER-HABILITATION.
           MOVE 'N' TO WS-SGN-OK.
           MOVE 'REF' TO SEC-EVT.
           MOVE EIBTRMID TO WS-TS-TERM.
           EXEC CICS READQ TS QUEUE(WS-TS-QUEUE)
               INTO(WS-SIGNON-REC)
               LENGTH(WS-SGN-LEN)
               ITEM(1)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               PERFORM CONTROLER-INACTIVITE
               IF WS-SGN-EXPIRE = 'O'
                   MOVE 'INA' TO SEC-EVT
               END-IF
           END-IF.
           IF WS-RESCODE = DFHRESP(NORMAL)
              AND WS-SGN-NIVEAU >= 1
               MOVE 'O' TO WS-SGN-OK
           ELSE
      *----MEME SANS SIGN-ON, LA TENTATIVE REFUSEE EST JOURNALISEE-----
               IF WS-RESCODE NOT = DFHRESP(NORMAL)
                  AND WS-SGN-EXPIRE = 'N'
                   MOVE 'NOSIGNON' TO WS-SGN-OPER
               END-IF
               MOVE SPACES TO SEC-CIBLE
               PERFORM JOURNALISER-SECURITE
           END-IF.
      *----------------------------------------------------------------
      *    SESSION INACTIVE DEPUIS PLUS DE WS-DELAI-INACTIF SECONDES   *
      *    (OU SIGNEE UN AUTRE JOUR) : LA SIGNATURE EST RETIREE ET     *
      *    L'OPERATEUR DOIT REPASSER PAR SIGNON. SINON L'HEURE DE      *
      *    DERNIERE ACTIVITE EST RAFRAICHIE DANS LA FILE TS.           *
      *----------------------------------------------------------------
       CONTROLER-INACTIVITE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-INA-DATE)
               TIME(WS-INA-HEURE)
           END-EXEC.
           COMPUTE WS-INA-SEC-JOUR = WS-INA-HH * 3600
              + WS-INA-MN * 60 + WS-INA-SS.
           COMPUTE WS-INA-SEC-DER = WS-SGN-DERHH * 3600
              + WS-SGN-DERMN * 60 + WS-SGN-DERSS.
           IF WS-SGN-DERDATE NOT = WS-INA-DATE
              OR WS-INA-SEC-JOUR - WS-INA-SEC-DER > WS-DELAI-INACTIF
               EXEC CICS DELETEQ TS QUEUE(WS-TS-QUEUE)
                   RESP(WS-RESCODE)
               END-EXEC
               MOVE DFHRESP(QIDERR) TO WS-RESCODE
               MOVE 'O' TO WS-SGN-EXPIRE
           ELSE
               MOVE WS-INA-DATE  TO WS-SGN-DERDATE
               MOVE WS-INA-HEURE TO WS-SGN-DERHEURE
               EXEC CICS WRITEQ TS QUEUE(WS-TS-QUEUE)
                   FROM(WS-SIGNON-REC)
                   LENGTH(LENGTH OF WS-SIGNON-REC)
                   ITEM(1) REWRITE
                   RESP(WS-RESCODE)
               END-EXEC
           END-IF.
       JOURNALISER-SECURITE.
           MOVE WS-SGN-OPER TO SEC-OPER.
           MOVE 'AUDINQ  ' TO SEC-PROG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SEC-DATE)
           END-EXEC.
           MOVE EIBTIME  TO SEC-HEURE.
           MOVE EIBTRMID TO SEC-TERM.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-RESCODE)
           END-EXEC.
      *----------------------------------------------------------------
      *    CLOISONNEMENT PAR AGENCE : LE CLIENT WS-AGC-CLT N'EST       *
      *    ACCESSIBLE QU'AUX OPERATEURS DE SON AGENCE (CODEAG-TCLT =   *
      *    AGENCE DE L'OPERATEUR DANS FOPERAT), AUX ROLES DU SIEGE ET  *
      *    AUX OPERATEURS TITULAIRES D'UNE DEROGATION EN COURS POUR CE *
      *    CLIENT (FDEROG). TOUT REFUS EST JOURNALISE DANS FSECLOG.    *
      *----------------------------------------------------------------
       CONTROLER-AGENCE.
           PERFORM EVALUER-AGENCE.
           IF WS-AGC-OK = 'N'
               PERFORM JOURNALISER-AGENCE
           END-IF.
       EVALUER-AGENCE.
           MOVE 'N' TO WS-AGC-OK.
           MOVE WS-SGN-OPER TO WS-HAB-OPR-KEY.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-HAB-OPR-DATA)
               LENGTH(WS-HAB-OPR-LEN)
               RIDFLD(WS-HAB-OPR-KEY)
               KEYLENGTH(WS-HAB-OPR-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
               IF WS-HAB-SIEGE = 'O'
                   MOVE 'O' TO WS-AGC-OK
               ELSE
                   PERFORM COMPARER-AGENCE
               END-IF
           END-IF.
      *----CLIENT INCONNU DE FCLT : AUCUNE AGENCE, ACCES REFUSE---------
       COMPARER-AGENCE.
           EXEC CICS READ FILE('FCLT')
               INTO(WS-HAB-CLT-DATA)
               LENGTH(WS-HAB-CLT-LEN)
               RIDFLD(WS-AGC-CLT)
               KEYLENGTH(WS-HAB-CLT-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
              AND WS-HAB-CODEAG = WS-HAB-AGENCE
               MOVE 'O' TO WS-AGC-OK
           ELSE
               PERFORM CHERCHER-DEROGATION
           END-IF.
       CHERCHER-DEROGATION.
           MOVE WS-SGN-OPER TO WS-DRG-KOPER.
           MOVE WS-AGC-CLT  TO WS-DRG-KCLT.
           EXEC CICS READ FILE('FDEROG')
               INTO(WS-DRG-DATA)
               LENGTH(WS-DRG-LEN)
               RIDFLD(WS-DRG-KEY)
               KEYLENGTH(WS-DRG-KLEN)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
           IF WS-AGC-RESCODE = DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-AGC-DATE)
               END-EXEC
               IF WS-DRG-DTDEB <= WS-AGC-DATE
                  AND WS-DRG-DTFIN >= WS-AGC-DATE
                   MOVE 'O' TO WS-AGC-OK
               END-IF
           END-IF.
       JOURNALISER-AGENCE.
           MOVE WS-SGN-OPER TO SEC-OPER.
           MOVE 'AUDINQ  ' TO SEC-PROG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SEC-DATE)
           END-EXEC.
           MOVE EIBTIME  TO SEC-HEURE.
           MOVE EIBTRMID TO SEC-TERM.
           MOVE 'AGE'    TO SEC-EVT.
           MOVE WS-AGC-CLT TO SEC-CIBLE.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-AGC-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPAUDI') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
