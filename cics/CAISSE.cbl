      * CHAQUE OPERATION EST AUSSI JOURNALISEE DANS FCAISOP (CLE      *
      * OPERATEUR + DATE + SEQUENCE). LE RAPPROCHEMENT DE FIN DE      *
      * JOURNEE EST EDITE PAR LE BATCH CAISBAL.                       *
      * LES CAISSES SONT ALIMENTEES PAR LE COFFRE DE L'AGENCE DU      *
      * GUICHETIER (AGENCE DE RATTACHEMENT FOPERAT ; COFFRE DD-COFFRE, *
      * FICHIER FCOFFRE, VOIR LA TRANSACTION COFFRE) : L'OUVERTURE    *
      * PRELEVE LE FOND INITIAL SUR LE COFFRE (SORTIE 'S', REFUSEE SI  *
      * LE COFFRE NE LE CONTIENT PAS) ET LA FERMETURE Y REVERSE LES   *
      * ESPECES COMPTEES (RETOUR 'R'). CHAQUE TRANSFERT EST TRACE     *
      * DANS LE JOURNAL DU COFFRE DD-COFMVT (FICHIER FCOFMVT, CLE      *
      * AGENCE + DATE + HEURE + TERMINAL). UNE CAISSE DEJA FERMEE NE  *
      * PEUT PLUS ETRE REFERMEE (LE RETOUR SERAIT COMPTE DEUX FOIS).  *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SIGNON-REC.
           05 WS-SGN-OPER   PIC X(8).
           05 WS-SGN-NIVEAU PIC 9.
           05 WS-SGN-DERDATE PIC 9(8).
           05 WS-SGN-DERHEURE.
              10 WS-SGN-DERHH PIC 9(2).
              10 WS-SGN-DERMN PIC 9(2).
              10 WS-SGN-DERSS PIC 9(2).
       01  WS-TS-LEN       PIC S9(04) VALUE 23 COMP.
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

      *----PROFIL DE L'OPERATEUR (FOPERAT) : AGENCE DE RATTACHEMENT----
       01  WS-OPR-LEN      PIC S9(04) VALUE 58 COMP.
       01  WS-OPR-KLEN     PIC S9(03) VALUE 008 COMP.
       01  WS-OPR-KEY      PIC X(8).
       01  WS-OPR-DATA.
           05 WS-OPR-CODE   PIC X(8).
           05 WS-OPR-NOM    PIC X(20).
           05 WS-OPR-NIVEAU PIC 9.
           05 WS-OPR-MDP-HASH  PIC 9(10).
           05 WS-OPR-MDP-DATE  PIC 9(8).
           05 WS-OPR-NB-ECHECS PIC 9.
           05 WS-OPR-VERROU    PIC X.
           05 WS-OPR-AGENCE    PIC 9(7).
           05 WS-OPR-STATUT    PIC X.
           05 WS-OPR-SIEGE     PIC X.

      *----COFFRE DE L'AGENCE (FICHIER FCOFFRE, VOIR COFFRE)-----------
       01  WS-COF-LEN      PIC S9(04) VALUE 60 COMP.
       01  WS-COF-KLEN     PIC S9(03) VALUE 007 COMP.
       01  WS-COF-DATA.
           05 WS-COF-AGENCE   PIC 9(7).
           05 WS-COF-SOLDE    PIC 9(11)V9(2).
           05 WS-COF-MAX      PIC 9(11)V9(2).
           05 WS-COF-MIN      PIC 9(11)V9(2).
           05 WS-COF-DTMAJ    PIC 9(8).
           05 WS-COF-HRMAJ    PIC 9(6).
       01  WS-COF-RESCODE  PIC S9(08) COMP.

      *----MOUVEMENT DU COFFRE (FICHIER FCOFMVT) : S = SORTIE VERS-----
      *----UNE CAISSE, R = RETOUR D'UNE CAISSE-------------------------
       01  WS-CMV-LEN      PIC S9(04) VALUE 70 COMP.
       01  WS-CMV-KLEN     PIC S9(03) VALUE 025 COMP.
       01  WS-CMV-DATA.
           05 WS-CMV-CLE.
              10 WS-CMV-AGENCE PIC 9(7).
              10 WS-CMV-DATE   PIC 9(8).
              10 WS-CMV-HEURE  PIC 9(6).
              10 WS-CMV-TERM   PIC X(4).
           05 WS-CMV-NATURE   PIC X.
           05 WS-CMV-MONTANT  PIC 9(9)V9(2).
           05 WS-CMV-OPER     PIC X(8).
           05 WS-CMV-SCELLE   PIC X(12).
           05 WS-CMV-SOLDE    PIC 9(11)V9(2).
       01  WS-HEURE        PIC 9(7).

      *----CAISSE DU JOUR DE L'OPERATEUR (FICHIER FCAISSE)-------------
       01  WS-CAI-DATA.
               ITEM(1)
               RESP(WS-TS-RESCODE)
           END-EXEC.
           IF WS-TS-RESCODE = DFHRESP(NORMAL)
               PERFORM CONTROLER-INACTIVITE
           END-IF.
           IF WS-TS-RESCODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND MAP('MAP1')
                   MAPSET('MAPCAIS') MAPONLY FREEKB ERASE
      *    OUVERTURE : UNE CAISSE PAR OPERATEUR ET PAR JOUR            *
      *----------------------------------------------------------------
       OUVRIR-CAISSE.
           PERFORM LIRE-COFFRE.
           IF WS-COF-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'COFFRE DE L AGENCE INCONNU - VOIR COFFRE'
                  TO CAIMSGO
           ELSE
               IF WS-COF-SOLDE < WS-MONTANT
                   EXEC CICS UNLOCK FILE('FCOFFRE') END-EXEC
                   MOVE 'FOND SUPERIEUR AU CONTENU DU COFFRE' TO CAIMSGO
               ELSE
                   PERFORM ECRIRE-CAISSE
               END-IF
           END-IF.
       ECRIRE-CAISSE.
           MOVE WS-SGN-OPER TO WS-CAI-OPER.
           MOVE WS-DTJOUR   TO WS-CAI-DATE.
           MOVE WS-MONTANT  TO WS-CAI-FOND.
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               SUBTRACT WS-MONTANT FROM WS-COF-SOLDE
               MOVE 'S' TO WS-CMV-NATURE
               PERFORM MOUVEMENTER-COFFRE
               MOVE 'CAISSE OUVERTE' TO CAIMSGO
           ELSE
               EXEC CICS UNLOCK FILE('FCOFFRE') END-EXEC
               MOVE 'CAISSE DEJA OUVERTE CE JOUR' TO CAIMSGO
           END-IF.
      *----------------------------------------------------------------
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'CAISSE NON OUVERTE CE JOUR' TO CAIMSGO
           ELSE
               IF WS-CAI-STATUT = 'F'
                   EXEC CICS UNLOCK FILE('FCAISSE') END-EXEC
                   MOVE 'CAISSE DEJA FERMEE' TO CAIMSGO
               ELSE
                   PERFORM CLORE-CAISSE
               END-IF
           END-IF.
       CLORE-CAISSE.
           MOVE WS-MONTANT TO WS-CAI-COMPTE
           MOVE 'F' TO WS-CAI-STATUT
           EXEC CICS REWRITE FILE('FCAISSE')
               FROM(WS-CAI-DATA)
               LENGTH(WS-CAI-LEN)
               RESP(WS-RESCODE)
           END-EXEC
           COMPUTE WS-THEORIQUE = WS-CAI-FOND
              + WS-CAI-ENCAISSE - WS-CAI-DECAISSE
           COMPUTE WS-ECART = WS-CAI-COMPTE - WS-THEORIQUE
           MOVE WS-ECART TO CAIECAO
           IF WS-ECART = ZERO
               MOVE 'CAISSE FERMEE - JUSTE' TO CAIMSGO
           ELSE
               MOVE 'CAISSE FERMEE - ECART A JUSTIFIER'
                  TO CAIMSGO
           END-IF
           PERFORM REVERSER-AU-COFFRE.
       LIRE-CAISSE-JOUR.
           MOVE WS-SGN-OPER TO WS-CAI-OPER.
           MOVE WS-DTJOUR   TO WS-CAI-DATE.
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
      *----------------------------------------------------------------
      *    RETOUR AU COFFRE DES ESPECES COMPTEES A LA FERMETURE. SANS  *
      *    COFFRE CONNU, LA FERMETURE RESTE ACQUISE ET LE RETOUR EST   *
      *    SIGNALE A REGULARISER                                       *
      *----------------------------------------------------------------
       REVERSER-AU-COFFRE.
           PERFORM LIRE-COFFRE.
           IF WS-COF-RESCODE = DFHRESP(NORMAL)
               ADD WS-CAI-COMPTE TO WS-COF-SOLDE
               MOVE WS-CAI-COMPTE TO WS-MONTANT
               MOVE 'R' TO WS-CMV-NATURE
               PERFORM MOUVEMENTER-COFFRE
           ELSE
               MOVE 'CAISSE FERMEE - RETOUR COFFRE A REGULARISER'
                  TO CAIMSGO
           END-IF.
      *----------------------------------------------------------------
      *    COFFRE DE L'AGENCE DE RATTACHEMENT DU GUICHETIER, LU POUR   *
      *    MISE A JOUR                                                 *
      *----------------------------------------------------------------
       LIRE-COFFRE.
           MOVE WS-SGN-OPER TO WS-OPR-KEY.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               RESP(WS-COF-RESCODE)
           END-EXEC.
           IF WS-COF-RESCODE = DFHRESP(NORMAL)
               MOVE WS-OPR-AGENCE TO WS-COF-AGENCE
               EXEC CICS READ FILE('FCOFFRE')
                   INTO(WS-COF-DATA)
                   LENGTH(WS-COF-LEN)
                   RIDFLD(WS-COF-AGENCE)
                   KEYLENGTH(WS-COF-KLEN)
                   UPDATE
                   RESP(WS-COF-RESCODE)
               END-EXEC
           END-IF.
      *----------------------------------------------------------------
      *    SOLDE DU COFFRE REECRIT ET TRANSFERT JOURNALISE DANS        *
      *    FCOFMVT (NATURE DEJA POSEE, MONTANT = WS-MONTANT)           *
      *----------------------------------------------------------------
       MOUVEMENTER-COFFRE.
           MOVE EIBTIME     TO WS-HEURE.
           MOVE WS-DTJOUR   TO WS-COF-DTMAJ.
           MOVE WS-HEURE    TO WS-COF-HRMAJ.
           EXEC CICS REWRITE FILE('FCOFFRE')
               FROM(WS-COF-DATA)
               LENGTH(WS-COF-LEN)
               RESP(WS-COF-RESCODE)
           END-EXEC.
           MOVE WS-COF-AGENCE TO WS-CMV-AGENCE.
           MOVE WS-DTJOUR     TO WS-CMV-DATE.
           MOVE WS-HEURE      TO WS-CMV-HEURE.
           MOVE EIBTRMID      TO WS-CMV-TERM.
           MOVE WS-MONTANT    TO WS-CMV-MONTANT.
           MOVE WS-SGN-OPER   TO WS-CMV-OPER.
           MOVE SPACES        TO WS-CMV-SCELLE.
           MOVE WS-COF-SOLDE  TO WS-CMV-SOLDE.
           EXEC CICS WRITE FILE('FCOFMVT')
               FROM(WS-CMV-DATA)
               LENGTH(WS-CMV-LEN)
               RIDFLD(WS-CMV-CLE)
               KEYLENGTH(WS-CMV-KLEN)
               RESP(WS-COF-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPCAIS') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
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
                   RESP(WS-TS-RESCODE)
               END-EXEC
               MOVE DFHRESP(QIDERR) TO WS-TS-RESCODE
               MOVE 'O' TO WS-SGN-EXPIRE
           ELSE
               MOVE WS-INA-DATE  TO WS-SGN-DERDATE
               MOVE WS-INA-HEURE TO WS-SGN-DERHEURE
               EXEC CICS WRITEQ TS QUEUE(WS-TS-QUEUE)
                   FROM(WS-SIGNON-REC)
                   LENGTH(LENGTH OF WS-SIGNON-REC)
                   ITEM(1) REWRITE
                   RESP(WS-TS-RESCODE)
               END-EXEC
           END-IF.
