      * DE MISE A JOUR RELISENT CETTE FILE : LECTURE POUR TOUS,       *
      * ECRITURE/MODIFICATION NIVEAU 2, SUPPRESSION NIVEAU 3, ET LE   *
      * CODE OPERATEUR REMPLACE LE TERMINAL DANS LA PISTE D'AUDIT.    *
      * LE CODE SEUL NE SUFFIT PLUS : UN MOT DE PASSE EST EXIGE, DONT *
      * SEULE L'EMPREINTE (ROUTINE PARTAGEE MDPHASH, SEL = CODE       *
      * OPERATEUR) EST CONSERVEE DANS LE PROFIL. REGLES :             *
      *   - TROIS ECHECS CONSECUTIFS VERROUILLENT LE PROFIL JUSQU'A   *
      *     SA REINITIALISATION PAR UN SUPERVISEUR (OPRRAZ) ;         *
      *   - LE MOT DE PASSE DOIT ETRE CHANGE A LA PREMIERE UTILISATION*
      *     (DATE DE CHANGEMENT A ZERO) PUIS TOUS LES 90 JOURS ;      *
      *   - L'HEURE DE DERNIERE ACTIVITE EST DEPOSEE DANS LA FILE TS :*
      *     LES TRANSACTIONS RETIRENT LA SIGNATURE APRES 15 MINUTES   *
      *     D'INACTIVITE DU TERMINAL.                                 *
      * UN PROFIL SUSPENDU PAR L'ADMINISTRATEUR (OPRADM) EST REFUSE.  *
      * CHAQUE ECHEC, VERROUILLAGE ET TENTATIVE SUR PROFIL VERROUILLE *
      * EST JOURNALISE DANS FSECLOG AVEC LE TERMINAL ET L'HEURE,      *
      * AINSI QUE CHAQUE SIGN-ON ACCEPTE (POSTE ET HORAIRES HABITUELS *
      * DE L'OPERATEUR, EXPLOITES PAR L'ETAT DE SECURITE SECRAPP).    *
      * LE PROFIL PORTE AUSSI L'AGENCE DE RATTACHEMENT ET UN          *
      * INDICATEUR SIEGE (OPRADM) : LES TRANSACTIONS DE CONSULTATION  *
      * ET DE MISE A JOUR NE DONNENT ACCES QU'AUX CLIENTS DE CETTE    *
      * AGENCE, SAUF ROLE DU SIEGE OU DEROGATION TEMPORAIRE ACCORDEE  *
      * PAR LE SUPERVISEUR DE L'AGENCE DU CLIENT (TRANSACTION DEROG). *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPSIGN.
       01  WS-RESCODE      PIC S9(08) COMP.
       01  WS-OPR-LEN      PIC S9(04) VALUE 58 COMP.
       01  WS-OPR-KLEN     PIC S9(03) VALUE 008 COMP.
       01  WS-OPR-KEY      PIC X(8).

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

      *----FILE TS DU TERMINAL : CODE + NIVEAU DE L'OPERATEUR SIGNE----
       01  WS-TS-QUEUE.
       01  WS-SIGNON-REC.
           05 WS-SGN-OPER   PIC X(8).
           05 WS-SGN-NIVEAU PIC 9.
           05 WS-SGN-DERDATE PIC 9(8).
           05 WS-SGN-DERHEURE PIC 9(6).

      *----MOTS DE PASSE SAISIS (JAMAIS CONSERVES EN CLAIR)------------
       01  WS-MDP          PIC X(8).
       01  WS-MDP-NEUF     PIC X(8).
       01  WS-MDP-CONF     PIC X(8).
       01  WS-EMPREINTE    PIC 9(10).
       01  WS-EMPR-NEUF    PIC 9(10).
       01  WS-NB-ECHECS-MAX PIC 9 VALUE 3.
       01  WS-DUREE-MDP    PIC 9(3) VALUE 90.
       01  WS-MDP-EXPIRE   PIC X VALUE 'N'.
       01  WS-MDP-OK       PIC X VALUE 'N'.

      *----DATE ET HEURE DU SIGN-ON------------------------------------
       01  WS-ABSTIME      PIC S9(15) COMP-3.
       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-HEURE-JOUR   PIC 9(6).
      *----AGE DU MOT DE PASSE EN JOURS (ANNEES DE 365 JOURS,----------
      *----SUFFISANT POUR UNE ECHEANCE DE 90 JOURS)--------------------
       01  WS-DATE-CALC    PIC 9(8) VALUE ZERO.
       01  WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
           05 WS-AA-CALC   PIC 9(4).
           05 WS-MM-CALC   PIC 9(2).
           05 WS-JJ-CALC   PIC 9(2).
       01  WS-JNUM         PIC 9(7) VALUE ZERO.
       01  WS-JNUM-JOUR    PIC 9(7) VALUE ZERO.
       01  WS-CUMUL-MOIS-X PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  WS-CUMUL-MOIS-T REDEFINES WS-CUMUL-MOIS-X.
           05 WS-CUMUL-MOIS PIC 9(3) OCCURS 12 TIMES.

      *----JOURNAL DE SECURITE (FSECLOG) : ECH = MOT DE PASSE ERRONE,--
      *----VER = VERROUILLAGE, BLQ = TENTATIVE SUR PROFIL VERROUILLE,--
      *----INC = OPERATEUR INCONNU, SUS = PROFIL SUSPENDU (OPRADM),----
      *----SGN = SIGN-ON ACCEPTE (POSTE ET----
      *----HEURE HABITUELS DE L'OPERATEUR POUR L'ETAT SECRAPP)---------
       01  WS-SECLOG-REC.
           05  SEC-OPER        PIC X(8).
           05  SEC-PROG        PIC X(8).
           05  SEC-DATE        PIC 9(8).
           05  SEC-HEURE       PIC 9(6).
           05  SEC-TERM        PIC X(4).
           05  SEC-EVT         PIC X(3).
           05  SEC-CIBLE       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
               MAPSET('MAPSIGN')
           END-EXEC.
           MOVE SGNOPRI TO WS-OPR-KEY.
           MOVE SGNMDPI TO WS-MDP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-JOUR)
               TIME(WS-HEURE-JOUR)
           END-EXEC.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE NOT = DFHRESP(NORMAL)
               MOVE 'INC' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'OPERATEUR INCONNU - SIGN-ON REFUSE' TO SGNMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * PROFIL VERROUILLE : SEUL UN SUPERVISEUR PEUT LE REINITIALISER
           IF WS-OPR-VERROU = 'O'
               EXEC CICS UNLOCK FILE('FOPERAT') END-EXEC
               MOVE 'BLQ' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'PROFIL VERROUILLE - APPELER UN SUPERVISEUR'
                  TO SGNMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * PROFIL SUSPENDU PAR L'ADMINISTRATEUR (OPRADM) : PLUS D'ACCES
           IF WS-OPR-STATUT = 'S'
               EXEC CICS UNLOCK FILE('FOPERAT') END-EXEC
               MOVE 'SUS' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'PROFIL SUSPENDU - SIGN-ON REFUSE' TO SGNMSGO
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
      * CONTROLE DU MOT DE PASSE PAR SON EMPREINTE
           CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP WS-EMPREINTE.
           IF WS-EMPREINTE NOT = WS-OPR-MDP-HASH
               PERFORM TRAITER-ECHEC
               PERFORM ENVOYER-ET-SORTIR
           END-IF.
           MOVE ZERO TO WS-OPR-NB-ECHECS.
           EXEC CICS REWRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
      * PREMIERE UTILISATION OU MOT DE PASSE DE PLUS DE 90 JOURS
           PERFORM CONTROLER-EXPIRATION.
           IF WS-MDP-EXPIRE = 'O'
               PERFORM CHANGER-MOT-DE-PASSE
               IF WS-MDP-OK = 'N'
                   PERFORM ENVOYER-ET-SORTIR
               END-IF
           END-IF.
      * UNE SEULE SIGNATURE PAR TERMINAL : LA FILE EST REECRITE
           MOVE EIBTRMID TO WS-TS-TERM.
           END-EXEC.
           MOVE WS-OPR-CODE   TO WS-SGN-OPER.
           MOVE WS-OPR-NIVEAU TO WS-SGN-NIVEAU.
           MOVE WS-DATE-JOUR  TO WS-SGN-DERDATE.
           MOVE WS-HEURE-JOUR TO WS-SGN-DERHEURE.
           EXEC CICS WRITEQ TS QUEUE(WS-TS-QUEUE)
               FROM(WS-SIGNON-REC)
               LENGTH(LENGTH OF WS-SIGNON-REC)
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'SGN' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE SPACES TO SGNMSGO
               STRING 'BONJOUR ' DELIMITED BY SIZE
                      WS-OPR-NOM DELIMITED BY SIZE
               MAPSET('MAPSIGN') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RETURN TRANSID('MENU') END-EXEC.
      *----------------------------------------------------------------
      *    MOT DE PASSE ERRONE : L'ECHEC EST COMPTE ET JOURNALISE, LE  *
      *    TROISIEME ECHEC CONSECUTIF VERROUILLE LE PROFIL             *
      *----------------------------------------------------------------
       TRAITER-ECHEC.
           ADD 1 TO WS-OPR-NB-ECHECS.
           MOVE 'ECH' TO SEC-EVT.
           PERFORM JOURNALISER-SECURITE.
           IF WS-OPR-NB-ECHECS >= WS-NB-ECHECS-MAX
               MOVE 'O' TO WS-OPR-VERROU
               MOVE 'VER' TO SEC-EVT
               PERFORM JOURNALISER-SECURITE
               MOVE 'MOT DE PASSE ERRONE - PROFIL VERROUILLE'
                  TO SGNMSGO
           ELSE
               MOVE 'MOT DE PASSE ERRONE - SIGN-ON REFUSE' TO SGNMSGO
           END-IF.
           EXEC CICS REWRITE FILE('FOPERAT')
               FROM(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RESP(WS-RESCODE)
           END-EXEC.
      *----------------------------------------------------------------
      *    ECHEANCE DU MOT DE PASSE : DATE DE CHANGEMENT A ZERO        *
      *    (PROFIL NEUF OU REINITIALISE) OU AGE DE 90 JOURS ET PLUS    *
      *----------------------------------------------------------------
       CONTROLER-EXPIRATION.
           MOVE 'N' TO WS-MDP-EXPIRE.
           IF WS-OPR-MDP-DATE = ZERO
               MOVE 'O' TO WS-MDP-EXPIRE
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-CALC
               PERFORM CALCULER-JNUM
               MOVE WS-JNUM TO WS-JNUM-JOUR
               MOVE WS-OPR-MDP-DATE TO WS-DATE-CALC
               PERFORM CALCULER-JNUM
               IF WS-JNUM-JOUR - WS-JNUM >= WS-DUREE-MDP
                   MOVE 'O' TO WS-MDP-EXPIRE
               END-IF
           END-IF.
       CALCULER-JNUM.
           IF WS-MM-CALC < 1 OR WS-MM-CALC > 12
              MOVE ZERO TO WS-JNUM
           ELSE
              COMPUTE WS-JNUM = WS-AA-CALC * 365
                 + WS-CUMUL-MOIS(WS-MM-CALC) + WS-JJ-CALC
           END-IF.
      *----------------------------------------------------------------
      *    CHANGEMENT IMPOSE : NOUVEAU MOT DE PASSE SAISI DEUX FOIS,   *
      *    6 CARACTERES AU MOINS, DIFFERENT DE L'ACTUEL. LE PROFIL     *
      *    N'EST RELU EN MISE A JOUR QU'APRES LA SAISIE                *
      *----------------------------------------------------------------
       CHANGER-MOT-DE-PASSE.
           MOVE 'N' TO WS-MDP-OK.
           MOVE 'MOT DE PASSE A CHANGER - NOUVEAU ET CONFIRMATION'
              TO SGNMSGO.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPSIGN') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
               MAPSET('MAPSIGN')
           END-EXEC.
           MOVE SGNNMPI TO WS-MDP-NEUF.
           MOVE SGNCNFI TO WS-MDP-CONF.
           CALL 'MDPHASH' USING WS-OPR-CODE WS-MDP-NEUF WS-EMPR-NEUF.
           EVALUATE TRUE
              WHEN WS-MDP-NEUF(1:1) = SPACE
                OR WS-MDP-NEUF(6:1) = SPACE
                 MOVE 'NOUVEAU MOT DE PASSE TROP COURT (6 MINIMUM)'
                    TO SGNMSGO
              WHEN WS-MDP-NEUF NOT = WS-MDP-CONF
                 MOVE 'CONFIRMATION DIFFERENTE - MOT DE PASSE INCHANGE'
                    TO SGNMSGO
              WHEN WS-EMPR-NEUF = WS-OPR-MDP-HASH
                 MOVE 'LE NOUVEAU MOT DE PASSE DOIT ETRE DIFFERENT'
                    TO SGNMSGO
              WHEN OTHER
                 PERFORM ENREGISTRER-MOT-DE-PASSE
           END-EVALUATE.
       ENREGISTRER-MOT-DE-PASSE.
           EXEC CICS READ FILE('FOPERAT')
               INTO(WS-OPR-DATA)
               LENGTH(WS-OPR-LEN)
               RIDFLD(WS-OPR-KEY)
               KEYLENGTH(WS-OPR-KLEN)
               UPDATE
               RESP(WS-RESCODE)
           END-EXEC.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE WS-EMPR-NEUF TO WS-OPR-MDP-HASH
               MOVE WS-DATE-JOUR TO WS-OPR-MDP-DATE
               EXEC CICS REWRITE FILE('FOPERAT')
                   FROM(WS-OPR-DATA)
                   LENGTH(WS-OPR-LEN)
                   RESP(WS-RESCODE)
               END-EXEC
           END-IF.
           IF WS-RESCODE = DFHRESP(NORMAL)
               MOVE 'O' TO WS-MDP-OK
           ELSE
               MOVE 'ERREUR MISE A JOUR DU PROFIL' TO SGNMSGO
           END-IF.
      *----------------------------------------------------------------
      *    TRACE DANS FSECLOG : CODE SAISI, TERMINAL, DATE ET HEURE    *
      *----------------------------------------------------------------
       JOURNALISER-SECURITE.
           MOVE WS-OPR-KEY    TO SEC-OPER.
           MOVE 'SIGNON  '    TO SEC-PROG.
           MOVE WS-DATE-JOUR  TO SEC-DATE.
           MOVE WS-HEURE-JOUR TO SEC-HEURE.
           MOVE EIBTRMID      TO SEC-TERM.
           MOVE WS-OPR-KEY    TO SEC-CIBLE.
           EXEC CICS WRITE FILE('FSECLOG')
               FROM(WS-SECLOG-REC)
               LENGTH(LENGTH OF WS-SECLOG-REC)
               RESP(WS-RESCODE)
           END-EXEC.
       ENVOYER-ET-SORTIR.
           EXEC CICS SEND MAP('MAP1')
               MAPSET('MAPSIGN') DATAONLY FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
