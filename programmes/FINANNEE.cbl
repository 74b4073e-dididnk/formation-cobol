       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANNEE.
       AUTHOR. E NGBAME.
      *PROGRAMME PILOTE DE LA CLOTURE ANNUELLE, SUR LE MODELE DE
      *FINJOUR ET FINMOIS : LES TRAITEMENTS DE JANVIER ETAIENT LANCES
      *A LA MAIN ET RECAPFRA A DEJA TOURNE APRES QU'ARCHMVT AIT EPURE
      *LES MOUVEMENTS 'FRA' DONT IL AVAIT BESOIN. ICI L'ORDRE EST
      *IMPOSE :
      *   1 SAVEGEN   - GENERATION DES MAITRES AVANT TOUTE MISE A JOUR
      *   2 DECLINT   - DECLARATION DES INTERETS VERSES DE L'EXERCICE
      *   3 RECAPFRA  - RECAPITULATIFS ANNUELS DES FRAIS (LIT LES
      *                 MOUVEMENTS 'FRA' DE FMVTC : AVANT ARCHMVT)
      *   4 ANONYMCLT - ANONYMISATION DES CLIENTS FERMES (DATE DU
      *                 DERNIER MOUVEMENT PRISE SUR FMVTC : AVANT
      *                 ARCHMVT, SINON UN CLIENT DONT TOUT EST ARCHIVE
      *                 SERAIT ANONYMISE A TORT)
      *   5 ARCHMVT   - ARCHIVAGE DES MOUVEMENTS ANTERIEURS AU 1ER
      *                 JANVIER DE L'EXERCICE CLOS
      *L'EXERCICE CLOS (AAAA, DEFAUT : ANNEE PRECEDENTE) EST SAISI UNE
      *FOIS ET TRANSMIS A CHAQUE ETAPE PAR LINKAGE ; UN EXERCICE NON
      *ECHU EST REFUSE. LA CHAINE S'ARRETE SUR LE PREMIER RETURN-CODE
      *NON NUL. CHAQUE ETAPE EST JOURNALISEE DANS AS-RUNJRN
      *(RUN-CHAINE 'A', RUN-DATE = 31/12 DE L'EXERCICE) ET LA REPRISE
      *DE FINMOIS EST OFFERTE : LES ETAPES DEJA TERMINEES EN RC 0 POUR
      *L'EXERCICE SONT SAUTEES ET JOURNALISEES 'S'.
      *CHAQUE ETAPE REND SES TOTAUX DE CONTROLE, REPRIS SUR LE
      *COMPTE-RENDU DE CLOTURE DDFINANN : GENERATION SAUVEGARDEE,
      *INTERETS DECLARES, RECAPITULATIFS DE FRAIS EDITES, CLIENTS
      *ANONYMISES ET MOUVEMENTS ARCHIVES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRINT ASSIGN TO DDFINANN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

           SELECT FRUNJRN ASSIGN TO AS-RUNJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNJRN.

       DATA DIVISION.
       FILE SECTION.
       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       FD  FRUNJRN.
       01  ENR-RUNJRN.
           10 RUN-DATE    PIC 9(8).
           10 RUN-ETAPE   PIC X(10).
           10 RUN-HHDEB   PIC 9(8).
           10 RUN-HHFIN   PIC 9(8).
           10 RUN-DUREE   PIC 9(6).
           10 RUN-RC      PIC 9(4).
      *----CHAINE : J = FINJOUR, M = FINMOIS, A = FINANNEE ; STATUT :---
      *----T = TERMINEE, S = SAUTEE EN REPRISE ; PAS DE SCELLE ICI------
           10 RUN-CHAINE  PIC X.
           10 RUN-STATUT  PIC X.
           10 RUN-SCL-ETAT PIC X.
           10 RUN-SCL-NBENR PIC 9(9).
           10 RUN-SCL-MONTANT PIC 9(13)V9(2).

       WORKING-STORAGE SECTION.
       01 FS-PRINT      PIC XX VALUE ZERO.
       01 WS-RC-ETAPE   PIC S9(4) COMP.
       01 WS-ANNEE      PIC 9(4) VALUE ZERO.
       01 WS-DTJOUR     PIC 9(8) VALUE ZERO.
       01 WS-DTJOUR-R REDEFINES WS-DTJOUR.
          05 WS-AA-JOUR PIC 9(4).
          05 WS-MMJJ-JOUR PIC 9(4).
       01 WS-DTCLOTURE  PIC 9(8) VALUE ZERO.
       01 WS-DTCLOTURE-R REDEFINES WS-DTCLOTURE.
          05 WS-AA-CLOT PIC 9(4).
          05 WS-MMJJ-CLOT PIC 9(4).
       01 WS-ARRET      PIC X VALUE 'N'.
      *----PARAMETRE TRANSMIS A CHAQUE ETAPE ET TOTAUX RENDUS----------
       01 WS-FA-PARM.
          05 WS-FA-ANNEE   PIC 9(4).
          05 WS-FA-NB      PIC 9(9).
          05 WS-FA-MONTANT PIC 9(13)V9(2).
          05 WS-FA-REF     PIC 9(7).
      *----JOURNAL DES ETAPES (HHMMSSCC) ET DUREE EN SECONDES----------
       01 FS-RUNJRN     PIC XX VALUE ZERO.
       01 WS-HH-DEBUT   PIC 9(8) VALUE ZERO.
       01 WS-HD-R REDEFINES WS-HH-DEBUT.
          05 WS-DEB-HH  PIC 9(2).
          05 WS-DEB-MM  PIC 9(2).
          05 WS-DEB-SS  PIC 9(2).
          05 WS-DEB-CC  PIC 9(2).
       01 WS-HH-FIN     PIC 9(8) VALUE ZERO.
       01 WS-HH-R REDEFINES WS-HH-FIN.
          05 WS-FIN-HH  PIC 9(2).
          05 WS-FIN-MM  PIC 9(2).
          05 WS-FIN-SS  PIC 9(2).
          05 WS-FIN-CC  PIC 9(2).
       01 WS-SEC-DEBUT  PIC S9(6) VALUE ZERO.
       01 WS-SEC-FIN    PIC S9(6) VALUE ZERO.
       01 WS-DUREE      PIC S9(6) VALUE ZERO.
      *----REPRISE : ETAPES DE LA CHAINE ET TOTAUX DE CONTROLE---------
       01 WS-ETAPE-NUM    PIC 9(2) VALUE ZERO.
       01 WS-ETAPE-A-FAIRE PIC X VALUE 'O'.
       01 WS-REPRISE      PIC 9(2) VALUE 1.
       01 WS-REPRISE-OK   PIC X VALUE 'O'.
       01 WS-REPONSE      PIC X VALUE 'N'.
       01 WS-JRN-EOF      PIC X VALUE 'N'.
       01 WS-IND-ETAPE    PIC 9(2) VALUE ZERO.
       01 WS-NB-ETAPES    PIC 9(2) VALUE 5.
       01 T-ETAPES-DEF.
          05 FILLER PIC X(10) VALUE 'SAVEGEN'.
          05 FILLER PIC X(10) VALUE 'DECLINT'.
          05 FILLER PIC X(10) VALUE 'RECAPFRA'.
          05 FILLER PIC X(10) VALUE 'ANONYMCLT'.
          05 FILLER PIC X(10) VALUE 'ARCHMVT'.
       01 T-ETAPES REDEFINES T-ETAPES-DEF.
          05 TE-NOM OCCURS 5 TIMES PIC X(10).
       01 T-SUIVI.
          05 T-SUIVI-LIG OCCURS 5 TIMES.
             10 TS-FAIT       PIC X.
             10 TS-ETAT       PIC X.
             10 TS-NB         PIC 9(9).
             10 TS-MONTANT    PIC 9(13)V9(2).
             10 TS-REF        PIC 9(7).
      *----COMPTE-RENDU DE CLOTURE-------------------------------------
       01 LG-VIDE       PIC X(80) VALUE SPACES.
       01 LG-TITRE.
          05 FILLER PIC X(41) VALUE
             'COMPTE-RENDU DE CLOTURE ANNUELLE EXERCICE'.
          05 FILLER PIC X VALUE SPACE.
          05 WE-ANNEE PIC 9(4).
       01 LG-ETAPE.
          05 FILLER PIC X(8) VALUE 'ETAPE : '.
          05 WE-ETAPE-NOM PIC X(10).
          05 FILLER PIC X(6) VALUE ' RC = '.
          05 WE-ETAPE-RC  PIC -ZZZ9.
          05 FILLER PIC X(3) VALUE '  ('.
          05 WE-ETAPE-ETAT PIC X(10).
          05 FILLER PIC X VALUE ')'.
       01 LG-TOT-TITRE.
          05 FILLER PIC X(40) VALUE
             'TOTAUX DE CONTROLE DE LA CLOTURE'.
       01 LG-TOT-SAV.
          05 FILLER PIC X(27) VALUE 'GENERATION SAUVEGARDEE   : '.
          05 WE-SAV-GEN PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE ' - '.
          05 WE-SAV-NB PIC ZZZBZZZBZZ9.
          05 FILLER PIC X(13) VALUE ' ENREGISTR.'.
       01 LG-TOT-DECL.
          05 FILLER PIC X(27) VALUE 'INTERETS DECLARES        : '.
          05 WE-DECL-MONT PIC ZZZBZZZBZZZBZZ9.99.
          05 FILLER PIC X(3) VALUE ' - '.
          05 WE-DECL-NB PIC ZZZBZZ9.
          05 FILLER PIC X(8) VALUE ' CLIENTS'.
       01 LG-TOT-FRA.
          05 FILLER PIC X(27) VALUE 'RECAPITULATIFS FRAIS     : '.
          05 WE-FRA-NB PIC ZZZBZZ9.
          05 FILLER PIC X(10) VALUE ' EDITES - '.
          05 WE-FRA-RET PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE ' RETENUS NPAI'.
       01 LG-TOT-ANO.
          05 FILLER PIC X(27) VALUE 'CLIENTS ANONYMISES       : '.
          05 WE-ANO-NB PIC ZZZBZZ9.
          05 FILLER PIC X(14) VALUE ' - RETENTION '.
          05 WE-ANO-RET PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE ' ANS'.
       01 LG-TOT-ARC.
          05 FILLER PIC X(27) VALUE 'MOUVEMENTS ARCHIVES      : '.
          05 WE-ARC-NB PIC ZZZBZZZBZZ9.
          05 FILLER PIC X(3) VALUE ' - '.
          05 WE-ARC-CONS PIC ZZZBZZ9.
          05 FILLER PIC X(10) VALUE ' CONSERVES'.
       01 LG-TOT-ND.
          05 WE-ND-LIB PIC X(27).
          05 FILLER PIC X(35) VALUE
             'NON DISPONIBLE (ETAPE NON EXECUTEE)'.
       01 LG-FINAL.
          05 FILLER PIC X(21) VALUE 'ETAT FINAL CHAINE  : '.
          05 WE-FINAL PIC X(20).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY '=========================================='.
           DISPLAY '   DEBUT DE LA CHAINE DE CLOTURE ANNUELLE'.
           DISPLAY '=========================================='.

           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           DISPLAY 'EXERCICE A CLORE (AAAA, 0=ANNEE PRECEDENTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-ANNEE.
           IF WS-ANNEE = ZERO
              COMPUTE WS-ANNEE = WS-AA-JOUR - 1
           END-IF.
           MOVE WS-ANNEE TO WS-AA-CLOT.
           MOVE 1231 TO WS-MMJJ-CLOT.

           PERFORM RECHERCHER-REPRISE.
           OPEN EXTEND FRUNJRN.
           IF FS-RUNJRN = '35'
              OPEN OUTPUT FRUNJRN
           END-IF.
           IF FS-RUNJRN NOT = '00'
              DISPLAY 'ERR. OUV JOURNAL AS-RUNJRN : ' FS-RUNJRN
           END-IF.
           OPEN OUTPUT FPRINT.
           MOVE WS-ANNEE TO WE-ANNEE.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.

      *----UN EXERCICE NON ECHU NE SE CLOT PAS-------------------------
           IF WS-ANNEE NOT < WS-AA-JOUR
              DISPLAY 'EXERCICE ' WS-ANNEE ' NON ECHU - CLOTURE '
                 'REFUSEE'
              MOVE 'REFUSEE' TO WE-FINAL
              WRITE REC-PRT FROM LG-FINAL
              MOVE 8 TO RETURN-CODE
              GO TO FIN
           END-IF.
           DISPLAY 'EXERCICE CLOS : ' WS-ANNEE.
           PERFORM PROPOSER-REPRISE.
           IF WS-REPRISE-OK = 'N'
              IF WS-REPRISE > WS-NB-ETAPES
                 MOVE 'DEJA TERMINEE' TO WE-FINAL
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'REPRISE DECLINEE' TO WE-FINAL
                 MOVE 8 TO RETURN-CODE
              END-IF
              WRITE REC-PRT FROM LG-FINAL
              GO TO FIN
           END-IF.

           DISPLAY 'ETAPE 1/5 : SAUVEGARDE DES FICHIERS MAITRES'.
           MOVE 'SAVEGEN' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'SAVEGEN' USING WS-FA-PARM
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 2/5 : DECLARATION DES INTERETS VERSES'.
           MOVE 'DECLINT' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'DECLINT' USING WS-FA-PARM
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 3/5 : RECAPITULATIFS ANNUELS DES FRAIS'.
           MOVE 'RECAPFRA' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'RECAPFRA' USING WS-FA-PARM
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 4/5 : ANONYMISATION DES CLIENTS FERMES'.
           MOVE 'ANONYMCLT' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'ANONYMCLT' USING WS-FA-PARM
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'ETAPE 5/5 : ARCHIVAGE DES MOUVEMENTS'.
           MOVE 'ARCHMVT' TO WE-ETAPE-NOM.
           PERFORM DEBUTER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              CALL 'ARCHMVT' USING WS-FA-PARM
           END-IF.
           PERFORM CONTROLER-ETAPE.
           IF WS-ARRET = 'O' GO TO ABANDON.

           DISPLAY 'CHAINE DE CLOTURE ANNUELLE TERMINEE AVEC SUCCES'.
           PERFORM ECRIRE-TOTAUX.
           MOVE 'TERMINEE' TO WE-FINAL.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-FINAL.
           MOVE 0 TO RETURN-CODE.
           GO TO FIN.
       ABANDON.
           DISPLAY 'ARRET CHAINE DE CLOTURE - ETAPE EN ECHEC'.
           PERFORM ECRIRE-TOTAUX.
           MOVE 'INTERROMPUE' TO WE-FINAL.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-FINAL.
           MOVE 8 TO RETURN-CODE.
       FIN.
           CLOSE FPRINT.
           IF FS-RUNJRN = '00'
              CLOSE FRUNJRN
           END-IF.
           DISPLAY '=========================================='.
           STOP RUN.
      *----------------------------------------------------------------
      *    PREPARATION D'UNE ETAPE : SAUTEE SI DEJA FAITE (REPRISE),   *
      *    SINON PARAMETRE REMIS A ZERO AVANT L'APPEL                  *
      *----------------------------------------------------------------
       DEBUTER-ETAPE.
           ADD 1 TO WS-ETAPE-NUM.
           IF WS-ETAPE-NUM < WS-REPRISE
              MOVE 'N' TO WS-ETAPE-A-FAIRE
              DISPLAY '   DEJA TERMINEE - SAUTEE (REPRISE)'
           ELSE
              MOVE 'O' TO WS-ETAPE-A-FAIRE
           END-IF.
           MOVE WS-ANNEE TO WS-FA-ANNEE.
           MOVE ZERO TO WS-FA-NB WS-FA-MONTANT WS-FA-REF.
           ACCEPT WS-HH-DEBUT FROM TIME.
      *----------------------------------------------------------------
      *    CONTROLE DU RETURN-CODE D'UNE ETAPE, TOTAUX RENDUS ET       *
      *    LIGNE AU COMPTE-RENDU                                       *
      *----------------------------------------------------------------
       CONTROLER-ETAPE.
           IF WS-ETAPE-A-FAIRE = 'O'
              MOVE RETURN-CODE TO WS-RC-ETAPE
              MOVE 'O'           TO TS-ETAT(WS-ETAPE-NUM)
              MOVE WS-FA-NB      TO TS-NB(WS-ETAPE-NUM)
              MOVE WS-FA-MONTANT TO TS-MONTANT(WS-ETAPE-NUM)
              MOVE WS-FA-REF     TO TS-REF(WS-ETAPE-NUM)
           ELSE
              MOVE ZERO TO WS-RC-ETAPE
           END-IF.
           MOVE WS-RC-ETAPE TO WE-ETAPE-RC.
           MOVE 'N' TO WS-ARRET.
           EVALUATE TRUE
              WHEN WS-ETAPE-A-FAIRE = 'N'
                 MOVE 'REPRISE' TO WE-ETAPE-ETAT
              WHEN WS-RC-ETAPE = 0
                 MOVE 'OK' TO WE-ETAPE-ETAT
              WHEN OTHER
                 MOVE 'ECHEC' TO WE-ETAPE-ETAT
                 MOVE 'O' TO WS-ARRET
           END-EVALUATE.
           WRITE REC-PRT FROM LG-ETAPE.
           PERFORM JOURNALISER-ETAPE.
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      *    JOURNALISATION D'UNE ETAPE DANS AS-RUNJRN (COMME FINJOUR)   *
      *----------------------------------------------------------------
       JOURNALISER-ETAPE.
           ACCEPT WS-HH-FIN FROM TIME.
           COMPUTE WS-SEC-DEBUT = WS-DEB-HH * 3600
              + WS-DEB-MM * 60 + WS-DEB-SS.
           COMPUTE WS-SEC-FIN = WS-FIN-HH * 3600
              + WS-FIN-MM * 60 + WS-FIN-SS.
           COMPUTE WS-DUREE = WS-SEC-FIN - WS-SEC-DEBUT.
      *----PASSAGE DE MINUIT PENDANT L'ETAPE---------------------------
           IF WS-DUREE < ZERO
              ADD 86400 TO WS-DUREE
           END-IF.
           IF FS-RUNJRN = '00'
              MOVE WS-DTCLOTURE TO RUN-DATE
              MOVE WE-ETAPE-NOM TO RUN-ETAPE
              MOVE WS-HH-DEBUT  TO RUN-HHDEB
              MOVE WS-HH-FIN    TO RUN-HHFIN
              MOVE WS-DUREE     TO RUN-DUREE
              IF WS-RC-ETAPE < ZERO
                 MOVE ZERO TO RUN-RC
              ELSE
                 MOVE WS-RC-ETAPE TO RUN-RC
              END-IF
              MOVE 'A' TO RUN-CHAINE
              IF WS-ETAPE-A-FAIRE = 'N'
                 MOVE 'S' TO RUN-STATUT
              ELSE
                 MOVE 'T' TO RUN-STATUT
              END-IF
              MOVE SPACE TO RUN-SCL-ETAT
              MOVE ZERO  TO RUN-SCL-NBENR RUN-SCL-MONTANT
              WRITE ENR-RUNJRN
           END-IF.
      *----------------------------------------------------------------
      *    TOTAUX DE CONTROLE DE CHAQUE ETAPE AU COMPTE-RENDU : UNE    *
      *    ETAPE SAUTEE OU NON ATTEINTE N'A PAS DE TOTAUX              *
      *----------------------------------------------------------------
       ECRIRE-TOTAUX.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT-TITRE.
           IF TS-ETAT(1) = 'O'
              MOVE TS-REF(1) TO WE-SAV-GEN
              MOVE TS-NB(1)  TO WE-SAV-NB
              WRITE REC-PRT FROM LG-TOT-SAV
           ELSE
              MOVE 'GENERATION SAUVEGARDEE   : ' TO WE-ND-LIB
              WRITE REC-PRT FROM LG-TOT-ND
           END-IF.
           IF TS-ETAT(2) = 'O'
              MOVE TS-MONTANT(2) TO WE-DECL-MONT
              MOVE TS-NB(2)      TO WE-DECL-NB
              WRITE REC-PRT FROM LG-TOT-DECL
           ELSE
              MOVE 'INTERETS DECLARES        : ' TO WE-ND-LIB
              WRITE REC-PRT FROM LG-TOT-ND
           END-IF.
           IF TS-ETAT(3) = 'O'
              MOVE TS-NB(3)  TO WE-FRA-NB
              MOVE TS-REF(3) TO WE-FRA-RET
              WRITE REC-PRT FROM LG-TOT-FRA
           ELSE
              MOVE 'RECAPITULATIFS FRAIS     : ' TO WE-ND-LIB
              WRITE REC-PRT FROM LG-TOT-ND
           END-IF.
           IF TS-ETAT(4) = 'O'
              MOVE TS-NB(4)  TO WE-ANO-NB
              MOVE TS-REF(4) TO WE-ANO-RET
              WRITE REC-PRT FROM LG-TOT-ANO
           ELSE
              MOVE 'CLIENTS ANONYMISES       : ' TO WE-ND-LIB
              WRITE REC-PRT FROM LG-TOT-ND
           END-IF.
           IF TS-ETAT(5) = 'O'
              MOVE TS-NB(5)  TO WE-ARC-NB
              MOVE TS-REF(5) TO WE-ARC-CONS
              WRITE REC-PRT FROM LG-TOT-ARC
           ELSE
              MOVE 'MOUVEMENTS ARCHIVES      : ' TO WE-ND-LIB
              WRITE REC-PRT FROM LG-TOT-ND
           END-IF.
      *----------------------------------------------------------------
      *    REPRISE : ETAPES DEJA TERMINEES EN RC 0 POUR CET EXERCICE   *
      *    (JOURNAL AS-RUNJRN DE LA CHAINE) ET PREMIERE A RELANCER     *
      *----------------------------------------------------------------
       RECHERCHER-REPRISE.
           PERFORM INITIALISER-SUIVI VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES.
           OPEN INPUT FRUNJRN.
           IF FS-RUNJRN = '00'
              PERFORM LIRE-JOURNAL UNTIL WS-JRN-EOF = 'O'
              CLOSE FRUNJRN
           END-IF.
           PERFORM CHERCHER-ETAPE VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES
                 OR TS-FAIT(WS-IND-ETAPE) = 'N'.
           MOVE WS-IND-ETAPE TO WS-REPRISE.
       INITIALISER-SUIVI.
           MOVE 'N'  TO TS-FAIT(WS-IND-ETAPE).
           MOVE 'N'  TO TS-ETAT(WS-IND-ETAPE).
           MOVE ZERO TO TS-NB(WS-IND-ETAPE) TS-MONTANT(WS-IND-ETAPE)
                        TS-REF(WS-IND-ETAPE).
       LIRE-JOURNAL.
           READ FRUNJRN
              AT END MOVE 'O' TO WS-JRN-EOF
              NOT AT END
                 IF RUN-DATE = WS-DTCLOTURE AND RUN-CHAINE = 'A'
                    PERFORM NOTER-ETAPE-JOURNAL
                 END-IF
           END-READ.
       NOTER-ETAPE-JOURNAL.
           PERFORM CHERCHER-ETAPE VARYING WS-IND-ETAPE FROM 1 BY 1
              UNTIL WS-IND-ETAPE > WS-NB-ETAPES
                 OR TE-NOM(WS-IND-ETAPE) = RUN-ETAPE.
           IF WS-IND-ETAPE NOT > WS-NB-ETAPES AND RUN-RC = ZERO
              MOVE 'O' TO TS-FAIT(WS-IND-ETAPE)
           END-IF.
       CHERCHER-ETAPE.
           CONTINUE.
      *----------------------------------------------------------------
      *    PROPOSITION DE REPRISE A L'OPERATEUR                        *
      *----------------------------------------------------------------
       PROPOSER-REPRISE.
           MOVE 'O' TO WS-REPRISE-OK.
           IF WS-REPRISE > WS-NB-ETAPES
              DISPLAY 'CLOTURE DEJA TERMINEE POUR L EXERCICE '
                 WS-ANNEE ' - AUCUNE ETAPE A RELANCER'
              MOVE 'N' TO WS-REPRISE-OK
           ELSE
              IF WS-REPRISE > 1
                 COMPUTE WS-IND-ETAPE = WS-REPRISE - 1
                 DISPLAY 'PASSAGE INTERROMPU : ETAPES 1 A '
                    WS-IND-ETAPE ' DEJA TERMINEES EN RC 0'
                 DISPLAY 'REPRENDRE A L ETAPE ' WS-REPRISE ' ('
                    TE-NOM(WS-REPRISE) ') (O/N) ? '
                    WITH NO ADVANCING
                 ACCEPT WS-REPONSE
                 IF WS-REPONSE NOT = 'O'
                    DISPLAY 'REPRISE DECLINEE - CHAINE NON RELANCEE'
                    MOVE 'N' TO WS-REPRISE-OK
                 END-IF
              END-IF
           END-IF.
