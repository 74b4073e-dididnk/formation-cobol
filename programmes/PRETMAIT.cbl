      * NORMAL PG17CH12 / RECONCIL / SOLDHIST). LE TABLEAU
      * D'AMORTISSEMENT EST EDITE PAR PRETTAB ET LES ECHEANCES SONT
      * PRELEVEES CHAQUE MOIS PAR PRETECH.
      * REMBOURSEMENT ANTICIPE (MODE R), PARTIEL OU TOTAL : LE CAPITAL
      * RESTANT DU APRES LA DERNIERE ECHEANCE PRELEVEE EST RECALCULE
      * (MEME DEROULEMENT QUE PRETTAB), LE MONTANT REMBOURSE ET
      * L'INDEMNITE CONTRACTUELLE (PRE-TXIRA DU CAPITAL REMBOURSE,
      * PLAFONNEE AU PLUS FAIBLE DE 6 MOIS D'INTERETS SUR LE CAPITAL
      * REMBOURSE ET DE 3 % DU CAPITAL RESTANT DU ; TAUX NUL = LE
      * PLAFOND S'APPLIQUE) SONT DEBITES SUR LE COMPTE DE REGLEMENT EN
      * DEUX MOUVEMENTS 'PRE'. AU CHOIX DU CLIENT, LA MENSUALITE ('M')
      * OU LA DUREE ('D') EST RECALCULEE ; LE POINT DE DEPART DU
      * NOUVEAU TABLEAU (DATE, RANG, RESTANT DU) EST CONSERVE DANS LE
      * PRET POUR PRETTAB. UN REMBOURSEMENT TOTAL PASSE LE PRET AU
      * STATUT 'R' : PRETECH NE PRELEVE PLUS RIEN.
      * LE RESTANT DU AMORTIT TOUTES LES ECHEANCES ECHUES, PAYEES OU
      * NON : LES ARRIERES DU PRET (DD-PRETIMP, VOIR PRETECH) SONT DONC
      * DEBITES EN PREMIER, EN MOUVEMENT 'PRE' A PART, ET L'IMPAYE EST
      * SOLDE (LES INTERETS DE RETARD ONT DEJA ETE DEBITES PAR PRETECH).
      * AVANT TOUT NOUVEAU PRET (MODE A), CONTROLE DU TAUX
      * D'ENDETTEMENT : LE REVENU EST LA MOYENNE MENSUELLE DES
      * VIREMENTS DE SALAIRE DU CLIENT (CREDITS 'VIR' AU LIBELLE
      * 'SALAIRE ...' POSTES PAR PAYSAL DANS FMVTC, NET DU MOIS SEUL,
      * HORS NOTES DE FRAIS) SUR LES WS-NB-MOIS-REV DERNIERS
      * MOIS ; LES CHARGES SONT LES MENSUALITES DE SES AUTRES PRETS
      * ACTIFS (DD-PRET), SES ORDRES PERMANENTS DEBITEURS EN VIGUEUR
      * (DD-ORDPERM) ET LA MENSUALITE DEMANDEE. AU-DELA DU SEUIL
      * WS-TX-ENDET-MAX, LE PRET EST REFUSE SAUF DEROGATION ACCORDEE
      * SEANCE TENANTE PAR UN APPROBATEUR DE NIVEAU 3 (FOPERAT, VOIR
      * MAJCONDV). UNE FICHE DE DECISION EST AJOUTEE A DDPRETDEC POUR
      * CHAQUE DEMANDE, ACCORDEE OU NON, ET CONSERVEE AU DOSSIER.
      * MODES (MODELE ORDPERM) : A = AJOUT, R = REMBOURSEMENT
      * ANTICIPE, L = LISTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FORDPERM ASSIGN TO DD-ORDPERM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORD-NUM
           FILE STATUS IS FS-ORDPERM.

           SELECT FOPERAT ASSIGN TO FOPERAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-CODE
           FILE STATUS IS FS-OPERAT.

           SELECT FDECIS ASSIGN TO DDPRETDEC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECIS.

           SELECT FIMPAYE ASSIGN TO DD-PRETIMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMP-PRET
           FILE STATUS IS FS-IMPAYE.

       DATA DIVISION.
       FILE SECTION.
       FD  FPRET.
           10 PRE-MENS    PIC 9(7)V9(2).
           10 PRE-NBPAYES PIC 9(3).
           10 PRE-STATUT  PIC X.
      *----INDEMNITE CONTRACTUELLE ET DERNIER REMBOURSEMENT ANTICIPE---
      *----(DATE, RANG DE LA DERNIERE ECHEANCE PAYEE, RESTANT DU)------
           10 PRE-TXIRA   PIC 9V9(4).
           10 PRE-DTRA    PIC 9(8).
           10 PRE-ECHRA   PIC 9(3).
           10 PRE-CRDRA   PIC 9(9)V9(2).

       FD  FRIB.
       01  ENR-TRIB.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FORDPERM.
       01  ENR-ORDPERM.
           10 ORD-NUM     PIC 9(5).
           10 ORD-CLT     PIC 9(5).
           10 ORD-CPTE    PIC X(23).
           10 ORD-CONTREP PIC X(30).
           10 ORD-MONT    PIC 9(9)V9(2).
           10 ORD-SENS    PIC X.
           10 ORD-JOUR    PIC 9(2).
           10 ORD-DEBUT   PIC 9(8).
           10 ORD-FIN     PIC 9(8).

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

       FD  FDECIS.
       01  REC-DEC.
           05 LG-DEC      PIC X(80).

       FD  FIMPAYE.
       01  ENR-IMP.
           10 IMP-PRET    PIC 9(5).
           10 IMP-CLT     PIC 9(5).
           10 IMP-CPTE    PIC X(23).
           10 IMP-NBIMP   PIC 9(3).
           10 IMP-MONT    PIC 9(9)V9(2).
           10 IMP-PENAL   PIC 9(9)V9(2).
           10 IMP-DTPREM  PIC 9(8).
           10 IMP-DTMAJ   PIC 9(8).
           10 IMP-NIVEAU  PIC X.
           10 IMP-DTCTX   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-PRET      PIC XX VALUE ZERO.
       01  FS-IMPAYE    PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-ORDPERM   PIC XX VALUE ZERO.
       01  FS-OPERAT    PIC XX VALUE ZERO.
       01  FS-DECIS     PIC XX VALUE ZERO.
       01  WS-MODE      PIC X VALUE 'L'.
           88 MODE-AJOUT VALUE 'A'.
           88 MODE-REMB  VALUE 'R'.
           88 MODE-LISTE VALUE 'L'.
       01  WS-PRET-EOF  PIC X VALUE 'N'.
       01  WS-NB-PRETS  PIC 9(5) VALUE ZERO.
       01  WS-REF-MVT   PIC 9(13) VALUE ZERO.
       01  WS-CPTE-OK   PIC X VALUE 'N'.
       01  WS-TX-MENS   PIC 9V9(8) VALUE ZERO.
      *----REMBOURSEMENT ANTICIPE--------------------------------------
       01  WS-DTRA      PIC 9(8) VALUE ZERO.
       01  WS-MT-RA     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-TYPE-RA   PIC X VALUE SPACE.
           88 RA-TOTAL      VALUE 'T'.
           88 RA-PARTIEL    VALUE 'P'.
       01  WS-CHOIX-RA  PIC X VALUE SPACE.
           88 RECALCUL-MENS  VALUE 'M'.
           88 RECALCUL-DUREE VALUE 'D'.
       01  WS-CRD       PIC S9(9)V9(2) VALUE ZERO.
       01  WS-CRD-APRES PIC S9(9)V9(2) VALUE ZERO.
       01  WS-MT-INT    PIC 9(7)V9(2) VALUE ZERO.
       01  WS-IND-ECH   PIC 9(3) VALUE ZERO.
       01  WS-ECH-DEB   PIC 9(3) VALUE ZERO.
       01  WS-NB-RESTE  PIC 9(3) VALUE ZERO.
       01  WS-IND-RA    PIC 9(7)V9(2) VALUE ZERO.
       01  WS-PLAF-INT  PIC 9(7)V9(2) VALUE ZERO.
       01  WS-PLAF-CRD  PIC 9(7)V9(2) VALUE ZERO.
       01  WS-MENS-GARDEE PIC 9(7)V9(2) VALUE ZERO.
       01  WS-RA-OK     PIC X VALUE 'N'.
      *----ARRIERES DU PRET (DD-PRETIMP) A SOLDER AVEC LE REMBOURSEMENT
       01  WS-IMP-OUV   PIC X VALUE 'N'.
       01  WS-MT-ARR    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-NB-ARR    PIC 9(3) VALUE ZERO.
      *----TAUX D'ENDETTEMENT : SEUIL EN %, PERIODE DE REVENUS EN MOIS-
       01  WS-TX-ENDET-MAX PIC 9(3)V9(2) VALUE 35.
       01  WS-NB-MOIS-REV  PIC 9(2) VALUE 3.
       01  WS-TX-ENDET  PIC 9(3)V9(2) VALUE ZERO.
       01  WS-CUM-REVENU PIC 9(11)V9(2) VALUE ZERO.
       01  WS-REVENU-MOY PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CHG-PRETS PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CHG-ORDRES PIC 9(9)V9(2) VALUE ZERO.
       01  WS-CHARGES   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MVT-EOF   PIC X VALUE 'N'.
       01  WS-ORD-EOF   PIC X VALUE 'N'.
       01  WS-PRET-FINI PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
       01  WS-DTJOUR-R REDEFINES WS-DTJOUR.
           05 WS-JOUR-AAAA PIC 9(4).
           05 WS-JOUR-MM   PIC 9(2).
           05 WS-JOUR-JJ   PIC 9(2).
       01  WS-DTREV     PIC 9(8) VALUE ZERO.
       01  WS-DTREV-R REDEFINES WS-DTREV.
           05 WS-REV-AAAA  PIC 9(4).
           05 WS-REV-MM    PIC 9(2).
           05 WS-REV-JJ    PIC 9(2).
       01  WS-NB-MOIS   PIC 9(6) VALUE ZERO.
      *----PRET EN SAISIE, MIS DE COTE PENDANT LE PARCOURS DE DD-PRET--
       01  WS-PRET-SAISI PIC X(100) VALUE SPACES.
       01  WS-CLT-DEM   PIC 9(5) VALUE ZERO.
       01  WS-DECISION  PIC X VALUE SPACE.
           88 DEC-ACCORDE   VALUE 'A'.
           88 DEC-DEROGATION VALUE 'D'.
           88 DEC-REFUSE    VALUE 'R'.
       01  WS-OPER      PIC X(8) VALUE SPACES.
       01  WS-REPONSE   PIC X VALUE SPACE.

      *----FICHE DE DECISION (DDPRETDEC)-------------------------------
       01  LF-VIDE      PIC X(80) VALUE SPACES.
       01  LF-TRAIT     PIC X(80) VALUE ALL '-'.
       01  LF-TITRE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'FICHE DE DECISION DE CREDIT DU         '.
           05 WF-DTJOUR PIC 9(8).
       01  LF-PRET.
           05 FILLER PIC X(7)  VALUE 'PRET : '.
           05 WF-PRET  PIC 9(5).
           05 FILLER PIC X(11) VALUE '  CLIENT : '.
           05 WF-CLT   PIC 9(5).
           05 FILLER PIC X(11) VALUE '  COMPTE : '.
           05 WF-CPTE  PIC X(23).
       01  LF-CONDITIONS.
           05 FILLER PIC X(10) VALUE 'CAPITAL : '.
           05 WF-CAPITAL PIC ZZZBZZZBZZ9.99.
           05 FILLER PIC X(9)  VALUE '  TAUX : '.
           05 WF-TAUX  PIC 9.9999.
           05 FILLER PIC X(13) VALUE '  ECHEANCES :'.
           05 WF-NBECH PIC ZZ9.
       01  LF-MONTANT.
           05 WF-LIBELLE PIC X(40).
           05 WF-MONTANT PIC ZZZBZZZBZZ9.99.
       01  LF-TAUX.
           05 FILLER PIC X(40) VALUE
              'TAUX D ENDETTEMENT (%)                 '.
           05 WF-TX-ENDET PIC ZZ9.99.
           05 FILLER PIC X(11) VALUE '  SEUIL : '.
           05 WF-TX-MAX PIC ZZ9.99.
       01  LF-DECISION.
           05 FILLER PIC X(12) VALUE 'DECISION : '.
           05 WF-DECISION PIC X(30).
           05 FILLER PIC X(15) VALUE 'APPROBATEUR : '.
           05 WF-OPER  PIC X(8).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY 'MODE (A=AJOUT / R=REMB. ANTICIPE / L=LISTE) : '
              WITH NO ADVANCING.
           ACCEPT WS-MODE.
           PERFORM OUVRIR-FICHIER.
           IF FS-PRET = '00'
              IF MODE-AJOUT
                 PERFORM AJOUTER-PRET
              ELSE
                 IF MODE-REMB
                    PERFORM REMBOURSER-PRET
                 ELSE
                    PERFORM LISTER-PRETS
                 END-IF
              END-IF
              CLOSE FPRET
           END-IF.
           DISPLAY 'DATE DEBLOCAGE (AAAAMMJJ)    : '
              WITH NO ADVANCING.
           ACCEPT PRE-DTDEBUT.
           DISPLAY 'INDEMNITE REMB. ANTICIPE (9V9(4), 0=PLAFOND) : '
              WITH NO ADVANCING.
           ACCEPT PRE-TXIRA.
           MOVE ZERO TO PRE-DTRA PRE-ECHRA PRE-CRDRA.
           PERFORM CONTROLER-COMPTE.
           IF WS-CPTE-OK = 'N'
              DISPLAY 'PRET NON ENREGISTRE'
                 DISPLAY 'CAPITAL OU DUREE INVALIDE - NON ENREGISTRE'
              ELSE
                 PERFORM CALCULER-MENSUALITE
                 PERFORM CONTROLER-ENDETTEMENT
                 IF DEC-REFUSE
                    DISPLAY 'TAUX D ENDETTEMENT ' WS-TX-ENDET
                       ' % - PRET NON ENREGISTRE'
                 ELSE
                    PERFORM ENREGISTRER-PRET
                 END-IF
              END-IF
           END-IF.
       ENREGISTRER-PRET.
           PERFORM DEBLOQUER-CAPITAL.
           MOVE ZERO TO PRE-NBPAYES.
           MOVE 'A'  TO PRE-STATUT.
           WRITE ENR-PRET
              INVALID KEY
                 DISPLAY 'NUMERO PRET DEJA EXISTANT : ' PRE-NUM
              NOT INVALID KEY
                 DISPLAY 'PRET ENREGISTRE : ' PRE-NUM
                    ' MENSUALITE ' PRE-MENS
           END-WRITE.
      *----------------------------------------------------------------
      *    MENSUALITE CONSTANTE : C X T / (1 - (1+T)**-N), T MENSUEL   *
      *    (TAUX NUL : SIMPLE DIVISION DU CAPITAL)                     *
                 PRE-CAPITAL * WS-TX-MENS
                 / (1 - (1 + WS-TX-MENS) ** (- PRE-NBECH))
           END-IF.
      *----------------------------------------------------------------
      *    TAUX D'ENDETTEMENT = CHARGES MENSUELLES / REVENU MOYEN :    *
      *    SOUS LE SEUIL ACCORDE, AU-DELA REFUSE SAUF DEROGATION       *
      *----------------------------------------------------------------
       CONTROLER-ENDETTEMENT.
           MOVE ENR-PRET TO WS-PRET-SAISI.
           MOVE PRE-CLT  TO WS-CLT-DEM.
           MOVE ZERO TO WS-CUM-REVENU WS-CHG-PRETS WS-CHG-ORDRES.
           MOVE SPACES TO WS-OPER.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           PERFORM CALCULER-DEBUT-REVENUS.
           PERFORM CUMULER-REVENUS.
           PERFORM CUMULER-PRETS-CLIENT.
           PERFORM CUMULER-ORDRES-CLIENT.
           MOVE WS-PRET-SAISI TO ENR-PRET.
           COMPUTE WS-REVENU-MOY ROUNDED =
              WS-CUM-REVENU / WS-NB-MOIS-REV.
           COMPUTE WS-CHARGES = WS-CHG-PRETS + WS-CHG-ORDRES + PRE-MENS.
           IF WS-REVENU-MOY = ZERO
              MOVE 999.99 TO WS-TX-ENDET
           ELSE
              COMPUTE WS-TX-ENDET ROUNDED =
                 WS-CHARGES * 100 / WS-REVENU-MOY
                 ON SIZE ERROR MOVE 999.99 TO WS-TX-ENDET
              END-COMPUTE
           END-IF.
           DISPLAY 'REVENU MENSUEL MOYEN : ' WS-REVENU-MOY
              ' CHARGES : ' WS-CHARGES ' TAUX : ' WS-TX-ENDET ' %'.
           IF WS-TX-ENDET > WS-TX-ENDET-MAX
              PERFORM DEMANDER-DEROGATION
           ELSE
              MOVE 'A' TO WS-DECISION
           END-IF.
           PERFORM EDITER-FICHE-DECISION.
      *----DEBUT DE LA PERIODE DE REVENUS : MEME JOUR, N MOIS AVANT----
       CALCULER-DEBUT-REVENUS.
           COMPUTE WS-NB-MOIS = WS-JOUR-AAAA * 12 + WS-JOUR-MM - 1
              - WS-NB-MOIS-REV.
           DIVIDE WS-NB-MOIS BY 12 GIVING WS-REV-AAAA
              REMAINDER WS-REV-MM.
           ADD 1 TO WS-REV-MM.
           MOVE WS-JOUR-JJ TO WS-REV-JJ.
      *----------------------------------------------------------------
      *    REVENUS : VIREMENTS DE SALAIRE (PAYSAL, LIBELLE 'SALAIRE')  *
      *    DE LA PERIODE SUR TOUS LES COMPTES DU CLIENT - LES AUTRES   *
      *    VIREMENTS (ORDRES, TRANSFERTS, NOTES DE FRAIS) SONT IGNORES *
      *----------------------------------------------------------------
       CUMULER-REVENUS.
           MOVE 'N' TO WS-MVT-EOF.
           OPEN INPUT FMVTC.
           IF FS-MVTC NOT = '00'
              DISPLAY 'FMVTC INDISPONIBLE : ' FS-MVTC ' - REVENU NUL'
           ELSE
              PERFORM LIRE-MVT
              PERFORM CUMULER-UN-REVENU UNTIL WS-MVT-EOF = 'O'
              CLOSE FMVTC
           END-IF.
       LIRE-MVT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-MVT-EOF
           END-READ.
       CUMULER-UN-REVENU.
           IF CLT-TMVTC = PRE-CLT AND TYPE-TMVTC = 'VIR'
              AND SENS-TMVTC = 'C' AND LIB-TMVTC(1:8) = 'SALAIRE '
              AND DATE-TMVTC > WS-DTREV AND DATE-TMVTC <= WS-DTJOUR
              ADD MONT-TMVTC TO WS-CUM-REVENU
           END-IF.
           PERFORM LIRE-MVT.
      *----AUTRES PRETS ACTIFS DU CLIENT : MENSUALITES EN COURS--------
       CUMULER-PRETS-CLIENT.
           MOVE 'N' TO WS-PRET-FINI.
           MOVE ZERO TO PRE-NUM.
           START FPRET KEY >= PRE-NUM
              INVALID KEY MOVE 'O' TO WS-PRET-FINI
           END-START.
           PERFORM CUMULER-UN-PRET UNTIL WS-PRET-FINI = 'O'.
       CUMULER-UN-PRET.
           READ FPRET NEXT RECORD
              AT END MOVE 'O' TO WS-PRET-FINI
           END-READ.
           IF WS-PRET-FINI = 'N'
              IF PRE-CLT = WS-CLT-DEM AND PRE-STATUT = 'A'
                 AND PRE-NBPAYES < PRE-NBECH
                 ADD PRE-MENS TO WS-CHG-PRETS
              END-IF
           END-IF.
      *----ORDRES PERMANENTS DEBITEURS EN VIGUEUR DU CLIENT------------
       CUMULER-ORDRES-CLIENT.
           MOVE 'N' TO WS-ORD-EOF.
           OPEN INPUT FORDPERM.
           IF FS-ORDPERM NOT = '00'
              DISPLAY 'DD-ORDPERM INDISPONIBLE : ' FS-ORDPERM
           ELSE
              PERFORM LIRE-ORDRE
              PERFORM CUMULER-UN-ORDRE UNTIL WS-ORD-EOF = 'O'
              CLOSE FORDPERM
           END-IF.
       LIRE-ORDRE.
           READ FORDPERM
              AT END MOVE 'O' TO WS-ORD-EOF
           END-READ.
       CUMULER-UN-ORDRE.
           IF ORD-CLT = WS-CLT-DEM AND ORD-SENS = 'D'
              AND ORD-DEBUT <= WS-DTJOUR
              AND (ORD-FIN = ZERO OR ORD-FIN >= WS-DTJOUR)
              ADD ORD-MONT TO WS-CHG-ORDRES
           END-IF.
           PERFORM LIRE-ORDRE.
      *----------------------------------------------------------------
      *    SEUIL DEPASSE : DEROGATION PAR UN APPROBATEUR DE NIVEAU 3   *
      *    (CODE A BLANC = PAS DE DEROGATION, LE PRET EST REFUSE)      *
      *----------------------------------------------------------------
       DEMANDER-DEROGATION.
           MOVE 'R' TO WS-DECISION.
           DISPLAY 'SEUIL DE ' WS-TX-ENDET-MAX ' % DEPASSE'.
           DISPLAY 'CODE APPROBATEUR NIVEAU 3 (BLANC=REFUS) : '
              WITH NO ADVANCING.
           ACCEPT WS-OPER.
           IF WS-OPER NOT = SPACES
              OPEN INPUT FOPERAT
              IF FS-OPERAT NOT = '00'
                 DISPLAY 'ERR. OUVERTURE FOPERAT : ' FS-OPERAT
              ELSE
                 MOVE WS-OPER TO OPR-CODE
                 READ FOPERAT
                    INVALID KEY
                       DISPLAY 'OPERATEUR INCONNU : ' WS-OPER
                    NOT INVALID KEY
                       IF OPR-SUSPENDU
                          DISPLAY 'OPERATEUR SUSPENDU : ' WS-OPER
                       ELSE
                          PERFORM CONTROLER-APPROBATEUR
                       END-IF
                 END-READ
                 CLOSE FOPERAT
              END-IF
           END-IF.
       CONTROLER-APPROBATEUR.
           IF OPR-NIVEAU < 3
              DISPLAY 'NIVEAU 3 REQUIS - OPERATEUR ' WS-OPER
                 ' NIVEAU ' OPR-NIVEAU
           ELSE
              DISPLAY 'ACCORDER LA DEROGATION (O/N) : '
                 WITH NO ADVANCING
              ACCEPT WS-REPONSE
              IF WS-REPONSE = 'O'
                 MOVE 'D' TO WS-DECISION
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    FICHE DE DECISION AJOUTEE A DDPRETDEC (ARCHIVE DU DOSSIER)  *
      *----------------------------------------------------------------
       EDITER-FICHE-DECISION.
           OPEN EXTEND FDECIS.
           IF FS-DECIS = '35'
              OPEN OUTPUT FDECIS
           END-IF.
           IF FS-DECIS NOT = '00'
              DISPLAY 'ERR. OUVERTURE DDPRETDEC : ' FS-DECIS
           ELSE
              MOVE WS-DTJOUR TO WF-DTJOUR
              WRITE REC-DEC FROM LF-TRAIT
              WRITE REC-DEC FROM LF-TITRE
              WRITE REC-DEC FROM LF-VIDE
              MOVE PRE-NUM  TO WF-PRET
              MOVE PRE-CLT  TO WF-CLT
              MOVE PRE-CPTE TO WF-CPTE
              WRITE REC-DEC FROM LF-PRET
              MOVE PRE-CAPITAL TO WF-CAPITAL
              MOVE PRE-TAUX    TO WF-TAUX
              MOVE PRE-NBECH   TO WF-NBECH
              WRITE REC-DEC FROM LF-CONDITIONS
              WRITE REC-DEC FROM LF-VIDE
              MOVE 'REVENU MENSUEL MOYEN (SALAIRES)' TO WF-LIBELLE
              MOVE WS-REVENU-MOY TO WF-MONTANT
              WRITE REC-DEC FROM LF-MONTANT
              MOVE 'MENSUALITES DES AUTRES PRETS' TO WF-LIBELLE
              MOVE WS-CHG-PRETS TO WF-MONTANT
              WRITE REC-DEC FROM LF-MONTANT
              MOVE 'ORDRES PERMANENTS DEBITEURS' TO WF-LIBELLE
              MOVE WS-CHG-ORDRES TO WF-MONTANT
              WRITE REC-DEC FROM LF-MONTANT
              MOVE 'MENSUALITE DEMANDEE' TO WF-LIBELLE
              MOVE PRE-MENS TO WF-MONTANT
              WRITE REC-DEC FROM LF-MONTANT
              MOVE WS-TX-ENDET     TO WF-TX-ENDET
              MOVE WS-TX-ENDET-MAX TO WF-TX-MAX
              WRITE REC-DEC FROM LF-TAUX
              WRITE REC-DEC FROM LF-VIDE
              EVALUATE TRUE
                 WHEN DEC-ACCORDE
                    MOVE 'ACCORDE' TO WF-DECISION
                 WHEN DEC-DEROGATION
                    MOVE 'ACCORDE PAR DEROGATION' TO WF-DECISION
                 WHEN OTHER
                    MOVE 'REFUSE - ENDETTEMENT EXCESSIF'
                       TO WF-DECISION
              END-EVALUATE
              MOVE WS-OPER TO WF-OPER
              WRITE REC-DEC FROM LF-DECISION
              CLOSE FDECIS
           END-IF.
       CONTROLER-COMPTE.
           MOVE 'N' TO WS-CPTE-OK.
           OPEN INPUT FRIB.
           CLOSE FMVTC.
           DISPLAY 'CAPITAL DEBLOQUE - REF ' WS-REF-MVT.
      *----------------------------------------------------------------
      *    REMBOURSEMENT ANTICIPE : CONTROLES, RESTANT DU, INDEMNITE,  *
      *    DEBITS 'PRE' ET RECALCUL MENSUALITE OU DUREE                *
      *----------------------------------------------------------------
       REMBOURSER-PRET.
           DISPLAY 'NUMERO PRET (9(5))           : '
              WITH NO ADVANCING.
           ACCEPT PRE-NUM.
           READ FPRET
              INVALID KEY
                 DISPLAY 'PRET INCONNU : ' PRE-NUM
              NOT INVALID KEY
                 PERFORM SAISIR-REMBOURSEMENT
           END-READ.
           IF WS-IMP-OUV = 'O'
              CLOSE FIMPAYE
           END-IF.
       SAISIR-REMBOURSEMENT.
           IF PRE-STATUT NOT = 'A' OR PRE-NBPAYES NOT < PRE-NBECH
              DISPLAY 'PRET NON ACTIF (STATUT ' PRE-STATUT ') - '
                 'REMBOURSEMENT REFUSE'
           ELSE
              DISPLAY 'DATE DU REMBOURSEMENT (AAAAMMJJ) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTRA
              DISPLAY 'TOTAL OU PARTIEL (T/P)           : '
                 WITH NO ADVANCING
              ACCEPT WS-TYPE-RA
              PERFORM CALCULER-RESTANT-DU
              DISPLAY 'CAPITAL RESTANT DU APRES ECHEANCE '
                 PRE-NBPAYES ' : ' WS-CRD
              PERFORM LIRE-ARRIERES
              IF WS-MT-ARR > ZERO
                 DISPLAY 'ARRIERES A SOLDER (' WS-NB-ARR
                    ' ECHEANCE(S) IMPAYEE(S)) : ' WS-MT-ARR
              END-IF
              PERFORM CONTROLER-REMBOURSEMENT
              IF WS-RA-OK = 'O'
                 PERFORM CALCULER-INDEMNITE
                 PERFORM APPLIQUER-REMBOURSEMENT
              END-IF
           END-IF.
       CONTROLER-REMBOURSEMENT.
           MOVE 'N' TO WS-RA-OK.
           IF WS-DTRA < PRE-DTDEBUT
              DISPLAY 'DATE ANTERIEURE AU DEBLOCAGE - REFUS'
           ELSE
              IF RA-TOTAL
                 MOVE WS-CRD TO WS-MT-RA
                 MOVE 'O' TO WS-RA-OK
              ELSE
                 IF RA-PARTIEL
                    PERFORM SAISIR-PARTIEL
                 ELSE
                    DISPLAY 'TYPE INVALIDE - REFUS'
                 END-IF
              END-IF
           END-IF.
           IF WS-RA-OK = 'O'
              PERFORM CONTROLER-COMPTE
              MOVE WS-CPTE-OK TO WS-RA-OK
           END-IF.
       SAISIR-PARTIEL.
           DISPLAY 'MONTANT REMBOURSE (9(9)V99)      : '
              WITH NO ADVANCING.
           ACCEPT WS-MT-RA.
           DISPLAY 'RECALCUL M=MENSUALITE / D=DUREE  : '
              WITH NO ADVANCING.
           ACCEPT WS-CHOIX-RA.
           IF WS-MT-RA NOT > ZERO OR WS-MT-RA NOT < WS-CRD
              DISPLAY 'MONTANT NUL OU >= RESTANT DU - SAISIR T POUR '
                 'UN REMBOURSEMENT TOTAL'
           ELSE
              IF RECALCUL-MENS OR RECALCUL-DUREE
                 MOVE 'O' TO WS-RA-OK
              ELSE
                 DISPLAY 'CHOIX DE RECALCUL INVALIDE - REFUS'
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    ARRIERES DU PRET : LES ECHEANCES IMPAYEES SONT COMPTEES     *
      *    DANS PRE-NBPAYES, LEUR MONTANT RESTE DU EN PLUS DU CAPITAL  *
      *    (FICHIER ABSENT : AUCUN IMPAYE N'A JAMAIS ETE ENREGISTRE)   *
      *----------------------------------------------------------------
       LIRE-ARRIERES.
           MOVE ZERO TO WS-MT-ARR WS-NB-ARR.
           IF WS-IMP-OUV = 'N'
              OPEN I-O FIMPAYE
              IF FS-IMPAYE = '00'
                 MOVE 'O' TO WS-IMP-OUV
              END-IF
           END-IF.
           IF WS-IMP-OUV = 'O'
              MOVE PRE-NUM TO IMP-PRET
              READ FIMPAYE
                 NOT INVALID KEY
                    IF IMP-NBIMP > ZERO
                       MOVE IMP-MONT  TO WS-MT-ARR
                       MOVE IMP-NBIMP TO WS-NB-ARR
                    END-IF
              END-READ
           END-IF.
      *----ARRIERES SOLDES : MEME REMISE A ZERO QUE LA REGULARISATION--
      *----DE PRETECH (LES INTERETS DE RETARD FACTURES RESTENT CUMULES)
       SOLDER-ARRIERES.
           MOVE ZERO  TO IMP-NBIMP IMP-MONT IMP-DTPREM.
           MOVE '0'   TO IMP-NIVEAU.
           MOVE WS-DTRA TO IMP-DTMAJ.
           REWRITE ENR-IMP
              INVALID KEY DISPLAY 'ERR. MAJ DD-PRETIMP : ' FS-IMPAYE
           END-REWRITE.
      *----------------------------------------------------------------
      *    RESTANT DU APRES LA DERNIERE ECHEANCE PRELEVEE : DEPUIS LE  *
      *    DEBLOCAGE, OU DEPUIS LE DERNIER REMBOURSEMENT ANTICIPE      *
      *----------------------------------------------------------------
       CALCULER-RESTANT-DU.
           COMPUTE WS-TX-MENS = PRE-TAUX / 12.
           IF PRE-DTRA > ZERO
              MOVE PRE-CRDRA TO WS-CRD
              COMPUTE WS-ECH-DEB = PRE-ECHRA + 1
           ELSE
              MOVE PRE-CAPITAL TO WS-CRD
              MOVE 1 TO WS-ECH-DEB
           END-IF.
           PERFORM AMORTIR-UNE-ECHEANCE
              VARYING WS-IND-ECH FROM WS-ECH-DEB BY 1
              UNTIL WS-IND-ECH > PRE-NBPAYES.
       AMORTIR-UNE-ECHEANCE.
           COMPUTE WS-MT-INT ROUNDED = WS-CRD * WS-TX-MENS.
           COMPUTE WS-CRD = WS-CRD - (PRE-MENS - WS-MT-INT).
           IF WS-CRD < ZERO
              MOVE ZERO TO WS-CRD
           END-IF.
      *----------------------------------------------------------------
      *    INDEMNITE : TAUX CONTRACTUEL DU CAPITAL REMBOURSE, PLAFONNE *
      *    A 6 MOIS D'INTERETS ET A 3 % DU RESTANT DU                  *
      *----------------------------------------------------------------
       CALCULER-INDEMNITE.
           COMPUTE WS-PLAF-INT ROUNDED = WS-MT-RA * WS-TX-MENS * 6.
           COMPUTE WS-PLAF-CRD ROUNDED = WS-CRD * 0.03.
           IF WS-PLAF-CRD < WS-PLAF-INT
              MOVE WS-PLAF-CRD TO WS-PLAF-INT
           END-IF.
           IF PRE-TXIRA = ZERO
              MOVE WS-PLAF-INT TO WS-IND-RA
           ELSE
              COMPUTE WS-IND-RA ROUNDED = WS-MT-RA * PRE-TXIRA
              IF WS-IND-RA > WS-PLAF-INT
                 MOVE WS-PLAF-INT TO WS-IND-RA
              END-IF
           END-IF.
       APPLIQUER-REMBOURSEMENT.
           OPEN I-O FMVTC.
           IF FS-MVTC = '35'
              OPEN OUTPUT FMVTC
           END-IF.
           IF WS-MT-ARR > ZERO
              MOVE WS-MT-ARR TO MONT-TMVTC
              MOVE 'REGUL IMPAYE PRET' TO LIB-TMVTC
              PERFORM ECRIRE-DEBIT-RA
           END-IF.
           MOVE WS-MT-RA TO MONT-TMVTC.
           MOVE 'REMB ANTICIPE PRET' TO LIB-TMVTC.
           PERFORM ECRIRE-DEBIT-RA.
           IF WS-IND-RA > ZERO
              MOVE WS-IND-RA TO MONT-TMVTC
              MOVE 'INDEMNITE REMB ANT' TO LIB-TMVTC
              PERFORM ECRIRE-DEBIT-RA
           END-IF.
           CLOSE FMVTC.
           COMPUTE WS-CRD-APRES = WS-CRD - WS-MT-RA.
           COMPUTE WS-NB-RESTE = PRE-NBECH - PRE-NBPAYES.
           IF RA-TOTAL
              MOVE ZERO TO WS-CRD-APRES
              MOVE PRE-NBPAYES TO PRE-NBECH
              MOVE 'R' TO PRE-STATUT
           ELSE
              IF RECALCUL-MENS
                 PERFORM RECALCULER-MENSUALITE
              ELSE
                 PERFORM RECALCULER-DUREE
              END-IF
           END-IF.
           MOVE WS-DTRA      TO PRE-DTRA.
           MOVE PRE-NBPAYES  TO PRE-ECHRA.
           MOVE WS-CRD-APRES TO PRE-CRDRA.
           REWRITE ENR-PRET
              INVALID KEY DISPLAY 'ERR. MAJ DD-PRET : ' FS-PRET
           END-REWRITE.
           IF WS-MT-ARR > ZERO
              PERFORM SOLDER-ARRIERES
              DISPLAY 'ARRIERES SOLDES ' WS-MT-ARR
           END-IF.
           DISPLAY 'REMBOURSE ' WS-MT-RA ' INDEMNITE ' WS-IND-RA.
           IF RA-TOTAL
              DISPLAY 'PRET ' PRE-NUM ' REMBOURSE EN TOTALITE'
           ELSE
              DISPLAY 'NOUVEAU RESTANT DU ' WS-CRD-APRES ' MENSUALITE '
                 PRE-MENS ' ECHEANCES ' PRE-NBPAYES '/' PRE-NBECH
           END-IF.
       ECRIRE-DEBIT-RA.
           MOVE PRE-CLT     TO CLT-TMVTC.
           MOVE PRE-CPTE    TO CPTE-TMVTC.
           MOVE WS-DTRA     TO DATE-TMVTC.
           MOVE 'D'         TO SENS-TMVTC.
           MOVE 'PRE'       TO TYPE-TMVTC.
           CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT.
           MOVE WS-REF-MVT TO REF-TMVTC.
           MOVE 'EUR'      TO DEV-TMVTC.
           MOVE DATE-TMVTC TO DTVAL-TMVTC.
           MOVE ZERO       TO NUMCHQ-TMVTC.
           WRITE ENR-TMVTC.
           DISPLAY 'DEBIT ' LIB-TMVTC ' - REF ' WS-REF-MVT.
      *----------------------------------------------------------------
      *    DUREE CONSERVEE : NOUVELLE MENSUALITE SUR LES ECHEANCES     *
      *    RESTANTES                                                   *
      *----------------------------------------------------------------
       RECALCULER-MENSUALITE.
           IF WS-TX-MENS = ZERO
              COMPUTE PRE-MENS ROUNDED = WS-CRD-APRES / WS-NB-RESTE
           ELSE
              COMPUTE PRE-MENS ROUNDED =
                 WS-CRD-APRES * WS-TX-MENS
                 / (1 - (1 + WS-TX-MENS) ** (- WS-NB-RESTE))
           END-IF.
      *----------------------------------------------------------------
      *    MENSUALITE CONSERVEE : NOMBRE D'ECHEANCES NECESSAIRES POUR  *
      *    AMORTIR LE NOUVEAU RESTANT DU, PUIS MENSUALITE AJUSTEE SUR  *
      *    CE NOMBRE ENTIER (ELLE NE PEUT QUE BAISSER)                 *
      *----------------------------------------------------------------
       RECALCULER-DUREE.
           MOVE PRE-MENS TO WS-MENS-GARDEE.
           MOVE WS-CRD-APRES TO WS-CRD.
           MOVE ZERO TO WS-NB-RESTE.
           PERFORM COMPTER-UNE-ECHEANCE
              UNTIL WS-CRD NOT > ZERO OR WS-NB-RESTE > 998.
           COMPUTE PRE-NBECH = PRE-NBPAYES + WS-NB-RESTE.
           PERFORM RECALCULER-MENSUALITE.
       COMPTER-UNE-ECHEANCE.
           ADD 1 TO WS-NB-RESTE.
           COMPUTE WS-MT-INT ROUNDED = WS-CRD * WS-TX-MENS.
           COMPUTE WS-CRD = WS-CRD - (WS-MENS-GARDEE - WS-MT-INT).
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES PRETS                                    *
      *----------------------------------------------------------------
       LISTER-PRETS.
           DISPLAY PRE-NUM ' CLT ' PRE-CLT ' CAP ' PRE-CAPITAL
              ' MENS ' PRE-MENS ' ' PRE-NBPAYES '/' PRE-NBECH
              ' STATUT ' PRE-STATUT.
           IF PRE-DTRA > ZERO
              DISPLAY '      REMB. ANTICIPE LE ' PRE-DTRA ' APRES ECH '
                 PRE-ECHRA ' RESTANT DU ' PRE-CRDRA
           END-IF.
           PERFORM LIRE-PRET.
