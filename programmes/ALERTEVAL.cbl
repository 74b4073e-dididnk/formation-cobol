       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTEVAL.
       AUTHOR.     E NGBAME.
      * EVALUATION NOCTURNE DES ALERTES CLIENTS (ABONNEMENTS DD-ALERTE
      * TENUS PAR ALERTMAJ), A PASSER APRES LE CHARGEMENT PG15CH08 ET
      * LES REGLEMENTS CARTE CARTREGL. LES MOUVEMENTS DE LA JOURNEE
      * SONT BALAYES DANS FMVTC : UN DEBIT D'AU MOINS LE SEUIL
      * DECLENCHE L'ALERTE DEB DU COMPTE, UN REGLEMENT CARTE ('CBA'
      * OU 'CBR') D'AU MOINS LE SEUIL DECLENCHE L'ALERTE CBA. LES
      * COMPTES TOUCHES DANS LA JOURNEE SONT ENSUITE REPRIS : SI LEUR
      * SOLDE A JOUR DANS FRIB (SIGNE, DEBITEUR NEGATIF) EST SOUS LE
      * SEUIL DE L'ALERTE SLD, ELLE EST DECLENCHEE - UN COMPTE QUI
      * N'A PAS BOUGE NE REDONNE PAS L'ALERTE CHAQUE NUIT. SEULS LES
      * ABONNEMENTS ACTIFS ('A') SONT EVALUES ; CHAQUE ENVOI EST
      * COMPTE ET DATE DANS L'ABONNEMENT.
      * LES MESSAGES PARTENT VERS LA PASSERELLE SMS / E-MAIL DANS UN
      * FICHIER NUMEROTE EN SEQUENCE (REGISTRE DD-NOTREG, FICHIER
      * AS-NOTIF.FNNNNNN) SUR LE MODELE D'EBANKEXP ; NOTIFACK POINTE
      * LES ACQUITTEMENTS DE LA PASSERELLE ET UNE LIVRAISON NON
      * ACQUITTEE EST SIGNALEE ICI AVANT D'EMETTRE LA SUIVANTE.
      * DESSIN DU FICHIER EMIS :
      *   '0' ENTETE   : SEQUENCE, DATE, SOURCE
      *   '1' MESSAGE  : NUMERO, CLIENT, COMPTE, TYPE, CANAL, CONTACT,
      *                  MONTANT, SOLDE, SENS, REFERENCE, DATE, TEXTE
      *   '9' TRAILER  : NB MESSAGES, DONT SMS, DONT E-MAILS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVTC ASSIGN TO AS-MVTC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FRIB ASSIGN TO DD-RIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPTE-TRIB
           ALTERNATE RECORD KEY IS CLT-TRIB WITH DUPLICATES
           FILE STATUS IS FS-RIB.

           SELECT FALERTE ASSIGN TO DD-ALERTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-CLE
           ALTERNATE RECORD KEY IS ALR-CLT WITH DUPLICATES
           FILE STATUS IS FS-ALERTE.

      *----REGISTRE DES LIVRAISONS EMISES (SEQUENCE, STATUT)-----------
           SELECT FNOTREG ASSIGN TO DD-NOTREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTR-SEQ
           FILE STATUS IS FS-NOTREG.

           SELECT FNOTIF ASSIGN TO DYNAMIC WS-NOTIF-NOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 REF-TMVTC    PIC 9(13).
           10 DEV-TMVTC  PIC X(3).
           10 DTVAL-TMVTC PIC 9(8).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

       FD  FRIB.
       01  ENR-TRIB.
           10 CLT-TRIB    PIC 9(5).
           10 CPTE-TRIB   PIC X(23).
           10 DATE-TRIB   PIC 9(8).
           10 SOLDE-TRIB  PIC 9(9)V9(2).
           10 SENS-TRIB   PIC X.
           10 DECOUV-TRIB PIC 9(7)V9(2).
           10 ETAT-TRIB   PIC X.
           10 DEV-TRIB    PIC X(3).

       FD  FALERTE.
       01  ENR-ALERTE.
           10 ALR-CLE.
              15 ALR-CPTE   PIC X(23).
              15 ALR-TYPE   PIC X(3).
           10 ALR-CLT       PIC 9(5).
           10 ALR-SEUIL     PIC 9(9)V9(2).
           10 ALR-CANAL     PIC X.
           10 ALR-CONTACT   PIC X(50).
           10 ALR-ETAT      PIC X.
           10 ALR-DTCRE     PIC 9(8).
           10 ALR-DTMAJ     PIC 9(8).
           10 ALR-DTDERN    PIC 9(8).
           10 ALR-NBENVOI   PIC 9(5).

       FD  FNOTREG.
       01  ENR-NOTREG.
           10 NTR-SEQ     PIC 9(6).
           10 NTR-DATE    PIC 9(8).
           10 NTR-NBMSG   PIC 9(7).
           10 NTR-NBSMS   PIC 9(7).
           10 NTR-NBMAIL  PIC 9(7).
      *----STATUT : E = EMISE, A = ACQUITTEE, R = REJETEE PAR LA-------
      *----PASSERELLE (VOIR NOTIFACK)----------------------------------
           10 NTR-STATUT  PIC X.
           10 NTR-DTACK   PIC 9(8).

       FD  FNOTIF.
       01  ENR-NOTIF.
           10 NTF-ID      PIC X.
           10 NTF-LIGNE.
              15 FILLER PIC X(199).

           10 NTF-ENTETE REDEFINES NTF-LIGNE.
              15 ENT-SEQ     PIC 9(6).
              15 ENT-DATE    PIC 9(8).
              15 ENT-SOURCE  PIC X(10).
              15 FILLER PIC X(175).

           10 NTF-MESSAGE REDEFINES NTF-LIGNE.
              15 MSG-NUM     PIC 9(7).
              15 MSG-CLT     PIC 9(5).
              15 MSG-CPTE    PIC X(23).
              15 MSG-TYPE    PIC X(3).
              15 MSG-CANAL   PIC X.
              15 MSG-CONTACT PIC X(50).
              15 MSG-MONT    PIC 9(9)V9(2).
              15 MSG-SOLDE   PIC 9(9)V9(2).
              15 MSG-SENS    PIC X.
              15 MSG-REF     PIC 9(13).
              15 MSG-DATE    PIC 9(8).
              15 MSG-TEXTE   PIC X(60).
              15 FILLER PIC X(6).

           10 NTF-TRAILER REDEFINES NTF-LIGNE.
              15 TRL-NBMSG   PIC 9(7).
              15 TRL-NBSMS   PIC 9(7).
              15 TRL-NBMAIL  PIC 9(7).
              15 FILLER PIC X(178).

       WORKING-STORAGE SECTION.
       01  FS-MVTC      PIC XX VALUE ZERO.
       01  FS-RIB       PIC XX VALUE ZERO.
       01  FS-ALERTE    PIC XX VALUE ZERO.
       01  FS-NOTREG    PIC XX VALUE ZERO.
       01  FS-NOTIF     PIC XX VALUE ZERO.
       01  WS-NOTIF-NOM PIC X(20) VALUE SPACES.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
      *----SEQUENCE DE LIVRAISON ET LIVRAISONS EN SOUFFRANCE-----------
       01  WS-SEQ-MAX   PIC 9(6) VALUE ZERO.
       01  WS-SEQ-EMISE PIC 9(6) VALUE ZERO.
       01  WS-NB-SOUFFRANCE PIC 9(3) VALUE ZERO.
      *----COMPTEURS DE MESSAGES---------------------------------------
       01  WS-NB-MVT    PIC 9(5) VALUE ZERO.
       01  WS-NB-MSG    PIC 9(7) VALUE ZERO.
       01  WS-NB-SMS    PIC 9(7) VALUE ZERO.
       01  WS-NB-MAIL   PIC 9(7) VALUE ZERO.
       01  WS-NB-SLD    PIC 9(5) VALUE ZERO.
       01  WS-NB-DEB    PIC 9(5) VALUE ZERO.
       01  WS-NB-CBA    PIC 9(5) VALUE ZERO.
      *----SOLDE SIGNE DU COMPTE (DEBITEUR NEGATIF)---------------------
       01  WS-SOLDE-SIGNE PIC S9(9)V9(2) VALUE ZERO.
       01  WE-MONT      PIC Z(8)9.99.
       01  WS-SENS-TEXTE PIC X(10) VALUE SPACES.
      *----COMPTES TOUCHES PAR LES MOUVEMENTS DU JOUR (ALERTE SLD)------
       01  WS-NB-CPTES  PIC 9(3) VALUE ZERO.
       01  WS-IND-CPTE  PIC 9(3) VALUE ZERO.
       01  WS-CPTE-CONNU PIC X VALUE 'N'.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  T-CPTES.
           05 T-CPTE-LIG OCCURS 500 TIMES.
              10 TC-CPTE PIC X(23).

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF FS-MVTC = '00' AND FS-RIB = '00' AND FS-ALERTE = '00'
              AND FS-NOTIF = '00'
              PERFORM ECRIRE-ENTETE
              PERFORM EVALUER-MOUVEMENT UNTIL WS-EOF = 'O'
              PERFORM EVALUER-SOLDE VARYING WS-IND-CPTE FROM 1 BY 1
                 UNTIL WS-IND-CPTE > WS-NB-CPTES
              PERFORM ECRIRE-TRAILER
              PERFORM ENREGISTRER-LIVRAISON
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           DISPLAY 'DATE DE JOURNEE (AAAAMMJJ, 0=JOUR) : '
              WITH NO ADVANCING.
           ACCEPT WS-DTJOUR.
           IF WS-DTJOUR = ZERO
              ACCEPT WS-DTJOUR FROM DATE YYYYMMDD
           END-IF.
           PERFORM ATTRIBUER-SEQUENCE.
           MOVE SPACES TO WS-NOTIF-NOM.
           STRING 'AS-NOTIF.F' DELIMITED BY SIZE
                  WS-SEQ-EMISE DELIMITED BY SIZE
                  INTO WS-NOTIF-NOM.
           OPEN INPUT FMVTC FRIB.
           OPEN I-O FALERTE.
           OPEN OUTPUT FNOTIF.
           IF FS-MVTC NOT = '00' OR FS-RIB NOT = '00'
              OR FS-ALERTE NOT = '00' OR FS-NOTIF NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FM ' FS-MVTC
                 ' FR ' FS-RIB ' FA ' FS-ALERTE ' FN ' FS-NOTIF
           ELSE
              PERFORM LIRE-MOUVEMENT
           END-IF.
      *----------------------------------------------------------------
      *    NUMERO DE LIVRAISON : DERNIER DU REGISTRE PLUS UN, AVEC     *
      *    SIGNALEMENT DES LIVRAISONS EMISES NON ENCORE ACQUITTEES     *
      *----------------------------------------------------------------
       ATTRIBUER-SEQUENCE.
           OPEN I-O FNOTREG.
           IF FS-NOTREG = '35'
              OPEN OUTPUT FNOTREG
              CLOSE FNOTREG
              OPEN I-O FNOTREG
           END-IF.
           IF FS-NOTREG NOT = '00'
              DISPLAY 'ERR. OUV REGISTRE DD-NOTREG : ' FS-NOTREG
           ELSE
              MOVE ZERO TO NTR-SEQ
              START FNOTREG KEY NOT < NTR-SEQ
                 INVALID KEY MOVE 'O' TO WS-EOF
              END-START
              PERFORM PARCOURIR-REGISTRE UNTIL WS-EOF = 'O'
              MOVE 'N' TO WS-EOF
           END-IF.
           COMPUTE WS-SEQ-EMISE = WS-SEQ-MAX + 1.
           IF WS-NB-SOUFFRANCE > ZERO
              DISPLAY 'ATTENTION : ' WS-NB-SOUFFRANCE ' LIVRAISON(S) '
                 'EMISE(S) NON ACQUITTEE(S) PAR LA PASSERELLE'
           END-IF.
           DISPLAY 'NUMERO DE LIVRAISON : ' WS-SEQ-EMISE.
       PARCOURIR-REGISTRE.
           READ FNOTREG NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 MOVE NTR-SEQ TO WS-SEQ-MAX
                 IF NTR-STATUT = 'E'
                    ADD 1 TO WS-NB-SOUFFRANCE
                    DISPLAY 'LIVRAISON ' NTR-SEQ ' DU ' NTR-DATE
                       ' SANS ACQUITTEMENT'
                 END-IF
           END-READ.
       LIRE-MOUVEMENT.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
       ECRIRE-ENTETE.
           MOVE SPACES TO NTF-LIGNE.
           MOVE '0' TO NTF-ID.
           MOVE WS-SEQ-EMISE TO ENT-SEQ.
           MOVE WS-DTJOUR    TO ENT-DATE.
           MOVE 'ALERTES-BQ' TO ENT-SOURCE.
           WRITE ENR-NOTIF.
      *----------------------------------------------------------------
      *    MOUVEMENTS DU JOUR : ALERTES DEB ET CBA DU COMPTE, ET       *
      *    COMPTE RETENU POUR L'EVALUATION DU SOLDE                    *
      *----------------------------------------------------------------
       EVALUER-MOUVEMENT.
           IF DATE-TMVTC = WS-DTJOUR
              ADD 1 TO WS-NB-MVT
              PERFORM RETENIR-COMPTE
              IF SENS-TMVTC = 'D'
                 MOVE CPTE-TMVTC TO ALR-CPTE
                 MOVE 'DEB' TO ALR-TYPE
                 PERFORM EVALUER-DEBIT
                 IF TYPE-TMVTC = 'CBA' OR TYPE-TMVTC = 'CBR'
                    MOVE CPTE-TMVTC TO ALR-CPTE
                    MOVE 'CBA' TO ALR-TYPE
                    PERFORM EVALUER-DEBIT
                 END-IF
              END-IF
           END-IF.
           PERFORM LIRE-MOUVEMENT.
       EVALUER-DEBIT.
           READ FALERTE KEY IS ALR-CLE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ALR-ETAT = 'A' AND MONT-TMVTC NOT < ALR-SEUIL
                    PERFORM PREPARER-MSG-DEBIT
                    PERFORM EMETTRE-MESSAGE
                 END-IF
           END-READ.
       PREPARER-MSG-DEBIT.
           MOVE SPACES TO NTF-LIGNE.
           MOVE MONT-TMVTC TO MSG-MONT WE-MONT.
           MOVE REF-TMVTC  TO MSG-REF.
           MOVE ZERO       TO MSG-SOLDE.
           MOVE SPACE      TO MSG-SENS.
           IF ALR-TYPE = 'CBA'
              ADD 1 TO WS-NB-CBA
              STRING 'CARTE : ' DELIMITED BY SIZE
                     WE-MONT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DEV-TMVTC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     LIB-TMVTC DELIMITED BY SIZE
                     INTO MSG-TEXTE
           ELSE
              ADD 1 TO WS-NB-DEB
              STRING 'DEBIT : ' DELIMITED BY SIZE
                     WE-MONT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DEV-TMVTC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     LIB-TMVTC DELIMITED BY SIZE
                     INTO MSG-TEXTE
           END-IF.
       RETENIR-COMPTE.
           MOVE 'N' TO WS-CPTE-CONNU.
           PERFORM COMPARER-COMPTE VARYING WS-IND-CPTE FROM 1 BY 1
              UNTIL WS-IND-CPTE > WS-NB-CPTES.
           IF WS-CPTE-CONNU = 'N'
              IF WS-NB-CPTES < 500
                 ADD 1 TO WS-NB-CPTES
                 MOVE CPTE-TMVTC TO TC-CPTE(WS-NB-CPTES)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           END-IF.
       COMPARER-COMPTE.
           IF TC-CPTE(WS-IND-CPTE) = CPTE-TMVTC
              MOVE 'O' TO WS-CPTE-CONNU
           END-IF.
      *----------------------------------------------------------------
      *    COMPTES TOUCHES : ALERTE SLD SI LE SOLDE A JOUR EST SOUS    *
      *    LE SEUIL DE L'ABONNEMENT                                    *
      *----------------------------------------------------------------
       EVALUER-SOLDE.
           MOVE TC-CPTE(WS-IND-CPTE) TO ALR-CPTE.
           MOVE 'SLD' TO ALR-TYPE.
           READ FALERTE KEY IS ALR-CLE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ALR-ETAT = 'A'
                    PERFORM CONTROLER-SOLDE
                 END-IF
           END-READ.
       CONTROLER-SOLDE.
           MOVE ALR-CPTE TO CPTE-TRIB.
           READ FRIB
              INVALID KEY
                 DISPLAY 'COMPTE ABONNE INCONNU DE FRIB : ' ALR-CPTE
              NOT INVALID KEY
                 IF SENS-TRIB = 'D'
                    COMPUTE WS-SOLDE-SIGNE = ZERO - SOLDE-TRIB
                 ELSE
                    MOVE SOLDE-TRIB TO WS-SOLDE-SIGNE
                 END-IF
                 IF WS-SOLDE-SIGNE < ALR-SEUIL
                    PERFORM PREPARER-MSG-SOLDE
                    PERFORM EMETTRE-MESSAGE
                 END-IF
           END-READ.
       PREPARER-MSG-SOLDE.
           ADD 1 TO WS-NB-SLD.
           MOVE SPACES TO NTF-LIGNE.
           MOVE ZERO       TO MSG-MONT MSG-REF.
           MOVE SOLDE-TRIB TO MSG-SOLDE WE-MONT.
           MOVE SENS-TRIB  TO MSG-SENS.
           IF SENS-TRIB = 'D'
              MOVE 'DEBITEUR' TO WS-SENS-TEXTE
           ELSE
              MOVE 'CREDITEUR' TO WS-SENS-TEXTE
           END-IF.
           STRING 'SOLDE ' DELIMITED BY SIZE
                  WE-MONT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEV-TRIB DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SENS-TEXTE DELIMITED BY SPACE
                  ' SOUS VOTRE SEUIL' DELIMITED BY SIZE
                  INTO MSG-TEXTE.
      *----------------------------------------------------------------
      *    EMISSION D'UN MESSAGE (TEXTE ET MONTANTS DEJA PREPARES) ET  *
      *    TRACE DE L'ENVOI DANS L'ABONNEMENT                          *
      *----------------------------------------------------------------
       EMETTRE-MESSAGE.
           ADD 1 TO WS-NB-MSG.
           MOVE '1' TO NTF-ID.
           MOVE WS-NB-MSG   TO MSG-NUM.
           MOVE ALR-CLT     TO MSG-CLT.
           MOVE ALR-CPTE    TO MSG-CPTE.
           MOVE ALR-TYPE    TO MSG-TYPE.
           MOVE ALR-CANAL   TO MSG-CANAL.
           MOVE ALR-CONTACT TO MSG-CONTACT.
           MOVE WS-DTJOUR   TO MSG-DATE.
           WRITE ENR-NOTIF.
           IF ALR-CANAL = 'S'
              ADD 1 TO WS-NB-SMS
           ELSE
              ADD 1 TO WS-NB-MAIL
           END-IF.
           ADD 1 TO ALR-NBENVOI.
           MOVE WS-DTJOUR TO ALR-DTDERN.
           REWRITE ENR-ALERTE
              INVALID KEY
                 DISPLAY 'ERR. MAJ DD-ALERTE : ' FS-ALERTE
           END-REWRITE.
       ECRIRE-TRAILER.
           MOVE SPACES TO NTF-LIGNE.
           MOVE '9' TO NTF-ID.
           MOVE WS-NB-MSG  TO TRL-NBMSG.
           MOVE WS-NB-SMS  TO TRL-NBSMS.
           MOVE WS-NB-MAIL TO TRL-NBMAIL.
           WRITE ENR-NOTIF.
      *----------------------------------------------------------------
      *    ENREGISTREMENT DE LA LIVRAISON AU REGISTRE, STATUT 'E'      *
      *    JUSQU'A L'ACQUITTEMENT DE LA PASSERELLE (NOTIFACK)          *
      *----------------------------------------------------------------
       ENREGISTRER-LIVRAISON.
           IF FS-NOTREG = '00'
              MOVE WS-SEQ-EMISE TO NTR-SEQ
              MOVE WS-DTJOUR    TO NTR-DATE
              MOVE WS-NB-MSG    TO NTR-NBMSG
              MOVE WS-NB-SMS    TO NTR-NBSMS
              MOVE WS-NB-MAIL   TO NTR-NBMAIL
              MOVE 'E'          TO NTR-STATUT
              MOVE ZERO         TO NTR-DTACK
              WRITE ENR-NOTREG
                 INVALID KEY
                    DISPLAY 'ERR. REGISTRE - SEQUENCE ' WS-SEQ-EMISE
                       ' DEJA PRESENTE'
              END-WRITE
           END-IF.
       FIN.
           CLOSE FMVTC FRIB FALERTE FNOTIF.
           IF FS-NOTREG = '00'
              CLOSE FNOTREG
           END-IF.
           DISPLAY 'LIVRAISON ' WS-SEQ-EMISE ' - FICHIER '
              WS-NOTIF-NOM.
           DISPLAY 'MOUVEMENTS DU JOUR : ' WS-NB-MVT.
           DISPLAY 'ALERTES SOLDE      : ' WS-NB-SLD.
           DISPLAY 'ALERTES DEBIT      : ' WS-NB-DEB.
           DISPLAY 'ALERTES CARTE      : ' WS-NB-CBA.
           DISPLAY 'MESSAGES EMIS      : ' WS-NB-MSG
              ' (SMS ' WS-NB-SMS ' / E-MAIL ' WS-NB-MAIL ')'.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE PLEINE (500) - ALERTES SOLDE '
                 'INCOMPLETES'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
