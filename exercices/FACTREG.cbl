      *OUVERTE, SOLDEE 'S' PAR LE LETTRAGE REGLFACT) ET SON NIVEAU DE
      *RELANCE : LE SUIVI DES ENCAISSEMENTS (REGLFACT, AGEFACT,
      *RELANCE) ET LES AVOIRS (AVOIR) TRAVAILLENT SUR CE REGISTRE.
      *AVANT D'EMETTRE UNE FACTURE, LE CREDIT DU CLIENT EST CONTROLE :
      *UN PREMIER PASSAGE SUR LES COMMANDES TRIEES VALORISE LA
      *COMMANDE DE CHAQUE CLIENT (LIGNES EN STOCK, TTC), LE REGISTRE
      *FOURNIT SON ENCOURS (TTC - REGLE DES PIECES OUVERTES, AVOIRS
      *EN NEGATIF) ET SON PLUS HAUT NIVEAU DE RELANCE, LE FICHIER
      *CREDIT CLICRED.dat (TENU PAR MAJCRED) SON PLAFOND AUTORISE ET
      *SON INDICATEUR DE BLOCAGE. LA COMMANDE EST RETENUE SI LE COMPTE
      *EST BLOQUE, SI LE CLIENT EST EN MISE EN DEMEURE (RELANCE DE
      *NIVEAU 3) OU SI ENCOURS + COMMANDE DEPASSE LE PLAFOND ; UN
      *CLIENT SANS FICHE CREDIT N'A PAS DE PLAFOND. LES LIGNES
      *RETENUES NE SONT NI FACTUREES NI SORTIES DU STOCK : ELLES SONT
      *CONSERVEES DANS CMDBLOQ.dat, REPRISES AU TRI DE CHAQUE PASSAGE
      *ET FACTUREES DES QUE LE CREDIT LE PERMET OU QUE LE CONTROLEUR
      *DU CREDIT LES A LIBEREES (MAJCRED). L'ETAT DES COMMANDES
      *RETENUES EST EDITE EN FIN DE PASSAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FCMD-TRI ASSIGN TO "WK-FACTREG-TRI.dat".

      *LIGNES DE COMMANDE RETENUES PAR LE CONTROLE DU CREDIT,
      *RETRIEES AVEC LES COMMANDES DU PASSAGE SUIVANT
           SELECT FCMDBLOQ ASSIGN TO "CMDBLOQ.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSBLOQ.

           SELECT FNUMFAC ASSIGN TO "FACTNUM.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSNUM.
      *REGISTRE PERMANENT DES FACTURES (SUIVI DES ENCAISSEMENTS)
           SELECT FREGFAC ASSIGN TO "FACTREG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-NUMERO
           FILE STATUS IS WS-FSREG.

      *FICHIER CREDIT CLIENTS : PLAFOND, BLOCAGE, LIBERATION
           SELECT FCLICRED ASSIGN TO "CLICRED.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-CLIENT
           FILE STATUS IS WS-FSCRED.

       DATA DIVISION.
       FILE SECTION.
       FD CMDFILE.
           05 TRE-QTE         PIC 9(4).
           05 TRE-PRIX-UNIT   PIC 9V9(2).

       FD FCMDBLOQ.
       01 ENR-CMDBLOQ.
           05 BLQ-CODE-CLI    PIC X(5).
           05 BLQ-CODE-ART    PIC X(4).
           05 BLQ-CODE-CAT    PIC X(2).
           05 BLQ-QTE         PIC 9(4).
           05 BLQ-PRIX-UNIT   PIC 9V9(2).

       FD FNUMFAC.
       01 ENR-NUMFAC.
           05 NUM-DERNIERE-FACTURE PIC 9(6).
           05 STK-CODE-ART  PIC X(4).
           05 STK-QTE       PIC 9(6).
           05 STK-SEUIL     PIC 9(6).
           05 STK-FOURN     PIC X(5).
           05 STK-PRIX-ACH  PIC 9(5)V99.
      *STK-CATEG : CATEGORIE DE L'ARTICLE (CODES DE LA TABLE T-TAUX)
      *STK-CUMP : COUT UNITAIRE MOYEN PONDERE, RECALCULE A CHAQUE
      *RECEPTION (RECEPFOU) AU PRIX D'ACHAT DE LA COMMANDE
           05 STK-CATEG     PIC X(2).
           05 STK-CUMP      PIC 9(5)V9(4).

       FD FREGFAC.
       01 ENR-REGFAC.
           05 REG-NIVREL    PIC 9.
           05 REG-MOTIF     PIC X(3).

       FD FCLICRED.
       01 ENR-CLICRED.
           05 CRD-CLIENT    PIC X(5).
           05 CRD-PLAFOND   PIC 9(7)V99.
      *CRD-BLOQUE 'O' COMPTE BLOQUE : TOUTE COMMANDE EST RETENUE
           05 CRD-BLOQUE    PIC X.
      *CRD-LIBERE 'O' LIBERATION PONCTUELLE : LE PASSAGE SUIVANT
      *FACTURE LE CLIENT SANS CONTROLE ET REMET L'INDICATEUR A 'N'
           05 CRD-LIBERE    PIC X.
           05 CRD-DTMAJ     PIC 9(8).
      *CRD-MANDAT : MANDAT DE PRELEVEMENT (DD-MANDAT) SUR LEQUEL LES
      *FACTURES ECHUES SONT PRESENTEES PAR PRLFACT, ZERO = PAS DE
      *PRELEVEMENT (REGLEMENT PAR CHEQUE)
           05 CRD-MANDAT    PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-FSCMD        PIC XX VALUE ZERO.
       01 WS-FSTRIE       PIC XX VALUE ZERO.
       01 WS-NB-RUPTURES  PIC 9(3) VALUE ZERO.
       01 WS-NB-REAPPRO   PIC 9(3) VALUE ZERO.

      *CONTROLE DU CREDIT : UNE LIGNE PAR CLIENT DU PASSAGE
       01 WS-FSCRED       PIC XX VALUE ZERO.
       01 WS-CRED-DISPO   PIC X VALUE 'N'.
       01 WS-FSBLOQ       PIC XX VALUE ZERO.
       01 WS-BLOQ-DISPO   PIC X VALUE 'N'.
       01 WS-FICHE-OK     PIC X VALUE 'N'.
       01 WS-LIGNE-OK     PIC X VALUE 'N'.
       01 WS-FAC-OUVERTE  PIC X VALUE 'N'.
       01 WS-RETENUE      PIC X VALUE 'N'.
       01 WS-CLI-CHERCHE  PIC X(5) VALUE SPACES.
       01 WS-NB-CLIENTS   PIC 9(3) VALUE ZERO.
       01 WS-IND-CLI      PIC 9(3) VALUE ZERO.
       01 WS-IND-TROUVE   PIC 9(3) VALUE ZERO.
       01 WS-NB-RETENUS   PIC 9(3) VALUE ZERO.
       01 WS-NB-SANS-FICHE PIC 9(3) VALUE ZERO.
       01 WS-NB-LIG-RET   PIC 9(5) VALUE ZERO.
       01 T-CREDIT.
           05 T-CREDIT-LIG OCCURS 100 TIMES.
              10 TC-CLIENT   PIC X(5).
              10 TC-COMMANDE PIC 9(7)V99.
              10 TC-ENCOURS  PIC S9(7)V99.
              10 TC-PLAFOND  PIC 9(7)V99.
              10 TC-NIVREL   PIC 9.
              10 TC-RETENUE  PIC X.
              10 TC-MOTIF    PIC X(20).

       01 WE-MONTANT      PIC $$$,$$$,$$9.99.
       01 WE-ENCOURS      PIC -$$,$$$,$$9.99.
       01 WE-MONTANT2     PIC $$$,$$$,$$9.99.
       01 WE-MONTANT3     PIC $$$,$$$,$$9.99.

           PERFORM CHARGER-TAUX.
           PERFORM LIRE-NUMERO-FACTURE.
           PERFORM OUVRIR-REGISTRE.
           PERFORM OUVRIR-CREDIT.
           PERFORM PREPARER-RETENUES.
           SORT FCMD-TRI
              ON ASCENDING KEY TRI-CODE-CLI TRI-CODE-ART
              USING CMDFILE FCMDBLOQ
              GIVING FCMD-TRIE.
           IF SORT-RETURN > 0
              DISPLAY 'ERREUR TRI COMMANDES, CODE = ' SORT-RETURN
           ELSE
              PERFORM OUVRIR-RETENUES
           END-IF.
           OPEN I-O FSTOCK.
           IF WS-FSSTOCK = '00'
              DISPLAY 'STOCK ARTICLES INDISPONIBLE : ' WS-FSSTOCK
                 ' - LIGNES FACTUREES SANS CONTROLE'
           END-IF.
           PERFORM VALORISER-COMMANDES.
           PERFORM CUMULER-ENCOURS.
           PERFORM DECIDER-CLIENT VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS.
           OPEN INPUT FCMD-TRIE.
           IF WS-FSTRIE NOT = '00'
              DISPLAY 'ERREUR OUVERTURE COMMANDES : ' WS-FSTRIE
              DISPLAY 'REGISTRE FACTREG.dat INDISPONIBLE : ' WS-FSREG
                 ' - FACTURES NON INSCRITES AU SUIVI'
           END-IF.
      *----------------------------------------------------------------
      *    FICHIER CREDIT CLIENTS (TENU PAR MAJCRED) : ABSENT, LES     *
      *    PLAFONDS NE SONT PAS CONTROLES                              *
      *----------------------------------------------------------------
       OUVRIR-CREDIT.
           OPEN I-O FCLICRED.
           IF WS-FSCRED = '00'
              MOVE 'O' TO WS-CRED-DISPO
           ELSE
              DISPLAY 'FICHIER CREDIT CLICRED.dat INDISPONIBLE : '
                 WS-FSCRED ' - PLAFONDS NON CONTROLES'
           END-IF.
      *----------------------------------------------------------------
      *    LES LIGNES RETENUES AU PASSAGE PRECEDENT REPARTENT AU TRI ; *
      *    LE FICHIER EST CREE VIDE S'IL N'EXISTE PAS ENCORE, PUIS     *
      *    RECREE APRES LE TRI AVEC LES LIGNES RETENUES CE PASSAGE     *
      *----------------------------------------------------------------
       PREPARER-RETENUES.
           OPEN INPUT FCMDBLOQ.
           IF WS-FSBLOQ = '35'
              OPEN OUTPUT FCMDBLOQ
           END-IF.
           CLOSE FCMDBLOQ.
       OUVRIR-RETENUES.
           OPEN OUTPUT FCMDBLOQ.
           IF WS-FSBLOQ = '00'
              MOVE 'O' TO WS-BLOQ-DISPO
           ELSE
              DISPLAY 'ERREUR OUVERTURE CMDBLOQ.dat : ' WS-FSBLOQ
           END-IF.
      *----------------------------------------------------------------
      *    PREMIER PASSAGE : VALEUR TTC DE LA COMMANDE DE CHAQUE       *
      *    CLIENT, LIGNES DISPONIBLES EN STOCK SEULEMENT               *
      *----------------------------------------------------------------
       VALORISER-COMMANDES.
           OPEN INPUT FCMD-TRIE.
           IF WS-FSTRIE = '00'
              PERFORM LIRE-LIGNE
              PERFORM VALORISER-LIGNE UNTIL WS-EOF = 'O'
              CLOSE FCMD-TRIE
              MOVE 'N' TO WS-EOF
           END-IF.
       VALORISER-LIGNE.
           IF WS-NB-CLIENTS = ZERO
              OR TRE-CODE-CLI NOT = TC-CLIENT(WS-NB-CLIENTS)
              PERFORM AJOUTER-CLIENT
           END-IF.
           IF WS-IND-TROUVE > ZERO
              PERFORM DISPONIBILITE-LIGNE
              IF WS-LIGNE-OK = 'O'
                 PERFORM CALCULER-LIGNE
                 ADD WS-MONT-HT WS-MONT-TVA
                    TO TC-COMMANDE(WS-IND-TROUVE)
              END-IF
           END-IF.
           PERFORM LIRE-LIGNE.
       AJOUTER-CLIENT.
           IF WS-NB-CLIENTS < 100
              ADD 1 TO WS-NB-CLIENTS
              MOVE WS-NB-CLIENTS TO WS-IND-TROUVE
              MOVE TRE-CODE-CLI TO TC-CLIENT(WS-IND-TROUVE)
              MOVE ZERO   TO TC-COMMANDE(WS-IND-TROUVE)
              MOVE ZERO   TO TC-ENCOURS(WS-IND-TROUVE)
              MOVE ZERO   TO TC-PLAFOND(WS-IND-TROUVE)
              MOVE ZERO   TO TC-NIVREL(WS-IND-TROUVE)
              MOVE 'N'    TO TC-RETENUE(WS-IND-TROUVE)
              MOVE SPACES TO TC-MOTIF(WS-IND-TROUVE)
           ELSE
              MOVE ZERO TO WS-IND-TROUVE
           END-IF.
       DISPONIBILITE-LIGNE.
           MOVE 'O' TO WS-LIGNE-OK.
           IF WS-STOCK-DISPO = 'O'
              MOVE TRE-CODE-ART TO STK-CODE-ART
              READ FSTOCK
              INVALID KEY
                 MOVE 'N' TO WS-LIGNE-OK
              NOT INVALID KEY
                 IF STK-QTE < TRE-QTE
                    MOVE 'N' TO WS-LIGNE-OK
                 END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
      *    ENCOURS DES CLIENTS DU PASSAGE : PIECES OUVERTES DU         *
      *    REGISTRE (AVOIRS EN NEGATIF) ET PLUS HAUT NIVEAU DE RELANCE *
      *----------------------------------------------------------------
       CUMULER-ENCOURS.
           IF WS-REG-DISPO = 'O' AND WS-NB-CLIENTS > ZERO
              MOVE ZERO TO REG-NUMERO
              START FREGFAC KEY NOT < REG-NUMERO
                 INVALID KEY MOVE 'O' TO WS-EOF
              END-START
              PERFORM CUMULER-PIECE UNTIL WS-EOF = 'O'
              MOVE 'N' TO WS-EOF
           END-IF.
       CUMULER-PIECE.
           READ FREGFAC NEXT RECORD
              AT END MOVE 'O' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND REG-STATUT = 'O'
              MOVE REG-CLIENT TO WS-CLI-CHERCHE
              PERFORM TROUVER-CLIENT
              IF WS-IND-TROUVE > ZERO
                 COMPUTE TC-ENCOURS(WS-IND-TROUVE) =
                    TC-ENCOURS(WS-IND-TROUVE) + REG-TTC - REG-REGLE
                 IF REG-TYPE = 'F'
                    AND REG-NIVREL > TC-NIVREL(WS-IND-TROUVE)
                    MOVE REG-NIVREL TO TC-NIVREL(WS-IND-TROUVE)
                 END-IF
              END-IF
           END-IF.
       TROUVER-CLIENT.
           MOVE ZERO TO WS-IND-TROUVE.
           PERFORM COMPARER-CLIENT VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS.
       COMPARER-CLIENT.
           IF TC-CLIENT(WS-IND-CLI) = WS-CLI-CHERCHE
              MOVE WS-IND-CLI TO WS-IND-TROUVE
           END-IF.
      *----------------------------------------------------------------
      *    DECISION DE CREDIT PAR CLIENT : BLOCAGE, LIBERATION PAR LE  *
      *    CONTROLEUR, MISE EN DEMEURE, PUIS PLAFOND                   *
      *----------------------------------------------------------------
       DECIDER-CLIENT.
           MOVE 'N' TO WS-FICHE-OK.
           IF WS-CRED-DISPO = 'O'
              MOVE TC-CLIENT(WS-IND-CLI) TO CRD-CLIENT
              READ FCLICRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'O' TO WS-FICHE-OK
              END-READ
           END-IF.
           IF WS-FICHE-OK = 'O'
              MOVE CRD-PLAFOND TO TC-PLAFOND(WS-IND-CLI)
           END-IF.
           EVALUATE TRUE
              WHEN WS-FICHE-OK = 'O' AND CRD-BLOQUE = 'O'
                 MOVE 'COMPTE BLOQUE' TO TC-MOTIF(WS-IND-CLI)
              WHEN WS-FICHE-OK = 'O' AND CRD-LIBERE = 'O'
                 MOVE 'N' TO CRD-LIBERE
                 MOVE WS-DTFACT TO CRD-DTMAJ
                 REWRITE ENR-CLICRED
                 DISPLAY 'CLIENT ' TC-CLIENT(WS-IND-CLI)
                    ' LIBERE PAR LE CONTROLE DU CREDIT'
              WHEN TC-NIVREL(WS-IND-CLI) >= 3
                 MOVE 'MISE EN DEMEURE' TO TC-MOTIF(WS-IND-CLI)
              WHEN WS-FICHE-OK = 'N'
                 ADD 1 TO WS-NB-SANS-FICHE
              WHEN TC-ENCOURS(WS-IND-CLI) + TC-COMMANDE(WS-IND-CLI)
                   > TC-PLAFOND(WS-IND-CLI)
                 MOVE 'PLAFOND DEPASSE' TO TC-MOTIF(WS-IND-CLI)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF TC-MOTIF(WS-IND-CLI) NOT = SPACES
              MOVE 'O' TO TC-RETENUE(WS-IND-CLI)
              ADD 1 TO WS-NB-RETENUS
           END-IF.
       LIRE-LIGNE.
           READ FCMD-TRIE
              AT END MOVE 'O' TO WS-EOF
              OR TRE-CODE-CLI NOT = WS-CLI-COUR
              PERFORM RUPTURE-CLIENT
           END-IF.
           IF WS-RETENUE = 'O'
              PERFORM RETENIR-LIGNE
           ELSE
              PERFORM CONTROLER-STOCK
              IF WS-STOCK-OK = 'O'
                 PERFORM CHIFFRER-LIGNE
              END-IF
           END-IF.
           PERFORM LIRE-LIGNE.
      *----------------------------------------------------------------
      *    LIGNE D'UN CLIENT RETENU : NI FACTUREE NI SORTIE DU STOCK,  *
      *    CONSERVEE POUR LE PASSAGE SUIVANT                           *
      *----------------------------------------------------------------
       RETENIR-LIGNE.
           ADD 1 TO WS-NB-LIG-RET.
           DISPLAY '  RETENUE - ARTICLE ' TRE-CODE-ART ' QTE ' TRE-QTE.
           IF WS-BLOQ-DISPO = 'O'
              WRITE ENR-CMDBLOQ FROM CMD-TRIE
           ELSE
              DISPLAY '  LIGNE NON CONSERVEE - CMDBLOQ.dat INDISPONIBLE'
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
      *    CONTROLE ET DECREMENT DU STOCK : UNE LIGNE SANS STOCK       *
      *    SUFFISANT N'EST PAS FACTUREE ET PART EN RUPTURE             *
      *----------------------------------------------------------------
                 END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
      *    RUPTURE CLIENT : NOUVELLE FACTURE, SAUF CLIENT RETENU PAR   *
      *    LE CONTROLE DU CREDIT (OU HORS TABLE, RETENU PAR PRUDENCE)  *
      *----------------------------------------------------------------
       RUPTURE-CLIENT.
           IF WS-FAC-OUVERTE = 'O'
              PERFORM CLORE-FACTURE
           END-IF.
           MOVE 'N' TO WS-PREMIER.
           MOVE TRE-CODE-CLI TO WS-CLI-COUR.
           MOVE WS-CLI-COUR TO WS-CLI-CHERCHE.
           PERFORM TROUVER-CLIENT.
           IF WS-IND-TROUVE = ZERO
              MOVE 'O' TO WS-RETENUE
              DISPLAY 'TABLE CREDIT PLEINE (100) - CLIENT '
                 WS-CLI-COUR ' RETENU'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE TC-RETENUE(WS-IND-TROUVE) TO WS-RETENUE
           END-IF.
           DISPLAY '----------------------------------------'.
           IF WS-RETENUE = 'O'
              MOVE 'N' TO WS-FAC-OUVERTE
              DISPLAY 'COMMANDE RETENUE - CLIENT ' WS-CLI-COUR
           ELSE
              MOVE 'O' TO WS-FAC-OUVERTE
              ADD 1 TO WS-NUMFAC
              MOVE ZERO TO WS-FAC-HT WS-FAC-TVA WS-FAC-TTC
              DISPLAY 'FACTURE ' WS-NUMFAC ' - CLIENT ' WS-CLI-COUR
           END-IF.
       CHIFFRER-LIGNE.
           PERFORM CALCULER-LIGNE.
           ADD WS-MONT-HT  TO WS-FAC-HT.
           ADD WS-MONT-TVA TO WS-FAC-TVA.
           PERFORM CUMULER-TVA.
           MOVE WS-MONT-HT TO WE-MONTANT.
           DISPLAY '  ARTICLE ' TRE-CODE-ART ' QTE ' TRE-QTE
              ' HT ' WE-MONTANT.
       CALCULER-LIGNE.
           PERFORM RECHERCHER-TAUX.
           COMPUTE WS-MONT-BRUT = TRE-QTE * TRE-PRIX-UNIT.
           COMPUTE WS-MONT-HT =
              WS-MONT-BRUT * (1 - (WS-REMISE-COUR / 100)).
           COMPUTE WS-MONT-TVA ROUNDED =
              WS-MONT-HT * (WS-TVA-COUR / 100).
       RECHERCHER-TAUX.
           MOVE ZERO TO WS-TVA-COUR.
           MOVE ZERO TO WS-REMISE-COUR.
      *    REGISTRE DES FACTURES, RECAP TVA, SAUVEGARDE DU COMPTEUR    *
      *----------------------------------------------------------------
       FIN.
           IF WS-FAC-OUVERTE = 'O'
              PERFORM CLORE-FACTURE
           END-IF.
           CLOSE FCMD-TRIE.
           IF WS-BLOQ-DISPO = 'O'
              CLOSE FCMDBLOQ
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'REGISTRE DES FACTURES DU PASSAGE'.
           PERFORM EDITER-FACTURE VARYING WS-IND-FAC FROM 1 BY 1
           PERFORM EDITER-TVA VARYING WS-IND-TXTVA FROM 1 BY 1
              UNTIL WS-IND-TXTVA > WS-NB-TXTVA.
           PERFORM EDITER-REAPPRO.
           PERFORM EDITER-RETENUES.
           PERFORM SAUVER-NUMERO-FACTURE.
           IF WS-REG-DISPO = 'O'
              CLOSE FREGFAC
           END-IF.
           IF WS-CRED-DISPO = 'O'
              CLOSE FCLICRED
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      *    ETAT DES COMMANDES RETENUES POUR LE CONTROLEUR DU CREDIT    *
      *----------------------------------------------------------------
       EDITER-RETENUES.
           DISPLAY '----------------------------------------'.
           DISPLAY 'COMMANDES RETENUES - CONTROLE DU CREDIT'.
           PERFORM EDITER-RETENUE VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS.
           DISPLAY 'CLIENTS RETENUS : ' WS-NB-RETENUS
              ' LIGNES CONSERVEES : ' WS-NB-LIG-RET.
           DISPLAY 'CLIENTS SANS FICHE CREDIT : ' WS-NB-SANS-FICHE.
           IF WS-NB-RETENUS > ZERO
              DISPLAY 'LIBERATION OU DEBLOCAGE PAR MAJCRED'
           END-IF.
       EDITER-RETENUE.
           IF TC-RETENUE(WS-IND-CLI) = 'O'
              MOVE TC-ENCOURS(WS-IND-CLI)  TO WE-ENCOURS
              MOVE TC-COMMANDE(WS-IND-CLI) TO WE-MONTANT
              MOVE TC-PLAFOND(WS-IND-CLI)  TO WE-MONTANT2
              DISPLAY 'CLIENT ' TC-CLIENT(WS-IND-CLI) ' '
                 TC-MOTIF(WS-IND-CLI) ' RELANCE NIVEAU '
                 TC-NIVREL(WS-IND-CLI)
              DISPLAY '  ENCOURS ' WE-ENCOURS ' COMMANDE ' WE-MONTANT
                 ' PLAFOND ' WE-MONTANT2
           END-IF.
      *----------------------------------------------------------------
      *    ETAT DE REAPPROVISIONNEMENT : ARTICLES SOUS LEUR SEUIL      *
      *----------------------------------------------------------------
       EDITER-REAPPRO.
