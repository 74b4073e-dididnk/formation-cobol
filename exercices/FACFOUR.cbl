       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACFOUR.
      *REGISTRE DES FACTURES FOURNISSEUR ET RAPPROCHEMENT A TROIS
      *VOIES : LES FACTURES ETAIENT POINTEES A L'OEIL ET PAYEES SANS
      *LIEN AVEC LES COMMANDES DE REAPPRO NI LES RECEPTIONS DE
      *RECEPFOU. LES LIGNES DE FACTURE SAISIES (FORM1011.FILES.FACFOURN
      *: FOURNISSEUR, NUMERO DE FACTURE, DATE, ECHEANCE, NUMERO DE
      *COMMANDE, QUANTITE, PRIX UNITAIRE HT, TAUX DE TVA) SONT TRIEES
      *PAR FOURNISSEUR ET FACTURE ; CHAQUE LIGNE EST CONFRONTEE A SA
      *COMMANDE CMDFOURN.dat :
      *  - COMMANDE EXISTANTE ET PASSEE AU MEME FOURNISSEUR ;
      *  - QUANTITE FACTUREE (CUMUL DES FACTURES DEJA RAPPROCHEES
      *    COMPRIS) NE DEPASSANT PAS LA QUANTITE RECUE ;
      *  - PRIX UNITAIRE DANS LA TOLERANCE (WS-TOLERANCE, EN %) DU PRIX
      *    CONVENU SUR LA COMMANDE.
      *LA FACTURE EST INSCRITE AU REGISTRE FACFOUR.dat (CLE =
      *FOURNISSEUR + NUMERO) : STATUT 'A' BON A PAYER SI TOUTES SES
      *LIGNES CONCORDENT - LES QUANTITES FACTUREES S'AJOUTENT ALORS AUX
      *COMMANDES - SINON 'L' EN LITIGE AVEC LE MOTIF ET LA COMMANDE EN
      *CAUSE. UNE FACTURE EN LITIGE PEUT ETRE RESOUMISE (APRES
      *RECEPTION OU AVOIR DU FOURNISSEUR) ET EST ALORS RAPPROCHEE DE
      *NOUVEAU ; UNE FACTURE DEJA BONNE A PAYER OU PAYEE N'EST JAMAIS
      *ENREGISTREE DEUX FOIS. ECHEANCE ABSENTE = DATE DE FACTURE PLUS
      *UN MOIS. PAIEFOUR LIBERE LE PAIEMENT A L'ECHEANCE, AGEFOUR EDITE
      *LA BALANCE AGEE DES DETTES FOURNISSEUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACFILE ASSIGN TO "FORM1011.FILES.FACFOURN"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSFAC.

           SELECT FFAC-TRIE ASSIGN TO "WK-FACFOUR.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSTRIE.

           SELECT FFAC-TRI ASSIGN TO "WK-FACFOUR-TRI.dat".

           SELECT FCMDF ASSIGN TO "CMDFOURN.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CMD-NUMERO
           FILE STATUS IS WS-FSCMDF.

      *REGISTRE PERMANENT DES FACTURES FOURNISSEUR
           SELECT FREGFOU ASSIGN TO "FACFOUR.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FFR-CLE
           FILE STATUS IS WS-FSREG.

       DATA DIVISION.
       FILE SECTION.
       FD FACFILE.
       01 FAC-REC.
           05 FAC-FOURN       PIC X(5).
           05 FAC-NUMFAC      PIC X(10).
           05 FAC-DATE        PIC 9(8).
           05 FAC-ECHEANCE    PIC 9(8).
           05 FAC-CMD         PIC 9(6).
           05 FAC-QTE         PIC 9(6).
           05 FAC-PRIX-UNIT   PIC 9(5)V99.
           05 FAC-TVA         PIC 9(2)V99.

       SD FFAC-TRI.
       01 FAC-TRI.
           05 TRI-FOURN       PIC X(5).
           05 TRI-NUMFAC      PIC X(10).
           05 TRI-DATE        PIC 9(8).
           05 TRI-ECHEANCE    PIC 9(8).
           05 TRI-CMD         PIC 9(6).
           05 TRI-QTE         PIC 9(6).
           05 TRI-PRIX-UNIT   PIC 9(5)V99.
           05 TRI-TVA         PIC 9(2)V99.

       FD FFAC-TRIE.
       01 FAC-TRIE.
           05 TRE-FOURN       PIC X(5).
           05 TRE-NUMFAC      PIC X(10).
           05 TRE-DATE        PIC 9(8).
           05 TRE-ECHEANCE    PIC 9(8).
           05 TRE-CMD         PIC 9(6).
           05 TRE-QTE         PIC 9(6).
           05 TRE-PRIX-UNIT   PIC 9(5)V99.
           05 TRE-TVA         PIC 9(2)V99.

       FD FCMDF.
       01 ENR-CMDF.
           05 CMD-NUMERO    PIC 9(6).
           05 CMD-CODE-ART  PIC X(4).
           05 CMD-DATE      PIC 9(8).
           05 CMD-QTE-CDE   PIC 9(6).
           05 CMD-QTE-RECUE PIC 9(6).
           05 CMD-STATUT    PIC X.
           05 CMD-FOURN     PIC X(5).
           05 CMD-PRIX-UNIT PIC 9(5)V99.
           05 CMD-QTE-FACT  PIC 9(6).

      *FFR-STATUT 'A' BON A PAYER / 'L' EN LITIGE / 'P' PAYEE
       FD FREGFOU.
       01 ENR-REGFOU.
           05 FFR-CLE.
              10 FFR-FOURN  PIC X(5).
              10 FFR-NUMFAC PIC X(10).
           05 FFR-DATE      PIC 9(8).
           05 FFR-ECHEANCE  PIC 9(8).
           05 FFR-HT        PIC 9(7)V99.
           05 FFR-TVA       PIC 9(7)V99.
           05 FFR-TTC       PIC 9(7)V99.
           05 FFR-NBLIG     PIC 9(3).
           05 FFR-STATUT    PIC X.
           05 FFR-MOTIF     PIC X(25).
           05 FFR-CMD-LIT   PIC 9(6).
           05 FFR-DTPAIE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FSFAC        PIC XX VALUE ZERO.
       01 WS-FSTRIE       PIC XX VALUE ZERO.
       01 WS-FSCMDF       PIC XX VALUE ZERO.
       01 WS-FSREG        PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-PREMIER      PIC X VALUE 'O'.
       01 WS-REG-OUV      PIC X VALUE 'N'.
       01 WS-CMD-OUV      PIC X VALUE 'N'.
       01 WS-TOLERANCE    PIC 9(2)V99 VALUE 02.00.
      *----FACTURE EN COURS DE RAPPROCHEMENT---------------------------
       01 WS-FOURN-COUR   PIC X(5) VALUE SPACES.
       01 WS-NUMFAC-COUR  PIC X(10) VALUE SPACES.
       01 WS-DATE-COUR    PIC 9(8) VALUE ZERO.
       01 WS-ECH-COUR     PIC 9(8) VALUE ZERO.
       01 WS-ECH-COUR-R REDEFINES WS-ECH-COUR.
           05 WS-ECH-AA   PIC 9(4).
           05 WS-ECH-MM   PIC 9(2).
           05 WS-ECH-JJ   PIC 9(2).
       01 WS-NB-LIGNES    PIC 9(3) VALUE ZERO.
       01 WS-IND-LIG      PIC 9(3) VALUE ZERO.
       01 WS-IND-PREC     PIC 9(3) VALUE ZERO.
       01 WS-TBL-PLEINE   PIC X VALUE 'N'.
       01 T-LIGNES.
           05 T-LIGNE OCCURS 50 TIMES.
              10 TL-CMD   PIC 9(6).
              10 TL-QTE   PIC 9(6).
              10 TL-PRIX  PIC 9(5)V99.
              10 TL-TVA   PIC 9(2)V99.
       01 WS-MOTIF        PIC X(25) VALUE SPACES.
       01 WS-CMD-LIT      PIC 9(6) VALUE ZERO.
       01 WS-QTE-CUMUL    PIC 9(7) VALUE ZERO.
       01 WS-ECART-PRIX   PIC 9(5)V99 VALUE ZERO.
       01 WS-MONT-LIGNE   PIC 9(7)V99 VALUE ZERO.
       01 WS-TVA-LIGNE    PIC 9(7)V99 VALUE ZERO.
       01 WS-FAC-HT       PIC 9(7)V99 VALUE ZERO.
       01 WS-FAC-TVA      PIC 9(7)V99 VALUE ZERO.
       01 WS-EXISTE       PIC X VALUE 'N'.
      *----COMPTEURS---------------------------------------------------
       01 WS-NB-FACTURES  PIC 9(5) VALUE ZERO.
       01 WS-NB-BONNES    PIC 9(5) VALUE ZERO.
       01 WS-NB-LITIGES   PIC 9(5) VALUE ZERO.
       01 WS-NB-DOUBLONS  PIC 9(5) VALUE ZERO.
       01 WS-TOT-BONNES   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LITIGES  PIC 9(9)V99 VALUE ZERO.

       01 WE-MONTANT      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM TRAITER-LIGNE UNTIL WS-EOF = 'O'.
           IF WS-PREMIER = 'N'
              PERFORM RAPPROCHER-FACTURE
           END-IF.
           PERFORM FIN.
       INIT.
           PERFORM OUVRIR-REGISTRE.
           OPEN I-O FCMDF.
           IF WS-FSCMDF NOT = '00'
              DISPLAY 'FICHIER CMDFOURN.dat INDISPONIBLE : '
                 WS-FSCMDF
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-CMD-OUV
           END-IF.
           IF WS-EOF = 'N'
              SORT FFAC-TRI
                 ON ASCENDING KEY TRI-FOURN TRI-NUMFAC TRI-CMD
                 USING FACFILE
                 GIVING FFAC-TRIE
              IF SORT-RETURN > 0
                 DISPLAY 'ERREUR TRI FACTURES, CODE = ' SORT-RETURN
              END-IF
              OPEN INPUT FFAC-TRIE
              IF WS-FSTRIE NOT = '00'
                 DISPLAY 'ERREUR OUVERTURE FACTURES : ' WS-FSTRIE
                 MOVE 'O' TO WS-EOF
              ELSE
                 DISPLAY 'RAPPROCHEMENT DES FACTURES FOURNISSEUR'
                 PERFORM LIRE-LIGNE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    OUVERTURE (OU CREATION) DU REGISTRE DES FACTURES            *
      *----------------------------------------------------------------
       OUVRIR-REGISTRE.
           OPEN I-O FREGFOU.
           IF WS-FSREG = '35'
              OPEN OUTPUT FREGFOU
              CLOSE FREGFOU
              OPEN I-O FREGFOU
           END-IF.
           IF WS-FSREG NOT = '00'
              DISPLAY 'REGISTRE FACFOUR.dat INDISPONIBLE : ' WS-FSREG
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-REG-OUV
           END-IF.
       LIRE-LIGNE.
           READ FFAC-TRIE
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UNE LIGNE DE FACTURE : RUPTURE FOURNISSEUR/NUMERO = LA      *
      *    FACTURE PRECEDENTE EST COMPLETE ET RAPPROCHEE               *
      *----------------------------------------------------------------
       TRAITER-LIGNE.
           IF WS-PREMIER = 'O'
              OR TRE-FOURN NOT = WS-FOURN-COUR
              OR TRE-NUMFAC NOT = WS-NUMFAC-COUR
              IF WS-PREMIER = 'N'
                 PERFORM RAPPROCHER-FACTURE
              END-IF
              PERFORM NOUVELLE-FACTURE
           END-IF.
           IF WS-NB-LIGNES < 50
              ADD 1 TO WS-NB-LIGNES
              MOVE TRE-CMD        TO TL-CMD(WS-NB-LIGNES)
              MOVE TRE-QTE        TO TL-QTE(WS-NB-LIGNES)
              MOVE TRE-PRIX-UNIT  TO TL-PRIX(WS-NB-LIGNES)
              MOVE TRE-TVA        TO TL-TVA(WS-NB-LIGNES)
           ELSE
              MOVE 'O' TO WS-TBL-PLEINE
           END-IF.
           PERFORM LIRE-LIGNE.
       NOUVELLE-FACTURE.
           MOVE 'N'          TO WS-PREMIER.
           MOVE 'N'          TO WS-TBL-PLEINE.
           MOVE TRE-FOURN    TO WS-FOURN-COUR.
           MOVE TRE-NUMFAC   TO WS-NUMFAC-COUR.
           MOVE TRE-DATE     TO WS-DATE-COUR.
           MOVE TRE-ECHEANCE TO WS-ECH-COUR.
           MOVE ZERO         TO WS-NB-LIGNES.
      *----------------------------------------------------------------
      *    FACTURE COMPLETE : CONTROLE DES LIGNES CONTRE COMMANDES ET  *
      *    RECEPTIONS, PUIS INSCRIPTION AU REGISTRE (A OU L)           *
      *----------------------------------------------------------------
       RAPPROCHER-FACTURE.
           ADD 1 TO WS-NB-FACTURES.
           MOVE 'N' TO WS-EXISTE.
           MOVE WS-FOURN-COUR  TO FFR-FOURN.
           MOVE WS-NUMFAC-COUR TO FFR-NUMFAC.
           READ FREGFOU
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'O' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'O' AND FFR-STATUT NOT = 'L'
              ADD 1 TO WS-NB-DOUBLONS
              DISPLAY '  ' WS-FOURN-COUR ' ' WS-NUMFAC-COUR
                 ' DEJA ENREGISTREE (STATUT ' FFR-STATUT
                 ') - IGNOREE'
           ELSE
              PERFORM CONTROLER-FACTURE
              PERFORM INSCRIRE-FACTURE
           END-IF.
       CONTROLER-FACTURE.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO   TO WS-CMD-LIT WS-FAC-HT WS-FAC-TVA.
           IF WS-TBL-PLEINE = 'O'
              MOVE 'PLUS DE 50 LIGNES' TO WS-MOTIF
           END-IF.
           IF WS-DATE-COUR IS NOT NUMERIC OR WS-DATE-COUR = ZERO
              MOVE 'DATE DE FACTURE INVALIDE' TO WS-MOTIF
           END-IF.
           PERFORM CHIFFRER-LIGNE VARYING WS-IND-LIG FROM 1 BY 1
              UNTIL WS-IND-LIG > WS-NB-LIGNES.
           PERFORM CONTROLER-LIGNE VARYING WS-IND-LIG FROM 1 BY 1
              UNTIL WS-IND-LIG > WS-NB-LIGNES
                 OR WS-MOTIF NOT = SPACES.
           IF WS-ECH-COUR IS NOT NUMERIC OR WS-ECH-COUR = ZERO
              PERFORM CALCULER-ECHEANCE
           END-IF.
       CHIFFRER-LIGNE.
           IF TL-QTE(WS-IND-LIG) IS NUMERIC
              AND TL-PRIX(WS-IND-LIG) IS NUMERIC
              AND TL-TVA(WS-IND-LIG) IS NUMERIC
              COMPUTE WS-MONT-LIGNE ROUNDED =
                 TL-QTE(WS-IND-LIG) * TL-PRIX(WS-IND-LIG)
              COMPUTE WS-TVA-LIGNE ROUNDED =
                 WS-MONT-LIGNE * TL-TVA(WS-IND-LIG) / 100
              ADD WS-MONT-LIGNE TO WS-FAC-HT
              ADD WS-TVA-LIGNE  TO WS-FAC-TVA
           END-IF.
      *----------------------------------------------------------------
      *    UNE LIGNE : COMMANDE, FOURNISSEUR, QUANTITE RECUE (FACTURES *
      *    ANTERIEURES ET LIGNES PRECEDENTES DE LA FACTURE COMPRISES)  *
      *    ET PRIX DANS LA TOLERANCE ; PREMIER ECART = MOTIF DU LITIGE *
      *----------------------------------------------------------------
       CONTROLER-LIGNE.
           IF TL-CMD(WS-IND-LIG) IS NOT NUMERIC
              OR TL-QTE(WS-IND-LIG) IS NOT NUMERIC
              OR TL-PRIX(WS-IND-LIG) IS NOT NUMERIC
              OR TL-TVA(WS-IND-LIG) IS NOT NUMERIC
              MOVE 'LIGNE NON NUMERIQUE' TO WS-MOTIF
           ELSE
              MOVE TL-CMD(WS-IND-LIG) TO CMD-NUMERO
              READ FCMDF
                 INVALID KEY
                    MOVE 'COMMANDE INCONNUE' TO WS-MOTIF
                 NOT INVALID KEY
                    PERFORM CONFRONTER-COMMANDE
              END-READ
           END-IF.
           IF WS-MOTIF NOT = SPACES
              MOVE TL-CMD(WS-IND-LIG) TO WS-CMD-LIT
           END-IF.
       CONFRONTER-COMMANDE.
           COMPUTE WS-QTE-CUMUL = CMD-QTE-FACT + TL-QTE(WS-IND-LIG).
           PERFORM CUMULER-LIGNE-PRECEDENTE
              VARYING WS-IND-PREC FROM 1 BY 1
              UNTIL WS-IND-PREC >= WS-IND-LIG.
           IF TL-PRIX(WS-IND-LIG) > CMD-PRIX-UNIT
              COMPUTE WS-ECART-PRIX =
                 TL-PRIX(WS-IND-LIG) - CMD-PRIX-UNIT
           ELSE
              COMPUTE WS-ECART-PRIX =
                 CMD-PRIX-UNIT - TL-PRIX(WS-IND-LIG)
           END-IF.
           EVALUATE TRUE
              WHEN CMD-FOURN NOT = WS-FOURN-COUR
                 MOVE 'COMMANDE AUTRE FOURNISSEUR' TO WS-MOTIF
              WHEN CMD-QTE-RECUE = ZERO
                 MOVE 'RIEN RECU SUR COMMANDE' TO WS-MOTIF
              WHEN WS-QTE-CUMUL > CMD-QTE-RECUE
                 MOVE 'QTE FACTUREE > RECUE' TO WS-MOTIF
              WHEN WS-ECART-PRIX * 100 >
                   CMD-PRIX-UNIT * WS-TOLERANCE
                 MOVE 'ECART DE PRIX' TO WS-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CUMULER-LIGNE-PRECEDENTE.
           IF TL-CMD(WS-IND-PREC) = TL-CMD(WS-IND-LIG)
              ADD TL-QTE(WS-IND-PREC) TO WS-QTE-CUMUL
           END-IF.
      *----------------------------------------------------------------
      *    ECHEANCE ABSENTE : DATE DE FACTURE PLUS UN MOIS             *
      *----------------------------------------------------------------
       CALCULER-ECHEANCE.
           MOVE WS-DATE-COUR TO WS-ECH-COUR.
           IF WS-ECH-MM = 12
              MOVE 1 TO WS-ECH-MM
              ADD 1 TO WS-ECH-AA
           ELSE
              ADD 1 TO WS-ECH-MM
           END-IF.
      *----------------------------------------------------------------
      *    INSCRIPTION AU REGISTRE ; FACTURE BONNE A PAYER : LES       *
      *    QUANTITES FACTUREES S'AJOUTENT AUX COMMANDES                *
      *----------------------------------------------------------------
       INSCRIRE-FACTURE.
           MOVE WS-FOURN-COUR  TO FFR-FOURN.
           MOVE WS-NUMFAC-COUR TO FFR-NUMFAC.
           MOVE WS-DATE-COUR   TO FFR-DATE.
           MOVE WS-ECH-COUR    TO FFR-ECHEANCE.
           MOVE WS-FAC-HT      TO FFR-HT.
           MOVE WS-FAC-TVA     TO FFR-TVA.
           COMPUTE FFR-TTC = WS-FAC-HT + WS-FAC-TVA.
           MOVE WS-NB-LIGNES   TO FFR-NBLIG.
           MOVE WS-MOTIF       TO FFR-MOTIF.
           MOVE WS-CMD-LIT     TO FFR-CMD-LIT.
           MOVE ZERO           TO FFR-DTPAIE.
           MOVE FFR-TTC TO WE-MONTANT.
           IF WS-MOTIF = SPACES
              MOVE 'A' TO FFR-STATUT
              ADD 1 TO WS-NB-BONNES
              ADD FFR-TTC TO WS-TOT-BONNES
              PERFORM IMPUTER-LIGNE VARYING WS-IND-LIG FROM 1 BY 1
                 UNTIL WS-IND-LIG > WS-NB-LIGNES
              DISPLAY '  ' FFR-FOURN ' ' FFR-NUMFAC ' ' WE-MONTANT
                 ' BON A PAYER LE ' FFR-ECHEANCE
           ELSE
              MOVE 'L' TO FFR-STATUT
              ADD 1 TO WS-NB-LITIGES
              ADD FFR-TTC TO WS-TOT-LITIGES
              DISPLAY '  ' FFR-FOURN ' ' FFR-NUMFAC ' ' WE-MONTANT
                 ' EN LITIGE : ' FFR-MOTIF ' (CDE ' FFR-CMD-LIT ')'
           END-IF.
           IF WS-EXISTE = 'O'
              REWRITE ENR-REGFOU
                 INVALID KEY
                    DISPLAY 'ERR. MAJ FACTURE ' FFR-CLE ' : ' WS-FSREG
              END-REWRITE
           ELSE
              WRITE ENR-REGFOU
                 INVALID KEY
                    DISPLAY 'ERR. ECRITURE FACTURE ' FFR-CLE ' : '
                       WS-FSREG
              END-WRITE
           END-IF.
       IMPUTER-LIGNE.
           MOVE TL-CMD(WS-IND-LIG) TO CMD-NUMERO.
           READ FCMDF
              INVALID KEY
                 DISPLAY 'ERR. COMMANDE ' CMD-NUMERO ' DISPARUE'
              NOT INVALID KEY
                 ADD TL-QTE(WS-IND-LIG) TO CMD-QTE-FACT
                 REWRITE ENR-CMDF
           END-READ.
       FIN.
           IF WS-FSTRIE = '00' OR WS-FSTRIE = '10'
              CLOSE FFAC-TRIE
           END-IF.
           IF WS-CMD-OUV = 'O'
              CLOSE FCMDF
           END-IF.
           IF WS-REG-OUV = 'O'
              CLOSE FREGFOU
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'FACTURES LUES        : ' WS-NB-FACTURES.
           MOVE WS-TOT-BONNES TO WE-MONTANT.
           DISPLAY 'BONNES A PAYER       : ' WS-NB-BONNES ' '
              WE-MONTANT.
           MOVE WS-TOT-LITIGES TO WE-MONTANT.
           DISPLAY 'EN LITIGE            : ' WS-NB-LITIGES ' '
              WE-MONTANT.
           DISPLAY 'DEJA ENREGISTREES    : ' WS-NB-DOUBLONS.
           IF WS-REG-OUV = 'N' OR WS-CMD-OUV = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-LITIGES > ZERO OR WS-NB-DOUBLONS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
