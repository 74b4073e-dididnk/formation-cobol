      *STATUT 'C' COMMANDEE) ; UN ARTICLE DEJA SOUS COMMANDE OUVERTE
      *N'EST PAS REPROPOSE. LA RECEPTION (RECEPFOU) REMONTERA LES
      *QUANTITES LIVREES DANS LE STOCK ET SOLDERA LA COMMANDE.
      *LA COMMANDE PORTE LE FOURNISSEUR ATTITRE ET LE PRIX D'ACHAT
      *CONVENU DE L'ARTICLE : FACFOUR Y RAPPROCHE LA FACTURE ET CUMULE
      *LA QUANTITE FACTUREE (CMD-QTE-FACT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD FCMDF.
       01 ENR-CMDF.
           05 CMD-QTE-CDE   PIC 9(6).
           05 CMD-QTE-RECUE PIC 9(6).
      *CMD-STATUT 'C' COMMANDEE / 'R' RECUE (SOLDEE PAR RECEPFOU)
      *CMD-QTE-FACT : QUANTITE DEJA FACTUREE ET RAPPROCHEE (FACFOUR)
           05 CMD-STATUT    PIC X.
           05 CMD-FOURN     PIC X(5).
           05 CMD-PRIX-UNIT PIC 9(5)V99.
           05 CMD-QTE-FACT  PIC 9(6).

       FD FNUMCMD.
       01 ENR-NUMCMD.
           MOVE WS-QTE-SUGG   TO CMD-QTE-CDE.
           MOVE ZERO          TO CMD-QTE-RECUE.
           MOVE 'C'           TO CMD-STATUT.
           MOVE STK-FOURN     TO CMD-FOURN.
           MOVE STK-PRIX-ACH  TO CMD-PRIX-UNIT.
           MOVE ZERO          TO CMD-QTE-FACT.
           WRITE ENR-CMDF
              INVALID KEY
                 DISPLAY 'COMMANDE ' WS-NUMCMD ' DEJA PRESENTE'
