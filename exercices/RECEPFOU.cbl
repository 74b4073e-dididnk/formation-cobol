      *STOCKART.dat ET SE CUMULE SUR LA COMMANDE, QUI PASSE AU STATUT
      *'R' (RECUE) QUAND LA QUANTITE COMMANDEE EST ATTEINTE - UNE
      *LIVRAISON PARTIELLE LAISSE LA COMMANDE OUVERTE.
      *CHAQUE LIVRAISON MET A JOUR LE COUT UNITAIRE MOYEN PONDERE DE
      *L'ARTICLE AU PRIX D'ACHAT DE LA COMMANDE :
      *CUMP = (STOCK X CUMP + LIVRE X PRIX) / (STOCK + LIVRE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CMD-QTE-CDE   PIC 9(6).
           05 CMD-QTE-RECUE PIC 9(6).
           05 CMD-STATUT    PIC X.
           05 CMD-FOURN     PIC X(5).
           05 CMD-PRIX-UNIT PIC 9(5)V99.
           05 CMD-QTE-FACT  PIC 9(6).

       FD FSTOCK.
       01 ENR-STOCK.
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

       WORKING-STORAGE SECTION.
       01 WS-FSCMDF       PIC XX VALUE ZERO.
                 DISPLAY 'ARTICLE ' CMD-CODE-ART ' INCONNU DU STOCK '
                    '- LIVRAISON NON REMONTEE'
              NOT INVALID KEY
                 COMPUTE STK-CUMP ROUNDED =
                    (STK-QTE * STK-CUMP
                     + WS-QTE-LIVREE * CMD-PRIX-UNIT)
                    / (STK-QTE + WS-QTE-LIVREE)
                 ADD WS-QTE-LIVREE TO STK-QTE
                 REWRITE ENR-STOCK
                 ADD WS-QTE-LIVREE TO CMD-QTE-RECUE
                 ELSE
                    DISPLAY 'LIVRAISON PARTIELLE - RESTE A RECEVOIR'
                 END-IF
                 DISPLAY 'ARTICLE ' STK-CODE-ART ' EN STOCK ' STK-QTE
                    ' CUMP ' STK-CUMP
                 REWRITE ENR-CMDF
                 ADD 1 TO WS-NB-RECEPTIONS
           END-READ.
