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
       01 WS-FSAVR        PIC XX VALUE ZERO.
