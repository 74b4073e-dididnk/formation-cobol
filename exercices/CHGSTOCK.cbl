      *REAPPROVISIONNEMENT. SUR LE MODELE DES AUTRES CHARGEURS : LE
      *JEU INITIAL EST UNE TABLE INTERNE, LA FACTURATION (FACTREG)
      *DECREMENTE ENSUITE LE STOCK A CHAQUE LIGNE FACTUREE.
      *CHAQUE ARTICLE PORTE SON FOURNISSEUR ATTITRE ET SON PRIX
      *D'ACHAT CONVENU : REAPPRO LES REPORTE SUR LA COMMANDE, CONTRE
      *LAQUELLE FACFOUR RAPPROCHE LA FACTURE DU FOURNISSEUR.
      *L'ARTICLE PORTE AUSSI SA CATEGORIE ET SON COUT UNITAIRE MOYEN
      *PONDERE (CUMP), AMORCE AU PRIX D'ACHAT CONVENU PUIS TENU PAR
      *RECEPFOU : VALSTOCK VALORISE LE STOCK AU CUMP, INVSTOCK EN
      *VALORISE LES ECARTS D'INVENTAIRE.
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

       WORKING-STORAGE SECTION.
       01 WS-FSSTOCK   PIC XX VALUE ZERO.
              10 SS-CODE  PIC X(4).
              10 SS-QTE   PIC 9(6).
              10 SS-SEUIL PIC 9(6).
              10 SS-FOURN PIC X(5).
              10 SS-PRIX  PIC 9(5)V99.
              10 SS-CATEG PIC X(2).

       PROCEDURE DIVISION.
       PROG.
           MOVE 'A001' TO SS-CODE(1).
           MOVE 000100 TO SS-QTE(1).
           MOVE 000020 TO SS-SEUIL(1).
           MOVE 'F0001' TO SS-FOURN(1).
           MOVE 12.50 TO SS-PRIX(1).
           MOVE '01' TO SS-CATEG(1).
           MOVE 'A002' TO SS-CODE(2).
           MOVE 000050 TO SS-QTE(2).
           MOVE 000010 TO SS-SEUIL(2).
           MOVE 'F0001' TO SS-FOURN(2).
           MOVE 4.80 TO SS-PRIX(2).
           MOVE '01' TO SS-CATEG(2).
           MOVE 'A003' TO SS-CODE(3).
           MOVE 000005 TO SS-QTE(3).
           MOVE 000015 TO SS-SEUIL(3).
           MOVE 'F0002' TO SS-FOURN(3).
           MOVE 27.00 TO SS-PRIX(3).
           MOVE '02' TO SS-CATEG(3).
       ECRIRE-ARTICLES.
           MOVE SS-CODE(WS-IDX)  TO STK-CODE-ART.
           MOVE SS-QTE(WS-IDX)   TO STK-QTE.
           MOVE SS-SEUIL(WS-IDX) TO STK-SEUIL.
           MOVE SS-FOURN(WS-IDX) TO STK-FOURN.
           MOVE SS-PRIX(WS-IDX)  TO STK-PRIX-ACH.
           MOVE SS-CATEG(WS-IDX) TO STK-CATEG.
           MOVE SS-PRIX(WS-IDX)  TO STK-CUMP.
           WRITE ENR-STOCK.
