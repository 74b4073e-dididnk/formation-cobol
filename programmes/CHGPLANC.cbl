      * JAMBE BANQUE, UTILISES PAR L'EXPORT COMPTABLE GLEXPORT. SUR
      * LE MODELE DE CHGTYPOP : LE JEU DE CORRESPONDANCES EST UNE
      * TABLE INTERNE, MODIFIER UNE IMPUTATION SE FAIT ICI ET NULLE
      * PART AILLEURS. LES DEUX PSEUDO-TYPES 'PRV' (DOTATION) ET 'RPV'
      * (REPRISE) NE SONT PAS DES TYPES DE MOUVEMENT : ILS PORTENT LES
      * IMPUTATIONS DES PROVISIONS SUR PRETS DOUTEUX DE PRETPROV
      * (JAMBE CLIENT = CHARGE OU PRODUIT, JAMBE BANQUE = PROVISION).
      * LES INTERETS CAPITALISES DES LIVRETS ('LIV', LIVINT) SONT
      * IMPUTES SUR LE COMPTE DES DEPOTS D'EPARGNE REGLEMENTEE. LE
      * PRELEVEMENT A LA SOURCE SUR INTERETS ('PFU', CALCPFU) EST
      * PORTE AU COMPTE DE L'ETAT JUSQU'AU REVERSEMENT (REVFISC).
      * LES REMISES DE CHEQUES ('RCH') ET LEURS IMPAYES SONT PORTES
      * AU COMPTE DES CHEQUES A L'ENCAISSEMENT. LES REMBOURSEMENTS
      * ACCORDES SUR RECLAMATION ('REC', RECLAM) SONT UNE CHARGE
      * EXCEPTIONNELLE DE LA BANQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01  FS-PLANC    PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-TYPES PIC 9(2) VALUE 19.

       01  T-SEED-PLANC.
           05 SEED-PLANC-LIG OCCURS 19 TIMES.
              10 SP-TYPE   PIC X(3).
              10 SP-CPTCLI PIC X(8).
              10 SP-CPTBQE PIC X(8).
           MOVE 'ESP' TO SP-TYPE(13).
           MOVE '41100000' TO SP-CPTCLI(13).
           MOVE '53100000' TO SP-CPTBQE(13).
           MOVE 'PRV' TO SP-TYPE(14).
           MOVE '68170000' TO SP-CPTCLI(14).
           MOVE '29700000' TO SP-CPTBQE(14).
           MOVE 'RPV' TO SP-TYPE(15).
           MOVE '78170000' TO SP-CPTCLI(15).
           MOVE '29700000' TO SP-CPTBQE(15).
           MOVE 'LIV' TO SP-TYPE(16).
           MOVE '41200000' TO SP-CPTCLI(16).
           MOVE '66120000' TO SP-CPTBQE(16).
           MOVE 'PFU' TO SP-TYPE(17).
           MOVE '41100000' TO SP-CPTCLI(17).
           MOVE '44200000' TO SP-CPTBQE(17).
           MOVE 'RCH' TO SP-TYPE(18).
           MOVE '41100000' TO SP-CPTCLI(18).
           MOVE '51130000' TO SP-CPTBQE(18).
           MOVE 'REC' TO SP-TYPE(19).
           MOVE '41100000' TO SP-CPTCLI(19).
           MOVE '67800000' TO SP-CPTBQE(19).
       ECRIRE-PLAN.
           MOVE SP-TYPE(WS-IDX)   TO PLC-TYPE.
           MOVE SP-CPTCLI(WS-IDX) TO PLC-CPTCLI.
