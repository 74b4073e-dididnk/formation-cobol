      *   DEP = DEPASSEMENT DE DECOUVERT (SOLDHIST)
      *   DOR = COMPTE DORMANT           (DORMANT)
      *   CLO = CLOTURE DE COMPTE        (CLOTCPTE)
      *   INJ = INJONCTION CHEQUE IMPAYE (CHQIMPAY)
      *   RCI = CHEQUE REMIS REVENU IMPAYE (REMIMPAY)
      *   SAI = SAISIE SUR COMPTE, AU CLIENT (SAISTRT)
      *   SAC = SAISIE PRATIQUEE, AU CREANCIER (SAISTRT)
      * SUR LE MODELE DE CHGTYPOP : LES MODELES SONT UNE TABLE
      * INTERNE, MODIFIER UN TEXTE SE FAIT ICI.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01  FS-LETTR    PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-MODELES PIC 9(2) VALUE 07.

       01  T-SEED-LETTR.
           05 SEED-LETTR-LIG OCCURS 7 TIMES.
              10 SL-TYPE   PIC X(3).
              10 SL-LIGNE1 PIC X(60).
              10 SL-LIGNE2 PIC X(60).
              TO SL-LIGNE2(3).
           MOVE 'NOUS VOUS REMERCIONS DE VOTRE CONFIANCE.'
              TO SL-LIGNE3(3).
           MOVE 'INJ' TO SL-TYPE(4).
           MOVE 'MADAME, MONSIEUR, UN CHEQUE TIRE SUR VOTRE COMPTE'
              TO SL-LIGNE1(4).
           MOVE 'A ETE REJETE FAUTE DE PROVISION. IL VOUS EST ENJOINT'
              TO SL-LIGNE2(4).
           MOVE 'DE NE PLUS EMETTRE DE CHEQUES JUSQU A REGULARISATION.'
              TO SL-LIGNE3(4).
           MOVE 'RCI' TO SL-TYPE(5).
           MOVE 'MADAME, MONSIEUR, UN CHEQUE REMIS A L ENCAISSEMENT'
              TO SL-LIGNE1(5).
           MOVE 'NOUS EST REVENU IMPAYE : SON MONTANT ET LES FRAIS'
              TO SL-LIGNE2(5).
           MOVE 'DE REJET ONT ETE PORTES AU DEBIT DE VOTRE COMPTE.'
              TO SL-LIGNE3(5).
           MOVE 'SAI' TO SL-TYPE(6).
           MOVE 'MADAME, MONSIEUR, UNE SAISIE A ETE PRATIQUEE SUR VOS'
              TO SL-LIGNE1(6).
           MOVE 'COMPTES : LE MONTANT CI-DESSUS EST BLOQUE, LE SOLDE'
              TO SL-LIGNE2(6).
           MOVE 'INSAISISSABLE VOUS RESTE DISPONIBLE.'
              TO SL-LIGNE3(6).
           MOVE 'SAC' TO SL-TYPE(7).
           MOVE 'MAITRE, NOUS ACCUSONS RECEPTION DE L ACTE DE SAISIE.'
              TO SL-LIGNE1(7).
           MOVE 'LE MONTANT CI-DESSUS EST BLOQUE ET VOUS SERA VERSE A'
              TO SL-LIGNE2(7).
           MOVE 'L EXPIRATION DU DELAI DE CONTESTATION.'
              TO SL-LIGNE3(7).
       ECRIRE-MODELES.
           MOVE SL-TYPE(WS-IDX)   TO LET-TYPE.
           MOVE SL-LIGNE1(WS-IDX) TO LET-LIGNE1.
