      *LE NIVEAU CALCULE DEPASSE LE NIVEAU DEJA NOTE SUR LA FACTURE
      *(REG-NIVREL, REMIS A ZERO PAR LE LETTRAGE) : PAS DE DOUBLE
      *RELANCE AU MEME NIVEAU. NIVEAU 3 = MISE EN DEMEURE.
      *UNE FACTURE PRESENTEE AU PRELEVEMENT (REG-MOTIF 'PRL', VOIR
      *PRLFACT) N'EST PAS RELANCEE TANT QUE LE RETOUR DE LA BANQUE
      *N'EST PAS LETTRE ; REVENUE IMPAYEE ('IMP'), ELLE EST RELANCEE
      *A PARTIR DU NIVEAU RELEVE PAR RETPRLV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
       RELANCER-PIECE.
           IF REG-STATUT = 'O' AND REG-TYPE = 'F'
              AND REG-MOTIF NOT = 'PRL'
              COMPUTE WS-RESTE = REG-TTC - REG-REGLE
              IF WS-RESTE > ZERO
                 PERFORM CALCULER-AGE
