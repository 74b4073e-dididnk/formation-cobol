      * ACTIFS) EST AFFICHE AU GUICHET (CONSSOLD) ET PRIS EN COMPTE
      * DANS LES CONTROLES DE DEPASSEMENT (SOLDHIST, PRELEVDD). LES
      * BLOCAGES EXPIRES SONT LEVES CHAQUE NUIT PAR BLOLIBER.
      * LES BLOCAGES DE MOTIF 'SAISIE NNNNN' SONT POSES PAR SAISTRT
      * ET NE SE LEVENT QUE PAR LA MAINLEVEE DE LA SAISIE (SAISIE).
      * SUR LE MODELE D'ORDPERM. MODES : A = AJOUT, S = LEVEE,
      * L = LISTE.
       ENVIRONMENT DIVISION.
           INVALID KEY
              DISPLAY 'BLOCAGE NON TROUVE : ' BLO-NUM
           NOT INVALID KEY
              IF BLO-MOTIF(1:7) = 'SAISIE '
                 DISPLAY 'BLOCAGE DE SAISIE - LEVEE PAR MAINLEVEE : '
                    BLO-MOTIF
              ELSE
                 MOVE 'L' TO BLO-STATUT
                 REWRITE ENR-BLOCAGE
                 DISPLAY 'BLOCAGE LEVE : ' BLO-NUM
              END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LISTE COMPLETE DES BLOCAGES                                 *
