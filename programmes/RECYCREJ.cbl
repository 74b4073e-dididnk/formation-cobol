      *----------------------------------------------------------------
       TRAITER-REJET.
           DISPLAY '--------------------------------------------'.
      *----LES REJETS 'K' (CARTES CARTREGL, CHEQUES OPPOSES COMPENTR)--
      *----NE SONT PAS DES LIGNES AS-BUFFER : PG15CH08 NE SAIT PAS LES-
      *----CHARGER. LA REPARATION PASSE PAR LA REMISE D'ORIGINE--------
           IF REJ-ID-TAB = 'K'
              DISPLAY 'REJET HORS BUFFER ' REJ-CODE ' : ' REJ-LIBELLE
              DISPLAY 'LIGNE : ' REJ-LIGNE
              DISPLAY 'NON RECYCLABLE ICI - REPRESENTER L OPERATION '
                 'DANS SA REMISE (AS-CARTREG / AS-COMPENS)'
              PERFORM ABANDONNER-REJET
              PERFORM LIRE-REJET
              GO TO TRAITER-REJET-FIN
