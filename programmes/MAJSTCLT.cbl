      * A = ACTIF, B = BLOQUE (JUDICIAIRE), F = FERME, AVEC CODE
      * MOTIF. LES CHARGEURS REJETTENT LES MOUVEMENTS DES CLIENTS
      * B/F ET PG17CH12 N'EDITE PLUS DE RELEVE POUR LES FERMES.
      * UN CLIENT DECEDE (MOTIF 'DCD') NE SE MODIFIE PLUS ICI : SON
      * STATUT EST TENU PAR LE TRAITEMENT DES SUCCESSIONS (DECES).
      * UN CLIENT ACTIF DE MOTIF 'FRG' EST DE LA CLIENTELE FRAGILE :
      * SES COMMISSIONS D'INCIDENT SONT PLAFONNEES PLUS BAS (COMMINC).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              DISPLAY 'CLIENT  : ' NOM-TCLT ' ' PRENOM-TCLT
              DISPLAY 'STATUT ACTUEL : ' STATUT-TCLT
                 ' MOTIF : ' MOTIF-TCLT
              IF MOTIF-TCLT = 'DCD'
                 DISPLAY 'CLIENT DECEDE - STATUT TENU PAR DECES'
              ELSE
                 PERFORM SAISIR-ET-REECRIRE
              END-IF
           END-READ.
       SAISIR-ET-REECRIRE.
           DISPLAY 'NOUVEAU STATUT (A=ACTIF/B=BLOQUE/F=FERME) : '
