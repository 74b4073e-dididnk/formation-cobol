      * DERIVER LA DATE DE VALEUR DTVAL-TMVTC. SUR LE MODELE DE
      * CHGTYPOP : LE JEU DE DECALAGES EST UNE TABLE INTERNE,
      * MODIFIER UN DECALAGE SE FAIT ICI ET NULLE PART AILLEURS.
      * LE DECALAGE 'RCH' EST LE DELAI D'ENCAISSEMENT DES REMISES DE
      * CHEQUES : GUIBUF EN DERIVE AUSSI LA FIN D'ENCAISSEMENT PORTEE
      * AU REGISTRE DES REMISES (DD-REMCHQ).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01  FS-DTVAL    PIC XX VALUE ZERO.
       01  WS-IDX      PIC 9(2) VALUE ZERO.
       01  WS-NB-TYPES PIC 9(2) VALUE 07.

       01  T-SEED-DTVAL.
           05 SEED-DTVAL-LIG OCCURS 7 TIMES.
              10 SD-TYPE  PIC X(3).
              10 SD-SIGNE PIC X.
              10 SD-JOURS PIC 9(2).
           MOVE 'FRA' TO SD-TYPE(6).
           MOVE '+' TO SD-SIGNE(6).
           MOVE 00  TO SD-JOURS(6).
           MOVE 'RCH' TO SD-TYPE(7).
           MOVE '+' TO SD-SIGNE(7).
           MOVE 03  TO SD-JOURS(7).
       ECRIRE-DECALAGES.
           MOVE SD-TYPE(WS-IDX)  TO DTV-TYPE.
           MOVE SD-SIGNE(WS-IDX) TO DTV-SIGNE.
