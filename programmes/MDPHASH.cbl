       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDPHASH.
       AUTHOR.     E NGBAME.
      *SOUS-PROGRAMME PARTAGE - EMPREINTE D'UN MOT DE PASSE OPERATEUR.
      *LE MOT DE PASSE N'EST JAMAIS CONSERVE EN CLAIR DANS FOPERAT :
      *SEULE SON EMPREINTE (10 CHIFFRES) Y EST ECRITE ET LE SIGN-ON
      *COMPARE L'EMPREINTE DE LA SAISIE A CELLE DU PROFIL. LE CODE
      *OPERATEUR SERT DE SEL : DEUX OPERATEURS AYANT LE MEME MOT DE
      *PASSE N'ONT PAS LA MEME EMPREINTE. TROIS PASSES DE HACHAGE
      *POLYNOMIAL MODULO 9999999967 (PLUS GRAND PREMIER A 10
      *CHIFFRES). SANS ACCES FICHIER : APPELABLE DU BATCH (CHGOPER)
      *COMME DES TRANSACTIONS (SIGNON, OPRRAZ). SUR LE MODELE DES
      *ROUTINES AGCLE/RIBCLE : UNE SEULE IMPLANTATION.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TEXTE      PIC X(16) VALUE SPACES.
       01  WS-EMPR       PIC 9(10) VALUE ZERO.
       01  WS-PROD       PIC 9(13) VALUE ZERO.
       01  WS-QUOT       PIC 9(13) VALUE ZERO.
       01  WS-IND-CAR    PIC 9(2) VALUE ZERO.
       01  WS-PASSE      PIC 9 VALUE ZERO.
       01  WS-MODULE     PIC 9(10) VALUE 9999999967.

       LINKAGE SECTION.
       01  LS-OPER       PIC X(8).
       01  LS-MDP        PIC X(8).
       01  LS-EMPREINTE  PIC 9(10).

       PROCEDURE DIVISION USING LS-OPER LS-MDP LS-EMPREINTE.
       PROG.
           MOVE LS-OPER TO WS-TEXTE(1:8).
           MOVE LS-MDP  TO WS-TEXTE(9:8).
           MOVE 5381 TO WS-EMPR.
           PERFORM HACHER-PASSE VARYING WS-PASSE FROM 1 BY 1
              UNTIL WS-PASSE > 3.
           MOVE WS-EMPR TO LS-EMPREINTE.
           GOBACK.
      *----------------------------------------------------------------
      *    UNE PASSE SUR LES 16 CARACTERES (CODE + MOT DE PASSE) : LE  *
      *    NUMERO DE PASSE EST MELE A CHAQUE CARACTERE                 *
      *----------------------------------------------------------------
       HACHER-PASSE.
           PERFORM HACHER-CARACTERE VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > 16.
       HACHER-CARACTERE.
           COMPUTE WS-PROD = WS-EMPR * 257
              + FUNCTION ORD(WS-TEXTE(WS-IND-CAR:1)) + WS-PASSE.
           DIVIDE WS-PROD BY WS-MODULE GIVING WS-QUOT
              REMAINDER WS-EMPR.
