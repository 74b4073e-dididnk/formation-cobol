       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDMIR.
       AUTHOR.     E NGBAME.
      * MIROIR CLE DE L'HISTORIQUE DES SOLDES : LE FICHIER SEQUENTIEL
      * AS-SOLDH (ECRIT EN EXTENSION PAR SOLDHIST) NE SE LIT QU'EN
      * ENTIER, CE QUI L'INTERDIT AUX TRANSACTIONS. LE MIROIR
      * DD-SOLDIDX, CLE COMPTE + DATE D'ARRETE, PERMET A UNE
      * TRANSACTION DE REMONTER LES DERNIERS SOLDES D'UN SEUL COMPTE
      * (CONDAPP : TENDANCE DU SOLDE AVANT APPROBATION). SOLDHIST
      * L'ALIMENTE A CHAQUE ARRETE ; CE PROGRAMME LE RECONSTRUIT
      * ENTIER DEPUIS AS-SOLDH (CHARGEMENT INITIAL, OU APRES UNE
      * RESTAURATION DE L'HISTORIQUE), SUR LE MODELE D'AUDMIRROR.
      * DEUX ARRETES DU MEME COMPTE A LA MEME DATE (REPRISE) : LE
      * DERNIER LU REMPLACE LE PRECEDENT, COMME DANS L'HISTORIQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSOLDH ASSIGN TO AS-SOLDH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDH.

           SELECT FSOLDIDX ASSIGN TO DD-SOLDIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIX-CLE
           FILE STATUS IS FS-SOLDIDX.

       DATA DIVISION.
       FILE SECTION.
       FD  FSOLDH.
       01  ENR-SOLDH.
           10 SLDH-CLT    PIC 9(5).
           10 SLDH-CPTE   PIC X(23).
           10 SLDH-DATE   PIC 9(8).
           10 SLDH-SOLDE  PIC 9(9)V9(2).
           10 SLDH-SENS   PIC X.

       FD  FSOLDIDX.
       01  ENR-SOLDIDX.
           10 SIX-CLE.
              15 SIX-CPTE  PIC X(23).
              15 SIX-DATE  PIC 9(8).
           10 SIX-CLT      PIC 9(5).
           10 SIX-SOLDE    PIC 9(9)V9(2).
           10 SIX-SENS     PIC X.

       WORKING-STORAGE SECTION.
       01  FS-SOLDH     PIC XX VALUE ZERO.
       01  FS-SOLDIDX   PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-LUES   PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITES PIC 9(7) VALUE ZERO.
       01  WS-NB-REMPL  PIC 9(7) VALUE ZERO.
       01  WS-NB-ERR    PIC 9(7) VALUE ZERO.
       01  WS-OUV-OK    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       PROG.
           PERFORM DEBUT.
           IF WS-OUV-OK = 'O'
              PERFORM MIRER-SOLDE UNTIL WS-EOF = 'O'
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           OPEN INPUT FSOLDH.
      *----LE MIROIR EST RECONSTRUIT ENTIER : AS-SOLDH RESTE LA--------
      *----SOURCE DE VERITE--------------------------------------------
           OPEN OUTPUT FSOLDIDX.
      *----REOUVERT EN MISE A JOUR POUR LE REMPLACEMENT D'UN ARRETE----
      *----REJOUE------------------------------------------------------
           IF FS-SOLDIDX = '00'
              CLOSE FSOLDIDX
              OPEN I-O FSOLDIDX
           END-IF.
           IF FS-SOLDH NOT = '00' OR FS-SOLDIDX NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FH ' FS-SOLDH
                 ' FX ' FS-SOLDIDX
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-SOLDE
           END-IF.
       LIRE-SOLDE.
           READ FSOLDH
              AT END MOVE 'O' TO WS-EOF
              NOT AT END ADD 1 TO WS-NB-LUES
           END-READ.
      *----------------------------------------------------------------
      *    UN SOLDE HISTORISE = UN ENREGISTREMENT CLE ; UNE CLE DEJA   *
      *    PRESENTE (ARRETE REJOUE) EST REECRITE AVEC LE DERNIER SOLDE *
      *----------------------------------------------------------------
       MIRER-SOLDE.
           MOVE SLDH-CPTE  TO SIX-CPTE.
           MOVE SLDH-DATE  TO SIX-DATE.
           MOVE SLDH-CLT   TO SIX-CLT.
           MOVE SLDH-SOLDE TO SIX-SOLDE.
           MOVE SLDH-SENS  TO SIX-SENS.
           WRITE ENR-SOLDIDX
              INVALID KEY PERFORM REMPLACER-SOLDE
              NOT INVALID KEY ADD 1 TO WS-NB-ECRITES
           END-WRITE.
           PERFORM LIRE-SOLDE.
       REMPLACER-SOLDE.
           REWRITE ENR-SOLDIDX
              INVALID KEY
                 ADD 1 TO WS-NB-ERR
                 DISPLAY 'ERR. MIROIR SOLDE : ' SLDH-CPTE ' '
                    SLDH-DATE ' ' FS-SOLDIDX
              NOT INVALID KEY ADD 1 TO WS-NB-REMPL
           END-REWRITE.
       FIN.
           CLOSE FSOLDH FSOLDIDX.
           DISPLAY 'SOLDES LUS       : ' WS-NB-LUES.
           DISPLAY 'SOLDES MIRES     : ' WS-NB-ECRITES.
           DISPLAY 'ARRETES REJOUES  : ' WS-NB-REMPL.
           IF WS-NB-ERR NOT = ZERO OR WS-OUV-OK = 'N'
              DISPLAY 'ERR. MIROIR INCOMPLET'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
