      * CLIENT, PAR JOUR ET PAR SENS ; TOUT CUMUL JOURNALIER QUI
      * DEPASSE LE SEUIL DECLARE ALORS QU'AUCUN MOUVEMENT ISOLE NE
      * LE DEPASSE EST EDITE AVEC LE NOMBRE DE MOUVEMENTS QUI LE
      * COMPOSENT (DIX RETRAITS DE 900 NE PASSENT PLUS). CHAQUE CUMUL
      * SIGNALE EST AUSSI ECRIT DANS LE FICHIER D'ALERTES STRUCTURE
      * AS-ALRCUM (SOURCE 'CUM', IDENTIFIANT = CLIENT + DATE + SENS,
      * MEME FORMAT QUE AS-ALREXC D'EXCPMVT), REPRIS PAR LCBINTEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC-SRC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC-SRC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FMVTC-TRIE ASSIGN TO "WK-CUMSEUIL-MVT.dat"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVTRIE.

           SELECT FALERTE ASSIGN TO AS-ALRCUM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ALERTE.

           SELECT FMVTC-TRI  ASSIGN TO "WK-CUMSEUIL-MVT-TRI.dat".

       DATA DIVISION.
       01  REC-PRT.
            05 LG-PRT       PIC X(80).

      *----ALERTE CONFORMITE (FORMAT COMMUN AS-ALREXC / AS-ALRCUM)-----
       FD  FALERTE.
       01  ENR-ALERTE.
           10 ALR-SOURCE  PIC X(3).
           10 ALR-IDENT   PIC X(20).
           10 ALR-CLT     PIC 9(5).
           10 ALR-DATE    PIC 9(8).
           10 ALR-MONT    PIC 9(11)V9(2).
           10 ALR-SENS    PIC X.
           10 ALR-DETAIL  PIC X(30).

      * FICHIER SOURCE (ECRIT PAR LE CHARGEUR) - SEUL USAGE : ALIMENTER
      * LE TRI CI-DESSOUS, D'OU DES NOMS DE RUBRIQUE DEDIES.
       FD  FMVTC.
       01  ENR-TMVTC-SRC.
           10 CLT-TMVTC-SRC   PIC 9(5).
           10 CPTDT-TMVTC-SRC.
              15 CPTE-TMVTC-SRC  PIC X(23).
              15 DATE-TMVTC-SRC  PIC 9(8).
           10 MONT-TMVTC-SRC  PIC 9(9)V9(2).
           10 SENS-TMVTC-SRC  PIC X.
           10 TYPE-TMVTC-SRC  PIC X(3).
       01 FS-PRINT      PIC XX VALUE '00'.
       01 FS-MVTC       PIC XX VALUE '00'.
       01 FS-MVTRIE     PIC XX VALUE '00'.
       01 FS-ALERTE     PIC XX VALUE '00'.
       01 WS-ALR-DISPO  PIC X VALUE 'N'.
       01 WS-SEUIL      PIC 9(9)V9(2) VALUE ZERO.
       01 WS-MVTC-EOF   PIC X VALUE 'N'.
       01 WS-NB-SIGN    PIC 9(5) VALUE ZERO.
           DISPLAY 'SEUIL DE CUMUL JOURNALIER (9(9)V99) : '.
           ACCEPT WS-SEUIL.
           OPEN OUTPUT FPRINT.
           OPEN OUTPUT FALERTE.
           IF FS-ALERTE = '00'
              MOVE 'O' TO WS-ALR-DISPO
           ELSE
              DISPLAY 'FICHIER D''ALERTES AS-ALRCUM NON ECRIT : '
                 FS-ALERTE
           END-IF.
           SORT FMVTC-TRI
              ON ASCENDING KEY CLT-TMVTC-TRI DATE-TMVTC-TRI
                 SENS-TMVTC-TRI
              MOVE WS-NB-MVT    TO WE-NBMVT
              MOVE WS-CUMUL     TO WE-CUMUL
              WRITE REC-PRT FROM LG-DET
              IF WS-ALR-DISPO = 'O'
                 PERFORM ECRIRE-ALERTE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    ALERTE STRUCTUREE POUR LES DOSSIERS DE SOUPCON (LCBINTEG)   *
      *----------------------------------------------------------------
       ECRIRE-ALERTE.
           MOVE 'CUM'        TO ALR-SOURCE.
           MOVE SPACES       TO ALR-IDENT.
           STRING WS-CLT-COUR WS-DATE-COUR WS-SENS-COUR
              DELIMITED BY SIZE INTO ALR-IDENT.
           MOVE WS-CLT-COUR  TO ALR-CLT.
           MOVE WS-DATE-COUR TO ALR-DATE.
           MOVE WS-CUMUL     TO ALR-MONT.
           MOVE WS-SENS-COUR TO ALR-SENS.
           MOVE SPACES       TO ALR-DETAIL.
           STRING 'CUMUL DE ' WS-NB-MVT ' MOUVEMENTS'
              DELIMITED BY SIZE INTO ALR-DETAIL.
           WRITE ENR-ALERTE.
       FIN.
           IF WS-PREMIER = 'N'
              PERFORM SIGNALER-SI-DEPASSE
           MOVE WS-NB-SIGN TO WE-NB-SIGN.
           WRITE REC-PRT FROM LG-PIEDPG.
           CLOSE FMVTC-TRIE FPRINT.
           IF WS-ALR-DISPO = 'O'
              CLOSE FALERTE
           END-IF.
           DISPLAY 'CUMULS JOURNALIERS SIGNALES : ' WS-NB-SIGN.
           STOP RUN.
