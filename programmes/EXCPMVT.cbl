       AUTHOR.     E NGBAME.
      * PROGRAMME D'EDITION - LISTING DES MOUVEMENTS EXCEPTIONNELS
      * (MONTANT SUPERIEUR A UN SEUIL SAISI) POUR REVUE CONFORMITE.
      * CHAQUE MOUVEMENT SIGNALE EST AUSSI ECRIT DANS LE FICHIER
      * D'ALERTES STRUCTURE AS-ALREXC (SOURCE 'EXC', IDENTIFIANT = LA
      * REFERENCE DU MOUVEMENT), REPRIS PAR LCBINTEG DANS LES DOSSIERS
      * DE SOUPCON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FALERTE ASSIGN TO AS-ALREXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ALERTE.

           SELECT FTYPOP ASSIGN TO AS-TYPOP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
           10 LIB-TMVTC   PIC X(18).
           10 NUMCHQ-TMVTC PIC 9(7).

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

       FD  FTYPOP.
       01  ENR-TYPOP.
           10 TOP-CODE    PIC X(3).

       01 FS-PRINT      PIC XX VALUE '00'.
       01 FS-MVTC       PIC XX VALUE '00'.
       01 FS-ALERTE     PIC XX VALUE '00'.
       01 WS-ALR-DISPO  PIC X VALUE 'N'.
       01 WS-SEUIL      PIC 9(9)V9(2) VALUE ZERO.
       01 WS-MVTC-EOF   PIC X VALUE 'N'.
       01 WS-NB-EXCP    PIC 9(5) VALUE ZERO.
              DISPLAY 'ERR. OUVERTURE FICHIERS: ' FS-PRINT ' ' FS-MVTC
              GO TO FIN
           END-IF.
           OPEN OUTPUT FALERTE.
           IF FS-ALERTE = '00'
              MOVE 'O' TO WS-ALR-DISPO
           ELSE
              DISPLAY 'FICHIER D''ALERTES AS-ALREXC NON ECRIT : '
                 FS-ALERTE
           END-IF.

           MOVE WS-SEUIL TO WE-SEUIL-ED.
           WRITE REC-PRT FROM LG-VIDE.

           CLOSE FMVTC.
           CLOSE FPRINT.
           IF WS-ALR-DISPO = 'O'
              CLOSE FALERTE
           END-IF.
       FIN.
           DISPLAY 'MOUVEMENTS EXCEPTIONNELS DETECTES : ' WS-NB-EXCP.
           STOP RUN.
              PERFORM CHERCHER-LIBOP
              WRITE REC-PRT FROM LG-DET
              ADD 1 TO WS-NB-EXCP
              IF WS-ALR-DISPO = 'O'
                 PERFORM ECRIRE-ALERTE
              END-IF
           END-IF.
           PERFORM LIRE-MOUVEMENT.
      *----------------------------------------------------------------
      *    ALERTE STRUCTUREE POUR LES DOSSIERS DE SOUPCON (LCBINTEG)   *
      *----------------------------------------------------------------
       ECRIRE-ALERTE.
           MOVE 'EXC'       TO ALR-SOURCE.
           MOVE SPACES      TO ALR-IDENT.
           MOVE REF-TMVTC   TO ALR-IDENT(1:13).
           MOVE CLT-TMVTC   TO ALR-CLT.
           MOVE DATE-TMVTC  TO ALR-DATE.
           MOVE MONT-TMVTC  TO ALR-MONT.
           MOVE SENS-TMVTC  TO ALR-SENS.
           MOVE SPACES      TO ALR-DETAIL.
           STRING TYPE-TMVTC ' ' DEV-TMVTC ' ' CPTE-TMVTC
              DELIMITED BY SIZE INTO ALR-DETAIL.
           WRITE ENR-ALERTE.
