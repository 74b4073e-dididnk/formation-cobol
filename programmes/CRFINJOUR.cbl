      * VOLUMES CHARGES PAR TYPE, REJETS PAR CODE (AS-REJETS),
      * ECARTS DE RAPPROCHEMENT (AS-ECARTS, NOMBRE ET MONTANT),
      * ORPHELINS DU CONTROLE D'INTEGRITE (AS-EXCEPT), ET UN VERDICT
      * VERT / ROUGE POUR LE CONTROLE DU MATIN. EN FIN DE MOIS, LES
      * ECARTS DU RAPPROCHEMENT GRAND LIVRE / FRIB DE BALGEN
      * (AS-ECARTGL, UN PAR DEVISE) ENTRENT AUSSI DANS LE VERDICT.
      * L'ETAT DE SECURITE SECRAPP (FSECLOG, SUR DDSECRAP) EST PRODUIT
      * AU PASSAGE : SES SEUILS D'ALERTE DEPASSES (RETURN-CODE NON
      * NUL) FONT FIGURER L'ALERTE SUR LA PAGE ET PASSENT LE VERDICT
      * AU ROUGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FREJETS ASSIGN TO AS-REJETS
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCEPT.

           SELECT FECARTGL ASSIGN TO AS-ECARTGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECARTGL.

           SELECT FPRINT ASSIGN TO DDCRJOUR
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
           10 EXC-DETAIL   PIC X(30).
           10 EXC-LIBELLE  PIC X(40).

       FD  FECARTGL.
       01  ENR-ECARTGL.
           10 EGL-DATE     PIC 9(8).
           10 EGL-DEV      PIC X(3).
           10 EGL-TYPE     PIC X(3).
           10 EGL-MONT     PIC S9(13)V9(2).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).
       01  FS-REJETS    PIC XX VALUE ZERO.
       01  FS-ECART     PIC XX VALUE ZERO.
       01  FS-EXCEPT    PIC XX VALUE ZERO.
       01  FS-ECARTGL   PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-NB-AG     PIC 9(5) VALUE ZERO.
       01  WS-NB-ECARTS PIC 9(5) VALUE ZERO.
       01  WS-MT-ECARTS PIC S9(11)V9(2) VALUE ZERO.
       01  WS-NB-ORPH   PIC 9(5) VALUE ZERO.
       01  WS-NB-ECTGL  PIC 9(5) VALUE ZERO.
      *----ETAT DE SECURITE (SECRAPP) : JOUR TRAITE ET RETURN-CODE-----
       01  WS-DT-SECU   PIC 9(8) VALUE ZERO.
       01  WS-RC-SECU   PIC S9(4) COMP VALUE ZERO.

      *----REJETS VENTILES PAR CODE------------------------------------
       01  WS-NB-CODES  PIC 9(2) VALUE ZERO.
       01  LG-ORPH.
           05 FILLER PIC X(22) VALUE 'ORPHELINS INTEGRITE : '.
           05 WE-NB-ORPH PIC ZZZZ9.
       01  LG-ECTGL.
           05 FILLER PIC X(22) VALUE 'ECARTS GRAND LIVRE  : '.
           05 WE-NB-ECTGL PIC ZZZZ9.
       01  LG-SECU.
           05 FILLER PIC X(22) VALUE 'ALERTE SECURITE     : '.
           05 WE-SECU PIC X(40).
       01  LG-VERDICT.
           05 FILLER PIC X(10) VALUE 'VERDICT : '.
           05 WE-VERDICT PIC X(45).
           PERFORM DEPOUILLER-REJETS.
           PERFORM DEPOUILLER-ECARTS.
           PERFORM DEPOUILLER-EXCEPT.
           PERFORM DEPOUILLER-ECARTGL.
           PERFORM PRODUIRE-ETAT-SECURITE.
           PERFORM EDITER-PAGE.
           PERFORM FIN.
      *---------------------NIVEAU 1
              NOT AT END ADD 1 TO WS-NB-ORPH
           END-READ.
      *----------------------------------------------------------------
      *    ECARTS GRAND LIVRE / FRIB (BALGEN, FIN DE MOIS) : UN PAR    *
      *    DEVISE, LE DETAIL PAR TYPE N'EST PAS COMPTE                 *
      *----------------------------------------------------------------
       DEPOUILLER-ECARTGL.
           OPEN INPUT FECARTGL.
           IF FS-ECARTGL = '00'
              MOVE 'N' TO WS-EOF
              PERFORM DEPOUILLER-UN-ECARTGL UNTIL WS-EOF = 'O'
              CLOSE FECARTGL
           END-IF.
       DEPOUILLER-UN-ECARTGL.
           READ FECARTGL
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF EGL-TYPE = SPACES
                    ADD 1 TO WS-NB-ECTGL
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      *    LA PAGE UNIQUE DU MATIN                                     *
      *----------------------------------------------------------------
       EDITER-PAGE.
           WRITE REC-PRT FROM LG-ECARTS.
           MOVE WS-NB-ORPH TO WE-NB-ORPH.
           WRITE REC-PRT FROM LG-ORPH.
           MOVE WS-NB-ECTGL TO WE-NB-ECTGL.
           WRITE REC-PRT FROM LG-ECTGL.
           IF WS-RC-SECU = ZERO
              MOVE 'NON' TO WE-SECU
           ELSE
              IF WS-RC-SECU = 4
                 MOVE 'OUI - VOIR L ETAT DDSECRAP' TO WE-SECU
              ELSE
                 MOVE 'ETAT DE SECURITE NON PRODUIT' TO WE-SECU
              END-IF
           END-IF.
           WRITE REC-PRT FROM LG-SECU.
           WRITE REC-PRT FROM LG-TRAC.
           IF WS-NB-REJETS = ZERO AND WS-NB-ECARTS = ZERO
              AND WS-NB-ORPH = ZERO AND WS-NB-ECTGL = ZERO
              AND WS-RC-SECU = ZERO
              MOVE 'VERT - NUIT PROPRE' TO WE-VERDICT
           ELSE
              MOVE 'ROUGE - ANOMALIES A TRAITER' TO WE-VERDICT
           END-IF.
           WRITE REC-PRT FROM LG-VERDICT.
           DISPLAY 'VERDICT FIN DE JOURNEE : ' WE-VERDICT.
      *----------------------------------------------------------------
      *    ETAT DES VIOLATIONS DE SECURITE DU JOUR (SECRAPP)           *
      *----------------------------------------------------------------
       PRODUIRE-ETAT-SECURITE.
           ACCEPT WS-DT-SECU FROM DATE YYYYMMDD.
           CALL 'SECRAPP' USING WS-DT-SECU.
           MOVE RETURN-CODE TO WS-RC-SECU.
           MOVE 0 TO RETURN-CODE.
       EDITER-CODE-REJET.
           MOVE TR-CODE(WS-IND-CODE) TO WE-REJ-CODE.
           MOVE TR-NB(WS-IND-CODE)   TO WE-REJ-NB.
