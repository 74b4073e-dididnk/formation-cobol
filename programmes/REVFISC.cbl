       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVFISC.
       AUTHOR.     E NGBAME.
      * REVERSEMENT MENSUEL DU PRELEVEMENT A LA SOURCE SUR INTERETS :
      * LES RETENUES DU MOIS D'ARRETE LUES DANS L'HISTORIQUE
      * AS-INTHIST (ALIMENTE PAR CALCINTC ET CATECHU VIA CALCPFU) SONT
      * CUMULEES PAR CLIENT ET ECRITES DANS LE FICHIER DE REVERSEMENT
      * A DESSIN FIXE AS-REVFISC (ENTETE '1', DETAIL '2', TOTAL '9',
      * SUR LE MODELE DE DECLINT) ; UNE PAGE DE TOTAUX DE CONTROLE
      * (BRUT, RETENU, NOMBRE DE BENEFICIAIRES) EST EDITEE SUR
      * DDREVFIS. LE TOTAL RETENU EST CELUI A VIRER AU TRESOR : IL
      * SOLDE LE COMPTE DE L'ETAT ALIMENTE PAR LES MOUVEMENTS 'PFU'.
      * ETAPE DE LA CHAINE FINMOIS (DATE D'ARRETE PAR LINKAGE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINTHIST ASSIGN TO AS-INTHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTHIST.

           SELECT FREVFISC ASSIGN TO AS-REVFISC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVFISC.

           SELECT FPRINT ASSIGN TO DDREVFIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FINTHIST.
       01  ENR-INTHIST.
           10 IH-CLT      PIC 9(5).
           10 IH-CPTE     PIC X(23).
           10 IH-DATE     PIC 9(8).
           10 IH-DATE-R REDEFINES IH-DATE.
              15 IH-AAMM   PIC 9(6).
              15 IH-JJ     PIC 9(2).
           10 IH-MONTANT  PIC 9(7)V9(2).
           10 IH-RETENUE  PIC 9(7)V9(2).
           10 IH-ORIGINE  PIC X(3).

      *----DESSIN FIXE : '1' ENTETE, '2' DETAIL, '9' TOTAL-------------
       FD  FREVFISC.
       01  ENR-REVFISC.
           10 RVF-TYPE    PIC X.
           10 RVF-CLT     PIC 9(5).
           10 RVF-PERIODE PIC 9(6).
           10 RVF-BRUT    PIC 9(11)V9(2).
           10 RVF-RETENUE PIC 9(11)V9(2).

       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-INTHIST   PIC XX VALUE ZERO.
       01  FS-REVFISC   PIC XX VALUE ZERO.
       01  FS-PRINT     PIC XX VALUE ZERO.
       01  WS-EOF       PIC X VALUE 'N'.
       01  WS-TRAITE    PIC X VALUE 'N'.
       01  WS-DTARRETE  PIC 9(8) VALUE ZERO.
       01  WS-DTARRETE-R REDEFINES WS-DTARRETE.
           05 WS-AAMM-ARR PIC 9(6).
           05 WS-JJ-ARR   PIC 9(2).
       01  WS-NB-REVERSES PIC 9(5) VALUE ZERO.
       01  WS-TOT-BRUT  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-RET   PIC 9(11)V9(2) VALUE ZERO.
      *----CUMULS PAR CLIENT (RETENUES DU MOIS SEULEMENT)--------------
       01  WS-NB-CLTS   PIC 9(3) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(3) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  T-CUMULS.
           05 T-CUMUL-LIG OCCURS 500 TIMES.
              10 TC-CLT    PIC 9(5).
              10 TC-BRUT   PIC 9(11)V9(2).
              10 TC-RET    PIC 9(11)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
           05 FILLER PIC X(44) VALUE
              'REVERSEMENT DU PRELEVEMENT A LA SOURCE -    '.
           05 WE-PERIODE PIC 9(6).
       01  LG-TOT1.
           05 FILLER PIC X(26) VALUE 'BENEFICIAIRES PRELEVES   :'.
           05 WE-NB-REV PIC ZZZZ9.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'TOTAL INTERETS BRUTS     :'.
           05 WE-TOT-BRUT PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT3.
           05 FILLER PIC X(26) VALUE 'TOTAL A REVERSER         :'.
           05 WE-TOT-RET PIC ZZZBZZZBZZZBZZ9.99.

       LINKAGE SECTION.
      *----DATE D'ARRETE TRANSMISE PAR LE PILOTE FINMOIS - SI ZERO,----
      *----SAISIE INTERACTIVE------------------------------------------
       01  LS-DTARRETE  PIC 9(8).

       PROCEDURE DIVISION USING LS-DTARRETE.
       PROG.
           PERFORM DEBUT.
           IF FS-INTHIST = '00' AND FS-REVFISC = '00'
              AND FS-PRINT = '00'
              MOVE 'O' TO WS-TRAITE
              PERFORM CUMULER-HISTORIQUE
              PERFORM ECRIRE-REVERSEMENT
           END-IF.
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-DTARRETE NOT = ZERO
              MOVE LS-DTARRETE TO WS-DTARRETE
           ELSE
              DISPLAY 'DATE D ARRETE (AAAAMMJJ, 0=JOUR) : '
                 WITH NO ADVANCING
              ACCEPT WS-DTARRETE
              IF WS-DTARRETE = ZERO
                 ACCEPT WS-DTARRETE FROM DATE YYYYMMDD
              END-IF
           END-IF.
           MOVE WS-AAMM-ARR TO WE-PERIODE.
      *----HISTORIQUE ABSENT : AUCUN INTERET VERSE, REVERSEMENT VIDE---
           OPEN INPUT FINTHIST.
           IF FS-INTHIST = '35'
              OPEN OUTPUT FINTHIST
              CLOSE FINTHIST
              OPEN INPUT FINTHIST
           END-IF.
           OPEN OUTPUT FREVFISC FPRINT.
           IF FS-INTHIST NOT = '00' OR FS-REVFISC NOT = '00'
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FH ' FS-INTHIST
                 ' FR ' FS-REVFISC ' FP ' FS-PRINT
           END-IF.
      *----------------------------------------------------------------
      *    CUMUL DES RETENUES DU MOIS PAR CLIENT                       *
      *----------------------------------------------------------------
       CUMULER-HISTORIQUE.
           PERFORM LIRE-HISTORIQUE UNTIL WS-EOF = 'O'.
       LIRE-HISTORIQUE.
           READ FINTHIST
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF IH-AAMM = WS-AAMM-ARR AND IH-RETENUE > ZERO
                    PERFORM CUMULER-CLIENT
                 END-IF
           END-READ.
       CUMULER-CLIENT.
           PERFORM LOCALISER-CLIENT VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS
                 OR TC-CLT(WS-IND-CLT) = IH-CLT.
           IF WS-IND-CLT > WS-NB-CLTS
              IF WS-NB-CLTS < 500
                 ADD 1 TO WS-NB-CLTS
                 MOVE IH-CLT     TO TC-CLT(WS-NB-CLTS)
                 MOVE IH-MONTANT TO TC-BRUT(WS-NB-CLTS)
                 MOVE IH-RETENUE TO TC-RET(WS-NB-CLTS)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           ELSE
              ADD IH-MONTANT TO TC-BRUT(WS-IND-CLT)
              ADD IH-RETENUE TO TC-RET(WS-IND-CLT)
           END-IF.
       LOCALISER-CLIENT.
           CONTINUE.
      *----------------------------------------------------------------
      *    ECRITURE DU FICHIER DE REVERSEMENT + PAGE DE CONTROLE       *
      *----------------------------------------------------------------
       ECRIRE-REVERSEMENT.
           MOVE SPACES TO ENR-REVFISC.
           MOVE '1' TO RVF-TYPE.
           MOVE WS-AAMM-ARR TO RVF-PERIODE.
           MOVE ZERO TO RVF-CLT RVF-BRUT RVF-RETENUE.
           WRITE ENR-REVFISC.
           PERFORM REVERSER-UN-CLIENT
              VARYING WS-IND-CLT FROM 1 BY 1
              UNTIL WS-IND-CLT > WS-NB-CLTS.
           MOVE SPACES TO ENR-REVFISC.
           MOVE '9' TO RVF-TYPE.
           MOVE WS-NB-REVERSES TO RVF-CLT.
           MOVE WS-AAMM-ARR TO RVF-PERIODE.
           MOVE WS-TOT-BRUT TO RVF-BRUT.
           MOVE WS-TOT-RET TO RVF-RETENUE.
           WRITE ENR-REVFISC.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           MOVE WS-NB-REVERSES TO WE-NB-REV.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-TOT-BRUT TO WE-TOT-BRUT.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-TOT-RET TO WE-TOT-RET.
           WRITE REC-PRT FROM LG-TOT3.
       REVERSER-UN-CLIENT.
           ADD 1 TO WS-NB-REVERSES.
           ADD TC-BRUT(WS-IND-CLT) TO WS-TOT-BRUT.
           ADD TC-RET(WS-IND-CLT) TO WS-TOT-RET.
           MOVE SPACES TO ENR-REVFISC.
           MOVE '2' TO RVF-TYPE.
           MOVE TC-CLT(WS-IND-CLT) TO RVF-CLT.
           MOVE WS-AAMM-ARR TO RVF-PERIODE.
           MOVE TC-BRUT(WS-IND-CLT) TO RVF-BRUT.
           MOVE TC-RET(WS-IND-CLT) TO RVF-RETENUE.
           WRITE ENR-REVFISC.
       FIN.
           CLOSE FINTHIST FREVFISC FPRINT.
           DISPLAY 'BENEFICIAIRES PRELEVES : ' WS-NB-REVERSES.
           DISPLAY 'TOTAL A REVERSER       : ' WS-TOT-RET.
           IF WS-TRAITE = 'N' OR WS-TBL-PLEINE = 'O'
              IF WS-TBL-PLEINE = 'O'
                 DISPLAY 'ERR. TABLE DES CLIENTS PLEINE (500) - '
                    'REVERSEMENT INCOMPLET'
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
