      * DECLARATIF A DESSIN FIXE AS-DECLINT (ENTETE '1', DETAIL '2',
      * TOTAL '9') ET UNE PAGE DE TOTAUX DE CONTROLE EST EDITEE SUR
      * DDDECINT. PLUS RIEN A RETAPER EN FEVRIER.
      * L'HISTORIQUE PORTE AUSSI LES INTERETS DES COMPTES A TERME
      * (CATECHU) ET LA RETENUE A LA SOURCE DE CHAQUE VERSEMENT
      * (CALCPFU) : CHAQUE CLIENT EST DECLARE EN BRUT, RETENU ET NET.
      * APPELE PAR LE PILOTE DE CLOTURE ANNUELLE FINANNEE, L'ANNEE EST
      * TRANSMISE PAR LINKAGE ET LE NOMBRE DE CLIENTS DECLARES ET LE
      * TOTAL DES INTERETS DECLARES LUI SONT RENDUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              15 IH-AA     PIC 9(4).
              15 IH-MMJJ   PIC 9(4).
           10 IH-MONTANT  PIC 9(7)V9(2).
           10 IH-RETENUE  PIC 9(7)V9(2).
           10 IH-ORIGINE  PIC X(3).

       FD  FCLT.
       01  ENR-TCLT.
           10 DCL-VILLE   PIC X(20).
           10 DCL-ANNEE   PIC 9(4).
           10 DCL-MONTANT PIC 9(11)V9(2).
           10 DCL-RETENUE PIC 9(11)V9(2).
           10 DCL-NET     PIC 9(11)V9(2).

       FD  FPRINT.
       01  REC-PRT.
       01  WS-ADR-DISPO PIC X VALUE 'N'.
       01  WS-NB-DECLARES PIC 9(5) VALUE ZERO.
       01  WS-TOT-GENERAL PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-RETENUE PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-NET     PIC 9(11)V9(2) VALUE ZERO.
      *----CUMULS PAR CLIENT-------------------------------------------
       01  WS-NB-CLTS   PIC 9(3) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(3) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  WS-OUV-KO    PIC X VALUE 'N'.
       01  T-CUMULS.
           05 T-CUMUL-LIG OCCURS 500 TIMES.
              10 TC-CLT    PIC 9(5).
              10 TC-MONT   PIC 9(11)V9(2).
              10 TC-RET    PIC 9(11)V9(2).

       01  LG-VIDE      PIC X(80) VALUE SPACES.
       01  LG-TITRE.
       01  LG-TOT2.
           05 FILLER PIC X(26) VALUE 'TOTAL INTERETS DECLARES  :'.
           05 WE-TOT-GEN PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT3.
           05 FILLER PIC X(26) VALUE 'TOTAL RETENU A LA SOURCE :'.
           05 WE-TOT-RET PIC ZZZBZZZBZZZBZZ9.99.
       01  LG-TOT4.
           05 FILLER PIC X(26) VALUE 'TOTAL NET VERSE          :'.
           05 WE-TOT-NET PIC ZZZBZZZBZZZBZZ9.99.

       LINKAGE SECTION.
      *----EXERCICE CLOS TRANSMIS PAR LE PILOTE FINANNEE - SI ZERO,----
      *----SAISIE INTERACTIVE CONSERVEE. TOTAUX DE CONTROLE RENDUS AU--
      *----PILOTE POUR LE COMPTE-RENDU DE CLOTURE----------------------
       01  LS-FINANNEE.
           05 LS-ANNEE       PIC 9(4).
           05 LS-CTL-NB      PIC 9(9).
           05 LS-CTL-MONTANT PIC 9(13)V9(2).
           05 LS-CTL-REF     PIC 9(7).

       PROCEDURE DIVISION USING LS-FINANNEE.
       PROG.
           PERFORM DEBUT.
           IF FS-INTHIST = '00' AND FS-DECL = '00'
           PERFORM FIN.
      *---------------------NIVEAU 1
       DEBUT.
           IF LS-ANNEE NOT = ZERO
              MOVE LS-ANNEE TO WS-ANNEE
           ELSE
              DISPLAY 'ANNEE A DECLARER (AAAA) : ' WITH NO ADVANCING
              ACCEPT WS-ANNEE
           END-IF.
           MOVE WS-ANNEE TO WE-ANNEE.
           OPEN INPUT FINTHIST FCLT.
           OPEN OUTPUT FDECL FPRINT.
              OR FS-PRINT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FH ' FS-INTHIST
                 ' FD ' FS-DECL ' FP ' FS-PRINT
              MOVE 'O' TO WS-OUV-KO
           END-IF.
      *----------------------------------------------------------------
      *    CUMUL DE L'ANNEE DEMANDEE PAR CLIENT                        *
                 ADD 1 TO WS-NB-CLTS
                 MOVE IH-CLT TO TC-CLT(WS-NB-CLTS)
                 MOVE IH-MONTANT TO TC-MONT(WS-NB-CLTS)
                 MOVE IH-RETENUE TO TC-RET(WS-NB-CLTS)
              ELSE
                 MOVE 'O' TO WS-TBL-PLEINE
              END-IF
           ELSE
              ADD IH-MONTANT TO TC-MONT(WS-IND-CLT)
              ADD IH-RETENUE TO TC-RET(WS-IND-CLT)
           END-IF.
       LOCALISER-CLIENT.
           CONTINUE.
           MOVE SPACES TO ENR-DECL.
           MOVE '1' TO DCL-TYPE.
           MOVE WS-ANNEE TO DCL-ANNEE.
           MOVE ZERO TO DCL-CLT DCL-MONTANT DCL-RETENUE DCL-NET.
           WRITE ENR-DECL.
           PERFORM DECLARER-UN-CLIENT
              VARYING WS-IND-CLT FROM 1 BY 1
           MOVE WS-NB-DECLARES TO DCL-CLT.
           MOVE WS-ANNEE TO DCL-ANNEE.
           MOVE WS-TOT-GENERAL TO DCL-MONTANT.
           MOVE WS-TOT-RETENUE TO DCL-RETENUE.
           MOVE WS-TOT-NET TO DCL-NET.
           WRITE ENR-DECL.
           WRITE REC-PRT FROM LG-TITRE.
           WRITE REC-PRT FROM LG-VIDE.
           WRITE REC-PRT FROM LG-TOT1.
           MOVE WS-TOT-GENERAL TO WE-TOT-GEN.
           WRITE REC-PRT FROM LG-TOT2.
           MOVE WS-TOT-RETENUE TO WE-TOT-RET.
           WRITE REC-PRT FROM LG-TOT3.
           MOVE WS-TOT-NET TO WE-TOT-NET.
           WRITE REC-PRT FROM LG-TOT4.
       DECLARER-UN-CLIENT.
           ADD 1 TO WS-NB-DECLARES.
           ADD TC-MONT(WS-IND-CLT) TO WS-TOT-GENERAL.
           ADD TC-RET(WS-IND-CLT) TO WS-TOT-RETENUE.
           MOVE SPACES TO ENR-DECL.
           MOVE '2' TO DCL-TYPE.
           MOVE TC-CLT(WS-IND-CLT) TO DCL-CLT CODE-TCLT.
           END-IF.
           MOVE WS-ANNEE TO DCL-ANNEE.
           MOVE TC-MONT(WS-IND-CLT) TO DCL-MONTANT.
           MOVE TC-RET(WS-IND-CLT) TO DCL-RETENUE.
           COMPUTE DCL-NET = TC-MONT(WS-IND-CLT) - TC-RET(WS-IND-CLT).
           ADD DCL-NET TO WS-TOT-NET.
           WRITE ENR-DECL.
       FIN.
           CLOSE FINTHIST FCLT FDECL FPRINT.
           END-IF.
           DISPLAY 'CLIENTS DECLARES : ' WS-NB-DECLARES.
           DISPLAY 'TOTAL DECLARE    : ' WS-TOT-GENERAL.
           DISPLAY 'TOTAL RETENU     : ' WS-TOT-RETENUE.
           IF LS-ANNEE NOT = ZERO
              MOVE WS-NB-DECLARES TO LS-CTL-NB
              MOVE WS-TOT-GENERAL TO LS-CTL-MONTANT
              MOVE ZERO TO LS-CTL-REF
           END-IF.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES CLIENTS PLEINE (500) - '
                 'DECLARATION INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-OUV-KO = 'O'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
