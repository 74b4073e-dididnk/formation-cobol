      *   - LIGNES DE L'ARCHIVE DES RELEVES DD-RELARCH SUPPRIMEES ;
      *   - L'OPERATION EST JOURNALISEE DANS AS-ANONLOG (CLIENT,
      *     DATE, NOMBRE DE LIGNES D'ARCHIVE PURGEES).
      * APPELE PAR LE PILOTE DE CLOTURE ANNUELLE FINANNEE, LA RETENTION
      * PAR DEFAUT EST APPLIQUEE SANS SAISIE ET LE NOMBRE DE CLIENTS
      * ANONYMISES EST RENDU. LE PILOTE LE FAIT TOURNER AVANT ARCHMVT :
      * UN CLIENT DONT TOUS LES MOUVEMENTS SONT ARCHIVES N'A PLUS DE
      * DERNIER MOUVEMENT CONNU ET SERAIT ANONYMISE A TORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.

           SELECT FADRCLT ASSIGN TO DD-ADRCLT
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC   PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC  PIC X(23).
              15 DATE-TMVTC  PIC 9(8).
           10 MONT-TMVTC  PIC 9(9)V9(2).
           10 SENS-TMVTC  PIC X.
           10 TYPE-TMVTC  PIC X(3).
       01  WS-NB-CLTS   PIC 9(3) VALUE ZERO.
       01  WS-IND-CLT   PIC 9(3) VALUE ZERO.
       01  WS-TBL-PLEINE PIC X VALUE 'N'.
       01  WS-OUV-KO    PIC X VALUE 'N'.
       01  T-DERNMVT.
           05 T-DERNMVT-LIG OCCURS 500 TIMES.
              10 TD-CLT   PIC 9(5).
              10 TD-DATE  PIC 9(8).

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
           IF FS-CLT = '00' AND FS-ANONLOG = '00'
      *---------------------NIVEAU 1
       DEBUT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           IF LS-ANNEE = ZERO
              DISPLAY 'RETENTION EN ANNEES (DEFAUT 10) : '
                 WITH NO ADVANCING
              ACCEPT WS-RETENTION
           END-IF.
           IF WS-RETENTION = ZERO
              MOVE 10 TO WS-RETENTION
           END-IF.
           IF FS-CLT NOT = '00' OR FS-ANONLOG NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' FS-CLT
                 ' FL ' FS-ANONLOG
              MOVE 'O' TO WS-OUV-KO
           END-IF.
      *----------------------------------------------------------------
      *    DERNIERE DATE DE MOUVEMENT PAR CLIENT (BALAYAGE FMVTC)      *
              CLOSE FRELARCH
           END-IF.
           DISPLAY 'CLIENTS ANONYMISES : ' WS-NB-ANONYMES.
           IF LS-ANNEE NOT = ZERO
              MOVE WS-NB-ANONYMES TO LS-CTL-NB
              MOVE ZERO           TO LS-CTL-MONTANT
              MOVE WS-RETENTION   TO LS-CTL-REF
           END-IF.
           IF WS-TBL-PLEINE = 'O'
              DISPLAY 'ERR. TABLE DES CLIENTS PLEINE (500) - '
                 'PASSAGE REFUSE, A RELANCER PAR TRANCHES'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-OUV-KO = 'O'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
