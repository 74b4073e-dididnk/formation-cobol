       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJCRED.
      *TENUE DU FICHIER CREDIT CLIENTS CLICRED.dat (CLE = CODE CLIENT
      *DU REGISTRE DES FACTURES) PAR LE CONTROLEUR DU CREDIT. LE
      *FICHIER DE MOUVEMENTS PORTE UN CODE TYPE PAR ENREGISTREMENT :
      *  P = PLAFOND    (CREATION DE LA FICHE OU NOUVEAU PLAFOND)
      *  B = BLOCAGE    (TOUTE COMMANDE DU CLIENT SERA RETENUE)
      *  D = DEBLOCAGE
      *  L = LIBERATION (LES COMMANDES RETENUES PASSENT AU PROCHAIN
      *                  PASSAGE DE FACTREG SANS CONTROLE DU CREDIT)
      *  M = MANDAT     (ADHESION AU PRELEVEMENT DES FACTURES SUR LE
      *                  MANDAT INDIQUE, ZERO = RETOUR AU CHEQUE)
      *UN CLIENT SANS FICHE NE PEUT ETRE NI BLOQUE, NI LIBERE, NI
      *PRELEVE (LE PLAFOND EST FIXE D'ABORD PAR UN MOUVEMENT P), UN
      *COMPTE BLOQUE DOIT ETRE DEBLOQUE AVANT D'ETRE LIBERE : CES
      *MOUVEMENTS ET LES TYPES INCONNUS SONT REJETES A L'ECRAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVTCRED ASSIGN TO "FORM1011.FILES.CLICRED"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSMVT.

           SELECT FCLICRED ASSIGN TO "CLICRED.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-CLIENT
           FILE STATUS IS WS-FSCRED.

       DATA DIVISION.
       FILE SECTION.
       FD FMVTCRED.
       01 ENR-MVTCRED.
           05 MVT-TYPE      PIC X.
           05 MVT-CLIENT    PIC X(5).
           05 MVT-PLAFOND   PIC 9(7)V99.
           05 MVT-MANDAT    PIC 9(5).

       FD FCLICRED.
       01 ENR-CLICRED.
           05 CRD-CLIENT    PIC X(5).
           05 CRD-PLAFOND   PIC 9(7)V99.
      *CRD-BLOQUE 'O' COMPTE BLOQUE : TOUTE COMMANDE EST RETENUE
           05 CRD-BLOQUE    PIC X.
      *CRD-LIBERE 'O' LIBERATION PONCTUELLE : LE PASSAGE SUIVANT
      *FACTURE LE CLIENT SANS CONTROLE ET REMET L'INDICATEUR A 'N'
           05 CRD-LIBERE    PIC X.
           05 CRD-DTMAJ     PIC 9(8).
      *CRD-MANDAT : MANDAT DE PRELEVEMENT (DD-MANDAT) SUR LEQUEL LES
      *FACTURES ECHUES SONT PRESENTEES PAR PRLFACT, ZERO = PAS DE
      *PRELEVEMENT (REGLEMENT PAR CHEQUE)
           05 CRD-MANDAT    PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-FSMVT        PIC XX VALUE ZERO.
       01 WS-FSCRED       PIC XX VALUE ZERO.
       01 WS-EOF          PIC X VALUE 'N'.
       01 WS-OUV-OK       PIC X VALUE 'N'.
       01 WS-FICHE-OK     PIC X VALUE 'N'.
       01 WS-DTJOUR       PIC 9(8) VALUE ZERO.
       01 WS-NB-CREES     PIC 9(5) VALUE ZERO.
       01 WS-NB-PLAFONDS  PIC 9(5) VALUE ZERO.
       01 WS-NB-BLOCAGES  PIC 9(5) VALUE ZERO.
       01 WS-NB-DEBLOC    PIC 9(5) VALUE ZERO.
       01 WS-NB-LIBERES   PIC 9(5) VALUE ZERO.
       01 WS-NB-MANDATS   PIC 9(5) VALUE ZERO.
       01 WS-NB-REJETS    PIC 9(5) VALUE ZERO.
       01 WE-MONTANT      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROG.
           PERFORM INIT.
           PERFORM TRAITER-MOUVEMENT UNTIL WS-EOF = 'O'.
           PERFORM FIN.
       INIT.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
           OPEN I-O FCLICRED.
           IF WS-FSCRED = '35'
              OPEN OUTPUT FCLICRED
              CLOSE FCLICRED
              OPEN I-O FCLICRED
           END-IF.
           OPEN INPUT FMVTCRED.
           IF WS-FSCRED NOT = '00' OR WS-FSMVT NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FC ' WS-FSCRED
                 ' FM ' WS-FSMVT
              MOVE 'O' TO WS-EOF
           ELSE
              MOVE 'O' TO WS-OUV-OK
              PERFORM LIRE-MOUVEMENT
           END-IF.
       LIRE-MOUVEMENT.
           READ FMVTCRED
              AT END MOVE 'O' TO WS-EOF
           END-READ.
      *----------------------------------------------------------------
      *    UN MOUVEMENT : LECTURE DE LA FICHE PUIS AIGUILLAGE PAR TYPE *
      *----------------------------------------------------------------
       TRAITER-MOUVEMENT.
           MOVE MVT-CLIENT TO CRD-CLIENT.
           READ FCLICRED
              INVALID KEY MOVE 'N' TO WS-FICHE-OK
              NOT INVALID KEY MOVE 'O' TO WS-FICHE-OK
           END-READ.
           EVALUATE TRUE
              WHEN MVT-TYPE = 'P'
                 PERFORM FIXER-PLAFOND
              WHEN MVT-TYPE NOT = 'B' AND MVT-TYPE NOT = 'D'
                   AND MVT-TYPE NOT = 'L' AND MVT-TYPE NOT = 'M'
                 PERFORM REJETER-MOUVEMENT
                 DISPLAY '  TYPE DE MOUVEMENT INCONNU'
              WHEN WS-FICHE-OK = 'N'
                 PERFORM REJETER-MOUVEMENT
                 DISPLAY '  CLIENT SANS FICHE CREDIT'
              WHEN MVT-TYPE = 'B'
                 MOVE 'O' TO CRD-BLOQUE
                 MOVE 'N' TO CRD-LIBERE
                 PERFORM MAJ-FICHE
                 ADD 1 TO WS-NB-BLOCAGES
              WHEN MVT-TYPE = 'D'
                 MOVE 'N' TO CRD-BLOQUE
                 PERFORM MAJ-FICHE
                 ADD 1 TO WS-NB-DEBLOC
              WHEN MVT-TYPE = 'M'
                 MOVE MVT-MANDAT TO CRD-MANDAT
                 PERFORM MAJ-FICHE
                 ADD 1 TO WS-NB-MANDATS
              WHEN CRD-BLOQUE = 'O'
                 PERFORM REJETER-MOUVEMENT
                 DISPLAY '  COMPTE BLOQUE - DEBLOQUER AVANT DE LIBERER'
              WHEN OTHER
                 MOVE 'O' TO CRD-LIBERE
                 PERFORM MAJ-FICHE
                 ADD 1 TO WS-NB-LIBERES
           END-EVALUATE.
           PERFORM LIRE-MOUVEMENT.
       FIXER-PLAFOND.
           MOVE MVT-PLAFOND TO CRD-PLAFOND.
           MOVE WS-DTJOUR   TO CRD-DTMAJ.
           IF WS-FICHE-OK = 'N'
              MOVE MVT-CLIENT TO CRD-CLIENT
              MOVE 'N' TO CRD-BLOQUE
              MOVE 'N' TO CRD-LIBERE
              MOVE ZERO TO CRD-MANDAT
              WRITE ENR-CLICRED
              ADD 1 TO WS-NB-CREES
           ELSE
              REWRITE ENR-CLICRED
              ADD 1 TO WS-NB-PLAFONDS
           END-IF.
           MOVE CRD-PLAFOND TO WE-MONTANT.
           DISPLAY 'CLIENT ' CRD-CLIENT ' PLAFOND ' WE-MONTANT.
       MAJ-FICHE.
           MOVE WS-DTJOUR TO CRD-DTMAJ.
           REWRITE ENR-CLICRED.
           DISPLAY 'CLIENT ' CRD-CLIENT ' BLOQUE ' CRD-BLOQUE
              ' LIBERE ' CRD-LIBERE ' MANDAT ' CRD-MANDAT.
       REJETER-MOUVEMENT.
           ADD 1 TO WS-NB-REJETS.
           DISPLAY 'REJET ' MVT-TYPE ' CLIENT ' MVT-CLIENT.
       FIN.
           IF WS-OUV-OK = 'O'
              CLOSE FCLICRED FMVTCRED
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'FICHES CREEES      : ' WS-NB-CREES.
           DISPLAY 'PLAFONDS MODIFIES  : ' WS-NB-PLAFONDS.
           DISPLAY 'COMPTES BLOQUES    : ' WS-NB-BLOCAGES.
           DISPLAY 'COMPTES DEBLOQUES  : ' WS-NB-DEBLOC.
           DISPLAY 'CLIENTS LIBERES    : ' WS-NB-LIBERES.
           DISPLAY 'MANDATS ENREGISTRES: ' WS-NB-MANDATS.
           DISPLAY 'MOUVEMENTS REJETES : ' WS-NB-REJETS.
           IF WS-OUV-OK = 'N'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-REJETS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
