      *   'E' = ECRIRE   : LE SCELLE EST (RE)ECRIT
      *   'V' = VERIFIER : LS-RESULTAT = O (CONFORME) / N (ECART) /
      *                    A (SCELLE ABSENT, PRODUCTEUR ANCIEN)
      *   'L' = LIRE     : LE COMPTE ET LE MONTANT DU SCELLE SONT
      *                    RENDUS DANS LS-NBENR/LS-MONTANT, LS-RESULTAT
      *                    = O (LU) / A (ABSENT) - LES PILOTES FINJOUR
      *                    ET FINMOIS LES JOURNALISENT A LA FIN D'UNE
      *                    ETAPE POUR LES REVERIFIER ('V') EN REPRISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  LS-FONCTION  PIC X.
           88 FONCTION-ECRIRE   VALUE 'E'.
           88 FONCTION-VERIFIER VALUE 'V'.
           88 FONCTION-LIRE     VALUE 'L'.
       01  LS-NOMCTL    PIC X(30).
       01  LS-NBENR     PIC 9(9).
       01  LS-MONTANT   PIC 9(13)V9(2).
       PROCEDURE DIVISION USING LS-FONCTION LS-NOMCTL
                                LS-NBENR LS-MONTANT LS-RESULTAT.
       PROG.
           EVALUATE TRUE
              WHEN FONCTION-ECRIRE PERFORM ECRIRE-SCELLE
              WHEN FONCTION-LIRE   PERFORM LIRE-SCELLE
              WHEN OTHER           PERFORM VERIFIER-SCELLE
           END-EVALUATE.
           GOBACK.
      *----------------------------------------------------------------
      *    ECRITURE DU SCELLE (HORODATE)                               *
              END-READ
              CLOSE FCTL
           END-IF.
      *----------------------------------------------------------------
      *    LECTURE SEULE : COMPTE ET MONTANT ACTUELS DU SCELLE         *
      *----------------------------------------------------------------
       LIRE-SCELLE.
           MOVE ZERO TO LS-NBENR LS-MONTANT.
           OPEN INPUT FCTL.
           IF FS-CTL NOT = '00'
              SET LS-SCELLE-ABSENT TO TRUE
           ELSE
              READ FCTL
                 AT END SET LS-SCELLE-ABSENT TO TRUE
                 NOT AT END
                    MOVE CTL-NBENR   TO LS-NBENR
                    MOVE CTL-MONTANT TO LS-MONTANT
                    SET LS-SCELLE-OK TO TRUE
              END-READ
              CLOSE FCTL
           END-IF.
