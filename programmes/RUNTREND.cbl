      * DEPASSE LA MOYENNE DE PLUS DE 50 POURCENT - POUR VOIR LA
      * CHAINE RALENTIR AVANT QU'ELLE NE PERCUTE L'OUVERTURE DES
      * AGENCES. ETAT SUR DDRNTRND.
      * SEULS LES PASSAGES REELS DE LA CHAINE QUOTIDIENNE SONT PRIS :
      * LES ENTREES DE FINMOIS ET FINANNEE (RUN-CHAINE 'M' ET 'A') ET
      * LES ETAPES SAUTEES EN REPRISE OU HORS PERIODE (RUN-STATUT 'S'
      * OU 'H', DUREE SANS SIGNIFICATION) SONT IGNOREES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           10 RUN-HHFIN   PIC 9(8).
           10 RUN-DUREE   PIC 9(6).
           10 RUN-RC      PIC 9(4).
           10 RUN-CHAINE  PIC X.
           10 RUN-STATUT  PIC X.
           10 RUN-SCL-ETAT PIC X.
           10 RUN-SCL-NBENR PIC 9(9).
           10 RUN-SCL-MONTANT PIC 9(13)V9(2).

       FD  FPRINT.
       01  REC-PRT.
       LIRE-POUR-DATES.
           READ FRUNJRN
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF RUN-CHAINE = 'J'
                    PERFORM NOTER-DATE
                 END-IF
           END-READ.
       NOTER-DATE.
           PERFORM LOCALISER-DATE VARYING WS-IND-DATE FROM 1 BY 1
           READ FRUNJRN
              AT END MOVE 'O' TO WS-EOF
              NOT AT END
                 IF RUN-DATE >= WS-DTLIMITE AND RUN-CHAINE = 'J'
                    AND RUN-STATUT NOT = 'S' AND RUN-STATUT NOT = 'H'
                    ADD 1 TO WS-NB-LUS
                    PERFORM CUMULER-ETAPE
                 END-IF
