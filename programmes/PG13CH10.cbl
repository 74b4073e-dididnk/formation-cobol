      *PROG PRINCIPAL QUI APPEL UN SOUS PROG DE CALCUL DU SALAIRE ANNUEL
      *ON RENVOIE LE SALAIRE ANNUEL AU PROG PRINCIPAL ET ON DISPLAY     
      *VERSION + DURE : ON Ã©CRIT LE SALAIRE ANNUEL DANS UN AUTRE/NEW PS 
      *PRELEVEMENT A LA SOURCE : L'IMPOT DU MOIS EST RETENU SUR LE NET
      *IMPOSABLE MENSUEL (BRUT PRORATISE - CHARGES + RAPPEL) AU TAUX
      *PERSONNEL NOTIFIE (DD-TXPAS, DERNIER MOIS D'EFFET <= PERIODE)
      *OU, A DEFAUT, A LA GRILLE NEUTRE AS-PASNEUT ; LE DETAIL (BASE,
      *TAUX, ORIGINE, IMPOT, NET VERSE) VA DANS LE JOURNAL UT-S-PASDD
      *DE LA PERIODE LU PAR BULLPAIE, PAYSAL ET REVPAS.
      *CONGES PAYES : CHAQUE PAIE ACQUIERT LES 2,5 JOURS LEGAUX DU
      *MOIS (PRORATISES PAR LES JOURS SANS SOLDE) DANS LE COMPTEUR
      *DD-CONGES DU SALARIE ET DECOMPTE LES ABSENCES 'CPA' ; UN CONGE
      *AU-DELA DU SOLDE EST REJETE. AU PREMIER MOIS DE JUIN LE SOLDE
      *DE LA PERIODE DE REFERENCE ECOULEE (JUIN-MAI) PASSE EN REPORT.
      *SALARIES SORTIS : UN SALARIE INSCRIT AU REGISTRE DES SORTIES
      *DD-SORTIES (MAJEMPL) DONT LE MOIS DE SORTIE NE DEPASSE PAS LA
      *PERIODE N'EST PLUS PAYE ICI - SON DERNIER MOIS EST DANS LE SOLDE
      *DE TOUT COMPTE (SOLDTC). SI LE SOLDE N'EST PAS ENCORE CALCULE,
      *SES RAPPELS EN ATTENTE SONT REPORTES AU REGISTRE AVANT QUE
      *AS-RAPPEL NE SOIT CONSOMME.
                                                                        
       ENVIRONMENT DIVISION.                                            
       INPUT-OUTPUT SECTION.                                            
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FABSREC.

      *----TAUX PERSONNELS DE PRELEVEMENT A LA SOURCE (CHGTXPAS)-------
           SELECT FTXPAS ASSIGN TO DD-TXPAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXP-CLE
           FILE STATUS IS WS-FTXPAS.

      *----GRILLE DE TAUX NEUTRE (CHGPASN)-----------------------------
           SELECT FPASNEUT ASSIGN TO AS-PASNEUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FPASNEUT.

      *----JOURNAL DU PRELEVEMENT A LA SOURCE DE LA PERIODE------------
           SELECT FPASJRN ASSIGN TO DYNAMIC WS-PASFILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FPASJRN.

      *----REGISTRE DES SORTIES (MAJEMPL, SOLDTC)----------------------
           SELECT FSORTIES ASSIGN TO DD-SORTIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRT-EMPID
           FILE STATUS IS WS-FSORTIES.

      *----COMPTEURS DE CONGES PAYES PAR SALARIE-----------------------
           SELECT FCONGES ASSIGN TO DD-CONGES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGP-EMPID
           FILE STATUS IS WS-FCONGES.
       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.                                                      
         05 ARC-TYPE     PIC X(3).
         05 ARC-JOURS    PIC 9(4).
         05 ARC-MONTANT  PIC 9(9).
       FD FTXPAS.
       01 ENR-TXPAS.
         05 TXP-CLE.
            10 TXP-EMPID PIC X(5).
            10 TXP-MOIS  PIC 9(6).
         05 TXP-TAUX     PIC 9(2)V9.
         05 TXP-DTNOTIF  PIC 9(8).
       FD FPASNEUT.
       01 ENR-PASNEUT.
         05 PSN-PLAFOND  PIC 9(7).
         05 PSN-TAUX     PIC 9(2)V9.
      *----ORIGINE DU TAUX : P = PERSONNEL, N = GRILLE NEUTRE,---------
      *----A = AUCUN TAUX CONNU (GRILLE ABSENTE, RIEN RETENU)----------
       FD FPASJRN.
       01 ENR-PASJRN.
         05 PAS-EMPID    PIC X(5).
         05 PAS-NOM      PIC X(10).
         05 PAS-PERIODE  PIC 9(6).
         05 PAS-BASE     PIC 9(7)V9(2).
         05 PAS-TAUX     PIC 9(2)V9.
         05 PAS-ORIGINE  PIC X.
         05 PAS-MONTANT  PIC 9(7)V9(2).
         05 PAS-NET      PIC 9(7)V9(2).
      *----PERIODE DE REFERENCE EN COURS (AAAA06), REPORT DE LA-------
      *----PERIODE PRECEDENTE, ACQUIS ET PRIS DE LA PERIODE, DERNIER--
      *----MOIS DE PAIE DECOMPTE (UN MOIS N'EST JAMAIS COMPTE DEUX FOIS)
       FD FCONGES.
       01 ENR-CONGES.
         05 CGP-EMPID    PIC X(5).
         05 CGP-REFDEB   PIC 9(6).
         05 CGP-REPORT   PIC 9(3)V9(2).
         05 CGP-ACQUIS   PIC 9(3)V9(2).
         05 CGP-PRIS     PIC 9(3)V9(2).
         05 CGP-DERMOIS  PIC 9(6).
      *----ETAT : D = DEPART DECLARE, C = SOLDE CALCULE, V = VIRE------
       FD FSORTIES.
       01 ENR-SORTIE.
         05 SRT-EMPID     PIC X(5).
         05 SRT-NOM       PIC X(10).
         05 SRT-DTSORTIE  PIC 9(8).
         05 SRT-MOTIF     PIC X(3).
         05 SRT-PREAVIS   PIC 9(2).
         05 SRT-ETAT      PIC X.
         05 SRT-SALAIRE   PIC 9(7)V9(2).
         05 SRT-JOURS-CP  PIC 9(3)V9(2).
         05 SRT-INDEM-CP  PIC 9(7)V9(2).
         05 SRT-RAPPEL    PIC 9(7)V9(2).
         05 SRT-INDEM-PRV PIC 9(7)V9(2).
         05 SRT-CHARGES   PIC 9(7)V9(2).
         05 SRT-TAUX-PAS  PIC 9(2)V9.
         05 SRT-IMPOT     PIC 9(7)V9(2).
         05 SRT-NET       PIC 9(7)V9(2).
         05 SRT-DTCALC    PIC 9(8).
         05 SRT-DTPAIE    PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-FSEMP       PIC X(2) VALUE ZERO.
       01 WS-EMPSAL      PIC 9(5).
       01 WS-SCELLE-MONTANT PIC 9(13)V9(2) VALUE ZERO.
       01 WS-SCELLE-RESULTAT PIC X VALUE 'O'.
       01 WS-SCELLE-EOF PIC X VALUE 'N'.
      *----PRELEVEMENT A LA SOURCE-------------------------------------
       01 WS-FTXPAS      PIC X(2) VALUE ZERO.
       01 WS-FPASNEUT    PIC X(2) VALUE ZERO.
       01 WS-FPASJRN     PIC X(2) VALUE ZERO.
       01 WS-TXPAS-OUV   PIC X VALUE 'N'.
       01 WS-TXP-EOF     PIC X VALUE 'N'.
       01 WS-PSN-EOF     PIC X VALUE 'N'.
       01 WS-MOIS-PAIE   PIC 9(6) VALUE ZERO.
       01 WS-MOIS-PAIE-R REDEFINES WS-MOIS-PAIE.
          05 WS-MP-AA    PIC 9(4).
          05 WS-MP-MM    PIC 9(2).
       01 WS-DATE-JOUR   PIC 9(8) VALUE ZERO.
       01 WS-NETIMP      PIC 9(7)V9(2) VALUE ZERO.
       01 WS-TX-PAS      PIC 9(2)V9 VALUE ZERO.
       01 WS-ORIG-PAS    PIC X VALUE SPACE.
       01 WS-MT-PAS      PIC 9(7)V9(2) VALUE ZERO.
       01 WS-NET-PAYE    PIC 9(7)V9(2) VALUE ZERO.
       01 WS-TOT-PAS     PIC 9(9)V9(2) VALUE ZERO.
       01 WS-NB-SANS-TAUX PIC 9(5) VALUE ZERO.
       01 WS-NB-TRANCHES PIC 9(2) VALUE ZERO.
       01 WS-IND-TRANCHE PIC 9(2) VALUE ZERO.
       01 T-PASNEUT.
          05 T-PASNEUT-LIG OCCURS 30 TIMES.
             10 TN-PLAFOND PIC 9(7).
             10 TN-TAUX    PIC 9(2)V9.
      *----CONGES PAYES : 2,5 JOURS OUVRABLES PAR MOIS, 30 PAR--------
      *----PERIODE DE REFERENCE JUIN-MAI-------------------------------
       01 WS-FCONGES     PIC X(2) VALUE ZERO.
       01 WS-CONGES-OUV  PIC X VALUE 'N'.
       01 WS-CP-NOUVEAU  PIC X VALUE 'N'.
       01 WS-TYPE-CP     PIC X(3) VALUE 'CPA'.
       01 WS-CP-MOIS     PIC 9V9(2) VALUE 2.50.
       01 WS-CP-PLAFOND  PIC 9(3)V9(2) VALUE 30.
       01 WS-CP-DROIT    PIC 9V9(2) VALUE ZERO.
       01 WS-CP-SOLDE    PIC 9(4)V9(2) VALUE ZERO.
       01 WS-NB-CP-REJ   PIC 9(5) VALUE ZERO.
       01 WS-REF-DEB     PIC 9(6) VALUE ZERO.
       01 WS-REF-DEB-R REDEFINES WS-REF-DEB.
          05 WS-REF-AA   PIC 9(4).
          05 WS-REF-MM   PIC 9(2).
      *----SALARIES SORTIS EXCLUS DE LA PAIE---------------------------
       01 WS-FSORTIES    PIC X(2) VALUE ZERO.
       01 WS-SORTIES-OUV PIC X VALUE 'N'.
       01 WS-SORTI       PIC X VALUE 'N'.
       01 WS-MOIS-SORTIE PIC 9(6) VALUE ZERO.
       01 WS-NB-SORTIS   PIC 9(5) VALUE ZERO.
       01 WS-NB-RAP-PERDUS PIC 9(5) VALUE ZERO.
       01 WS-PASFILE-NAME  PIC X(20) VALUE "UT-S-PASDD.dat".
       01 WS-EMPFILE-NAME  PIC X(20) VALUE "UT-S-EMPDD.dat".
       01 WS-SALFILE-NAME  PIC X(20) VALUE "UT-S-SALDD.dat".
       01 WS-CKPTFILE-NAME PIC X(20) VALUE "UT-S-CKPDD.dat".
                     WS-PERIODE   DELIMITED BY SIZE
                     INTO WS-CKPTFILE-NAME
              END-STRING
              STRING 'UT-S-PASDD.' DELIMITED BY SIZE
                     WS-PERIODE   DELIMITED BY SIZE
                     INTO WS-PASFILE-NAME
              END-STRING
              MOVE WS-PERIODE TO WS-MOIS-PAIE
           ELSE
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
              MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-PAIE
           END-IF.
           DISPLAY 'TAUX DE CHARGES (9V9999, VIDE = ' WS-TX-CHARGES
              ') : ' WITH NO ADVANCING.
           END-IF.
           PERFORM CHARGER-RAPPELS.
           PERFORM CHARGER-ABSENCES.
           PERFORM CHARGER-GRILLE-NEUTRE.
           PERFORM OUVRIR-PAS.
           PERFORM OUVRIR-CONGES.
           OPEN I-O FSORTIES.
           IF WS-FSORTIES = '00'
              MOVE 'O' TO WS-SORTIES-OUV
           ELSE
              DISPLAY 'REGISTRE DES SORTIES DD-SORTIES ABSENT : '
                 WS-FSORTIES
           END-IF.
           OPEN INPUT EMPFILE.
           OPEN EXTEND SALFILE.
           DISPLAY 'FILE STATUS PS EMPLOYES : ' WS-FSEMP.
                 MOVE ZERO TO WS-NB-RAPPELS
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    GRILLE NEUTRE DU PRELEVEMENT A LA SOURCE (FICHIER ABSENT    *
      *    TOLERE : SEULS LES TAUX PERSONNELS S'APPLIQUENT ALORS)      *
      *----------------------------------------------------------------
       CHARGER-GRILLE-NEUTRE.
           OPEN INPUT FPASNEUT.
           IF WS-FPASNEUT NOT = '00'
              DISPLAY 'GRILLE NEUTRE AS-PASNEUT ABSENTE : ' WS-FPASNEUT
           ELSE
              PERFORM LIRE-TRANCHE
              PERFORM RANGER-TRANCHE UNTIL WS-PSN-EOF = 'O'
              CLOSE FPASNEUT
           END-IF.
       LIRE-TRANCHE.
           READ FPASNEUT
              AT END MOVE 'O' TO WS-PSN-EOF
           END-READ.
       RANGER-TRANCHE.
           IF WS-NB-TRANCHES < 30
              ADD 1 TO WS-NB-TRANCHES
              MOVE PSN-PLAFOND TO TN-PLAFOND(WS-NB-TRANCHES)
              MOVE PSN-TAUX    TO TN-TAUX(WS-NB-TRANCHES)
           END-IF.
           PERFORM LIRE-TRANCHE.
      *----------------------------------------------------------------
      *    TAUX PERSONNELS (FICHIER ABSENT TOLERE : GRILLE NEUTRE POUR *
      *    TOUS) ET JOURNAL DU PRELEVEMENT, PROLONGE EN REPRISE COMME  *
      *    SALFILE                                                     *
      *----------------------------------------------------------------
       OUVRIR-PAS.
           OPEN INPUT FTXPAS.
           IF WS-FTXPAS = '00'
              MOVE 'O' TO WS-TXPAS-OUV
           ELSE
              DISPLAY 'TAUX PERSONNELS DD-TXPAS ABSENTS : ' WS-FTXPAS
           END-IF.
           OPEN EXTEND FPASJRN.
           IF WS-FPASJRN = '35'
              OPEN OUTPUT FPASJRN
           END-IF.
           DISPLAY 'FILE STATUS JOURNAL PAS : ' WS-FPASJRN.
      *----------------------------------------------------------------
      *    COMPTEURS DE CONGES (CREES AU PREMIER PASSAGE) ET DEBUT DE  *
      *    LA PERIODE DE REFERENCE JUIN-MAI DU MOIS DE PAIE            *
      *----------------------------------------------------------------
       OUVRIR-CONGES.
           OPEN I-O FCONGES.
           IF WS-FCONGES = '35'
              OPEN OUTPUT FCONGES
              CLOSE FCONGES
              OPEN I-O FCONGES
           END-IF.
           IF WS-FCONGES = '00'
              MOVE 'O' TO WS-CONGES-OUV
           ELSE
              DISPLAY 'ERR. OUV COMPTEURS CONGES DD-CONGES : '
                 WS-FCONGES
           END-IF.
           IF WS-MP-MM < 6
              COMPUTE WS-REF-AA = WS-MP-AA - 1
           ELSE
              MOVE WS-MP-AA TO WS-REF-AA
           END-IF.
           MOVE 6 TO WS-REF-MM.
       LIRE-RAPPEL.
           READ FRAPPEL
              AT END MOVE 'O' TO WS-RAP-EOF
       TRAITEMENT.
                READ EMPFILE
                     NOT AT END DISPLAY 'CURRENT RECORD : ' EMPREC
                          PERFORM CONTROLER-SORTIE
                          IF (EN-REPRISE AND EMPID NOT > WS-DERNIER-ID)
                             OR WS-SORTI = 'O'
                             CONTINUE
                          ELSE
                             MOVE EMPSAL TO WS-EMPSAL
                             PERFORM PRORATER-ABSENCES
                             PERFORM GERER-CONGES
                             CALL 'YEARSAL' USING WS-EMPSAL, WS-SALANN,
                                  WS-NBMOIS, WS-PRIME
                             DISPLAY 'SALAIRE ANNUEL : ' WS-SALANN
                             PERFORM DEDUCTIONS
                             PERFORM PRELEVER-IMPOT
                             PERFORM MOVE-VALUE
                             PERFORM ECRITURE
                             PERFORM MAJ-CKPT
           MOVE EMPID TO CKPT-DERNIER-ID.
           REWRITE ENR-CKPT.
      *----------------------------------------------------------------
      *    SALARIE SORTI AU PLUS TARD DANS LA PERIODE : PAYE PAR SON   *
      *    SOLDE DE TOUT COMPTE, PAS PAR LA PAIE DU MOIS               *
      *----------------------------------------------------------------
       CONTROLER-SORTIE.
           MOVE 'N' TO WS-SORTI.
           IF WS-SORTIES-OUV = 'O'
              AND NOT (EN-REPRISE AND EMPID NOT > WS-DERNIER-ID)
              MOVE EMPID TO SRT-EMPID
              READ FSORTIES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DIVIDE SRT-DTSORTIE BY 100 GIVING WS-MOIS-SORTIE
                    IF WS-MOIS-SORTIE NOT > WS-MOIS-PAIE
                       MOVE 'O' TO WS-SORTI
                       PERFORM EXCLURE-SORTI
                       PERFORM MAJ-CKPT
                    END-IF
              END-READ
           END-IF.
       EXCLURE-SORTI.
           ADD 1 TO WS-NB-SORTIS.
           DISPLAY 'SALARIE SORTI LE ' SRT-DTSORTIE ' - NON PAYE'.
           PERFORM CHERCHER-RAPPEL.
           IF WS-MT-RAPPEL NOT = ZERO
              IF SRT-ETAT = 'D'
                 ADD WS-MT-RAPPEL TO SRT-RAPPEL
                 REWRITE ENR-SORTIE
                    INVALID KEY DISPLAY 'ERR. REPORT RAPPEL : ' EMPID
                 END-REWRITE
                 DISPLAY 'RAPPEL REPORTE AU SOLDE DE TOUT COMPTE : '
                    WS-MT-RAPPEL
              ELSE
                 ADD 1 TO WS-NB-RAP-PERDUS
                 DISPLAY 'RAPPEL NON VERSE - SOLDE DEJA CALCULE : '
                    WS-MT-RAPPEL
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    LES JOURS SANS SOLDE ('CSS') DU MOIS PRORATISENT LE BRUT    *
      *    SUR LA BASE DE 30 JOURS AVANT YEARSAL ET LE NET ; LES       *
      *    AUTRES TYPES D'ABSENCE SONT RECAPITULES SANS RETENUE        *
           IF TB-TYPE(WS-IND-ABT) = 'CSS'
              ADD WS-MT-ABSENCE TO TB-MONTANT(WS-IND-ABT)
           END-IF.
      *----------------------------------------------------------------
      *    CONGES PAYES DU MOIS : REPORT EN CHANGEMENT DE PERIODE DE   *
      *    REFERENCE, ACQUISITION, PUIS DECOMPTE DES ABSENCES 'CPA'    *
      *----------------------------------------------------------------
       GERER-CONGES.
           IF WS-CONGES-OUV = 'O'
              MOVE 'N' TO WS-CP-NOUVEAU
              MOVE EMPID TO CGP-EMPID
              READ FCONGES
                 INVALID KEY PERFORM INITIALISER-CONGES
              END-READ
              IF CGP-DERMOIS < WS-MOIS-PAIE
                 PERFORM REPORTER-CONGES
                 PERFORM ACQUERIR-CONGES
                 PERFORM DECOMPTER-CONGE VARYING WS-IND-ABS
                    FROM 1 BY 1 UNTIL WS-IND-ABS > WS-NB-ABSENCES
                 MOVE WS-MOIS-PAIE TO CGP-DERMOIS
                 PERFORM ECRIRE-CONGES
              ELSE
                 DISPLAY 'CONGES DEJA DECOMPTES POUR ' CGP-DERMOIS
              END-IF
           END-IF.
       INITIALISER-CONGES.
           MOVE 'O' TO WS-CP-NOUVEAU.
           MOVE EMPID TO CGP-EMPID.
           MOVE WS-REF-DEB TO CGP-REFDEB.
           MOVE ZERO TO CGP-REPORT CGP-ACQUIS CGP-PRIS CGP-DERMOIS.
       REPORTER-CONGES.
           IF CGP-REFDEB < WS-REF-DEB
              COMPUTE CGP-REPORT = CGP-REPORT + CGP-ACQUIS - CGP-PRIS
              MOVE ZERO TO CGP-ACQUIS CGP-PRIS
              MOVE WS-REF-DEB TO CGP-REFDEB
              DISPLAY 'NOUVELLE PERIODE DE CONGES - REPORT : '
                 CGP-REPORT
           END-IF.
       ACQUERIR-CONGES.
           COMPUTE WS-CP-DROIT ROUNDED = WS-CP-MOIS
              * (WS-JOURS-BASE - WS-JOURS-ABS) / WS-JOURS-BASE.
           ADD WS-CP-DROIT TO CGP-ACQUIS.
           IF CGP-ACQUIS > WS-CP-PLAFOND
              MOVE WS-CP-PLAFOND TO CGP-ACQUIS
           END-IF.
       DECOMPTER-CONGE.
           IF TA-EMPID(WS-IND-ABS) = EMPID
              AND TA-TYPE(WS-IND-ABS) = WS-TYPE-CP
              COMPUTE WS-CP-SOLDE = CGP-REPORT + CGP-ACQUIS - CGP-PRIS
              IF TA-JOURS(WS-IND-ABS) > WS-CP-SOLDE
                 ADD 1 TO WS-NB-CP-REJ
                 DISPLAY 'CONGE PAYE REJETE : ' EMPID ' '
                    TA-JOURS(WS-IND-ABS) ' JOUR(S) POUR UN SOLDE DE '
                    WS-CP-SOLDE
              ELSE
                 ADD TA-JOURS(WS-IND-ABS) TO CGP-PRIS
              END-IF
           END-IF.
       ECRIRE-CONGES.
           IF WS-CP-NOUVEAU = 'O'
              WRITE ENR-CONGES
                 INVALID KEY DISPLAY 'ERR. CREATION CONGES : ' EMPID
                    ' ' WS-FCONGES
              END-WRITE
           ELSE
              REWRITE ENR-CONGES
                 INVALID KEY DISPLAY 'ERR. MAJ CONGES : ' EMPID
                    ' ' WS-FCONGES
              END-REWRITE
           END-IF.
       DEDUCTIONS.
           COMPUTE WS-SALNET ROUNDED =
              WS-SALANN * (1 - WS-TX-CHARGES).
              DISPLAY 'RAPPEL INTEGRE AU NET : ' WS-MT-RAPPEL
           END-IF.
           DISPLAY 'SALAIRE NET ANNUEL : ' WS-SALNET.
      *----------------------------------------------------------------
      *    IMPOT DU MOIS SUR LE NET IMPOSABLE MENSUEL : TAUX PERSONNEL *
      *    EN VIGUEUR, SINON GRILLE NEUTRE                             *
      *----------------------------------------------------------------
       PRELEVER-IMPOT.
           COMPUTE WS-NETIMP ROUNDED =
              WS-EMPSAL * (1 - WS-TX-CHARGES) + WS-MT-RAPPEL.
           PERFORM CHERCHER-TAUX-PERSONNEL.
           IF WS-ORIG-PAS = SPACE
              PERFORM APPLIQUER-GRILLE-NEUTRE
           END-IF.
           COMPUTE WS-MT-PAS ROUNDED = WS-NETIMP * WS-TX-PAS / 100.
           COMPUTE WS-NET-PAYE = WS-NETIMP - WS-MT-PAS.
           ADD WS-MT-PAS TO WS-TOT-PAS.
           DISPLAY 'IMPOT A LA SOURCE : ' WS-MT-PAS ' (TAUX '
              WS-TX-PAS ' ' WS-ORIG-PAS ') NET VERSE : ' WS-NET-PAYE.
       CHERCHER-TAUX-PERSONNEL.
           MOVE SPACE TO WS-ORIG-PAS.
           MOVE ZERO TO WS-TX-PAS.
           IF WS-TXPAS-OUV = 'O'
              MOVE 'N' TO WS-TXP-EOF
              MOVE EMPID TO TXP-EMPID
              MOVE ZERO  TO TXP-MOIS
              START FTXPAS KEY IS NOT LESS THAN TXP-CLE
                 INVALID KEY MOVE 'O' TO WS-TXP-EOF
              END-START
              PERFORM LIRE-TAUX-PERSONNEL UNTIL WS-TXP-EOF = 'O'
           END-IF.
       LIRE-TAUX-PERSONNEL.
           READ FTXPAS NEXT RECORD
              AT END MOVE 'O' TO WS-TXP-EOF
              NOT AT END
                 IF TXP-EMPID NOT = EMPID OR TXP-MOIS > WS-MOIS-PAIE
                    MOVE 'O' TO WS-TXP-EOF
                 ELSE
                    MOVE TXP-TAUX TO WS-TX-PAS
                    MOVE 'P' TO WS-ORIG-PAS
                 END-IF
           END-READ.
       APPLIQUER-GRILLE-NEUTRE.
           MOVE 'A' TO WS-ORIG-PAS.
           PERFORM CHERCHER-TRANCHE VARYING WS-IND-TRANCHE FROM 1 BY 1
              UNTIL WS-IND-TRANCHE > WS-NB-TRANCHES
                 OR WS-ORIG-PAS = 'N'.
           IF WS-ORIG-PAS = 'A'
              ADD 1 TO WS-NB-SANS-TAUX
              DISPLAY 'AUCUN TAUX DE PRELEVEMENT CONNU : ' EMPID
           END-IF.
       CHERCHER-TRANCHE.
           IF WS-NETIMP < TN-PLAFOND(WS-IND-TRANCHE)
              MOVE TN-TAUX(WS-IND-TRANCHE) TO WS-TX-PAS
              MOVE 'N' TO WS-ORIG-PAS
           END-IF.
       CHERCHER-RAPPEL.
           MOVE ZERO TO WS-MT-RAPPEL.
           PERFORM COMPARER-RAPPEL VARYING WS-IND-RAPPEL FROM 1 BY 1
       ECRITURE.
           WRITE SALREC.                                                
           DISPLAY "FOLLOWING RECORD INSERTED : " SALREC.               
           MOVE EMPID        TO PAS-EMPID.
           MOVE EMPNOM       TO PAS-NOM.
           MOVE WS-MOIS-PAIE TO PAS-PERIODE.
           MOVE WS-NETIMP    TO PAS-BASE.
           MOVE WS-TX-PAS    TO PAS-TAUX.
           MOVE WS-ORIG-PAS  TO PAS-ORIGINE.
           MOVE WS-MT-PAS    TO PAS-MONTANT.
           MOVE WS-NET-PAYE  TO PAS-NET.
           WRITE ENR-PASJRN.
                                                                        
       FIN.
           IF WS-FSEMP = '10' THEN
           CLOSE EMPFILE.
           CLOSE SALFILE.
           CLOSE FCKPT.
           CLOSE FPASJRN.
           IF WS-TXPAS-OUV = 'O'
              CLOSE FTXPAS
           END-IF.
           IF WS-CONGES-OUV = 'O'
              CLOSE FCONGES
           END-IF.
           IF WS-SORTIES-OUV = 'O'
              CLOSE FSORTIES
           END-IF.
           IF WS-NB-SORTIS > ZERO
              DISPLAY 'SALARIES SORTIS EXCLUS DE LA PAIE : '
                 WS-NB-SORTIS
           END-IF.
           IF WS-NB-RAP-PERDUS > ZERO
              DISPLAY 'RAPPELS DE SALARIES SOLDES A REGULARISER : '
                 WS-NB-RAP-PERDUS
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'TOTAL IMPOT PRELEVE A LA SOURCE : ' WS-TOT-PAS.
           IF WS-NB-SANS-TAUX > ZERO
              DISPLAY 'SALARIES SANS TAUX DE PRELEVEMENT : '
                 WS-NB-SANS-TAUX
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-NB-CP-REJ > ZERO
              DISPLAY 'CONGES PAYES REJETES (SOLDE INSUFFISANT) : '
                 WS-NB-CP-REJ
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM ECRIRE-RECAP-ABSENCES.
           PERFORM SCELLER-SALFILE.
           STOP RUN.
