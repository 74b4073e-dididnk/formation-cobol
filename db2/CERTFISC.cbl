       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTFISC.
      *ATTESTATION FISCALE ANNUELLE PAR SALARIE : EN JANVIER, LE
      *SERVICE DU PERSONNEL ADDITIONNAIT A LA MAIN LES DOUZE BULLETINS
      *BULLPAIE DE CHAQUE SALARIE. CURSEUR SUR LA TABLE PAYROLL
      *(ALIMENTEE CHAQUE MOIS PAR PAYRDB2) POUR LES PERIODES DE
      *L'EXERCICE SAISI, EN JOINTURE SUR EMPLOYEE ET DEPT, AGREGE PAR
      *SALARIE : BRUT CUMULE, NET IMPOSABLE CUMULE, IMPOT PRELEVE A LA
      *SOURCE, NET VERSE ET NOMBRE DE MOIS PAYES.
      *TROIS SORTIES :
      *  - DDCERTIF : UNE ATTESTATION ENCADREE PAR SALARIE (UNE PAGE) ;
      *  - UT-S-DECLDD.AAAA : DECLARATION ANNUELLE A FORMAT FIXE DE 80
      *    CARACTERES - ENTETE (E), UNE LIGNE PAR SALARIE (D), PIED (T)
      *    AVEC LE NOMBRE DE LIGNES ET LES TOTAUX DE CONTROLE ;
      *  - DDCERANO : SALARIES AUXQUELS MANQUENT DES MOIS DANS L'ANNEE
      *    (MOIS NON PAYES LISTES) ET MATRICULES DE PAYROLL INCONNUS DE
      *    EMPLOYEE (EDITES QUAND MEME, DEPARTEMENT 000).
      *LES LIGNES HISTORISEES SANS PERIODE (PERIODE 0) NE RELEVENT
      *D'AUCUN EXERCICE ET SONT IGNOREES. RC 4 SI DES SALARIES SONT
      *SIGNALES, RC 8 SUR ERREUR D'OUVERTURE OU SQL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRINT ASSIGN TO DDCERTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSPRINT.

           SELECT FDECL ASSIGN TO DYNAMIC WS-DECL-NOM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FSDECL.

           SELECT FANOMAL ASSIGN TO DDCERANO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSANO.
       DATA DIVISION.
       FILE SECTION.
       FD  FPRINT.
       01  REC-PRT.
           05 LG-PRT      PIC X(80).

      *----DECLARATION ANNUELLE : E = ENTETE, D = SALARIE, T = PIED----
       FD  FDECL.
       01  ENR-DECL.
           05 DCL-TYPE      PIC X.
           05 DCL-ANNEE     PIC 9(4).
           05 DCL-CORPS     PIC X(75).
       01  ENR-DECL-E.
           05 FILLER        PIC X(5).
           05 DCE-DTCREA    PIC 9(8).
           05 DCE-EMETTEUR  PIC X(20).
           05 FILLER        PIC X(47).
       01  ENR-DECL-D.
           05 FILLER        PIC X(5).
           05 DCD-EMPID     PIC X(5).
           05 DCD-NOM       PIC X(10).
           05 DCD-DEPT      PIC 9(3).
           05 DCD-NBMOIS    PIC 9(2).
           05 DCD-BRUT      PIC 9(11).
           05 DCD-NETIMP    PIC 9(11)V9(2).
           05 DCD-IMPOT     PIC 9(9)V9(2).
           05 DCD-SIGNAL    PIC X.
           05 FILLER        PIC X(19).
       01  ENR-DECL-T.
           05 FILLER        PIC X(5).
           05 DCT-NBENR     PIC 9(7).
           05 DCT-BRUT      PIC 9(13).
           05 DCT-NETIMP    PIC 9(13)V9(2).
           05 DCT-IMPOT     PIC 9(11)V9(2).
           05 FILLER        PIC X(27).

       FD  FANOMAL.
       01  REC-ANO.
           05 LG-ANO      PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           01  WS-FSPRINT       PIC XX VALUE ZERO.
           01  WS-FSDECL        PIC XX VALUE ZERO.
           01  WS-FSANO         PIC XX VALUE ZERO.
           01  WS-DECL-NOM      PIC X(20) VALUE SPACES.
           01  WS-ANNEE         PIC 9(4) VALUE ZERO.
           01  WS-DATE-JOUR     PIC 9(8) VALUE ZERO.
           01  WS-ERREUR        PIC X VALUE 'N'.
      *----VARIABLES HOTES DE LA JOINTURE AGREGEE----------------------
           01  HV-PER-DEB       PIC S9(9) COMP.
           01  HV-PER-FIN       PIC S9(9) COMP.
           01  HV-EMP-NUM       PIC X(5).
           01  HV-EMP-NOM       PIC X(10).
           01  HV-DEPT-NUM      PIC S9(4) COMP.
           01  HV-DEPT-NOM      PIC X(15).
           01  HV-NB-MOIS       PIC S9(9) COMP.
           01  HV-BRUT          PIC S9(11) COMP-3.
           01  HV-NETIMP        PIC S9(11)V9(2) COMP-3.
           01  HV-IMPOT         PIC S9(9)V9(2) COMP-3.
           01  HV-CONNU         PIC S9(4) COMP.
           01  HV-PERIODE       PIC S9(9) COMP.
      *----MOIS PAYES DU SALARIE EN COURS------------------------------
           01  WS-MOIS          PIC 9(2) VALUE ZERO.
           01  WS-IND-MOIS      PIC 9(2) VALUE ZERO.
           01  WS-SQL-MOIS      PIC S9(9) COMP VALUE ZERO.
           01  T-MOIS.
               05 T-MOIS-PAYE   PIC X OCCURS 12 TIMES.
           01  WS-LISTE-MOIS    PIC X(36) VALUE SPACES.
           01  WS-POS-LISTE     PIC 9(2) VALUE ZERO.
      *----COMPTEURS ET TOTAUX DE CONTROLE-----------------------------
           01  WS-NETVERSE      PIC 9(11)V9(2) VALUE ZERO.
           01  WS-NB-SALARIES   PIC 9(7) VALUE ZERO.
           01  WS-NB-SIGNALES   PIC 9(5) VALUE ZERO.
           01  WS-NB-INCONNUS   PIC 9(5) VALUE ZERO.
           01  WS-TOT-BRUT      PIC 9(13) VALUE ZERO.
           01  WS-TOT-NETIMP    PIC 9(13)V9(2) VALUE ZERO.
           01  WS-TOT-IMPOT     PIC 9(11)V9(2) VALUE ZERO.

           01  LG-VIDE      PIC X(80) VALUE SPACES.
           01  LG-TITRE.
               05 FILLER PIC X(15) VALUE SPACES.
               05 FILLER PIC X(42) VALUE
                  'ATTESTATION FISCALE ANNUELLE - EXERCICE '.
               05 WE-ANNEE PIC 9(4).
           01  LG-IDENT.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(12) VALUE 'MATRICULE : '.
               05 WE-ID    PIC X(5).
               05 FILLER PIC X(8) VALUE '  NOM : '.
               05 WE-NOM   PIC X(10).
           01  LG-DEPT.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(14) VALUE 'DEPARTEMENT : '.
               05 WE-DEPT     PIC 999.
               05 FILLER PIC X VALUE SPACE.
               05 WE-DEPT-NOM PIC X(15).
           01  LG-TRAC.
               05 FILLER        PIC X(5) VALUE '     '.
               05 FILLER        PIC X(33) VALUE
                  '*-------------------------------*'.
               05 FILLER        PIC X(18) VALUE
                  '-----------------*'.
           01  LG-ENT-DET.
               05 FILLER        PIC X(5) VALUE '     '.
               05 FILLER        PIC X(33) VALUE
                  'I RUBRIQUE                      I'.
               05 FILLER        PIC X(18) VALUE
                  '       MONTANT   I'.
           01  LG-DET.
               05 FILLER        PIC X(5) VALUE '     '.
               05 FILLER        PIC X(2) VALUE 'I '.
               05 WE-RUBRIQUE   PIC X(30).
               05 FILLER        PIC X(2) VALUE 'I '.
               05 WE-MONTANT    PIC ZZZBZZZBZZ9.99.
               05 FILLER        PIC X(3) VALUE '  I'.
           01  LG-DET-MOIS.
               05 FILLER        PIC X(5) VALUE '     '.
               05 FILLER        PIC X(32) VALUE
                  'I MOIS PAYES DANS L EXERCICE   '.
               05 FILLER        PIC X(10) VALUE 'I         '.
               05 WE-NB-MOIS    PIC Z9.
               05 FILLER        PIC X(7) VALUE ' / 12 I'.
           01  LG-MANQUE.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(17) VALUE 'MOIS NON PAYES : '.
               05 WE-MANQUE PIC X(36).
           01  LG-TITRE-ANO.
               05 FILLER PIC X(44) VALUE
                  'ATTESTATIONS FISCALES A VERIFIER - EXERCICE '.
               05 WE-ANO-ANNEE PIC 9(4).
           01  LG-DET-ANO.
               05 WE-ANO-ID     PIC X(5).
               05 FILLER        PIC X(2) VALUE SPACES.
               05 WE-ANO-NOM    PIC X(10).
               05 FILLER        PIC X(2) VALUE SPACES.
               05 WE-ANO-MOTIF  PIC X(25).
               05 WE-ANO-LISTE  PIC X(36).
           01  LG-TOT1.
               05 FILLER PIC X(30) VALUE
                  'ATTESTATIONS EDITEES        : '.
               05 WE-TOT-NB PIC ZZZZZZ9.
           01  LG-TOT2.
               05 FILLER PIC X(30) VALUE
                  'SALARIES A VERIFIER         : '.
               05 WE-TOT-SIGNALES PIC ZZZZ9.

       EXEC SQL
           DECLARE C-ANNUEL CURSOR FOR
           SELECT P.EMP_NUM,
                  COALESCE(E.EMP_NOM, '?'),
                  COALESCE(E.DEPT_NUM, 0),
                  COALESCE(D.DEPT_NOM, ' '),
                  COUNT(*),
                  SUM(P.SAL_BRUT),
                  SUM(P.NET_IMPOS),
                  SUM(P.IMPOT_PAS),
                  COUNT(E.EMP_NUM)
           FROM PAYROLL P
                LEFT OUTER JOIN EMPLOYEE E
                ON E.EMP_NUM = P.EMP_NUM
                LEFT OUTER JOIN DEPT D
                ON D.DEPT_NUM = E.DEPT_NUM
           WHERE P.PERIODE BETWEEN :HV-PER-DEB AND :HV-PER-FIN
           GROUP BY P.EMP_NUM, E.EMP_NOM, E.DEPT_NUM, D.DEPT_NOM
           ORDER BY P.EMP_NUM
       END-EXEC.
       EXEC SQL
           DECLARE C-MOIS CURSOR FOR
           SELECT PERIODE
           FROM PAYROLL
           WHERE EMP_NUM = :HV-EMP-NUM
             AND PERIODE BETWEEN :HV-PER-DEB AND :HV-PER-FIN
           ORDER BY PERIODE
       END-EXEC.
       PROCEDURE DIVISION.
       PROG-P.
           DISPLAY "EXERCICE FISCAL (AAAA) : ".
           ACCEPT WS-ANNEE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-ANNEE = ZERO
              DIVIDE WS-DATE-JOUR BY 10000 GIVING WS-ANNEE
              SUBTRACT 1 FROM WS-ANNEE
           END-IF.
           COMPUTE HV-PER-DEB = WS-ANNEE * 100 + 1.
           COMPUTE HV-PER-FIN = WS-ANNEE * 100 + 12.
           STRING 'UT-S-DECLDD.' DELIMITED BY SIZE
                  WS-ANNEE DELIMITED BY SIZE
                  INTO WS-DECL-NOM
           END-STRING.
           OPEN OUTPUT FPRINT FDECL FANOMAL.
           IF WS-FSPRINT NOT = '00' OR WS-FSDECL NOT = '00'
              OR WS-FSANO NOT = '00'
              DISPLAY "ERREUR OUVERTURE FICHIERS : FP " WS-FSPRINT
                 " FD " WS-FSDECL " FA " WS-FSANO
              MOVE 8 TO RETURN-CODE
              GO TO FIN-P
           END-IF.
           MOVE WS-ANNEE TO WE-ANNEE WE-ANO-ANNEE.
           WRITE REC-ANO FROM LG-TITRE-ANO.
           WRITE REC-ANO FROM LG-VIDE.
           PERFORM ECRIRE-ENTETE.
           EXEC SQL
              OPEN C-ANNUEL
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "ERREUR OPEN CURSEUR SQLCODE : " SQLCODE
              MOVE 'O' TO WS-ERREUR
           ELSE
              PERFORM LIRE-CUMUL
              PERFORM TRAITER-SALARIE UNTIL SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 DISPLAY "ERREUR FETCH CURSEUR SQLCODE : " SQLCODE
                 MOVE 'O' TO WS-ERREUR
              END-IF
              EXEC SQL
                 CLOSE C-ANNUEL
              END-EXEC
           END-IF.
           PERFORM ECRIRE-PIED.
           CLOSE FPRINT FDECL FANOMAL.
           EXEC SQL
              COMMIT
           END-EXEC.
           DISPLAY "ATTESTATIONS EDITEES  : " WS-NB-SALARIES.
           DISPLAY "BRUT TOTAL            : " WS-TOT-BRUT.
           DISPLAY "NET IMPOSABLE TOTAL   : " WS-TOT-NETIMP.
           DISPLAY "IMPOT PRELEVE TOTAL   : " WS-TOT-IMPOT.
           DISPLAY "SALARIES A VERIFIER   : " WS-NB-SIGNALES.
           DISPLAY "DONT HORS EMPLOYEE    : " WS-NB-INCONNUS.
           IF WS-ERREUR = 'O'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-SIGNALES > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       FIN-P.
           DISPLAY "*** FIN DU PROGRAMME CERTFISC ***".
           STOP RUN.
       LIRE-CUMUL.
           EXEC SQL
              FETCH C-ANNUEL
              INTO :HV-EMP-NUM, :HV-EMP-NOM, :HV-DEPT-NUM,
                   :HV-DEPT-NOM, :HV-NB-MOIS, :HV-BRUT,
                   :HV-NETIMP, :HV-IMPOT, :HV-CONNU
           END-EXEC.
      *----------------------------------------------------------------
      *    UN SALARIE = UNE ATTESTATION, UNE LIGNE DE DECLARATION ET,  *
      *    S'IL MANQUE DES MOIS, UNE LIGNE A VERIFIER                  *
      *----------------------------------------------------------------
       TRAITER-SALARIE.
           ADD 1 TO WS-NB-SALARIES.
           ADD HV-BRUT   TO WS-TOT-BRUT.
           ADD HV-NETIMP TO WS-TOT-NETIMP.
           ADD HV-IMPOT  TO WS-TOT-IMPOT.
           COMPUTE WS-NETVERSE = HV-NETIMP - HV-IMPOT.
           MOVE SPACES TO WS-LISTE-MOIS.
           IF HV-NB-MOIS < 12
              PERFORM RELEVER-MOIS-MANQUANTS
           END-IF.
           PERFORM EDITER-ATTESTATION.
           PERFORM ECRIRE-DECLARATION.
           IF HV-NB-MOIS < 12 OR HV-CONNU = ZERO
              PERFORM SIGNALER-SALARIE
           END-IF.
           PERFORM LIRE-CUMUL.
      *----------------------------------------------------------------
      *    MOIS DE L'EXERCICE SANS LIGNE PAYROLL POUR LE SALARIE       *
      *----------------------------------------------------------------
       RELEVER-MOIS-MANQUANTS.
           MOVE ALL 'N' TO T-MOIS.
           EXEC SQL
              OPEN C-MOIS
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-MOIS.
           PERFORM MARQUER-MOIS UNTIL WS-SQL-MOIS NOT = 0.
           EXEC SQL
              CLOSE C-MOIS
           END-EXEC.
           MOVE 1 TO WS-POS-LISTE.
           PERFORM LISTER-MOIS VARYING WS-IND-MOIS FROM 1 BY 1
              UNTIL WS-IND-MOIS > 12.
       MARQUER-MOIS.
           EXEC SQL
              FETCH C-MOIS
              INTO :HV-PERIODE
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-MOIS.
           IF WS-SQL-MOIS = 0
              COMPUTE WS-MOIS = HV-PERIODE - WS-ANNEE * 100
              MOVE 'O' TO T-MOIS-PAYE(WS-MOIS)
           END-IF.
       LISTER-MOIS.
           IF T-MOIS-PAYE(WS-IND-MOIS) = 'N'
              MOVE WS-IND-MOIS TO WS-MOIS
              STRING WS-MOIS ' ' DELIMITED BY SIZE
                 INTO WS-LISTE-MOIS WITH POINTER WS-POS-LISTE
           END-IF.
      *----------------------------------------------------------------
      *    ATTESTATION ENCADREE, UNE PAGE PAR SALARIE                  *
      *----------------------------------------------------------------
       EDITER-ATTESTATION.
           WRITE REC-PRT FROM LG-VIDE AFTER ADVANCING PAGE.
           WRITE REC-PRT FROM LG-TITRE AFTER ADVANCING 2 LINE.
           MOVE HV-EMP-NUM  TO WE-ID.
           MOVE HV-EMP-NOM  TO WE-NOM.
           WRITE REC-PRT FROM LG-IDENT AFTER ADVANCING 2 LINE.
           MOVE HV-DEPT-NUM TO WE-DEPT.
           MOVE HV-DEPT-NOM TO WE-DEPT-NOM.
           WRITE REC-PRT FROM LG-DEPT.
           WRITE REC-PRT FROM LG-TRAC AFTER ADVANCING 2 LINE.
           WRITE REC-PRT FROM LG-ENT-DET.
           WRITE REC-PRT FROM LG-TRAC.
           MOVE 'SALAIRE BRUT CUMULE' TO WE-RUBRIQUE.
           MOVE HV-BRUT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET IMPOSABLE CUMULE' TO WE-RUBRIQUE.
           MOVE HV-NETIMP TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'IMPOT PRELEVE A LA SOURCE' TO WE-RUBRIQUE.
           MOVE HV-IMPOT TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE 'NET VERSE CUMULE' TO WE-RUBRIQUE.
           MOVE WS-NETVERSE TO WE-MONTANT.
           WRITE REC-PRT FROM LG-DET.
           MOVE HV-NB-MOIS TO WE-NB-MOIS.
           WRITE REC-PRT FROM LG-DET-MOIS.
           WRITE REC-PRT FROM LG-TRAC.
           IF WS-LISTE-MOIS NOT = SPACES
              MOVE WS-LISTE-MOIS TO WE-MANQUE
              WRITE REC-PRT FROM LG-MANQUE AFTER ADVANCING 2 LINE
           END-IF.
      *----------------------------------------------------------------
      *    DECLARATION ANNUELLE : ENTETE, LIGNE SALARIE, PIED DE       *
      *    CONTROLE (NOMBRE DE LIGNES D ET TOTAUX)                     *
      *----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO ENR-DECL.
           MOVE WS-DATE-JOUR TO DCE-DTCREA.
           MOVE 'PAIE - DECL. ANNUELLE' TO DCE-EMETTEUR.
           MOVE 'E' TO DCL-TYPE.
           MOVE WS-ANNEE TO DCL-ANNEE.
           WRITE ENR-DECL.
       ECRIRE-DECLARATION.
           MOVE SPACES TO ENR-DECL.
           MOVE HV-EMP-NUM  TO DCD-EMPID.
           MOVE HV-EMP-NOM  TO DCD-NOM.
           MOVE HV-DEPT-NUM TO DCD-DEPT.
           MOVE HV-NB-MOIS  TO DCD-NBMOIS.
           MOVE HV-BRUT     TO DCD-BRUT.
           MOVE HV-NETIMP   TO DCD-NETIMP.
           MOVE HV-IMPOT    TO DCD-IMPOT.
           IF HV-NB-MOIS < 12
              MOVE 'M' TO DCD-SIGNAL
           END-IF.
           MOVE 'D' TO DCL-TYPE.
           MOVE WS-ANNEE TO DCL-ANNEE.
           WRITE ENR-DECL.
       ECRIRE-PIED.
           MOVE SPACES TO ENR-DECL.
           MOVE WS-NB-SALARIES TO DCT-NBENR.
           MOVE WS-TOT-BRUT    TO DCT-BRUT.
           MOVE WS-TOT-NETIMP  TO DCT-NETIMP.
           MOVE WS-TOT-IMPOT   TO DCT-IMPOT.
           MOVE 'T' TO DCL-TYPE.
           MOVE WS-ANNEE TO DCL-ANNEE.
           WRITE ENR-DECL.
           WRITE REC-ANO FROM LG-VIDE.
           MOVE WS-NB-SALARIES TO WE-TOT-NB.
           WRITE REC-ANO FROM LG-TOT1.
           MOVE WS-NB-SIGNALES TO WE-TOT-SIGNALES.
           WRITE REC-ANO FROM LG-TOT2.
       SIGNALER-SALARIE.
           ADD 1 TO WS-NB-SIGNALES.
           MOVE HV-EMP-NUM TO WE-ANO-ID.
           MOVE HV-EMP-NOM TO WE-ANO-NOM.
           IF HV-CONNU = ZERO
              ADD 1 TO WS-NB-INCONNUS
              MOVE 'INCONNU DE EMPLOYEE' TO WE-ANO-MOTIF
              MOVE SPACES TO WE-ANO-LISTE
              WRITE REC-ANO FROM LG-DET-ANO
           END-IF.
           IF HV-NB-MOIS < 12
              MOVE 'MOIS NON PAYES :' TO WE-ANO-MOTIF
              MOVE WS-LISTE-MOIS TO WE-ANO-LISTE
              WRITE REC-ANO FROM LG-DET-ANO
           END-IF.
