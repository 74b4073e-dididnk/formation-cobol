      *         ET LES REJETS POTENTIELS SORTENT EN ETAT D'ANOMALIES
      *         SUR DDVERIF (LANCEUR : PG15VERIF). L'EXPEDITEUR PEUT
      *         AINSI CORRIGER SON LOT AVANT LA CHAINE DE NUIT.
      * LIVRETS D'EPARGNE (REGISTRE DD-LIVRET, VOIR OUVRCPTE) : UN
      * CREDIT QUI PORTERAIT LE SOLDE AU-DELA DU PLAFOND EST REJETE
      * (A011), UN DEBIT SUPERIEUR AU SOLDE AUSSI (A012, PAS DE
      * DECOUVERT) - LIGNES 'M', JAMBES DE VIREMENT 'V' ET 'E', DONC
      * AUSSI LES LOTS COMPLEMENTAIRES GENERES PAR GUIBUF. LE SOLDE
      * DE DEPART EST CELUI DU DERNIER ARRETE FRIB (OU DE LA LIGNE
      * 'R' DU LOT), COMPLETE DES MOUVEMENTS ACCEPTES DU PASSAGE.
      * OPPOSITIONS SUR CHEQUES (REGISTRE DD-OPPOS, VOIR OPPCHQ) : UN
      * DEBIT 'CHQ' DONT LE NUMERO TOMBE DANS UNE PLAGE OPPOSEE ACTIVE
      * DU COMPTE EST REJETE (A013) AU LIEU D'ETRE PAYE.
      * DOUBLONS PRESUMES : AVANT LE CHARGEMENT, LES MOUVEMENTS FMVTC
      * DES N DERNIERS JOURS (N SUR AS-DOUBPRM, 5 PAR DEFAUT, 0 =
      * CONTROLE INACTIF) SONT MIS EN TABLE, LUS A PARTIR DE LA
      * REFERENCE DU PREMIER JOUR DE LA FENETRE (REFERENCE = DATE +
      * SEQUENCE). UNE FENETRE PLUS GRANDE QUE LA TABLE (2000) ARRETE
      * LE PASSAGE (CODE RETOUR 8) PLUTOT QUE DE CONTROLER SUR UNE
      * FENETRE TRONQUEE : REDUIRE N SUR AS-DOUBPRM.
      * UNE LIGNE 'M' DEJA PRESENTE (CLIENT, COMPTE, DATE, MONTANT EN
      * CONTRE-VALEUR, SENS, TYPE, DEVISE) OU UNE LIGNE 'V' DONT LES
      * DEUX JAMBES LE SONT N'EST PAS IMPUTEE MAIS MISE EN SUSPENS
      * DANS DD-SUSPMVT, OU LE BACK-OFFICE LA LIBERE OU L'ANNULE
      * (SUSPMVT) ; EN MODE CONTROLE, ELLE SORT SUR DDVERIF SOUS LE
      * CODE A016. UN MOUVEMENT EXISTANT NE COUVRE QU'UNE LIGNE
      * ENTRANTE. LE LOT DES LIGNES LIBEREES (CTL-MODE 'L') N'EST PAS
      * RECONTROLE.
      * CONNAISSANCE CLIENT (DOSSIER DD-KYC, VOIR KYCMAJ/KYCREVUE) : UN
      * VIREMENT EXTERNE 'E' D'UN CLIENT DONT LA REVUE KYC EST EN
      * RETARD AU-DELA DU DELAI DE GRACE (KYC-BLOCAGE = 'O') EST
      * REJETE (A015). DOSSIER ABSENT OU FICHIER ABSENT : PAS DE
      * BLOCAGE.

       ENVIRONMENT DIVISION.  

                                                                        
           SELECT FMVTC   ASSIGN TO AS-MVTC                             
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-TMVTC
           ALTERNATE RECORD KEY IS CPTDT-TMVTC WITH DUPLICATES
           FILE STATUS IS FS-MVTC.                                      
                                                                        
           SELECT FAGENCE ASSIGN TO DD-AGENCE                           
           RECORD KEY IS BEN-NUM
           FILE STATUS IS FS-BENEF.

      *----DOSSIERS CONNAISSANCE CLIENT (REVUE EN RETARD = BLOCAGE)----
           SELECT FKYC ASSIGN TO DD-KYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KYC-CLT
           FILE STATUS IS FS-KYC.

      *----REGISTRE DES VIREMENTS EXTERNES EMIS (SUIVI COMPENSATION)---
           SELECT FCOMPEMI ASSIGN TO DD-COMPEMI
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMI-REF
           FILE STATUS IS FS-COMPEMI.

      *----REGISTRE DES LIVRETS D'EPARGNE (PLAFOND DES DEPOTS)---------
           SELECT FLIVRET ASSIGN TO DD-LIVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIV-CPTE
           FILE STATUS IS FS-LIVRET.

      *----REGISTRE DES OPPOSITIONS SUR CHEQUES (VOIR OPPCHQ)----------
           SELECT FOPPOS ASSIGN TO DD-OPPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOS.

      *----FENETRE DU CONTROLE DES DOUBLONS ET LIGNES EN SUSPENS-------
      *----(LIBEREES OU ANNULEES PAR SUSPMVT)--------------------------
           SELECT FDOUBPRM ASSIGN TO AS-DOUBPRM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DOUBPRM.

           SELECT FSUSP ASSIGN TO DD-SUSPMVT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUS-CLE
           FILE STATUS IS FS-SUSP.

       DATA DIVISION.
       FILE SECTION.                                                    
       FD  FAGENCE.                                                     
           10 BEN-NOM     PIC X(30).
           10 BEN-BQE     PIC X(10).
           10 BEN-CPTE    PIC X(23).
       FD  FKYC.
       01  ENR-KYC.
           10 KYC-CLT        PIC 9(5).
           10 KYC-TYPDOC     PIC X(3).
           10 KYC-NUMDOC     PIC X(20).
           10 KYC-DTEXP      PIC 9(8).
           10 KYC-DTREVUE    PIC 9(8).
           10 KYC-RISQUE-MAN PIC X.
           10 KYC-RISQUE     PIC X.
           10 KYC-SCORE      PIC 9(5).
           10 KYC-DTPROCH    PIC 9(8).
           10 KYC-BLOCAGE    PIC X.
           10 KYC-DTBLOC     PIC 9(8).
           10 KYC-OPER       PIC X(8).
           10 KYC-DTMAJ      PIC 9(8).
       FD  FCOMPEMI.
       01  ENR-COMPEMI.
           10 EMI-REF     PIC 9(13).
           10 EMI-STATUT  PIC X.
           10 EMI-DTSTAT  PIC 9(8).
           10 EMI-MOTIF   PIC X(3).
       FD  FLIVRET.
       01  ENR-LIVRET.
           10 LIV-CPTE    PIC X(23).
           10 LIV-CLT     PIC 9(5).
           10 LIV-PLAFOND PIC 9(9)V9(2).
           10 LIV-TAUX    PIC 9V9(4).
           10 LIV-DTOUV   PIC 9(8).
           10 LIV-DTCAPI  PIC 9(8).
           10 LIV-INTCAPI PIC 9(7)V9(2).
       FD  FOPPOS.
       01  ENR-OPPOS.
           10 OPP-CLE.
              15 OPP-CPTE   PIC X(23).
              15 OPP-NUMDEB PIC 9(7).
           10 OPP-NUMFIN  PIC 9(7).
           10 OPP-MOTIF   PIC X(3).
           10 OPP-DATE    PIC 9(8).
           10 OPP-STATUT  PIC X.
           10 OPP-DTLEV   PIC 9(8).
       FD  FDOUBPRM.
       01  ENR-DOUBPRM.
           10 DPR-JOURS   PIC 9(2).
       FD  FSUSP.
       01  ENR-SUSP.
           10 SUS-CLE.
              15 SUS-DTDETEC PIC 9(8).
              15 SUS-NUMLOT  PIC 9(6).
              15 SUS-NUMENR  PIC 9(5).
           10 SUS-ID-TAB  PIC X.
           10 SUS-LIGNE   PIC X(79).
           10 SUS-REF-ORIG PIC 9(13).
           10 SUS-STATUT  PIC X.
           10 SUS-DTSTAT  PIC 9(8).
       FD  FMVTC.
       01  ENR-TMVTC.
           10 CLT-TMVTC    PIC 9(5).
           10 CPTDT-TMVTC.
              15 CPTE-TMVTC   PIC X(23).
              15 DATE-TMVTC   PIC 9(8).
           10 MONT-TMVTC   PIC 9(9)V9(2).
           10 SENS-TMVTC   PIC X.
           10 TYPE-TMVTC   PIC X(3).
              15 CTL-DTCRE  PIC 9(8).
      *----MODE 'C' = LOT COMPLEMENTAIRE (REJETS RECYCLES PAR RECYCREJ,
      *----CHARGE EN AJOUT SANS RECREER LES MAITRES)--------------------
      *----MODE 'L' = LOT COMPLEMENTAIRE DES LIGNES LIBEREES DU--------
      *----SUSPENS PAR SUSPMVT (SANS CONTROLE DES DOUBLONS)------------
              15 CTL-MODE   PIC X.
              15 CTL-NBVRE  PIC 9(5).
              15 FILLER PIC X(10).
       01  FS-COMPEMI     PIC XX VALUE ZERO.
       01  WS-BENEF-DISPO PIC X VALUE 'N'.
       01  WS-VRE-VALIDE  PIC X VALUE 'O'.
       01  FS-KYC         PIC XX VALUE ZERO.
       01  WS-KYC-DISPO   PIC X VALUE 'N'.
       01  WS-VRE-KYC     PIC X VALUE 'N'.
       01  WS-EXP-NBVRE   PIC 9(5) VALUE ZERO.
       01  WS-CNT-NBVRE   PIC 9(5) VALUE ZERO.
       01  WS-REJ-NBVRE   PIC 9(5) VALUE ZERO.
      *----LIVRETS RENCONTRES DANS LE PASSAGE : PLAFOND ET SOLDE-------
      *----SUIVI (ARRETE FRIB OU LIGNE 'R', PUIS MOUVEMENTS ACCEPTES)--
       01  FS-LIVRET      PIC XX VALUE ZERO.
       01  WS-LIVRET-DISPO PIC X VALUE 'N'.
       01  WS-NB-LIV      PIC 9(3) VALUE ZERO.
       01  WS-IND-LIV     PIC 9(3) VALUE ZERO.
       01  WS-IND-LIV-CH  PIC 9(3) VALUE ZERO.
       01  WS-IND-LIV-DEB PIC 9(3) VALUE ZERO.
       01  WS-IND-LIV-CRE PIC 9(3) VALUE ZERO.
       01  WS-LIV-CPTE    PIC X(23) VALUE SPACES.
       01  WS-LIV-MONT    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-LIV-SENS    PIC X VALUE SPACE.
      *----MOTIF DE REFUS : 'P' = PLAFOND, 'D' = DEBIT SANS PROVISION--
       01  WS-LIV-REFUS   PIC X VALUE SPACE.
       01  T-LIVRETS.
           05 T-LIV-LIG OCCURS 100 TIMES.
              10 TL-CPTE  PIC X(23).
              10 TL-PLAF  PIC 9(9)V9(2).
              10 TL-SOLDE PIC S9(9)V9(2).
      *----OPPOSITIONS SUR CHEQUES------------------------------------
       01  FS-OPPOS       PIC XX VALUE ZERO.
       01  WS-OPPOS-DISPO PIC X VALUE 'N'.
       01  WS-OPP-EOF     PIC X VALUE 'N'.
       01  WS-CHQ-OPPOSE  PIC X VALUE 'N'.
       01  WS-NUMCHQ-CTL  PIC 9(7) VALUE ZERO.
      *----DOUBLONS PRESUMES : MOUVEMENTS FMVTC DE LA FENETRE EN-------
      *----TABLE, LIGNES ENTRANTES RETROUVEES MISES EN SUSPENS---------
       01  FS-DOUBPRM     PIC XX VALUE ZERO.
       01  FS-SUSP        PIC XX VALUE ZERO.
       01  WS-SUSP-DISPO  PIC X VALUE 'N'.
       01  WS-DOUB-ACTIF  PIC X VALUE 'O'.
       01  WS-DOUB-JOURS  PIC 9(2) VALUE 5.
       01  WS-DOUB-SIGNE  PIC X VALUE '-'.
       01  WS-DOUB-DTMIN  PIC 9(8) VALUE ZERO.
       01  WS-DOUB-EOF    PIC X VALUE 'N'.
       01  WS-DOUB-PLEINE PIC X VALUE 'N'.
       01  WS-DOUBLON     PIC X VALUE 'N'.
       01  WS-DOUB-CLT    PIC 9(5) VALUE ZERO.
       01  WS-DOUB-CPTE   PIC X(23) VALUE SPACES.
       01  WS-DOUB-DATE   PIC 9(8) VALUE ZERO.
       01  WS-DOUB-MONT   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-DOUB-SENS   PIC X VALUE SPACE.
       01  WS-DOUB-TYPE   PIC X(3) VALUE SPACES.
       01  WS-DOUB-DEV    PIC X(3) VALUE SPACES.
       01  WS-DOUB-REF    PIC 9(13) VALUE ZERO.
       01  WS-NB-DOUB     PIC 9(4) VALUE ZERO.
       01  WS-IND-DOUB    PIC 9(4) VALUE ZERO.
       01  WS-IND-DOUB-TRV PIC 9(4) VALUE ZERO.
       01  WS-IND-DOUB-DEB PIC 9(4) VALUE ZERO.
       01  WS-NB-SUSPENS  PIC 9(5) VALUE ZERO.
       01  WS-SUS-NBVIR   PIC 9(5) VALUE ZERO.
       01  T-DOUB.
           05 T-DOUB-LIG OCCURS 2000 TIMES.
              10 TDB-CLT   PIC 9(5).
              10 TDB-CPTE  PIC X(23).
              10 TDB-DATE  PIC 9(8).
              10 TDB-MONT  PIC 9(9)V9(2).
              10 TDB-SENS  PIC X.
              10 TDB-TYPE  PIC X(3).
              10 TDB-DEV   PIC X(3).
              10 TDB-REF   PIC 9(13).
              10 TDB-PRIS  PIC X.
      *----MODE DE PASSAGE : CHARGEMENT REEL OU CONTROLE SEUL----------
       01  FS-VERIF       PIC XX VALUE ZERO.
       01  WS-MODE-CONTROLE PIC X VALUE 'N'.
           PERFORM CHARGER-DTVAL.
           PERFORM CHARGER-WATCH.
           PERFORM OUVRIR-BENEF.
           PERFORM OUVRIR-KYC.
           PERFORM OUVRIR-COMPEMI.
           PERFORM OUVRIR-LIVRET.
           PERFORM OUVRIR-OPPOS.
           PERFORM OUVRIR-LOTREG.
           OPEN INPUT FBUFFER.
      *----LE CONTROLE DE L'ENTETE (DONT LE NUMERO DE LOT) PRECEDE-----
                 MOVE 'O' TO WS-BUFFER-EOF
              END-IF
           END-IF.
           IF WS-CTL-OK = 'O' AND WS-BUFFER-EOF = 'N'
              PERFORM CHARGER-FENETRE-DOUBLONS
           END-IF.
           IF WS-CTL-OK = 'O' AND WS-BUFFER-EOF = 'N'
              PERFORM OUVRIR-MAITRES
           END-IF.
       OUVRIR-MAITRES-FIN.
           EXIT.
      *----------------------------------------------------------------
      *    FENETRE DU CONTROLE DES DOUBLONS : LES MOUVEMENTS FMVTC     *
      *    DES N DERNIERS JOURS SONT MIS EN TABLE AVANT QUE LES        *
      *    MAITRES NE SOIENT OUVERTS (UN CHARGEMENT COMPLET RECREE     *
      *    FMVTC). FENETRE ABSENTE = 5 JOURS, 0 = CONTROLE INACTIF     *
      *----------------------------------------------------------------
       CHARGER-FENETRE-DOUBLONS.
           IF WS-DOUB-ACTIF = 'O'
              OPEN INPUT FDOUBPRM
              IF FS-DOUBPRM = '00'
                 READ FDOUBPRM
                    AT END CONTINUE
                    NOT AT END
                       IF DPR-JOURS NUMERIC
                          MOVE DPR-JOURS TO WS-DOUB-JOURS
                       END-IF
                 END-READ
                 CLOSE FDOUBPRM
              END-IF
              IF WS-DOUB-JOURS = ZERO
                 MOVE 'N' TO WS-DOUB-ACTIF
                 DISPLAY 'CONTROLE DES DOUBLONS INACTIF (FENETRE 0)'
              END-IF
           END-IF.
           IF WS-DOUB-ACTIF = 'O'
              CALL 'DATEDECAL' USING WS-DTJOUR WS-DOUB-SIGNE
                 WS-DOUB-JOURS WS-DOUB-DTMIN
              OPEN INPUT FMVTC
              IF FS-MVTC = '00'
                 COMPUTE REF-TMVTC = WS-DOUB-DTMIN * 100000
                 START FMVTC KEY NOT < REF-TMVTC
                    INVALID KEY MOVE 'O' TO WS-DOUB-EOF
                 END-START
                 IF WS-DOUB-EOF = 'N'
                    PERFORM LIRE-FENETRE
                 END-IF
                 PERFORM RANGER-FENETRE UNTIL WS-DOUB-EOF = 'O'
                 CLOSE FMVTC
              ELSE
                 DISPLAY 'FMVTC ABSENT - PAS DE MOUVEMENT DE REFERENCE '
                    'POUR LES DOUBLONS'
              END-IF
              DISPLAY 'CONTROLE DES DOUBLONS DEPUIS LE ' WS-DOUB-DTMIN
                 ' : ' WS-NB-DOUB ' MOUVEMENTS DE REFERENCE'
              IF WS-DOUB-PLEINE = 'O'
                 DISPLAY 'TABLE DES DOUBLONS PLEINE (2000) - LOT NON '
                    'CHARGE, REDUIRE LA FENETRE AS-DOUBPRM'
                 MOVE 'N' TO WS-CTL-OK
                 MOVE 'O' TO WS-BUFFER-EOF
              ELSE
                 IF NOT EN-CONTROLE
                    PERFORM OUVRIR-SUSP
                 END-IF
              END-IF
           END-IF.
       LIRE-FENETRE.
           READ FMVTC NEXT RECORD
              AT END MOVE 'O' TO WS-DOUB-EOF
           END-READ.
       RANGER-FENETRE.
           IF DATE-TMVTC >= WS-DOUB-DTMIN
              IF WS-NB-DOUB < 2000
                 ADD 1 TO WS-NB-DOUB
                 MOVE CLT-TMVTC  TO TDB-CLT(WS-NB-DOUB)
                 MOVE CPTE-TMVTC TO TDB-CPTE(WS-NB-DOUB)
                 MOVE DATE-TMVTC TO TDB-DATE(WS-NB-DOUB)
                 MOVE MONT-TMVTC TO TDB-MONT(WS-NB-DOUB)
                 MOVE SENS-TMVTC TO TDB-SENS(WS-NB-DOUB)
                 MOVE TYPE-TMVTC TO TDB-TYPE(WS-NB-DOUB)
                 MOVE DEV-TMVTC  TO TDB-DEV(WS-NB-DOUB)
                 MOVE REF-TMVTC  TO TDB-REF(WS-NB-DOUB)
                 MOVE 'N'        TO TDB-PRIS(WS-NB-DOUB)
              ELSE
                 MOVE 'O' TO WS-DOUB-PLEINE
                 MOVE 'O' TO WS-DOUB-EOF
              END-IF
           END-IF.
           PERFORM LIRE-FENETRE.
      *----SANS FICHIER DE SUSPENS, UN DOUBLON NE PEUT ETRE RETENU :---
      *----LE LOT N'EST PAS CHARGE-------------------------------------
       OUVRIR-SUSP.
           OPEN I-O FSUSP.
           IF FS-SUSP = '35'
              OPEN OUTPUT FSUSP
              CLOSE FSUSP
              OPEN I-O FSUSP
           END-IF.
           IF FS-SUSP = '00'
              MOVE 'O' TO WS-SUSP-DISPO
           ELSE
              DISPLAY 'ERR. OUV DD-SUSPMVT : ' FS-SUSP
                 ' - CHARGEMENT REFUSE'
              MOVE 'N' TO WS-CTL-OK
              MOVE 'O' TO WS-BUFFER-EOF
           END-IF.
      *----------------------------------------------------------------
      *    CHARGEMENT DU REFERENTIEL DES DEVISES EN TABLE (FICHIER     *
      *    ABSENT TOLERE : SEUL L'EUR EST ALORS ACCEPTE)               *
      *----------------------------------------------------------------
           ELSE
              DISPLAY 'REFERENTIEL DD-BENEF ABSENT : ' FS-BENEF
           END-IF.
       OUVRIR-KYC.
           OPEN INPUT FKYC.
           IF FS-KYC = '00'
              MOVE 'O' TO WS-KYC-DISPO
           ELSE
              DISPLAY 'FICHIER DD-KYC ABSENT - SANS BLOCAGE KYC'
           END-IF.
       OUVRIR-COMPEMI.
           OPEN I-O FCOMPEMI.
           IF FS-COMPEMI = '35'
              DISPLAY 'ERR. OUV REGISTRE COMPEMI : ' FS-COMPEMI
           END-IF.
      *----------------------------------------------------------------
      *    REGISTRE DES LIVRETS (ABSENT TOLERE : AUCUN LIVRET OUVERT)  *
      *----------------------------------------------------------------
       OUVRIR-LIVRET.
           OPEN INPUT FLIVRET.
           IF FS-LIVRET = '00'
              MOVE 'O' TO WS-LIVRET-DISPO
           ELSE
              DISPLAY 'REGISTRE DD-LIVRET ABSENT - AUCUN LIVRET'
           END-IF.
      *----------------------------------------------------------------
      *    REGISTRE DES OPPOSITIONS (ABSENT TOLERE : AUCUNE OPPOSITION)*
      *----------------------------------------------------------------
       OUVRIR-OPPOS.
           OPEN INPUT FOPPOS.
           IF FS-OPPOS = '00'
              MOVE 'O' TO WS-OPPOS-DISPO
           ELSE
              DISPLAY 'REGISTRE DD-OPPOS ABSENT - AUCUNE OPPOSITION'
           END-IF.
      *----------------------------------------------------------------
      *    REGISTRE DES LOTS DEJA CHARGES (CREE AU PREMIER PASSAGE)    *
      *----------------------------------------------------------------
       OUVRIR-LOTREG.
                    PERFORM REJETER-CLIENT-BLOQUE
                    ADD 1 TO WS-CNT-NBMVT
                 ELSE
                    PERFORM CONTROLER-DOUBLON-MVT
                    IF WS-DOUBLON = 'O'
                       PERFORM SUSPENDRE-LIGNE
                       ADD 1 TO WS-CNT-NBMVT
                    ELSE
                       PERFORM CHG-LGTMVTC
                    END-IF
                 END-IF
                 PERFORM MAJ-CKPT
              END-IF
                 IF WS-VIR-VALIDE = 'N' THEN
                    PERFORM REJETER-VIREMENT
                 ELSE
                    PERFORM CONTROLER-DOUBLON-VIR
                    IF WS-DOUBLON = 'O'
                       PERFORM SUSPENDRE-LIGNE
                       ADD 1 TO WS-SUS-NBVIR
                    ELSE
                       PERFORM CHG-LGVIR
                    END-IF
                 END-IF
                 PERFORM MAJ-CKPT
              END-IF
           IF WS-BENEF-DISPO = 'O'
              CLOSE FBENEF
           END-IF.
           IF WS-KYC-DISPO = 'O'
              CLOSE FKYC
           END-IF.
           IF FS-WATCHHIT = '00'
              CLOSE FWATCHHIT
           END-IF.
           IF FS-COMPEMI = '00'
              CLOSE FCOMPEMI
           END-IF.
           IF WS-LIVRET-DISPO = 'O'
              CLOSE FLIVRET
           END-IF.
           IF WS-OPPOS-DISPO = 'O'
              CLOSE FOPPOS
           END-IF.
           IF WS-SUSP-DISPO = 'O'
              CLOSE FSUSP
           END-IF.
           IF WS-NB-SUSPENS > ZERO
              DISPLAY 'DOUBLONS PRESUMES MIS EN SUSPENS : '
                 WS-NB-SUSPENS
           END-IF.
           IF WS-CTL-OK = 'O'
              MOVE 0 TO RETURN-CODE
           ELSE
              ELSE
                 MOVE ZERO TO WS-EXP-NBVRE
              END-IF
              IF CTL-MODE = 'C' OR CTL-MODE = 'L'
                 MOVE 'O' TO WS-COMPLEMENT
                 DISPLAY 'LOT COMPLEMENTAIRE - CHARGEMENT EN AJOUT'
              END-IF
              IF CTL-MODE = 'L'
                 MOVE 'N' TO WS-DOUB-ACTIF
                 DISPLAY 'LIGNES LIBEREES DU SUSPENS - PAS DE CONTROLE '
                    'DES DOUBLONS'
              END-IF
              DISPLAY 'HEADER LU - AG: ' CTL-NBAG ' CLT: ' CTL-NBCLT
                 ' RIB: ' CTL-NBRIB ' MVT: ' CTL-NBMVT
                 ' VIR: ' WS-EXP-NBVIR
              CTL-NBCLT NOT = WS-CNT-NBCLT OR
              CTL-NBRIB NOT = WS-CNT-NBRIB + WS-REJ-NBRIB OR
              CTL-NBMVT NOT = WS-CNT-NBMVT OR
              WS-EXP-NBVIR NOT = WS-CNT-NBVIR + WS-REJ-NBVIR
                 + WS-SUS-NBVIR OR
              WS-EXP-NBVRE NOT = WS-CNT-NBVRE + WS-REJ-NBVRE OR
              WS-EXP-NBADR NOT = WS-CNT-NBADR THEN
              DISPLAY 'ERR. LOT TRONQUE OU CORROMPU - COMPTES: AG '
      *----STOCKES EN CONTRE-VALEUR EUR AU COURS DU REFERENTIEL, LE----
      *----CODE DEVISE DU COMPTE EST CONSERVE DANS DEV-TRIB------------
       ECRIRE-LGTRIB.
           MOVE CPTE-RIB  TO WS-LIV-CPTE.
           PERFORM CHERCHER-LIVRET.
           MOVE CLT-RIB   TO CLT-TRIB.
           MOVE CPTE-RIB  TO CPTE-TRIB.
           MOVE DATE-RIB  TO DATE-TRIB.
           END-IF.
           MOVE 'O' TO ETAT-TRIB.
           MOVE DEV-RIB TO DEV-TRIB.
      *----UN LIVRET N'A PAS DE DECOUVERT ; SON SOLDE DE DEPART EST----
      *----CELUI DE LA LIGNE 'R'---------------------------------------
           IF WS-IND-LIV > ZERO
              MOVE ZERO TO DECOUV-TRIB
              PERFORM FIXER-SOLDE-LIVRET
           END-IF.
           IF NOT EN-CONTROLE
              WRITE ENR-TRIB
              INVALID KEY DISPLAY 'ERR. ECR. CLIENT: ' FS-RIB
              PERFORM REJETER-DEVISE-MVT
              ADD 1 TO WS-CNT-NBMVT
           ELSE
              MOVE SPACE     TO WS-LIV-REFUS
              MOVE CPTE-MVTC TO WS-LIV-CPTE
              MOVE SENS-MVTC TO WS-LIV-SENS
              COMPUTE WS-LIV-MONT ROUNDED = MONT-MVTC * WS-COURS-COUR
              PERFORM CONTROLER-LIVRET
              MOVE 'N' TO WS-CHQ-OPPOSE
              IF TYPE-MVTC = 'CHQ' AND SENS-MVTC = 'D'
                 AND NUMCHQ-MVTC NUMERIC
                 MOVE NUMCHQ-MVTC TO WS-NUMCHQ-CTL
                 PERFORM CONTROLER-OPPOSITION
              END-IF
              IF WS-LIV-REFUS NOT = SPACE
                 PERFORM REJETER-LIVRET-MVT
                 ADD 1 TO WS-CNT-NBMVT
              ELSE
                 IF WS-CHQ-OPPOSE = 'O'
                    PERFORM REJETER-CHEQUE-OPPOSE
                    ADD 1 TO WS-CNT-NBMVT
                 ELSE
                    PERFORM ECRIRE-LGTMVTC
                 END-IF
              END-IF
           END-IF.
      *----MONTANT STOCKE EN CONTRE-VALEUR EUR, DEVISE D'ORIGINE-------
      *----CONSERVEE DANS DEV-TMVTC------------------------------------
           IF NOT EN-CONTROLE
              WRITE ENR-TMVTC
           END-IF.
           PERFORM IMPUTER-LIVRET.
           ADD 1 TO WS-CNT-NBMVT.
      ************************************************
      *    REJET: DEVISE ABSENTE DU REFERENTIEL      *
           IF NOT EN-CONTROLE
              WRITE ENR-TMVTC
           END-IF.
           MOVE WS-IND-LIV-DEB TO WS-IND-LIV.
           MOVE 'D'         TO SENS-TMVTC.
           PERFORM IMPUTER-LIVRET.
           MOVE WS-IND-LIV-CRE TO WS-IND-LIV.
           MOVE 'C'         TO SENS-TMVTC.
           PERFORM IMPUTER-LIVRET.
           ADD 1 TO WS-CNT-NBVIR.
      ************************************************
      *    CONTROLE D'UN VIREMENT : LES DEUX JAMBES  *
           IF WS-STATUT-TROUVE = 'B' OR WS-STATUT-TROUVE = 'F'
              MOVE 'N' TO WS-VIR-VALIDE
           END-IF.
      *----JAMBES SUR LIVRET : PROVISION AU DEBIT, PLAFOND AU CREDIT---
           MOVE SPACE TO WS-LIV-REFUS.
           MOVE ZERO  TO WS-IND-LIV-DEB WS-IND-LIV-CRE.
           IF WS-VIR-VALIDE = 'O'
              MOVE VIR-MONT    TO WS-LIV-MONT
              MOVE WS-CPTE-DEB TO WS-LIV-CPTE
              MOVE 'D'         TO WS-LIV-SENS
              PERFORM CONTROLER-LIVRET
              MOVE WS-IND-LIV  TO WS-IND-LIV-DEB
              MOVE WS-CPTE-CRE TO WS-LIV-CPTE
              MOVE 'C'         TO WS-LIV-SENS
              PERFORM CONTROLER-LIVRET
              MOVE WS-IND-LIV  TO WS-IND-LIV-CRE
              IF WS-LIV-REFUS NOT = SPACE
                 MOVE 'N' TO WS-VIR-VALIDE
              END-IF
           END-IF.
      ************************************************
      *    REJET: VIREMENT INCOMPLET OU DESEQUILIBRE *
      ************************************************
           MOVE LIGNE-AG    TO REJ-LIGNE.
           MOVE 'A004'      TO REJ-CODE.
           MOVE 'VIREMENT INCOMPLET OU INVALIDE' TO REJ-LIBELLE.
           PERFORM MOTIVER-REJET-LIVRET.
           MOVE ZERO        TO REJ-CLE-CALC.
           MOVE ZERO        TO REJ-CLE-STOCK.
           PERFORM EMETTRE-REJET.
      ************************************************
       CONTROLER-VIREXT.
           MOVE 'O' TO WS-VRE-VALIDE.
           MOVE 'N' TO WS-VRE-KYC.
           IF VRE-MONT NOT > ZERO
              MOVE 'N' TO WS-VRE-VALIDE
           END-IF.
           IF WS-CPTE-DEB = SPACES
              MOVE 'N' TO WS-VRE-VALIDE
           END-IF.
           MOVE SPACE TO WS-LIV-REFUS.
           IF WS-CPTE-DEB NOT = SPACES
              MOVE VRE-MONT    TO WS-LIV-MONT
              MOVE WS-CPTE-DEB TO WS-LIV-CPTE
              MOVE 'D'         TO WS-LIV-SENS
              PERFORM CONTROLER-LIVRET
              IF WS-LIV-REFUS NOT = SPACE
                 MOVE 'N' TO WS-VRE-VALIDE
              END-IF
           END-IF.
           IF WS-BENEF-DISPO = 'N'
              MOVE 'N' TO WS-VRE-VALIDE
           ELSE
                    END-IF
              END-READ
           END-IF.
           IF WS-KYC-DISPO = 'O'
              MOVE VRE-CLT TO KYC-CLT
              READ FKYC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF KYC-BLOCAGE = 'O'
                       MOVE 'N' TO WS-VRE-VALIDE
                       MOVE 'O' TO WS-VRE-KYC
                    END-IF
              END-READ
           END-IF.
      ************************************************
      *    VIREMENT EXTERNE : DEBIT FMVTC + LIGNE AU *
      *    REGISTRE D'EMISSION (STATUT 'E' = A EMETTRE*
           IF NOT EN-CONTROLE
              WRITE ENR-TMVTC
           END-IF.
           PERFORM IMPUTER-LIVRET.
           MOVE WS-REF-MVT TO EMI-REF.
           MOVE VRE-CLT     TO EMI-CLT.
           MOVE WS-CPTE-DEB TO EMI-CPTE.
           MOVE LIGNE-AG    TO REJ-LIGNE.
           MOVE 'A007'      TO REJ-CODE.
           MOVE 'VIREMENT EXTERNE INVALIDE' TO REJ-LIBELLE.
           PERFORM MOTIVER-REJET-LIVRET.
           IF WS-VRE-KYC = 'O'
              MOVE 'A015' TO REJ-CODE
              MOVE 'REVUE KYC EN RETARD - CLIENT BLOQUE' TO REJ-LIBELLE
           END-IF.
           MOVE ZERO        TO REJ-CLE-CALC.
           MOVE ZERO        TO REJ-CLE-STOCK.
           PERFORM EMETTRE-REJET.
           MOVE ZERO        TO REJ-CLE-CALC.
           MOVE ZERO        TO REJ-CLE-STOCK.
           PERFORM EMETTRE-REJET.
      ************************************************
      *    REJET: MOUVEMENT HORS REGLES DU LIVRET    *
      ************************************************
       REJETER-LIVRET-MVT.
           DISPLAY 'MOUVEMENT REFUSE SUR LIVRET: ' CPTE-MVTC.
           MOVE ID-TAB      TO REJ-ID-TAB.
           MOVE LIGNE-AG    TO REJ-LIGNE.
           PERFORM MOTIVER-REJET-LIVRET.
           MOVE ZERO        TO REJ-CLE-CALC.
           MOVE ZERO        TO REJ-CLE-STOCK.
           PERFORM EMETTRE-REJET.
      ************************************************
      *    REJET: CHEQUE FRAPPE D'OPPOSITION         *
      ************************************************
       REJETER-CHEQUE-OPPOSE.
           DISPLAY 'CHEQUE EN OPPOSITION: ' CPTE-MVTC ' NO '
              WS-NUMCHQ-CTL.
           MOVE ID-TAB      TO REJ-ID-TAB.
           MOVE LIGNE-AG    TO REJ-LIGNE.
           MOVE 'A013'      TO REJ-CODE.
           MOVE 'CHEQUE FRAPPE D OPPOSITION' TO REJ-LIBELLE.
           MOVE ZERO        TO REJ-CLE-CALC.
           MOVE ZERO        TO REJ-CLE-STOCK.
           PERFORM EMETTRE-REJET.
      ************************************************
      *    OPPOSITION ACTIVE SUR LE COMPTE DONT LA   *
      *    PLAGE COUVRE LE NUMERO WS-NUMCHQ-CTL      *
      *    (PLAGES DU COMPTE LUES DANS L'ORDRE DU    *
      *    PREMIER NUMERO)                           *
      ************************************************
       CONTROLER-OPPOSITION.
           IF WS-OPPOS-DISPO = 'O'
              MOVE 'N'       TO WS-OPP-EOF
              MOVE CPTE-MVTC TO OPP-CPTE
              MOVE ZERO      TO OPP-NUMDEB
              START FOPPOS KEY IS NOT LESS THAN OPP-CLE
                 INVALID KEY MOVE 'O' TO WS-OPP-EOF
              END-START
              PERFORM COMPARER-OPPOSITION UNTIL WS-OPP-EOF = 'O'
           END-IF.
       COMPARER-OPPOSITION.
           READ FOPPOS NEXT RECORD
              AT END MOVE 'O' TO WS-OPP-EOF
              NOT AT END
                 IF OPP-CPTE NOT = CPTE-MVTC
                    OR OPP-NUMDEB > WS-NUMCHQ-CTL
                    MOVE 'O' TO WS-OPP-EOF
                 ELSE
                    IF OPP-STATUT = 'A'
                       AND OPP-NUMFIN NOT < WS-NUMCHQ-CTL
                       MOVE 'O' TO WS-CHQ-OPPOSE
                       MOVE 'O' TO WS-OPP-EOF
                    END-IF
                 END-IF
           END-READ.
       MOTIVER-REJET-LIVRET.
           IF WS-LIV-REFUS = 'P'
              MOVE 'A011' TO REJ-CODE
              MOVE 'PLAFOND DU LIVRET DEPASSE' TO REJ-LIBELLE
           END-IF.
           IF WS-LIV-REFUS = 'D'
              MOVE 'A012' TO REJ-CODE
              MOVE 'LIVRET - DEBIT SUPERIEUR AU SOLDE' TO REJ-LIBELLE
           END-IF.
      ************************************************
      *    LIVRET : UN CREDIT NE DOIT PAS PORTER LE  *
      *    SOLDE AU-DELA DU PLAFOND, UN DEBIT NE     *
      *    DOIT PAS LE RENDRE DEBITEUR (ENTREE :     *
      *    WS-LIV-CPTE/MONT/SENS - WS-IND-LIV A ZERO *
      *    SI LE COMPTE N'EST PAS UN LIVRET)         *
      ************************************************
       CONTROLER-LIVRET.
           PERFORM CHERCHER-LIVRET.
           IF WS-IND-LIV > ZERO
              IF WS-LIV-SENS = 'C' AND
                 TL-SOLDE(WS-IND-LIV) + WS-LIV-MONT >
                 TL-PLAF(WS-IND-LIV)
                 MOVE 'P' TO WS-LIV-REFUS
              END-IF
              IF WS-LIV-SENS = 'D' AND
                 TL-SOLDE(WS-IND-LIV) < WS-LIV-MONT
                 MOVE 'D' TO WS-LIV-REFUS
              END-IF
           END-IF.
       CHERCHER-LIVRET.
           MOVE ZERO TO WS-IND-LIV.
           PERFORM COMPARER-LIVRET
              VARYING WS-IND-LIV-CH FROM 1 BY 1
              UNTIL WS-IND-LIV-CH > WS-NB-LIV.
           IF WS-IND-LIV = ZERO AND WS-LIVRET-DISPO = 'O'
              AND WS-LIV-CPTE NOT = SPACES
              MOVE WS-LIV-CPTE TO LIV-CPTE
              READ FLIVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM RANGER-LIVRET
              END-READ
           END-IF.
       COMPARER-LIVRET.
           IF TL-CPTE(WS-IND-LIV-CH) = WS-LIV-CPTE
              MOVE WS-IND-LIV-CH TO WS-IND-LIV
           END-IF.
       RANGER-LIVRET.
           IF WS-NB-LIV < 100
              ADD 1 TO WS-NB-LIV
              MOVE WS-NB-LIV   TO WS-IND-LIV
              MOVE LIV-CPTE    TO TL-CPTE(WS-IND-LIV)
              MOVE LIV-PLAFOND TO TL-PLAF(WS-IND-LIV)
              MOVE ZERO        TO TL-SOLDE(WS-IND-LIV)
              PERFORM LIRE-SOLDE-LIVRET
           ELSE
              DISPLAY 'ERR. TABLE DES LIVRETS PLEINE (100) - LOT '
                 'EN ERREUR'
              MOVE 'N' TO WS-CTL-OK
           END-IF.
      *----SOLDE DU DERNIER ARRETE : FRIB N'EST LISIBLE QU'EN CONTROLE,-
      *----EN REPRISE OU EN LOT COMPLEMENTAIRE (SINON IL EST RECREE ET--
      *----LE SOLDE VIENT DE LA LIGNE 'R' DU LOT)-----------------------
       LIRE-SOLDE-LIVRET.
           IF WS-REFS-LISIBLES = 'O'
              AND (EN-CONTROLE OR EN-REPRISE OR WS-COMPLEMENT = 'O')
              MOVE LIV-CPTE TO CPTE-TRIB
              READ FRIB
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM FIXER-SOLDE-LIVRET
              END-READ
           END-IF.
       FIXER-SOLDE-LIVRET.
           IF SENS-TRIB = 'D'
              COMPUTE TL-SOLDE(WS-IND-LIV) = ZERO - SOLDE-TRIB
           ELSE
              MOVE SOLDE-TRIB TO TL-SOLDE(WS-IND-LIV)
           END-IF.
      *----MOUVEMENT ACCEPTE : LE SOLDE SUIVI DU LIVRET EST MIS A JOUR-
       IMPUTER-LIVRET.
           IF WS-IND-LIV > ZERO
              IF SENS-TMVTC = 'C'
                 ADD MONT-TMVTC TO TL-SOLDE(WS-IND-LIV)
              ELSE
                 SUBTRACT MONT-TMVTC FROM TL-SOLDE(WS-IND-LIV)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    ATTRIBUTION D'UNE REFERENCE : EN MODE CONTROLE, AUCUNE      *
      *    REFERENCE MVTREF N'EST CONSOMMEE                            *
              CALL 'MVTREF' USING DATE-TMVTC WS-REF-MVT
           END-IF.
      *----------------------------------------------------------------
      *    DOUBLON PRESUME D'UNE LIGNE 'M' : MEME CLIENT, COMPTE (SI   *
      *    LA LIGNE EN PORTE UN), DATE, CONTRE-VALEUR, SENS, TYPE ET   *
      *    DEVISE QU'UN MOUVEMENT DE LA FENETRE ENCORE NON APPARIE     *
      *----------------------------------------------------------------
       CONTROLER-DOUBLON-MVT.
           MOVE 'N' TO WS-DOUBLON.
           IF WS-DOUB-ACTIF = 'O'
              MOVE DEV-MVTC TO WS-DOUB-DEV
              IF WS-DOUB-DEV = SPACES
                 MOVE 'EUR' TO WS-DOUB-DEV
              END-IF
              MOVE WS-DOUB-DEV TO WS-DEV-CHERCHEE
              PERFORM CHERCHER-DEVISE
              IF WS-DEV-TROUVEE = 'O'
                 MOVE CLT-MVTC  TO WS-DOUB-CLT
                 MOVE CPTE-MVTC TO WS-DOUB-CPTE
                 MOVE DATE-MVTC TO WS-DOUB-DATE
                 COMPUTE WS-DOUB-MONT ROUNDED =
                    MONT-MVTC * WS-COURS-COUR
                 MOVE SENS-MVTC TO WS-DOUB-SENS
                 IF TYPE-MVTC = SPACES
                    MOVE 'DIV' TO WS-DOUB-TYPE
                 ELSE
                    MOVE TYPE-MVTC TO WS-DOUB-TYPE
                 END-IF
                 PERFORM CHERCHER-DOUBLON
              END-IF
           END-IF.
      *----VIREMENT 'V' : LES DEUX JAMBES 'VIR' DOIVENT ETRE RETROUVEES,
      *----SINON LA PREMIERE JAMBE APPARIEE EST RENDUE-----------------
       CONTROLER-DOUBLON-VIR.
           MOVE 'N' TO WS-DOUBLON.
           IF WS-DOUB-ACTIF = 'O'
              MOVE VIR-CLT-DEB TO WS-DOUB-CLT
              MOVE SPACES      TO WS-DOUB-CPTE
              MOVE VIR-DATE    TO WS-DOUB-DATE
              MOVE VIR-MONT    TO WS-DOUB-MONT
              MOVE 'D'         TO WS-DOUB-SENS
              MOVE 'VIR'       TO WS-DOUB-TYPE
              MOVE 'EUR'       TO WS-DOUB-DEV
              PERFORM CHERCHER-DOUBLON
              IF WS-DOUBLON = 'O'
                 MOVE WS-IND-DOUB-TRV TO WS-IND-DOUB-DEB
                 MOVE 'N' TO WS-DOUBLON
                 MOVE VIR-CLT-CRE TO WS-DOUB-CLT
                 MOVE 'C'         TO WS-DOUB-SENS
                 PERFORM CHERCHER-DOUBLON
                 IF WS-DOUBLON = 'O'
                    MOVE TDB-REF(WS-IND-DOUB-DEB) TO WS-DOUB-REF
                 ELSE
                    MOVE 'N' TO TDB-PRIS(WS-IND-DOUB-DEB)
                 END-IF
              END-IF
           END-IF.
       CHERCHER-DOUBLON.
           PERFORM COMPARER-DOUBLON VARYING WS-IND-DOUB FROM 1 BY 1
              UNTIL WS-IND-DOUB > WS-NB-DOUB OR WS-DOUBLON = 'O'.
       COMPARER-DOUBLON.
           IF TDB-PRIS(WS-IND-DOUB) = 'N'
              AND TDB-CLT(WS-IND-DOUB)  = WS-DOUB-CLT
              AND (WS-DOUB-CPTE = SPACES
                   OR TDB-CPTE(WS-IND-DOUB) = WS-DOUB-CPTE)
              AND TDB-DATE(WS-IND-DOUB) = WS-DOUB-DATE
              AND TDB-MONT(WS-IND-DOUB) = WS-DOUB-MONT
              AND TDB-SENS(WS-IND-DOUB) = WS-DOUB-SENS
              AND TDB-TYPE(WS-IND-DOUB) = WS-DOUB-TYPE
              AND TDB-DEV(WS-IND-DOUB)  = WS-DOUB-DEV
              MOVE 'O' TO WS-DOUBLON
              MOVE 'O' TO TDB-PRIS(WS-IND-DOUB)
              MOVE TDB-REF(WS-IND-DOUB) TO WS-DOUB-REF
              MOVE WS-IND-DOUB TO WS-IND-DOUB-TRV
           END-IF.
      *----------------------------------------------------------------
      *    MISE EN SUSPENS D'UN DOUBLON PRESUME (DD-SUSPMVT, STATUT    *
      *    'S') ; EN MODE CONTROLE, LIGNE D'ANOMALIE SUR DDVERIF       *
      *----------------------------------------------------------------
       SUSPENDRE-LIGNE.
           ADD 1 TO WS-NB-SUSPENS.
           DISPLAY 'DOUBLON PRESUME: LIGNE ' WS-NUM-ENR ' (' ID-TAB
              ') DEJA PASSEE SOUS LA REFERENCE ' WS-DOUB-REF.
           IF EN-CONTROLE
              MOVE 'A016'      TO WE-VER-CODE
              MOVE 'DOUBLON PRESUME - SUSPENS' TO WE-VER-LIB
              MOVE LIGNE-AG    TO WE-VER-LIGNE
              WRITE REC-VERIF FROM LG-VERIF-ANO
           ELSE
              MOVE WS-DTJOUR   TO SUS-DTDETEC
              MOVE WS-NUMLOT   TO SUS-NUMLOT
              MOVE WS-NUM-ENR  TO SUS-NUMENR
              MOVE ID-TAB      TO SUS-ID-TAB
              MOVE LIGNE-AG    TO SUS-LIGNE
              MOVE WS-DOUB-REF TO SUS-REF-ORIG
              MOVE 'S'         TO SUS-STATUT
              MOVE WS-DTJOUR   TO SUS-DTSTAT
              WRITE ENR-SUSP
                 INVALID KEY
                    DISPLAY 'LIGNE DEJA EN SUSPENS : ' SUS-CLE
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      *    EMISSION D'UN REJET : FICHIER AS-REJETS EN CHARGEMENT REEL, *
      *    LIGNE D'ANOMALIE SUR DDVERIF EN MODE CONTROLE               *
      *----------------------------------------------------------------
