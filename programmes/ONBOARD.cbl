      *   - LE CLIENT BATCH DANS FCLT AVEC LA REGLE DE CORRESPONDANCE
      *     DOCUMENTEE PAR XREFCLT : CODE-TCLT = CDECLT CADRE A
      *     DROITE (00001 A 00999) ;
      *   - L'ADRESSE DANS FADRCLT ;
      *   - L'AUTO-CERTIFICATION DE RESIDENCE FISCALE DANS DD-RESFISC
      *     (PAYS ET NIF, PERSONNE AMERICAINE O/N), DATEE DU JOUR DE
      *     L'OUVERTURE, AVEC LES REGLES DE SAISIE DE RESFISC ; SANS
      *     PAYS SAISI, LA RESIDENCE EST CELLE DE L'ADRESSE.
      * LA CREATION EST REFUSEE SI LA CLE EXISTE DEJA D'UN COTE OU DE
      * L'AUTRE, OU SI L'AGENCE EST INCONNUE : LE PROCHAIN XREFCLT
      * DOIT RESSORTIR VIDE.
           RECORD KEY IS CODE-TAG
           FILE STATUS IS FS-AGENCE.

           SELECT FRESFISC ASSIGN TO DD-RESFISC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RF-CLT
           FILE STATUS IS FS-RESFISC.

       DATA DIVISION.
       FILE SECTION.
       FD  FCLIENT.
           10 STATUT-TAG  PIC X.
           10 DTSTAT-TAG  PIC 9(8).

       FD  FRESFISC.
       01  ENR-RESFISC.
           10 RF-CLT      PIC 9(5).
           10 RF-RESID OCCURS 3 TIMES.
              15 RF-PAYS  PIC X(15).
              15 RF-NIF   PIC X(20).
           10 RF-DTAUTO   PIC 9(8).
           10 RF-USPERS   PIC X.
           10 RF-DTMAJ    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-CLIENT    PIC XX VALUE ZERO.
       01  FS-CLT       PIC XX VALUE ZERO.
       01  FS-ADRCLT    PIC XX VALUE ZERO.
       01  FS-AGENCE    PIC XX VALUE ZERO.
       01  FS-RESFISC   PIC XX VALUE ZERO.
       01  WS-CDECLT    PIC 9(3) VALUE ZERO.
       01  WS-CODE-BATCH PIC 9(5) VALUE ZERO.
       01  WS-NOM       PIC X(20) VALUE SPACES.
       01  WS-CP        PIC X(5) VALUE SPACES.
       01  WS-PAYS      PIC X(15) VALUE SPACES.
       01  WS-CTRL-OK   PIC X VALUE 'N'.
       01  WS-DTJOUR    PIC 9(8) VALUE ZERO.
      *----AUTO-CERTIFICATION DE RESIDENCE FISCALE---------------------
       01  WS-USPERS    PIC X VALUE SPACE.
           88 USPERS-VALIDE VALUE 'O' 'N'.
       01  WS-IND-RES   PIC 9 VALUE ZERO.
       01  WS-NB-US     PIC 9 VALUE ZERO.
       01  T-RESID.
           05 T-RESID-LIG OCCURS 3 TIMES.
              10 TR-PAYS  PIC X(15).
              10 TR-NIF   PIC X(20).
       01  WS-PAYS-NATIONAL PIC X(15) VALUE 'FRANCE'.
       01  WS-PAYS-US       PIC X(15) VALUE 'ETATS-UNIS'.

       PROCEDURE DIVISION.
       PROG.
              PERFORM CREER-FCLIENT
              PERFORM CREER-FCLT
              PERFORM CREER-FADRCLT
              PERFORM CREER-FRESFISC
              DISPLAY 'CLIENT CREE DANS LES DEUX REFERENTIELS : '
                 WS-CDECLT ' / ' WS-CODE-BATCH
           END-IF.
           DISPLAY 'PAYS (X(15))                 : '
              WITH NO ADVANCING.
           ACCEPT WS-PAYS.
           PERFORM SAISIR-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           IF TR-PAYS(1) = SPACES
              MOVE WS-PAYS TO TR-PAYS(1)
           END-IF.
           DISPLAY 'PERSONNE AMERICAINE (O/N)    : '
              WITH NO ADVANCING.
           ACCEPT WS-USPERS.
           ACCEPT WS-DTJOUR FROM DATE YYYYMMDD.
      *----REGLE XREFCLT : CODE BATCH = CODE GUICHET CADRE A DROITE----
           MOVE WS-CDECLT TO WS-CODE-BATCH.
           PERFORM OUVRIR-FICHIERS.
           IF FS-CLIENT = '00' AND FS-CLT = '00'
              AND FS-ADRCLT = '00' AND FS-AGENCE = '00'
              AND FS-RESFISC = '00'
              PERFORM CONTROLER-CREATION THRU CONTROLER-CREATION-FIN
           END-IF.
       SAISIR-UN-PAYS.
           DISPLAY 'RESIDENCE FISCALE ' WS-IND-RES
              ' (X(15))     : ' WITH NO ADVANCING.
           ACCEPT TR-PAYS(WS-IND-RES).
           DISPLAY 'NIF DANS CE PAYS (X(20))     : '
              WITH NO ADVANCING.
           ACCEPT TR-NIF(WS-IND-RES).
       OUVRIR-FICHIERS.
           OPEN I-O FCLIENT.
           IF FS-CLIENT = '35'
              OPEN I-O FADRCLT
           END-IF.
           OPEN INPUT FAGENCE.
           OPEN I-O FRESFISC.
           IF FS-RESFISC = '35'
              OPEN OUTPUT FRESFISC
              CLOSE FRESFISC
              OPEN I-O FRESFISC
           END-IF.
           IF FS-CLIENT NOT = '00' OR FS-CLT NOT = '00'
              OR FS-ADRCLT NOT = '00' OR FS-AGENCE NOT = '00'
              OR FS-RESFISC NOT = '00'
              DISPLAY 'ERR. OUV FICHIERS: FV ' FS-CLIENT
                 ' FC ' FS-CLT ' FA ' FS-ADRCLT ' FG ' FS-AGENCE
                 ' FR ' FS-RESFISC
           END-IF.
      *----------------------------------------------------------------
      *    CONTROLES AVANT CREATION : CLE LIBRE DES DEUX COTES ET      *
                    WS-CODE-BATCH
                 GO TO CONTROLER-CREATION-FIN
           END-READ.
           IF NOT USPERS-VALIDE
              DISPLAY 'INDICATEUR PERSONNE AMERICAINE INVALIDE : '
                 WS-USPERS
              GO TO CONTROLER-CREATION-FIN
           END-IF.
           IF TR-PAYS(1) = SPACES
              DISPLAY 'PAYS DE RESIDENCE FISCALE OBLIGATOIRE'
              GO TO CONTROLER-CREATION-FIN
           END-IF.
           MOVE 'O' TO WS-CTRL-OK.
           MOVE ZERO TO WS-NB-US.
           PERFORM CONTROLER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           IF WS-CTRL-OK = 'O' AND WS-USPERS = 'O' AND WS-NB-US = ZERO
              DISPLAY 'PERSONNE AMERICAINE SANS RESIDENCE '
                 WS-PAYS-US
              MOVE 'N' TO WS-CTRL-OK
           END-IF.
       CONTROLER-CREATION-FIN.
           EXIT.
       CONTROLER-UN-PAYS.
           IF TR-PAYS(WS-IND-RES) = SPACES
              IF TR-NIF(WS-IND-RES) NOT = SPACES
                 DISPLAY 'NIF ' WS-IND-RES ' SANS PAYS'
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
           ELSE
              IF TR-PAYS(WS-IND-RES) = WS-PAYS-US
                 ADD 1 TO WS-NB-US
              END-IF
              IF TR-PAYS(WS-IND-RES) NOT = WS-PAYS-NATIONAL
                 AND TR-NIF(WS-IND-RES) = SPACES
                 DISPLAY 'NIF OBLIGATOIRE POUR ' TR-PAYS(WS-IND-RES)
                 MOVE 'N' TO WS-CTRL-OK
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CREATION DES QUATRE ENREGISTREMENTS                         *
      *----------------------------------------------------------------
       CREER-FCLIENT.
           MOVE SPACES TO ENR-CLIENT.
           WRITE ENR-ADRCLT
              INVALID KEY DISPLAY 'ERR. ECR. FADRCLT : ' FS-ADRCLT
           END-WRITE.
       CREER-FRESFISC.
           MOVE WS-CODE-BATCH TO RF-CLT.
           PERFORM COPIER-UN-PAYS VARYING WS-IND-RES FROM 1 BY 1
              UNTIL WS-IND-RES > 3.
           MOVE WS-DTJOUR  TO RF-DTAUTO RF-DTMAJ.
           MOVE WS-USPERS  TO RF-USPERS.
           WRITE ENR-RESFISC
              INVALID KEY
                 REWRITE ENR-RESFISC
                    INVALID KEY
                       DISPLAY 'ERR. ECR. DD-RESFISC : ' FS-RESFISC
                 END-REWRITE
           END-WRITE.
       COPIER-UN-PAYS.
           MOVE TR-PAYS(WS-IND-RES) TO RF-PAYS(WS-IND-RES).
           MOVE TR-NIF(WS-IND-RES)  TO RF-NIF(WS-IND-RES).
       FIN.
           IF FS-CLIENT = '00' OR FS-CLIENT = '02'
              CLOSE FCLIENT
           IF FS-AGENCE = '00'
              CLOSE FAGENCE
           END-IF.
           IF FS-RESFISC = '00' OR FS-RESFISC = '02'
              CLOSE FRESFISC
           END-IF.
           STOP RUN.
