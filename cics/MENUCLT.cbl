      * CHAQUE FONCTION REVIENT AU MENU EN FIN DE TRAITEMENT          *
      * (RETURN TRANSID). PREMIER PASSAGE (EIBCALEN = 0) : AFFICHAGE  *
      * DU MENU ; PASSAGE SUIVANT : RECEPTION DU CHOIX ET AIGUILLAGE. *
      * 6 APPROBATION DES MODIFICATIONS DE CONDITIONS EN ATTENTE      *
      * (CONDAPP, SUPERVISEURS DE NIVEAU 3 - CONTROLE DANS CONDAPP).  *
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
                 EXEC CICS XCTL PROGRAM('PROGDELT')
                     RESP(WS-RESCODE)
                 END-EXEC
              WHEN '6'
                 EXEC CICS XCTL PROGRAM('CONDAPP')
                     RESP(WS-RESCODE)
                 END-EXEC
              WHEN OTHER
                 MOVE 'CHOIX INVALIDE - 1 A 6 ATTENDU' TO MENMSGO
                 EXEC CICS SEND MAP('MAP1')
                     MAPSET('MAPMENU') DATAONLY FREEKB
                 END-EXEC
