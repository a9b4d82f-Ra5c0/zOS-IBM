      *---------------------------------------------------------------*
      *  A PARTIR D'UN EXTRAIT DU FICHIER ARTICLE (ART0206), ON VEUT  *
      *  EDITER, POUR CHAQUE ARTICLE POSSEDANT DES LOTS EN STOCK, LA  *
      *  LISTE DE SES LOTS (FICHIER LOT0206) DU PLUS ANCIEN AU PLUS   *
      *  RECENT (WS-LOT-NUM CROISSANT, ORDRE DE LA CLE), AFIN DE      *
      *  SUGGERER AU MAGASIN L'ORDRE DE PRELEVEMENT FEFO A APPLIQUER. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 09/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOTS LUS DANS LE FICHIER INDEXE LOT0206      *
      *               !  (ORDRE DE LA CLE ARTICLE + LOT) : LE TRI EN  *
      *               !  MEMOIRE DE LA TABLE DES LOTS EST SUPPRIME    *
      *               !                                               *
      *===============================================================*
      *
           SELECT  F-ART-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-ETATLOT-S : ETAT DE PRELEVEMENT FEFO
      *                      -------------------------------------------
           SELECT  F-ETATLOT-S         ASSIGN TO ETATLOT
      *
       01  FS-ENRG-ART-E             PIC X(380).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
      *---------------- ETAT DE PRELEVEMENT FEFO ----------------------*
      *
       FD  F-ETATLOT-S
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- LIGNES D'EDITION (PARTAGE ARID226/ARIO526) ----*
      *
           COPY TP9LEDIT.
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  EOF-ART-E             VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-ETATLOT             PIC XX.
           88  OK-ETATLOT            VALUE '00'.
      *
      *
           PERFORM 6020-OPEN-FETATLOT-DEB
              THRU 6020-OPEN-FETATLOT-FIN.
      *
           PERFORM 6050-OPEN-FLOT-DEB
              THRU 6050-OPEN-FLOT-FIN.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
      *
           PERFORM 6040-CLOSE-FETATLOT-DEB
              THRU 6040-CLOSE-FETATLOT-FIN.
      *
           CLOSE F-LOT-E.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
      *--------------- APPEL DU COMPOSANT SUIVANT --------------------*
      *
           PERFORM 6060-START-FLOT-DEB
              THRU 6060-START-FLOT-FIN.
           IF SUITE-LOTS-ART
              ADD 1                      TO WS-CPT-ART-LOT
              PERFORM 8020-EDIT-ARTICLE-DEB
                 THRU 8020-EDIT-ARTICLE-FIN
           END-IF.
       6040-CLOSE-FETATLOT-FIN.
           EXIT.
      *
       6050-OPEN-FLOT-DEB.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-FLOT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE EN COURS ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6060-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6070-READ-NEXT-FLOT-DEB
                    THRU 6070-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6060-START-FLOT-FIN.
           EXIT.
      *
       6070-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
           WRITE FS-ENRG-ETATLOT-S       FROM WS-LLOT-INTITULE.
           PERFORM 8030-EDIT-LIGNE-LOT-DEB
              THRU 8030-EDIT-LIGNE-LOT-FIN
             UNTIL FIN-LOTS-ART.
           WRITE FS-ENRG-ETATLOT-S       FROM WS-LLOT-TIRET.
       8020-EDIT-ARTICLE-FIN.
           EXIT.
      *
       8030-EDIT-LIGNE-LOT-DEB.
           MOVE WS-NB-LOT-ART            TO WS-LLOT-RANG-ED.
           MOVE WS-LOT-NUM               TO WS-LLOT-NUM-ED.
           MOVE WS-LOT-QTE               TO WS-LLOT-QTE-ED.
           MOVE WS-LOT-PXU               TO WS-LLOT-PXU-ED.
           WRITE FS-ENRG-ETATLOT-S       FROM WS-LLOT-DETAIL.
           ADD 1                         TO WS-CPT-LOT.
           PERFORM 6070-READ-NEXT-FLOT-DEB
              THRU 6070-READ-NEXT-FLOT-FIN.
       8030-EDIT-LIGNE-LOT-FIN.
           EXIT.
      *
