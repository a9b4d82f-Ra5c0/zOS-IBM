      *  SONT APPLIQUEES AU CATALOGUE REECRIT PERE-FILS. CHAQUE       *
      *  AJOUT EST CONTROLE CONTRE LA MARGE MINIMALE : LE COUT MOYEN  *
      *  PONDERE DE L'ARTICLE EST RECALCULE SUR SES LOTS DISPONIBLES  *
      *  (FICHIER LOT0206, MEME CALCUL QUE LA VALORISATION ARIO938)   *
      *  ET UN PRIX DONT LA MARGE EST SOUS LE SEUIL PARAMETRE         *
      *  ('MARGEMIN' VIA ARIS903, EN %, DEFAUT 5) EST REJETE.         *
      *  L'AUDIT DES CHANGEMENTS LISTE CHAQUE AJOUT (AVEC L'ANCIEN    *
      *  PRIX EN VIGUEUR), SUPPRESSION ET REJET : LES DEVIS ET LA     *
      *  FACTURATION NE VIVENT PLUS SUR TABLEUR.                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CMP CALCULE SUR LE FICHIER DES LOTS LOT0206  *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-ART-CODE
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
      *                      F-ETATPVT-S : AUDIT DES CHANGEMENTS
      *                      -------------------------------------------
           SELECT  F-ETATPVT-S         ASSIGN TO ETATPVT
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
       FD  F-ETATPVT-S
           RECORDING MODE IS F.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
           COPY PRXVTE.
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  NOTFOUND-ART-E        VALUE '23'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-ETATPVT             PIC XX.
           88  OK-ETATPVT            VALUE '00'.
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATPVT-S.
           IF NOT OK-ETATPVT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPVT-S'
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-ETATPVT-S.
           IF NOT OK-ETATPVT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPVT-S'
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6100-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6105-READ-NEXT-FLOT-DEB
                    THRU 6105-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6100-START-FLOT-FIN.
           EXIT.
      *
       6105-READ-NEXT-FLOT-DEB.
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
       6105-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6100-START-FLOT-DEB
              THRU 6100-START-FLOT-FIN.
           PERFORM 7010-CUMUL-UN-LOT-DEB
              THRU 7010-CUMUL-UN-LOT-FIN
             UNTIL FIN-LOTS-ART.
           IF WS-CMP-QTE > ZERO
              COMPUTE WS-CMP-UNITAIRE ROUNDED =
                      WS-CMP-VALEUR / WS-CMP-QTE
           EXIT.
      *
       7010-CUMUL-UN-LOT-DEB.
           IF LOT-DISPONIBLE
              COMPUTE WS-CMP-VALEUR = WS-CMP-VALEUR
                    + (WS-LOT-QTE
                       * WS-LOT-PXU)
              ADD WS-LOT-QTE             TO WS-CMP-QTE
           END-IF.
           PERFORM 6105-READ-NEXT-FLOT-DEB
              THRU 6105-READ-NEXT-FLOT-FIN.
       7010-CUMUL-UN-LOT-FIN.
           EXIT.
      *
