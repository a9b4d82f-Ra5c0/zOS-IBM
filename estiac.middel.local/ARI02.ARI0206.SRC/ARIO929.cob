      *  A PARTIR D'UN EXTRAIT DU FICHIER ARTICLE (ART0206), ON VEUT  *
      *  RE-EXPRIMER DANS LA DEVISE DE REFERENCE (EUR) LE PRIX        *
      *  UNITAIRE DE CHAQUE LOT FACTURE PAR LE FOURNISSEUR DANS UNE   *
      *  AUTRE DEVISE (WS-LOT-DEVISE, LOTS LUS DANS LOT0206), A       *
      *  L'AIDE D'UNE TABLE DE TAUX DE CHANGE, AFIN D'EVITER A LA     *
      *  COMPTABILITE DE RE-SAISIR LES CONVERSIONS DANS UN TABLEUR.   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 09/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOTS LUS DANS LE FICHIER INDEXE LOT0206      *
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
      *                      F-ETATDEV-S : ETAT DE VALORISATION DEVISE
      *                      -------------------------------------------
           SELECT  F-ETATDEV-S         ASSIGN TO ETATDEV
      *
       01  FS-ENRG-ART-E             PIC X(380).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
      *---------------- ETAT DE VALORISATION DEVISE -------------------*
      *
       FD  F-ETATDEV-S
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
       01  WS-FS-ETATDEV             PIC XX.
           88  OK-ETATDEV            VALUE '00'.
      *
      *
      *--------------- APPEL DU COMPOSANT SUIVANT --------------------*
      *
           PERFORM 6050-START-FLOT-DEB
              THRU 6050-START-FLOT-FIN.
           PERFORM 2000-TRT-LOT-DEB
              THRU 2000-TRT-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
      *--------------- FIN DE TRAITEMENT -----------------------------*
      *
      *---------------------------------------------------------------*
      *
       2000-TRT-LOT-DEB.
           IF LOT-DEVISE-HOME
              ADD 1                      TO WS-CPT-LOT-HOME
           ELSE
              PERFORM 7000-CHERCHE-TAUX-DEB
                 ADD 1                   TO WS-CPT-LOT-INCONNU
              END-IF
           END-IF.
           PERFORM 6055-READ-NEXT-FLOT-DEB
              THRU 6055-READ-NEXT-FLOT-FIN.
       2000-TRT-LOT-FIN.
           EXIT.
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
       6000-OPEN-FARTE-FIN.
           EXIT.
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-CLOSE-FARTE-FIN.
           EXIT.
      *
       6040-CLOSE-FETATDEV-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6050-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6055-READ-NEXT-FLOT-DEB
                    THRU 6055-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-START-FLOT-FIN.
           EXIT.
      *
       6055-READ-NEXT-FLOT-DEB.
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
       6055-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      * RECHERCHE DANS WS-TAB-TAUX DU TAUX ASSOCIE A LA DEVISE DU LOT
      * COURANT (WS-LOT-DEVISE).
      *
       7000-CHERCHE-TAUX-DEB.
           MOVE 'N'                      TO WS-TAUX-TROUVE.
           EXIT.
      *
       7005-COMPARE-TAUX-DEB.
           IF WS-TAUX-DEV(WS-IND-TAUX) = WS-LOT-DEVISE
              MOVE 'O'                   TO WS-TAUX-TROUVE
           END-IF.
       7005-COMPARE-TAUX-FIN.
      *
       7010-CONVERTIT-LOT-DEB.
           COMPUTE WS-LDEV-PXCONV-ED ROUNDED =
                   WS-LOT-PXU * WS-TAUX-VAL(WS-IND-TAUX).
       7010-CONVERTIT-LOT-FIN.
           EXIT.
      *
       8020-EDIT-LIGNE-LOT-DEB.
           MOVE WS-ART-CODE              TO WS-LDEV-CODE-ED.
           MOVE WS-ART-LIBEL             TO WS-LDEV-LIBEL-ED.
           MOVE WS-LOT-NUM               TO WS-LDEV-NUM-ED.
           MOVE WS-LOT-DEVISE            TO WS-LDEV-DEV-ED.
           MOVE WS-LOT-PXU               TO WS-LDEV-PXU-ED.
           MOVE WS-TAUX-VAL(WS-IND-TAUX) TO WS-LDEV-TAUX-ED.
           WRITE FS-ENRG-ETATDEV-S       FROM WS-LDEV-DETAIL.
       8020-EDIT-LIGNE-LOT-FIN.
