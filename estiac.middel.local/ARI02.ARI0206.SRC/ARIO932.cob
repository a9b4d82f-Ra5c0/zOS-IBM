      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  A PARTIR D'UN EXTRAIT DU FICHIER ARTICLE (ART0206), ON VEUT  *
      *  OBTENIR UNE SYNTHESE DU STOCK PAR CATEGORIE (WS-ART-CATEG) : *
      *  QUANTITE EN STOCK, VALEUR DU STOCK (AU PRIX MOYEN PONDERE    *
      *  DES LOTS DU FICHIER LOT0206) ET DELAI MOYEN FOURNISSEUR,     *
      *  AFIN DE DONNER AUX ACHATS UNE VUE D'ENSEMBLE PAR FAMILLE     *
      *  D'ARTICLES.                                                  *
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
      *                      SD-ART-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-ART-TRI          ASSIGN TO WRK001.
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
      *---------------- FICHIER DE TRAVAIL DU TRI ---------------------*
      *
       SD  SD-ART-TRI.
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
       01  WS-FS-ART-TRI             PIC XX.
           88  OK-ART-TRI            VALUE '00'.
           88  EOF-ART-TRI           VALUE '10'.
      *
           PERFORM 6040-OPEN-FETATCAT-DEB
              THRU 6040-OPEN-FETATCAT-FIN.
      *
           PERFORM 6070-OPEN-FLOT-DEB
              THRU 6070-OPEN-FLOT-FIN.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
      *
           PERFORM 6060-CLOSE-FETATCAT-DEB
              THRU 6060-CLOSE-FETATCAT-FIN.
      *
           PERFORM 6080-CLOSE-FLOT-DEB
              THRU 6080-CLOSE-FLOT-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
           END-IF.
       6060-CLOSE-FETATCAT-FIN.
           EXIT.
      *
       6070-OPEN-FLOT-DEB.
           OPEN INPUT F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-OPEN-FLOT-FIN.
           EXIT.
      *
       6080-CLOSE-FLOT-DEB.
           CLOSE F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-CLOSE-FLOT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6090-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6095-READ-NEXT-FLOT-DEB
                    THRU 6095-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6090-START-FLOT-FIN.
           EXIT.
      *
       6095-READ-NEXT-FLOT-DEB.
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
       6095-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
                                             WS-VAL-LOTS
                                             WS-PXU-MOY.
      *
           PERFORM 6090-START-FLOT-DEB
              THRU 6090-START-FLOT-FIN.
           PERFORM 7020-CALCUL-LOTS-DEB
              THRU 7020-CALCUL-LOTS-FIN
             UNTIL FIN-LOTS-ART.
      *
           IF WS-QTE-LOTS > ZERO
              COMPUTE WS-PXU-MOY ROUNDED =
           EXIT.
      *
       7020-CALCUL-LOTS-DEB.
           ADD WS-LOT-QTE                TO WS-QTE-LOTS.
           COMPUTE WS-VAL-LOTS = WS-VAL-LOTS +
                   (WS-LOT-QTE * WS-LOT-PXU).
           PERFORM 6095-READ-NEXT-FLOT-DEB
              THRU 6095-READ-NEXT-FLOT-FIN.
       7020-CALCUL-LOTS-FIN.
           EXIT.
      *
