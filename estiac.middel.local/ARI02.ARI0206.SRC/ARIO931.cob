      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PARCOURT LA TOTALITE DU FICHIER ARTICLE (ART0206) EN SEQUEN- *
      *  TIEL ET PRODUIT UN EXTRAIT A PLAT, DELIMITE PAR DES BARRES   *
      *  VERTICALES, DE TOUTES LES ZONES DE CHAQUE ARTICLE (CODE,     *
      *  LIBELLE, CATEGORIE, FOURNISSEUR, DELAI, QUANTITE, SEUIL      *
      *  D'ALERTE, NOMBRE DE LOTS ET DETAIL DES 10 PREMIERS LOTS LUS  *
      *  DANS LOT0206), POUR REPRISE DIRECTE DANS UN TABLEUR PAR LE   *
      *  SERVICE ACHATS, SANS PASSER PAR L'ECRAN DE CONSULTATION      *
      *  ARIC262 ARTICLE PAR ARTICLE.                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  LOTS LUS DANS LOT0206 (10 PREMIERS EXTRAITS) *
      * 02/09/2026    !  ENTETE '1' ET TOTAL '9' (NOMBRE D'ARTICLES *
      *               !  + EMPREINTE DES QUANTITES) POSES PAR LE     *
      *               !  SOUS-PROGRAMME COMMUN ARIS907 (COPY CTLFIC) *
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
      *                      F-EXTART-S : EXTRAIT DELIMITE ARTICLE
      *                      -------------------------------------------
           SELECT  F-EXTART-S          ASSIGN TO EXTART
           05  FS-ART-CODE               PIC X(06).
           05  FILLER                    PIC X(374).
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
      *---------------- EXTRAIT DELIMITE ARTICLE -----------------------*
      *
       FD  F-EXTART-S
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
       01  WS-FS-EXTART              PIC XX.
           88  OK-EXTART             VALUE '00'.
      *
      *
       01  WS-CPT-ART                PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOT                PIC 9(06) VALUE ZERO.
       01  WS-CPT-LOT-HORS           PIC 9(06) VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
           PERFORM 7010-MOVE-ENTETE-DEB
              THRU 7010-MOVE-ENTETE-FIN.
      *
           PERFORM 7015-RAZ-UN-LOT-DEB
              THRU 7015-RAZ-UN-LOT-FIN
           VARYING WS-IND FROM 1 BY 1
             UNTIL WS-IND > 10.
      *
           PERFORM 6070-START-FLOT-DEB
              THRU 6070-START-FLOT-FIN.
           PERFORM 7020-MOVE-UN-LOT-DEB
              THRU 7020-MOVE-UN-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
           PERFORM 7025-MOVE-NBLOT-DEB
              THRU 7025-MOVE-NBLOT-FIN.
      *
           PERFORM 8020-EDIT-LIGNE-EXTART-DEB
              THRU 8020-EDIT-LIGNE-EXTART-FIN.
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
       6010-OPEN-FART-FIN.
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
       6050-CLOSE-FART-FIN.
           EXIT.
      *
       6060-CLOSE-FEXTART-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6070-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6075-READ-NEXT-FLOT-DEB
                    THRU 6075-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-START-FLOT-FIN.
           EXIT.
      *
       6075-READ-NEXT-FLOT-DEB.
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
       6075-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
           MOVE WS-ART-DELAI              TO WS-LEXA-DELAI-ED.
           MOVE WS-ART-QTE                TO WS-LEXA-QTE-ED.
           MOVE WS-ART-ALERT              TO WS-LEXA-ALERT-ED.
      *
       7010-MOVE-ENTETE-FIN.
           EXIT.
      *
       7015-RAZ-UN-LOT-DEB.
      *
           MOVE SPACE                    TO WS-LEXA-LOT-NUM-ED(WS-IND).
           MOVE ZERO                     TO WS-LEXA-LOT-QTE-ED(WS-IND).
           MOVE ZERO                     TO WS-LEXA-LOT-PXU-ED(WS-IND).
           MOVE SPACE                    TO WS-LEXA-LOT-DEV-ED(WS-IND).
      *
       7015-RAZ-UN-LOT-FIN.
           EXIT.
      *
      * L'EXTRAIT GARDE SES 10 GROUPES DE LOT : LES LOTS SUIVANTS DE
      * L'ARTICLE (ORDRE DES NUMEROS DE LOT) NE SONT PAS REPRIS MAIS
      * SONT COMPTES DANS LE NOMBRE DE LOTS DE LA LIGNE.
      *
       7020-MOVE-UN-LOT-DEB.
      *
           IF WS-NB-LOT-ART > 10
              ADD 1                      TO WS-CPT-LOT-HORS
           ELSE
              MOVE WS-NB-LOT-ART         TO WS-IND
              MOVE WS-LOT-NUM            TO WS-LEXA-LOT-NUM-ED(WS-IND)
              MOVE WS-LOT-QTE            TO WS-LEXA-LOT-QTE-ED(WS-IND)
              MOVE WS-LOT-PXU            TO WS-LEXA-LOT-PXU-ED(WS-IND)
              MOVE WS-LOT-DEVISE         TO WS-LEXA-LOT-DEV-ED(WS-IND)
              ADD 1                      TO WS-CPT-LOT
           END-IF.
      *
           PERFORM 6075-READ-NEXT-FLOT-DEB
              THRU 6075-READ-NEXT-FLOT-FIN.
      *
       7020-MOVE-UN-LOT-FIN.
           EXIT.
      *
       7025-MOVE-NBLOT-DEB.
      *
           IF WS-NB-LOT-ART > 99
              MOVE 99                    TO WS-LEXA-NBLOT-ED
           ELSE
              MOVE WS-NB-LOT-ART         TO WS-LEXA-NBLOT-ED
           END-IF.
      *
       7025-MOVE-NBLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
           DISPLAY '*==============================================*'.
           DISPLAY 'NOMBRE D''ARTICLES EXTRAITS    :  ' WS-CPT-ART.
           DISPLAY 'NOMBRE DE LOTS EXTRAITS       :  ' WS-CPT-LOT.
           DISPLAY 'LOTS AU-DELA DU 10E NON REPRIS:  ' WS-CPT-LOT-HORS.
           DISPLAY '*==============================================*'.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
