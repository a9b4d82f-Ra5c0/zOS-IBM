      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PROVISION POUR OBSOLESCENCE ET ROTATION LENTE : POUR CHAQUE  *
      *  ARTICLE DE L'EXTRAIT ART0206 ET CHAQUE LOT DE L'ARTICLE      *
      *  (FICHIER DES LOTS LOT0206), LE PROGRAMME EVALUE L'ANCIENNETE *
      *  DE LA DERNIERE SORTIE ET LES MOIS DE COUVERTURE AU RYTHME DE *
      *  CONSOMMATION RECENT. LES TRANSACTIONS MVTSTK NE PORTANT PAS  *
      *  DE DATE, DEUX FENETRES D'HISTORIQUE SONT FOURNIES (RECENTE   *
      *  ET ANCIENNE, NOMBRE DE MOIS DE CHACUNE EN CARTE SYSIN, MEME  *
      *  CONVENTION QUE LE RECALIBRAGE ARIO944) : UN ARTICLE SANS     *
      *  SORTIE RECENTE EST REPUTE INACTIF DEPUIS LA FENETRE RECENTE, *
      *  SANS SORTIE DU TOUT DEPUIS LES DEUX FENETRES. LA GRILLE DE   *
      *  VIEILLISSEMENT EST PILOTEE PAR LES PARAMETRES 'PROVAGE1' A   *
      *  'PROVAGE5' (VALEUR = MMMPPP : SEUIL EN MOIS, POURCENTAGE) ;  *
      *  LE POURCENTAGE DU PLUS GRAND SEUIL ATTEINT S'APPLIQUE A LA   *
      *  VALEUR AU COUT MOYEN PONDERE (FORMULE ET TABLE DE TAUX       *
      *  D'ARIO938). SORTIES : ETAT FINANCE PAR CATEGORIE AVEC        *
      *  MOUVEMENT CONTRE LA PERIODE PRECEDENTE (F-CUMOBS PERE-FILS)  *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOTS LUS DANS LE FICHIER DES LOTS LOT0206    *
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
      *                      F-MVTR-E : SORTIES DE LA FENETRE RECENTE
      *                      -------------------------------------------
           SELECT  F-MVTR-E            ASSIGN TO MVTRECE
       FD  F-ART-E
           RECORDING MODE IS F.
       01  FS-ENRG-ART-E              PIC X(380).
      *
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
       FD  F-MVTR-E
           RECORDING MODE IS F.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
           COPY MVTSTK.
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  EOF-ART-E             VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-MVTR-E              PIC XX.
           88  OK-MVTR-E             VALUE '00'.
           88  EOF-MVTR-E            VALUE '10'.
           PERFORM 7200-RYTHME-CONSO-DEB
              THRU 7200-RYTHME-CONSO-FIN.
      *
           PERFORM 6050-START-FLOT-DEB
              THRU 6050-START-FLOT-FIN.
           PERFORM 2010-TRT-LOT-DEB
              THRU 2010-TRT-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
           PERFORM 6010-READ-FART-DEB
              THRU 6010-READ-FART-FIN.
           EXIT.
      *
       2010-TRT-LOT-DEB.
           IF WS-LOT-QTE = ZERO
              GO TO 2010-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-LOTS.
      *
      *
           IF WS-CONSO-MENS > ZERO
              COMPUTE WS-MOIS-COUVERT ROUNDED =
                      WS-LOT-QTE / WS-CONSO-MENS
                 ON SIZE ERROR
                    MOVE 999             TO WS-MOIS-COUVERT
              END-COMPUTE
           PERFORM 7300-BANDE-GRILLE-DEB
              THRU 7300-BANDE-GRILLE-FIN.
           IF WS-PCT-RETENU = ZERO
              GO TO 2010-SUITE
           END-IF.
      *
           COMPUTE WS-PROVISION-LOT ROUNDED =
                   WS-LOT-QTE * WS-CMP-UNITAIRE
                   * WS-PCT-RETENU / 100.
           ADD 1                         TO WS-CPT-PROVISIONNES.
           ADD WS-PROVISION-LOT          TO WS-PROVISION-GEN.
              PERFORM 8100-EDIT-CANDIDAT-DEB
                 THRU 8100-EDIT-CANDIDAT-FIN
           END-IF.
       2010-SUITE.
           PERFORM 6055-READ-NEXT-FLOT-DEB
              THRU 6055-READ-NEXT-FLOT-FIN.
       2010-TRT-LOT-FIN.
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
           OPEN INPUT F-MVTR-E.
           IF NOT OK-MVTR-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTR-E'
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-MVTR-E.
           CLOSE F-MVTA-E.
           CLOSE F-CUMOBS-E.
       6090-CLOSE-FICHIERS-FIN.
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
       7100-CALCUL-CMP-DEB.
           MOVE ZERO                     TO WS-QTE-LOTS
                                            WS-VALEUR-LOTS.
           PERFORM 6050-START-FLOT-DEB
              THRU 6050-START-FLOT-FIN.
           PERFORM 7110-CUMUL-LOT-DEB
              THRU 7110-CUMUL-LOT-FIN
             UNTIL FIN-LOTS-ART.
           IF WS-QTE-LOTS > ZERO
              COMPUTE WS-CMP-UNITAIRE ROUNDED =
                      WS-VALEUR-LOTS / WS-QTE-LOTS
              THRU 7120-CHERCHE-TAUX-FIN.
           IF TAUX-TROUVE
              COMPUTE WS-PXU-EUR ROUNDED =
                      WS-LOT-PXU *
                      WS-TAUX-VAL(WS-IND-TAUX-UTIL)
              ADD WS-LOT-QTE             TO WS-QTE-LOTS
              COMPUTE WS-VALEUR-LOTS =
                      WS-VALEUR-LOTS +
                      WS-LOT-QTE * WS-PXU-EUR
           END-IF.
           PERFORM 6055-READ-NEXT-FLOT-DEB
              THRU 6055-READ-NEXT-FLOT-FIN.
       7110-CUMUL-LOT-FIN.
           EXIT.
      *
           EXIT.
      *
       7130-COMPARE-TAUX-DEB.
           IF WS-TAUX-DEV(WS-IND-TAUX) = WS-LOT-DEVISE
              SET TAUX-TROUVE            TO TRUE
              SET WS-IND-TAUX-UTIL       TO WS-IND-TAUX
           END-IF.
      *
       8100-EDIT-CANDIDAT-DEB.
           MOVE WS-ART-CODE              TO WS-LWRK-ART-ED.
           MOVE WS-LOT-NUM               TO WS-LWRK-LOT-ED.
           MOVE WS-LOT-QTE               TO WS-LWRK-QTE-ED.
           MOVE WS-MOIS-METRIQUE         TO WS-LWRK-MOIS-ED.
           MOVE WS-PCT-RETENU            TO WS-LWRK-PCT-ED.
           MOVE WS-PROVISION-LOT         TO WS-LWRK-PROV-ED.
