      *  INDEXE ART0206, SUR LE MODELE DU RAPPROCHEMENT BANCAIRE      *
      *  D'ARIO326 : VALIDATION TRANSACTION PAR TRANSACTION (ARTICLE  *
      *  CONNU, LOT CONNU POUR SORTIE/AJUSTEMENT, QUANTITE            *
      *  SUFFISANTE POUR SORTIE ; UN LOT RECU INCONNU EST CREE DANS   *
      *  LE FICHIER DES LOTS LOT0206, SANS LIMITE DE NOMBRE PAR       *
      *  ARTICLE), REJETS SUR L'ETAT D'ANOMALIES F-ANOSTK-S, ET TOTAUX*
      *  DE CONTROLE PROUVANT QUE LE STOCK GLOBAL A BOUGE EXACTEMENT  *
      *  DU NET DES TRANSACTIONS ADMISES (ENTREES - SORTIES +         *
      *  AJUSTEMENTS). LES RECEPTIONS/SORTIES DU PLANCHER NE PASSENT  *
      *  PLUS PAR L'ECRAN ARIC263 ARTICLE PAR ARTICLE. UNE            *
      *  TRANSACTION DATEE DANS UNE PERIODE CLOTUREE (ARIS908) EST    *
      *  REJETEE OU REDATEE SELON LE PARAMETRE PERCLOT.               *
      *  LES TRANSACTIONS ADMISES SONT REPRISES SUR F-MVTSTK-S AVEC   *
      *  LEUR DATE RETENUE, POUR LES TRAITEMENTS AVAL (ARIO131).      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 22/08/2026    !  LOT CREE A LA RECEPTION INITIALISE           *
      *               !  DISPONIBLE, DLUO A ZERO (SANS PEREMPTION)    *
      * 15/10/2026    !  LOTS LUS ET MIS A JOUR DANS LE FICHIER       *
      *               !  INDEXE LOT0206 : PLUS DE REJET 'TABLE DES    *
      *               !  LOTS PLEINE', STOCK ARTICLE RECALCULE SUR    *
      *               !  SES LOTS                                     *
      * 15/10/2026    !  TRANSACTION DATEE DANS UNE PERIODE CLOTUREE  *
      *               !  (ARIS908) : REJET 'PERIODE CLOTUREE' OU      *
      *               !  REDATATION SELON LE PARAMETRE PERCLOT        *
      * 15/10/2026    !  TRANSACTIONS ADMISES ECRITES SUR F-MVTSTK-S  *
      *               !  (MVTSTKS) AVEC LA DATE RETENUE : LA          *
      *               !  REDATATION EST VUE DES TRAITEMENTS AVAL      *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-ART-CLE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS (MAJ)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      F-ANOSTK-S : TRANSACTIONS REJETEES
      *                      -------------------------------------------
           SELECT  F-ANOSTK-S          ASSIGN TO ANOSTK
                   FILE STATUS         IS WS-FS-ANOSTK-S.
      *                      -------------------------------------------
      *                      F-MVTSTK-S : TRANSACTIONS ADMISES (DATE
      *                                   RETENUE)
      *                      -------------------------------------------
           SELECT  F-MVTSTK-S          ASSIGN TO MVTSTKS
                   FILE STATUS         IS WS-FS-MVTSTK-S.
      *
      ***************
       DATA DIVISION.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CLE             PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-ANOSTK-S
           RECORDING MODE IS F.
       01  FS-ENRG-ANOSTK-S           PIC X(80).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTSTK-S           PIC X(50).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY ARTICLE.
      *
           COPY ARTLOT.
      *
           COPY MVTSTK.
      *
      *---------------- VERROU DES PERIODES CLOTUREES (ARIS908) -------*
      *
           COPY PERAPPL.
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-MVTSTK-E            PIC XX.
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  NOT-ART-ES            VALUE '23'.
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  EOF-LOT-ES            VALUE '10'.
           88  NOT-LOT-ES            VALUE '23'.
       01  WS-FS-ANOSTK-S            PIC XX.
           88  OK-ANOSTK-S           VALUE '00'.
       01  WS-FS-MVTSTK-S            PIC XX.
           88  OK-MVTSTK-S           VALUE '00'.
      *
      *---------------- ETAT DE L'ARTICLE EN COURS --------------------*
      *
       01  WS-SW-LOT-TROUVE          PIC X(01) VALUE 'N'.
           88  LOT-TROUVE            VALUE 'O'.
           88  LOT-NON-TROUVE        VALUE 'N'.
      *
      *---------------- TOTAUX DE CONTROLE ----------------------------*
      *
       01  WS-CPT-TRX                PIC 9(07) VALUE ZERO.
       01  WS-CPT-ADMISES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-REJETS             PIC 9(07) VALUE ZERO.
       01  WS-CPT-REDATEES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECRITES            PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
                 THRU 2010-CHARGE-ARTICLE-FIN
           END-IF.
      *
           PERFORM 7800-CTRL-PERIODE-DEB
              THRU 7800-CTRL-PERIODE-FIN.
      *
           IF PER-REJETEE OR ART-NON-CHARGE
              PERFORM 7900-REJET-DEB
                 THRU 7900-REJET-FIN
           ELSE
              THRU 7000-RECH-LOT-FIN.
      *
           IF LOT-NON-TROUVE
              MOVE WS-MST-ART-CODE       TO WS-LOT-ART
              MOVE WS-MST-LOT            TO WS-LOT-NUM
              MOVE WS-MST-QTE            TO WS-LOT-QTE
              MOVE WS-MST-PXU            TO WS-LOT-PXU
              IF WS-MST-DEVISE = SPACE
                 MOVE 'EUR'              TO WS-LOT-DEVISE
              ELSE
                 MOVE WS-MST-DEVISE      TO WS-LOT-DEVISE
              END-IF
              MOVE ZERO                  TO WS-LOT-DLUO
              IF MST-LOT-QUARANTAINE
                 MOVE 'Q'                TO WS-LOT-STATUT
              ELSE
                 MOVE 'D'                TO WS-LOT-STATUT
              END-IF
              PERFORM 6030-WRITE-FLOT-DEB
                 THRU 6030-WRITE-FLOT-FIN
           ELSE
              ADD WS-MST-QTE             TO WS-LOT-QTE
              PERFORM 6040-REWRITE-FLOT-DEB
                 THRU 6040-REWRITE-FLOT-FIN
           END-IF.
      *
           ADD WS-MST-QTE                TO WS-CTL-ENTREES.
           ADD 1                         TO WS-CPT-ADMISES.
           SET ART-MODIFIE               TO TRUE.
           PERFORM 6080-WRITE-FMVTSTK-DEB
              THRU 6080-WRITE-FMVTSTK-FIN.
      *
       3000-TRT-RECEPTION-FIN.
           EXIT.
              THRU 7000-RECH-LOT-FIN.
      *
           IF LOT-NON-TROUVE
              OR WS-LOT-QTE < WS-MST-QTE
              PERFORM 7900-REJET-DEB
                 THRU 7900-REJET-FIN
              GO TO 3010-TRT-SORTIE-FIN
           END-IF.
      *
           SUBTRACT WS-MST-QTE         FROM WS-LOT-QTE.
           PERFORM 6040-REWRITE-FLOT-DEB
              THRU 6040-REWRITE-FLOT-FIN.
           ADD WS-MST-QTE                TO WS-CTL-SORTIES.
           ADD 1                         TO WS-CPT-ADMISES.
           SET ART-MODIFIE               TO TRUE.
           PERFORM 6080-WRITE-FMVTSTK-DEB
              THRU 6080-WRITE-FMVTSTK-FIN.
      *
       3010-TRT-SORTIE-FIN.
           EXIT.
      *
           COMPUTE WS-CTL-AJUSTEMENTS =
                   WS-CTL-AJUSTEMENTS
                 + WS-MST-QTE - WS-LOT-QTE.
           MOVE WS-MST-QTE               TO WS-LOT-QTE.
           PERFORM 6040-REWRITE-FLOT-DEB
              THRU 6040-REWRITE-FLOT-FIN.
           ADD 1                         TO WS-CPT-ADMISES.
           SET ART-MODIFIE               TO TRUE.
           PERFORM 6080-WRITE-FMVTSTK-DEB
              THRU 6080-WRITE-FMVTSTK-FIN.
      *
       3020-TRT-AJUSTEMENT-FIN.
           EXIT.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ANOSTK-S.
           IF NOT OK-ANOSTK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ANOSTK-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
           END-IF.
       6010-READ-FMVTSTK-FIN.
           EXIT.
      *
       6020-READ-FLOT-DEB.
           MOVE WS-MST-ART-CODE          TO WS-LOT-ART.
           MOVE WS-MST-LOT               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           READ F-LOT-ES INTO WS-LOT-ENR
                KEY IS FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-ES
                 SET LOT-TROUVE          TO TRUE
              WHEN NOT-LOT-ES
                 SET LOT-NON-TROUVE      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE SUR F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FLOT-FIN.
           EXIT.
      *
       6030-WRITE-FLOT-DEB.
           WRITE FS-ENRG-LOT-ES          FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-WRITE-FLOT-FIN.
           EXIT.
      *
       6040-REWRITE-FLOT-DEB.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE REWRITE SUR F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-REWRITE-FLOT-FIN.
           EXIT.
      *
      *    LOTS DE L'ARTICLE EN COURS DANS L'ORDRE DES NUMEROS.
      *
       6050-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-ES KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-ES
                 PERFORM 6060-READ-NEXT-FLOT-DEB
                    THRU 6060-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-ES
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-START-FLOT-FIN.
           EXIT.
      *
       6060-READ-NEXT-FLOT-DEB.
           READ F-LOT-ES NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-ES
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-ES
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6060-READ-NEXT-FLOT-FIN.
           EXIT.
      *
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-MVTSTK-E
                 F-ART-ES
                 F-LOT-ES.
           CLOSE F-ANOSTK-S.
           IF NOT OK-ANOSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ANOSTK-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRANSACTION ADMISE, AVEC SA DATE RETENUE (7800).
      *
       6080-WRITE-FMVTSTK-DEB.
           WRITE FS-ENRG-MVTSTK-S        FROM WS-ENRG-F-MVTSTK.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ECRITES.
       6080-WRITE-FMVTSTK-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-RECH-LOT-DEB.
           PERFORM 6020-READ-FLOT-DEB
              THRU 6020-READ-FLOT-FIN.
       7000-RECH-LOT-FIN.
           EXIT.
      *
      *    LA QUANTITE GLOBALE DE L'ARTICLE EST LA SOMME DES LOTS.
      *
       7500-RECALCULE-QTE-DEB.
           MOVE ZERO                     TO WS-ART-QTE.
           PERFORM 6050-START-FLOT-DEB
              THRU 6050-START-FLOT-FIN.
           PERFORM 7510-CUMUL-UN-LOT-DEB
              THRU 7510-CUMUL-UN-LOT-FIN
             UNTIL FIN-LOTS-ART.
       7500-RECALCULE-QTE-FIN.
           EXIT.
      *
       7510-CUMUL-UN-LOT-DEB.
           ADD WS-LOT-QTE                TO WS-ART-QTE.
           PERFORM 6060-READ-NEXT-FLOT-DEB
              THRU 6060-READ-NEXT-FLOT-FIN.
       7510-CUMUL-UN-LOT-FIN.
           EXIT.
      *
      *    DATE DE LA TRANSACTION (A DEFAUT LA DATE DU PASSAGE)
      *    CONFRONTEE AUX PERIODES CLOTUREES : REJET OU REDATATION
      *    AU PREMIER JOUR DU PREMIER MOIS OUVERT QUI SUIT. LA DATE
      *    RETENUE EST PORTEE SUR LA TRANSACTION, ECRITE TELLE QUELLE
      *    SUR F-MVTSTK-S SI ELLE EST ADMISE.
      *
       7800-CTRL-PERIODE-DEB.
           IF WS-MST-DATE NOT NUMERIC OR WS-MST-DATE = ZERO
              MOVE WS-DATE-SYST          TO WS-PER-DATE
           ELSE
              MOVE WS-MST-DATE           TO WS-PER-DATE
           END-IF.
           CALL 'ARIS908'             USING WS-PER-PARM.
           IF PER-REDATEE
              ADD 1                      TO WS-CPT-REDATEES
           END-IF.
           IF NOT PER-REJETEE
              MOVE WS-PER-DATE-RETENUE   TO WS-MST-DATE
           END-IF.
       7800-CTRL-PERIODE-FIN.
           EXIT.
      *
       7900-REJET-DEB.
           ADD 1                         TO WS-CPT-REJETS.
           MOVE WS-MST-TYPE              TO WS-LSTK-TYPE-ED.
           MOVE WS-MST-QTE               TO WS-LSTK-QTE-ED.
           EVALUATE TRUE
              WHEN PER-REJETEE
                 MOVE 'PERIODE CLOTUREE' TO WS-LSTK-LIB-ED
              WHEN ART-NON-CHARGE
                 MOVE 'ARTICLE INCONNU'  TO WS-LSTK-LIB-ED
              WHEN MST-SORTIE
                 MOVE 'LOT INCONNU OU QUANTITE INSUFFISANTE'
                                         TO WS-LSTK-LIB-ED
              WHEN MST-AJUSTEMENT
                 MOVE 'LOT INCONNU'      TO WS-LSTK-LIB-ED
              WHEN OTHER
           DISPLAY 'TRANSACTIONS ADMISES         :  '
                   WS-CPT-ADMISES.
           DISPLAY 'TRANSACTIONS REJETEES        :  ' WS-CPT-REJETS.
           DISPLAY 'TRANSACTIONS REDATEES        :  '
                   WS-CPT-REDATEES.
           DISPLAY 'TRANSACTIONS ECRITES MVTSTKS :  '
                   WS-CPT-ECRITES.
           DISPLAY 'STOCK AVANT (ART. TOUCHES)   :  '
                   WS-CTL-STOCK-AVANT.
           DISPLAY 'ENTREES / SORTIES / AJUST.   :  '
