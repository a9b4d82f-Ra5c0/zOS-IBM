      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CLASSEMENT ABC DES ARTICLES PAR VOLUME ET VALEUR DE SORTIE : *
      *  LES SORTIES DE L'HISTORIQUE DES TRANSACTIONS DE STOCK (TYPE  *
      *  'S' DU FICHIER CUMULE ANNUEL AU FORMAT MVTSTK) SONT CUMULEES *
      *  PAR ARTICLE, VALORISEES AU COUT MOYEN PONDERE DES LOTS       *
      *  COURANTS DU FICHIER LOT0206 (PRIX EN DEVISE CONVERTIS PAR LA *
      *  TABLE DE TAUX ENTRETENUE AVEC ARIO929), PUIS LES ARTICLES    *
      *  SONT RANGES PAR VALEUR DECROISSANTE ET CLASSES PAR SEUILS DE *
      *  VALEUR CUMULEE : 'A' JUSQU'A 80 POUR CENT, 'B' JUSQU'A 95,   *
      *  'C' AU DELA. LA CLASSE EST REPORTEE SUR L'ENREGISTREMENT     *
      *  ARTICLE (WS-ART-CLASSE, REWRITE ART0206) POUR QUE            *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOTS LUS DANS LE FICHIER INDEXE LOT0206      *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-ETATABC-S : LISTING DE PARETO
      *                      -------------------------------------------
           SELECT  F-ETATABC-S         ASSIGN TO ETATABC
       01  FS-ENRG-ART-ES.
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
       FD  F-ETATABC-S
           RECORDING MODE IS F.
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- TRANSACTION DE STOCK (PARTAGE ARIO933) --------*
      *
           COPY MVTSTK.
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  EOF-ART-ES            VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-ETATABC             PIC XX.
           88  OK-ETATABC            VALUE '00'.
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
           PERFORM 6020-READ-FART-DEB
              THRU 6020-READ-FART-FIN.
           PERFORM 2010-TRT-ARTICLE-DEB
              THRU 2010-TRT-ARTICLE-FIN
             UNTIL EOF-ART-ES.
           CLOSE F-ART-ES.
           CLOSE F-LOT-E.
      *
      *    LES SORTIES SANS ARTICLE AU FICHIER RESTENT A VALEUR
      *    NULLE : ELLES SONT COMPTEES POUR LE COMPTE RENDU.
       6020-READ-FART-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6030-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6035-READ-NEXT-FLOT-DEB
                    THRU 6035-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6030-START-FLOT-FIN.
           EXIT.
      *
       6035-READ-NEXT-FLOT-DEB.
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
       6035-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
           EXIT.
      *
       7005-COMPARE-TAUX-DEB.
           IF WS-TAUX-DEV(WS-IND-TAUX) = WS-LOT-DEVISE
              MOVE 'O'                   TO WS-TAUX-TROUVE
              MOVE WS-IND-TAUX           TO WS-IND-TAUX-UTIL
           END-IF.
       7010-CALCUL-CMP-DEB.
           MOVE ZERO                     TO WS-QTE-LOTS
                                            WS-VALEUR-LOTS.
           PERFORM 6030-START-FLOT-DEB
              THRU 6030-START-FLOT-FIN.
           PERFORM 7020-CUMUL-LOT-DEB
              THRU 7020-CUMUL-LOT-FIN
             UNTIL FIN-LOTS-ART.
           IF WS-QTE-LOTS > ZERO
              COMPUTE WS-CMP-UNITAIRE ROUNDED =
                      WS-VALEUR-LOTS / WS-QTE-LOTS
              THRU 7000-CHERCHE-TAUX-FIN.
           IF TAUX-TROUVE
              COMPUTE WS-PXU-EUR ROUNDED =
                      WS-LOT-PXU *
                      WS-TAUX-VAL(WS-IND-TAUX-UTIL)
              ADD WS-LOT-QTE             TO WS-QTE-LOTS
              COMPUTE WS-VALEUR-LOTS =
                      WS-VALEUR-LOTS +
                      WS-LOT-QTE * WS-PXU-EUR
           END-IF.
           PERFORM 6035-READ-NEXT-FLOT-DEB
              THRU 6035-READ-NEXT-FLOT-FIN.
       7020-CUMUL-LOT-FIN.
           EXIT.
      *
