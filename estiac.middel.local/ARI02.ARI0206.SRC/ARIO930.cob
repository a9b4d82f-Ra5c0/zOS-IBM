      *  CONTROLE D'INTEGRITE DU FICHIER ARTICLE (ART0206) : PARCOURT *
      *  LA TOTALITE DU FICHIER ET SIGNALE TOUT ARTICLE DONT LA       *
      *  QUANTITE EN STOCK, LE SEUIL D'ALERTE OU UNE QUANTITE/PRIX DE *
      *  LOT (FICHIER LOT0206) EST NEGATIF OU NON NUMERIQUE, DONT UN  *
      *  LOT A UN NUMERO A BLANC OU UN STATUT INVALIDE, AINSI QUE     *
      *  TOUT ARTICLE DONT LA QUANTITE EN STOCK DIFFERE DU CUMUL DES  *
      *  QUANTITES DE SES LOTS. CES ETATS INCOHERENTS NE PEUVENT PAS  *
      *  PROVENIR DES ECRANS DE MAINTENANCE (ARIC261/ARIC263), QUI    *
      *  CONTROLENT LA SAISIE, MAIS D'UN CHARGEMENT DIRECT DU FICHIER *
      *  PAR UN UTILITAIRE.                                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 09/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CONTROLE DES LOTS DU FICHIER INDEXE LOT0206  *
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
      *                      F-ETATANO-S : ETAT DES ANOMALIES ARTICLE
      *                      -------------------------------------------
           SELECT  F-ETATANO-S         ASSIGN TO ARTANO
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
      *---------------- ETAT DES ANOMALIES ARTICLE --------------------*
      *
       FD  F-ETATANO-S
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------- ZONES SIGNEES POUR LE CONTROLE DE SIGNE -------------*
      *
       01  WS-ART-QTE-SGN                PIC S9(06).
       01  WS-ART-ALERT-SGN              PIC S9(05).
       01  WS-LOT-QTE-SGN                PIC S9(05).
       01  WS-LOT-PXU-SGN                PIC S9(03)V99.
      *
      *---------------- LIGNES D'EDITION (PARTAGE ARID226/ARIO526) ----*
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  EOF-ART-E             VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-ETATANO             PIC XX.
           88  OK-ETATANO            VALUE '00'.
      *
       01  WS-SW-ANOMALIE            PIC X(01).
           88  ANOMALIE-DETECTEE     VALUE 'O'.
           88  PAS-ANOMALIE          VALUE 'N'.
       01  WS-CUM-QTE-LOT            PIC 9(07) VALUE ZERO.
       01  WS-LIB-ANO                PIC X(40).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ----------*
           PERFORM 7030-CTRL-LOTS-DEB
              THRU 7030-CTRL-LOTS-FIN.
      *
           PERFORM 7040-CTRL-CUMUL-LOT-DEB
              THRU 7040-CTRL-CUMUL-LOT-FIN.
      *
           IF ANOMALIE-DETECTEE
              ADD 1                      TO WS-CPT-ART-ANO
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
       6060-CLOSE-FETATANO-FIN.
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
      *
       7030-CTRL-LOTS-DEB.
      *
           MOVE ZERO                     TO WS-CUM-QTE-LOT.
      *
           PERFORM 6070-START-FLOT-DEB
              THRU 6070-START-FLOT-FIN.
           PERFORM 7050-CTRL-UN-LOT-DEB
              THRU 7050-CTRL-UN-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
       7030-CTRL-LOTS-FIN.
           EXIT.
      *
      * LA QUANTITE EN STOCK DE L'ARTICLE DOIT ETRE LA SOMME DES
      * QUANTITES DE SES LOTS DANS LOT0206 (ARTICLE SANS LOT : PAS DE
      * CONTROLE).
      *
       7040-CTRL-CUMUL-LOT-DEB.
      *
           IF WS-NB-LOT-ART > ZERO
              AND WS-ART-QTE NUMERIC
              AND WS-ART-QTE NOT = WS-CUM-QTE-LOT
              MOVE 'STOCK DIFFERENT DU CUMUL DES LOTS'
                                         TO WS-LIB-ANO
              PERFORM 8020-EDIT-LIGNE-ANO-DEB
                 THRU 8020-EDIT-LIGNE-ANO-FIN
           END-IF.
      *
       7040-CTRL-CUMUL-LOT-FIN.
           EXIT.
      *
       7050-CTRL-UN-LOT-DEB.
      *
           IF WS-LOT-NUM = SPACE
              MOVE 'NUMERO DE LOT A BLANC'
                                         TO WS-LIB-ANO
              PERFORM 8020-EDIT-LIGNE-ANO-DEB
                 THRU 8020-EDIT-LIGNE-ANO-FIN
           END-IF.
      *
           MOVE WS-LOT-QTE               TO WS-LOT-QTE-SGN.
           IF WS-LOT-QTE NOT NUMERIC
              OR WS-LOT-QTE-SGN < ZERO
              MOVE 'QUANTITE DE LOT NEGATIVE OU NON NUMERIQUE'
                                         TO WS-LIB-ANO
              PERFORM 8020-EDIT-LIGNE-ANO-DEB
                 THRU 8020-EDIT-LIGNE-ANO-FIN
           ELSE
              ADD WS-LOT-QTE             TO WS-CUM-QTE-LOT
           END-IF.
      *
           MOVE WS-LOT-PXU               TO WS-LOT-PXU-SGN.
           IF WS-LOT-PXU NOT NUMERIC
              OR WS-LOT-PXU-SGN < ZERO
              MOVE 'PRIX UNITAIRE DE LOT NEGATIF OU NON NUMERIQUE'
                                         TO WS-LIB-ANO
              PERFORM 8020-EDIT-LIGNE-ANO-DEB
                 THRU 8020-EDIT-LIGNE-ANO-FIN
           END-IF.
      *
           IF NOT LOT-DISPONIBLE
              AND NOT LOT-QUARANTAINE
              AND NOT LOT-REFORME
              MOVE 'STATUT DE LOT INVALIDE'
                                         TO WS-LIB-ANO
              PERFORM 8020-EDIT-LIGNE-ANO-DEB
                 THRU 8020-EDIT-LIGNE-ANO-FIN
           END-IF.
      *
           PERFORM 6075-READ-NEXT-FLOT-DEB
              THRU 6075-READ-NEXT-FLOT-FIN.
      *
       7050-CTRL-UN-LOT-FIN.
           EXIT.
