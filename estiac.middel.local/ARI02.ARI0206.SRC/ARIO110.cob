      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  PRIX DE REFERENCE = DERNIER LOT DE L'ARTICLE *
      *               !  DANS LE FICHIER DES LOTS LOT0206             *
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
      *                      F-FOU-E : FICHIER FOURNISSEUR FOU0206
      *                      -------------------------------------------
           SELECT  F-FOU-E             ASSIGN TO FOU0206
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
       FD  F-FOU-E
           RECORD CONTAINS 59 CHARACTERS.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
           COPY FOURNISS.
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  NOTFOUND-ART-E        VALUE '23'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-FOU-E               PIC XX.
           88  OK-FOU-E              VALUE '00'.
           88  NOTFOUND-FOU-E        VALUE '23'.
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
           OPEN INPUT F-FOU-E.
           IF NOT OK-FOU-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FOU-E'
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CATIMP-E.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-FOU-E.
           CLOSE F-DELTA-S.
           IF NOT OK-DELTA-S
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
           EXIT.
      *
      *    LECTURE DE L'ARTICLE ET PRIX DE REFERENCE = PRIX DU LOT
      *    LE PLUS RECENT, C'EST-A-DIRE LE DERNIER LOT DE L'ARTICLE
      *    DANS LOT0206 (NUMEROS DE LOT CROISSANTS A LA RECEPTION).
      *
       7100-LIT-ARTICLE-DEB.
           SET ART-INEXISTANT            TO TRUE.
           EVALUATE TRUE
              WHEN OK-ART-E
                 SET ART-EXISTE          TO TRUE
                 PERFORM 6050-START-FLOT-DEB
                    THRU 6050-START-FLOT-FIN
                 PERFORM 7110-DERNIER-LOT-DEB
                    THRU 7110-DERNIER-LOT-FIN
                   UNTIL FIN-LOTS-ART
              WHEN NOTFOUND-ART-E
                 CONTINUE
              WHEN OTHER
           END-EVALUATE.
       7100-LIT-ARTICLE-FIN.
           EXIT.
      *
       7110-DERNIER-LOT-DEB.
           MOVE WS-LOT-PXU               TO WS-PXU-REFERENCE.
           MOVE WS-LOT-DEVISE            TO WS-DEV-REFERENCE.
           PERFORM 6055-READ-NEXT-FLOT-DEB
              THRU 6055-READ-NEXT-FLOT-FIN.
       7110-DERNIER-LOT-FIN.
           EXIT.
      *
       7200-PREPARE-DELTA-DEB.
           MOVE SPACES                   TO WS-DLT-ENR.
