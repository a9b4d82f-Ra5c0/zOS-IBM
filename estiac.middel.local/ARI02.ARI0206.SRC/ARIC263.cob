      *               !  CONTRE LE FICHIER FOURNISSEUR (FOU0206)      *
      * 22/08/2026    !  CAPTURE DES CHANGEMENTS DE PRIX DES LOTS     *
      *               !  DANS L'HISTORIQUE HISPRIX (RELU ARIO946)     *
      * 15/10/2026    !  LOTS DANS LOT0206 : L'ECRAN NE TOUCHE PLUS   *
      *               !  AUX PRIX DE LOT, CAPTURE HISPRIX RETIREE     *
      *===============================================================*
      *
      *************************
           COPY COMMAREA.
      * ENREGISTREMENT DE TRACE D'ACCES (FILE TEMPORAIRE ARIJRN)
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-QTE-ED                        PIC ZZZZZ9
           BLANK WHEN ZERO.
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM263'.
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
           ELSE
              PERFORM 7050-MOVE-MAP-TO-ART-DEB
                 THRU 7050-MOVE-MAP-TO-ART-FIN
              PERFORM 6070-REWRITE-ARTICLE-DEB
                 THRU 6070-REWRITE-ARTICLE-FIN
              MOVE WS-MSG(29)                TO MMSGO
              PERFORM 7040-MOVE-ART-TO-MAP-DEB
                 THRU 7040-MOVE-ART-TO-MAP-FIN
              PERFORM 7050-MOVE-MAP-TO-ART-DEB
                 THRU 7050-MOVE-MAP-TO-ART-FIN
              MOVE ZERO                      TO WS-ART-QTE
              PERFORM 6060-WRITE-ARTICLE-DEB
                 THRU 6060-WRITE-ARTICLE-FIN
              MOVE WS-MSG(28)                TO MMSGO
       6080-READ-FOURNISSEUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
           MOVE DFHUNIMD                    TO MCODEA.
       7220-GEST-MSG-ERREUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
