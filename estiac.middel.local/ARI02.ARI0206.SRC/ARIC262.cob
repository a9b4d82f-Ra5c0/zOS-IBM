      *               §  (BROWSE ART0206 PAR VOIE D'ACCES ARTFOU)     *
      * 09/08/2026    §  F3 RETOURNE AU PROGRAMME APPELANT MEMORISE   *
      *               §  DANS WS-PREV-PROG (PILE D'APPEL A 1 NIVEAU)  *
      * 15/10/2026    §  LOTS LUS PAR BROWSE DU FICHIER LOT0206 (10   *
      *               §  PREMIERS AFFICHES, NOMBRE TOTAL EN MNLOTO)   *
      *===============================================================*
      *
      *************************
           COPY ARIN262.
      * FICHIER ARTICLE
           COPY ARTICLE.
      * FICHIER DES LOTS (LOT0206, CLE ARTICLE + LOT)
           COPY ARTLOT.
      * ZONE D'ECHANGE DU SOUS-PROGRAMME DE RECHERCHE ARTICLE ARIS262
           COPY ARTLOOK.
      * COMMAREA
           BLANK WHEN ZERO.
       01  WS-LOT-QTE-ED                    PIC ZZZZ9.
       01  WS-LOT-PXU-ED                    PIC ZZZZ9,99.
       01  WS-NB-LOT-ED                     PIC Z9.
      *
      * LA MAP AFFICHE LES 10 PREMIERS LOTS DE L'ARTICLE (ORDRE DES
      * NUMEROS DE LOT) ; MNLOTO DONNE LE NOMBRE TOTAL DE LOTS.
       01  WS-NB-LOT-MAP                    PIC S9(4) COMP VALUE 10.
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM262'.
              PERFORM 7030-MOVE-INFOS-ARTICLE-DEB
                 THRU 7030-MOVE-INFOS-ARTICLE-FIN

              PERFORM 7210-AFFICHE-LOTS-DEB
                 THRU 7210-AFFICHE-LOTS-FIN

           END-IF.

              PERFORM 7030-MOVE-INFOS-ARTICLE-DEB
                 THRU 7030-MOVE-INFOS-ARTICLE-FIN

              PERFORM 7210-AFFICHE-LOTS-DEB
                 THRU 7210-AFFICHE-LOTS-FIN

           END-IF.

           PERFORM 7020-MOVE-IN-COMMAREA-DEB
              THRU 7020-MOVE-IN-COMMAREA-FIN.

           PERFORM 7210-AFFICHE-LOTS-DEB
              THRU 7210-AFFICHE-LOTS-FIN.

           PERFORM 7170-GEST-MDT-DEB
              THRU 7170-GEST-MDT-FIN.
           PERFORM 7030-MOVE-INFOS-ARTICLE-DEB
              THRU 7030-MOVE-INFOS-ARTICLE-FIN.

           PERFORM 7210-AFFICHE-LOTS-DEB
              THRU 7210-AFFICHE-LOTS-FIN.

           PERFORM 6000-SEND-ERASE-DEB
              THRU 6000-SEND-ERASE-FIN.
           END-EXEC.
       6080-ENDBR-ARTFOU-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6090-STARTBR-LOT-DEB.
           SET SUITE-LOTS-ART                TO TRUE.
           MOVE ZERO                         TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE                  TO WS-LOT-ART.
           MOVE LOW-VALUES                   TO WS-LOT-NUM.
           EXEC CICS
              STARTBR FILE        ('LOT0206')
                      RIDFLD      (WS-LOT-CLE)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR LOT0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
           IF WS-RC = DFHRESP(NOTFND)
              SET FIN-LOTS-ART              TO TRUE
           END-IF.
       6090-STARTBR-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6100-READNEXT-LOT-DEB.
           EXEC CICS
              READNEXT FILE       ('LOT0206')
                       INTO       (WS-LOT-ENR)
                       RIDFLD     (WS-LOT-CLE)
                       RESP       (WS-RC)
           END-EXEC.
           IF WS-RC = DFHRESP(NORMAL)
              IF WS-LOT-ART NOT = WS-ART-CODE
                 SET FIN-LOTS-ART           TO TRUE
              ELSE
                 ADD 1                      TO WS-NB-LOT-ART
              END-IF
           ELSE
              SET FIN-LOTS-ART              TO TRUE
              IF NOT WS-RC = DFHRESP(ENDFILE)
                 MOVE WS-RC                 TO WS-RC-ED
                 STRING 'ERREUR READNEXT LOT0206 : ' WS-RC-ED
                        DELIMITED BY SIZE
                   INTO WS-MSG-FIN
                 PERFORM 9999-ABEND-PRG-DEB
                    THRU 9999-ABEND-PRG-FIN
              END-IF
           END-IF.
       6100-READNEXT-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6110-ENDBR-LOT-DEB.
           EXEC CICS
              ENDBR FILE          ('LOT0206')
                    RESP          (WS-RC)
           END-EXEC.
       6110-ENDBR-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
           MOVE WS-ART-DELAI                TO MAPPROO.
           MOVE WS-QTE-ED                   TO MQTSTKO.
           MOVE WS-ALERT-ED                 TO MQTALEO.
       7030-MOVE-INFOS-ARTICLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      *
       7090-GEST-DISP-LOT-DEB.
           MOVE WS-LOT-QTE                  TO WS-LOT-QTE-ED.
           MOVE WS-LOT-PXU                  TO WS-LOT-PXU-ED.
           STRING '            '
                  WS-LOT-NUM
                  '                  '
                  WS-LOT-QTE-ED
                  '                  '
                  WS-LOT-PXU-ED
                  '   '
                  WS-LOT-DEVISE
                  DELIMITED BY SIZE
             INTO MLOTO(WS-NB-LOT-ART).
       7090-GEST-DISP-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
           PERFORM 7020-MOVE-IN-COMMAREA-DEB
              THRU 7020-MOVE-IN-COMMAREA-FIN.

           PERFORM 7210-AFFICHE-LOTS-DEB
              THRU 7210-AFFICHE-LOTS-FIN.

           PERFORM 7170-GEST-MDT-DEB
              THRU 7170-GEST-MDT-FIN.
           MOVE LOW-VALUES                  TO WS-BR-CODE.
       7200-GEST-FOU-FIN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7210-AFFICHE-LOTS-DEB.
           PERFORM 6090-STARTBR-LOT-DEB
              THRU 6090-STARTBR-LOT-FIN.
           IF SUITE-LOTS-ART
              PERFORM 7220-LOT-SUIVANT-DEB
                 THRU 7220-LOT-SUIVANT-FIN
                UNTIL FIN-LOTS-ART
              PERFORM 6110-ENDBR-LOT-DEB
                 THRU 6110-ENDBR-LOT-FIN
           END-IF.
           IF WS-NB-LOT-ART > 99
              MOVE 99                       TO WS-NB-LOT-ED
           ELSE
              MOVE WS-NB-LOT-ART            TO WS-NB-LOT-ED
           END-IF.
           MOVE WS-NB-LOT-ED                TO MNLOTO.
       7210-AFFICHE-LOTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7220-LOT-SUIVANT-DEB.
           PERFORM 6100-READNEXT-LOT-DEB
              THRU 6100-READNEXT-LOT-FIN.
           IF SUITE-LOTS-ART
              AND WS-NB-LOT-ART NOT > WS-NB-LOT-MAP
              PERFORM 7090-GEST-DISP-LOT-DEB
                 THRU 7090-GEST-DISP-LOT-FIN
           END-IF.
       7220-LOT-SUIVANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
