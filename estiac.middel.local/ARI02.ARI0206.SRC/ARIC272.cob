      *  L'ARTICLE, DU LOT, DU SENS (+/-), DE LA QUANTITE ET D'UN     *
      *  MOTIF OBLIGATOIRE DE LA TABLE MTA0206 (CASSE, VOL,           *
      *  CORRECTION D'INVENTAIRE, ECHANTILLON...). L'ARTICLE ET LE    *
      *  LOT SONT CONTROLES EN DIRECT SUR ART0206 ET LOT0206 ; LA     *
      *  QUANTITE RESULTANTE DU LOT NE PEUT PAS DEVENIR NEGATIVE. AU  *
      *  DELA DU SEUIL 'SEUILAJU' DU FICHIER PARAM (VALEUR EN VIGUEUR *
      *  A LA DATE DU JOUR), LE NIVEAU MAINTENANCE USRPRF EST EXIGE.  *
      *  LES AJUSTEMENTS ADMIS PARTENT EN FILE TD EXTRAPARTITION      *
      *  'ARIK' AU FORMAT MVTSTK TYPE 'A' (QUANTITE RESULTANTE DU     *
      *  LOT, MOTIF + UTILISATEUR DANS LA REFERENCE) : LE FICHIER DE  *
      *  LA FILE EST CONCATENE AU F-MVTSTK-E DU PROCHAIN PASSAGE      *
      *  D'INTEGRATION ARIO933. CHAQUE AJUSTEMENT EST JOURNALISE DANS *
      *  ARIJRN (TYPE 'A'). RETOUR MENU PF3.                          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOT LU PAR CLE DANS LE FICHIER LOT0206       *
      *               !                                               *
      *===============================================================*
      *
           COPY TABMSG.
           COPY ARIN272.
           COPY ARTICLE.
           COPY ARTLOT.
           COPY MVTSTK.
           COPY COMMAREA.
           COPY JOURNAL.
      *------------------- CALCUL DE L'AJUSTEMENT ---------------------*
      *
       01  WS-ART-CLE                       PIC X(06).
       01  WS-SW-LOT                        PIC X(01).
           88  LOT-TROUVE                   VALUE 'O'.
           88  LOT-NON-TROUVE               VALUE 'N'.
           END-IF.
           MOVE WS-ART-LIBEL                TO MLIBARTO.

           PERFORM 6065-READ-LOT-DEB
              THRU 6065-READ-LOT-FIN.
           IF LOT-NON-TROUVE
              MOVE 'LOT INCONNU DE L''ARTICLE'
                                            TO MMSGO
              COMPUTE WS-QTE-DELTA = ZERO - MQTEI
           END-IF.
           COMPUTE WS-QTE-NOUVELLE =
                   WS-LOT-QTE + WS-QTE-DELTA.
           IF WS-QTE-NOUVELLE < ZERO
              MOVE 'LA QUANTITE DU LOT DEVIENDRAIT NEGATIVE'
                                            TO MMSGO
           MOVE WS-QTE-NOUVELLE             TO WS-MST-QTE.
           MOVE MMOTI                       TO WS-MST-REF(1:2).
           MOVE WS-USER                     TO WS-MST-REF(3:8).
           MOVE WS-LOT-PXU                  TO WS-MST-PXU.
           MOVE WS-LOT-DEVISE               TO WS-MST-DEVISE.

           PERFORM 6070-WRITEQ-AJUSTE-DEB
              THRU 6070-WRITEQ-AJUSTE-FIN.
       6060-READ-ARTICLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6065-READ-LOT-DEB.
           MOVE MARTI                       TO WS-LOT-ART.
           MOVE MLOTI                       TO WS-LOT-NUM.
           EXEC CICS
              READ FILE           ('LOT0206')
                   INTO           (WS-LOT-ENR)
                   RIDFLD         (WS-LOT-CLE)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ LOT0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
           IF WS-RC = DFHRESP(NORMAL)
              SET LOT-TROUVE                TO TRUE
           ELSE
              SET LOT-NON-TROUVE            TO TRUE
           END-IF.
       6065-READ-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6070-WRITEQ-AJUSTE-DEB.
           EXEC CICS
       7010-MOVE-INFOS-GEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7200-LIT-SEUIL-DEB.
           SET SEUIL-ABSENT                 TO TRUE.
