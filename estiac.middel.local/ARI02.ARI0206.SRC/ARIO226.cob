      *               !  CONTROLE APRES LECTURE)                     *
      * 09/08/2026    !  SEUIL D'ALERTE DU TAUX D'ERREUR PARAMETRABLE *
      *               !  VIA LE FICHIER OPTIONNEL F-SEUILP-E          *
      * 15/10/2026    !  MASQUAGE DU NUMERO DE COMPTE SUR ETATCLI ET  *
      *               !  ETATANO SELON LA CLASSE DE DIFFUSION DE      *
      *               !  L'ETAT (ARIS909)                             *
      *===============================================================*
      *
      *************************
       01  WS-LETAT-ENT.
           05  FILLER               PIC X(21)
               VALUE '* NUMERO DE COMPTE : '.
           05  WS-LETAT-AST-CPTE-ED PIC X(10).
           05  FILLER               PIC X(32)         VALUE ALL SPACE.
           05  FILLER               PIC X(3)          VALUE 'LE '.
           05  WS-LETAT-AST-DATE-ED PIC X(10).
      *
       01  WS-LANO-DETAIL.
           05  FILLER               PIC XX            VALUE '| '.
           05  WS-LANO-DET-CPT-ED   PIC X(10).
           05  FILLER               PIC X(3)          VALUE ALL '  |'.
           05  FILLER               PIC X(8)          VALUE ALL SPACE.
           05  WS-LANO-DET-MVT-ED   PIC X.
      *
       COPY RUNLOG.
      *
      *------------------- MASQUAGE DES IDENTIFIANTS (ARIS909) --------*
      *
       COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCLI      PIC X(01) VALUE 'T'.
       01  WS-MSQ-NIV-ETATANO      PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT              TO TRUE.
           MOVE 'ARIO226'                 TO WS-RUN-PROG.
           CALL 'ARIS904'              USING WS-RUN-PARM.
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
      *--------------- PREPARATION DU TRAITEMENT ---------------------*
      *
      *
       7020-GEST-TOP-ETATCLI-DEB.
           MOVE 1                              TO WS-MVT-VALID.
           MOVE WS-MSQ-NIV-ETATCLI             TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE                   TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE                    TO WS-LETAT-AST-CPTE-ED.
           ACCEPT WS-DATE-US                   FROM DATE YYYYMMDD.
           MOVE CORR WS-DATE-US                TO WS-DATE-FR.
           MOVE WS-DATE-FR                     TO WS-LETAT-AST-DATE-ED.
           EXIT.
      *
       7090-GEST-LIGNE-ETATANO-DEB.
           MOVE WS-MSQ-NIV-ETATANO             TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE                   TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE                    TO WS-LANO-DET-CPT-ED.
           MOVE WS-MVTS-CODE                   TO WS-LANO-DET-MVT-ED.
           MOVE WS-MVTS-MT                     TO WS-LANO-DET-MT-ED.
       7090-GEST-LIGNE-ETATANO-FIN.
       7210-RECH-UN-MVTCOD-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT                    TO TRUE.
           MOVE 'ARIO226'                      TO WS-MSQ-PROG.
           MOVE 'ETATCLI'                      TO WS-MSQ-ETAT.
           CALL 'ARIS909'                   USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU                  TO WS-MSQ-NIV-ETATCLI.
           SET MSQ-FCT-INIT                    TO TRUE.
           MOVE 'ARIO226'                      TO WS-MSQ-PROG.
           MOVE 'ETATANO'                      TO WS-MSQ-ETAT.
           CALL 'ARIS909'                   USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU                  TO WS-MSQ-NIV-ETATANO.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DU NUMERO DE COMPTE PLACE DANS WS-MSQ-ZONE AU
      *    NIVEAU DE L'ETAT DESTINATAIRE (WS-MSQ-NIVEAU).
      *
       7610-MASQUE-COMPTE-DEB.
           SET MSQ-FCT-COMPTE                  TO TRUE.
           CALL 'ARIS909'                   USING WS-MSQ-PARM.
       7610-MASQUE-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITS                   *
      *---------------------------------------------------------------*
