      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATSUC         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO078'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
       7200-MAJ-DMAJ-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO078'                TO WS-MSQ-PROG.
           MOVE 'ETATSUC'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATSUC.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSUC-DETAIL
      *    AVANT ECRITURE SUR ETATSUC.
      *
       7610-MASQUE-LSUC-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATSUC       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSUC-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSUC-CPTE-ED.
       7610-MASQUE-LSUC-DETAIL-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSUC-REJET
      *    AVANT ECRITURE SUR ETATSUC.
      *
       7620-MASQUE-LSUC-REJET-DEB.
           MOVE WS-MSQ-NIV-ETATSUC       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSUC-REJ-CPTE-ED      TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSUC-REJ-CPTE-ED.
       7620-MASQUE-LSUC-REJET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
       8030-EDIT-REJET-DEB.
           MOVE WS-SUM-CODE              TO WS-LSUC-REJ-CODE-ED.
           MOVE WS-SUM-CPTE              TO WS-LSUC-REJ-CPTE-ED.
           PERFORM 7620-MASQUE-LSUC-REJET-DEB
              THRU 7620-MASQUE-LSUC-REJET-FIN.
           WRITE FS-ENRG-ETATSUC-S       FROM WS-LSUC-REJET.
       8030-EDIT-REJET-FIN.
           EXIT.
              MOVE WS-SOL-SOLDE(WS-JX-SUC)  TO WS-LSUC-SOLDE-ED
              ADD WS-SOL-SOLDE(WS-JX-SUC)   TO WS-SOUS-TOTAL
              MOVE 'O'                      TO WS-SOL-EDITE(WS-JX-SUC)
              PERFORM 7610-MASQUE-LSUC-DETAIL-DEB
                 THRU 7610-MASQUE-LSUC-DETAIL-FIN
              WRITE FS-ENRG-ETATSUC-S       FROM WS-LSUC-DETAIL
           END-IF.
       8120-EDIT-UN-DOSSIER-FIN.
