      *               !  (FONCTION 'C' D'ARIS902) : LA BASE 360 NE    *
      *               !  SE MARIE PAS A UN COMPTE DE JOURS OUVRES,    *
      *               !  QUI SOUS-PAYAIT L'INTERET D'ENVIRON 28 PC    *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATTD          PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO066'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-CHARGE-PRODUITS-DEB
              THRU 6000-CHARGE-PRODUITS-FIN.
       6070-WRITE-FMVTS-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO066'                TO WS-MSQ-PROG.
           MOVE 'ETATTD'                 TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATTD.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LETD-DETAIL
      *    AVANT ECRITURE SUR ETATTD.
      *
       7610-MASQUE-LETD-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATTD        TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LETD-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LETD-CPTE-ED.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LETD-VUE-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LETD-VUE-ED.
       7610-MASQUE-LETD-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           PERFORM 7610-MASQUE-LETD-DETAIL-DEB
              THRU 7610-MASQUE-LETD-DETAIL-FIN.
           WRITE FS-ENRG-ETATTD-S        FROM WS-LETD-DETAIL.
       8020-EDIT-DETAIL-FIN.
           EXIT.
