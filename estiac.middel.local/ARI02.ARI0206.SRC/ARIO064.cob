      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION PROGRAMME                           *
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
       01  WS-MSQ-NIV-ETATRET         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO064'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7020-LIRE-DELAI-CENTRAL-DEB
              THRU 7020-LIRE-DELAI-CENTRAL-FIN.
              MOVE WS-TREG-DREMISE(WS-IX-REG)
                                             TO WS-LRET-ADREM-ED
              MOVE WS-JOURS-ATTENTE          TO WS-LRET-AJOURS-ED
              PERFORM 7620-MASQUE-LRET-AGE-DEB
                 THRU 7620-MASQUE-LRET-AGE-FIN
              WRITE FS-ENRG-ETATRET-S   FROM WS-LRET-AGE
           END-IF.
      *
       7020-LIRE-DELAI-CENTRAL-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO064'                TO WS-MSQ-PROG.
           MOVE 'ETATRET'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATRET.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LRET-DETAIL
      *    AVANT ECRITURE SUR ETATRET.
      *
       7610-MASQUE-LRET-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATRET       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LRET-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LRET-CPTE-ED.
       7610-MASQUE-LRET-DETAIL-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LRET-AGE
      *    AVANT ECRITURE SUR ETATRET.
      *
       7620-MASQUE-LRET-AGE-DEB.
           MOVE WS-MSQ-NIV-ETATRET       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LRET-ACPTE-ED         TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LRET-ACPTE-ED.
       7620-MASQUE-LRET-AGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           PERFORM 7610-MASQUE-LRET-DETAIL-DEB
              THRU 7610-MASQUE-LRET-DETAIL-FIN.
           WRITE FS-ENRG-ETATRET-S       FROM WS-LRET-DETAIL.
       8020-EDIT-DETAIL-FIN.
           EXIT.
