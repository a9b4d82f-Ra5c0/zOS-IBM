      *               !  CONTREPARTIE PORTES PAR LES MOUVEMENTS DU    *
      *               !  JOUR (F-MVTS-E OPTIONNEL, WS-MVTS-CTP-NOM)   *
      *               !  PASSENT PAR LE MEME RAPPROCHEMENT TOLERANT   *
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
       01  WS-MSQ-NIV-ETATHIT         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO065'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-CHARGE-WATCH-DEB
              THRU 6000-CHARGE-WATCH-FIN.
       7500-AJOUT-HIT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO065'                TO WS-MSQ-PROG.
           MOVE 'ETATHIT'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATHIT.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LHIT-DETAIL
      *    AVANT ECRITURE SUR ETATHIT.
      *
       7610-MASQUE-LHIT-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATHIT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LHIT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LHIT-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LHIT-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LHIT-NOM-ED.
       7610-MASQUE-LHIT-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           PERFORM 7610-MASQUE-LHIT-DETAIL-DEB
              THRU 7610-MASQUE-LHIT-DETAIL-FIN.
           WRITE FS-ENRG-ETATHIT-S       FROM WS-LHIT-DETAIL.
       8020-EDIT-DETAIL-FIN.
           EXIT.
