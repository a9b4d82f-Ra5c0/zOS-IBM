      *               !  SOUS-PROGRAMME PARTAGE ARIS906 (COPY         *
      *               !  IBAPPL), REUTILISE PAR L'OUVERTURE DE        *
      *               !  COMPTE (ARIC268, ARIO080)                    *
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
       01  WS-MSQ-NIV-ETATIBA         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
       7100-CONSTRUIT-IBAN-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO044'                TO WS-MSQ-PROG.
           MOVE 'ETATIBA'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATIBA.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LIBA-LIGNE
      *    AVANT ECRITURE SUR ETATIBA.
      *
       7610-MASQUE-LIBA-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATIBA       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LIBA-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LIBA-CPTE-ED.
       7610-MASQUE-LIBA-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
       8020-EDIT-REJET-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LIBA-CPTE-ED.
           MOVE WS-VALID-MSG-ERROR       TO WS-LIBA-LIB-ED.
           PERFORM 7610-MASQUE-LIBA-LIGNE-DEB
              THRU 7610-MASQUE-LIBA-LIGNE-FIN.
           WRITE FS-ENRG-ETATIBA-S       FROM WS-LIBA-LIGNE.
       8020-EDIT-REJET-FIN.
           EXIT.
