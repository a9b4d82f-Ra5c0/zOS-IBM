      *               !  CUMUL (NOM, PORTE PAR HISMVT DEPUIS ARIO048) *
      *               !  REPORTEE SUR LA LIGNE DE DECLARATION         *
      * 22/08/2026    !  CREATION PROGRAMME                           *
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
       01  WS-MSQ-NIV-ETATDCL         PIC X(01) VALUE 'T'.
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
           ACCEPT WS-ENRG-DEMANDE.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
       7030-DECLARE-CPTE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO037'                TO WS-MSQ-PROG.
           MOVE 'ETATDCL'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATDCL.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LDCL-LIGNE
      *    AVANT ECRITURE SUR ETATDCL.
      *
       7610-MASQUE-LDCL-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATDCL       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LDCL-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDCL-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LDCL-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDCL-NOM-ED.
       7610-MASQUE-LDCL-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-CUM-CTP-NOM(WS-IX-CUM)
                                         TO WS-DCL-D-CTP-NOM.
           WRITE FS-ENRG-DECLAR-S        FROM WS-DCL-DETAIL.
           PERFORM 7610-MASQUE-LDCL-LIGNE-DEB
              THRU 7610-MASQUE-LDCL-LIGNE-FIN.
           WRITE FS-ENRG-ETATDCL-S       FROM WS-LDCL-LIGNE.
       8010-EDIT-DECLARATION-FIN.
           EXIT.
