      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 09/08/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
       01  WS-CPT-TOTANO             PIC S9(4) COMP VALUE 0.
           88  AUCUNE-ANOMALIE      VALUE 0.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCMP       PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<      PROCEDURE    DIVISION   >==============*
      *                  ==============================               *
      *
           PERFORM 6020-OPEN-FETATCMP-DEB
              THRU 6020-OPEN-FETATCMP-FIN.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-INIT-DATE-DEB
              THRU 7000-INIT-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
      *
           SET MSQ-FCT-INIT            TO TRUE.
           MOVE 'ARIO427'              TO WS-MSQ-PROG.
           MOVE 'ETATCMP'              TO WS-MSQ-ETAT.
           CALL 'ARIS909'           USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU          TO WS-MSQ-NIV-ETATCMP.
      *
       7600-INIT-MASQUE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCMP-DETAIL
      *    AVANT ECRITURE SUR ETATCMP.
      *
       7610-MASQUE-LCMP-DETAIL-DEB.
      *
           MOVE WS-MSQ-NIV-ETATCMP     TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE          TO TRUE.
           MOVE WS-LCMP-NUMCPT-ED      TO WS-MSQ-ZONE.
           CALL 'ARIS909'           USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE            TO WS-LCMP-NUMCPT-ED.
      *
       7610-MASQUE-LCMP-DETAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   8XXX-  : EDITIONS                                           *
      *---------------------------------------------------------------*
      *
       8060-EDIT-LG-ETATCMP-DEB.
      *
           PERFORM 7610-MASQUE-LCMP-DETAIL-DEB
              THRU 7610-MASQUE-LCMP-DETAIL-FIN.
           WRITE FS-ENRG-ETATCMP-S     FROM WS-LCMP-DETAIL.
      *
       8060-EDIT-LG-ETATCMP-FIN.
