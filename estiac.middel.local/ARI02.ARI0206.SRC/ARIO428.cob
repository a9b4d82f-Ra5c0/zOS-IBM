      * 09/08/2026    !  CREATION DU FICHIER COBOL                    *
      * 22/08/2026    !  PASSAGE DU FICHIER DES COMPTES A 150 C/ENRG  *
      *               !  (EXTENSION TP3CPTE)                          *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
       01  WS-CPT-TOTANO            PIC S9(4) COMP VALUE 0.
           88  AUCUNE-ANOMALIE      VALUE 0.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATRCC       PIC X(01) VALUE 'T'.
      *
      *------------------- DECLARATION CURSEUR -------------------------*
      *
           EXEC SQL
      *
           PERFORM 6020-OPEN-FETATRCC-DEB
              THRU 6020-OPEN-FETATRCC-FIN.
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
           MOVE 'ARIO428'              TO WS-MSQ-PROG.
           MOVE 'ETATRCC'              TO WS-MSQ-ETAT.
           CALL 'ARIS909'           USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU          TO WS-MSQ-NIV-ETATRCC.
      *
       7600-INIT-MASQUE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LRCC-DETAIL
      *    AVANT ECRITURE SUR ETATRCC.
      *
       7610-MASQUE-LRCC-DETAIL-DEB.
      *
           MOVE WS-MSQ-NIV-ETATRCC     TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE          TO TRUE.
           MOVE WS-LRCC-NUMCPT-ED      TO WS-MSQ-ZONE.
           CALL 'ARIS909'           USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE            TO WS-LRCC-NUMCPT-ED.
      *
       7610-MASQUE-LRCC-DETAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   8XXX-  : EDITIONS                                           *
      *---------------------------------------------------------------*
      *
       8060-EDIT-LG-ETATRCC-DEB.
      *
           PERFORM 7610-MASQUE-LRCC-DETAIL-DEB
              THRU 7610-MASQUE-LRCC-DETAIL-FIN.
           WRITE FS-ENRG-ETATRCC-S     FROM WS-LRCC-DETAIL.
      *
       8060-EDIT-LG-ETATRCC-FIN.
