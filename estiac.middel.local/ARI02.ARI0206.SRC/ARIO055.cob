      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
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
       01  WS-MSQ-NIV-ETATEXT         PIC X(01) VALUE 'T'.
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
           MOVE WS-HIS-SENS              TO WS-LEXT-SENS-ED.
           MOVE WS-HIS-MT                TO WS-LEXT-MT-ED.
           MOVE WS-MVTS-CODE             TO WS-LEXT-NCODE-ED.
           PERFORM 7610-MASQUE-LEXT-DETAIL-DEB
              THRU 7610-MASQUE-LEXT-DETAIL-FIN.
           WRITE FS-ENRG-ETATEXT-S       FROM WS-LEXT-DETAIL.
      *
       2000-EXTOURNE-MVT-FIN.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO055'                TO WS-MSQ-PROG.
           MOVE 'ETATEXT'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATEXT.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LEXT-DETAIL
      *    AVANT ECRITURE SUR ETATEXT.
      *
       7610-MASQUE-LEXT-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATEXT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LEXT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LEXT-CPTE-ED.
       7610-MASQUE-LEXT-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
