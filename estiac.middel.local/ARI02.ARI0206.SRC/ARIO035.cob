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
       01  WS-MSQ-NIV-ETATSTA         PIC X(01) VALUE 'T'.
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
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           MOVE WS-STA-CPTE             TO WS-LSTA-CPTE-ED.
           MOVE 'COMPTE INCONNU DU FICHIER DES COMPTES'
                                        TO WS-LSTA-LIB-ED.
           PERFORM 7610-MASQUE-LSTA-LIGNE-DEB
              THRU 7610-MASQUE-LSTA-LIGNE-FIN.
           WRITE FS-ENRG-ETATSTA-S      FROM WS-LSTA-LIGNE.
       7050-REJET-INCONNU-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO035'                TO WS-MSQ-PROG.
           MOVE 'ETATSTA'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATSTA.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSTA-LIGNE
      *    AVANT ECRITURE SUR ETATSTA.
      *
       7610-MASQUE-LSTA-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATSTA       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSTA-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSTA-CPTE-ED.
       7610-MASQUE-LSTA-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-CPTE-CPTE            TO WS-LSTA-CPTE-ED.
           PERFORM 7610-MASQUE-LSTA-LIGNE-DEB
              THRU 7610-MASQUE-LSTA-LIGNE-FIN.
           WRITE FS-ENRG-ETATSTA-S      FROM WS-LSTA-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
