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
       01  WS-MSQ-NIV-ETATEVO         PIC X(01) VALUE 'T'.
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
           PERFORM 6100-LIRE-SEUIL-DEB
              THRU 6100-LIRE-SEUIL-FIN.
       7045-RECH-UNE-AGENCE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO036'                TO WS-MSQ-PROG.
           MOVE 'ETATEVO'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATEVO.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LEVO-CPTE
      *    AVANT ECRITURE SUR ETATEVO.
      *
       7610-MASQUE-LEVO-CPTE-DEB.
           MOVE WS-MSQ-NIV-ETATEVO       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LEVO-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LEVO-CPTE-ED.
       7610-MASQUE-LEVO-CPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
       8010-EDIT-ENT-CPTE-DEB.
           MOVE WS-CPTS-CPTE             TO WS-LEVO-CPTE-ED.
           MOVE WS-CPTS-AGENCE           TO WS-LEVO-AGC-ED.
           PERFORM 7610-MASQUE-LEVO-CPTE-DEB
              THRU 7610-MASQUE-LEVO-CPTE-FIN.
           WRITE FS-ENRG-ETATEVO-S       FROM WS-LEVO-CPTE.
           WRITE FS-ENRG-ETATEVO-S       FROM WS-LEVO-ENTETE.
           WRITE FS-ENRG-ETATEVO-S       FROM WS-LEVO-TIRET.
