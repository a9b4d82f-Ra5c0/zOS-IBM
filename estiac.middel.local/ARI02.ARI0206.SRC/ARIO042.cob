      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  COMPTE MASQUE SELON LA CLASSE DE DIFFUSION   *
      *               !  DE L'ETAT (SERVICE ARIS909)                  *
      *               !                                               *
      *===============================================================*
      *
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 7500-INIT-MASQUE-DEB
              THRU 7500-INIT-MASQUE-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
       7110-RECH-UNE-VENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG). LES SECTIONS D'ESCALADE ET DE
      *    PERTE REPRENNENT LA LIGNE DE DETAIL DEJA MASQUEE.
      *
       7500-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO042'                TO WS-MSQ-PROG.
           MOVE 'ETATSUS'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7500-INIT-MASQUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8010-EDIT-DETAIL-DEB.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-MVTS-CPTE             TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSUS-CPTE-ED.
           MOVE WS-MVTS-AGENCE           TO WS-LSUS-AGC-ED.
           MOVE WS-MVTS-SUSP-MOTIF       TO WS-LSUS-MOTIF-ED.
           MOVE WS-MVTS-MT               TO WS-LSUS-MT-ED.
           DISPLAY 'SUSPENS ESCALADES            :  '
                   WS-CPT-ESCALADES.
           DISPLAY 'CANDIDATS PASSAGE EN PERTE   :  ' WS-CPT-PERTES.
           DISPLAY 'NIVEAU DE MASQUAGE ETATSUS   :  ' WS-MSQ-NIVEAU.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
