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
       01  WS-MSQ-NIV-ETATDBL         PIC X(01) VALUE 'T'.
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
       7255-RECH-UN-EXISTANT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO038'                TO WS-MSQ-PROG.
           MOVE 'ETATDBL'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATDBL.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LDBL-MEMBRE
      *    AVANT ECRITURE SUR ETATDBL.
      *
       7610-MASQUE-LDBL-MEMBRE-DEB.
           MOVE WS-MSQ-NIV-ETATDBL       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LDBL-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDBL-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LDBL-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDBL-NOM-ED.
       7610-MASQUE-LDBL-MEMBRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-CAND-CPTE(WS-IX-CAND)  TO WS-LDBL-CPTE-ED.
           MOVE WS-CAND-NOM(WS-IX-CAND)   TO WS-LDBL-NOM-ED.
           MOVE WS-CAND-SOLDE(WS-IX-CAND) TO WS-LDBL-SOLDE-ED.
           PERFORM 7610-MASQUE-LDBL-MEMBRE-DEB
              THRU 7610-MASQUE-LDBL-MEMBRE-FIN.
           WRITE FS-ENRG-ETATDBL-S      FROM WS-LDBL-MEMBRE.
       8015-EDIT-MEMBRE-I-FIN.
           EXIT.
           MOVE WS-CAND-CPTE(WS-JX-CAND)  TO WS-LDBL-CPTE-ED.
           MOVE WS-CAND-NOM(WS-JX-CAND)   TO WS-LDBL-NOM-ED.
           MOVE WS-CAND-SOLDE(WS-JX-CAND) TO WS-LDBL-SOLDE-ED.
           PERFORM 7610-MASQUE-LDBL-MEMBRE-DEB
              THRU 7610-MASQUE-LDBL-MEMBRE-FIN.
           WRITE FS-ENRG-ETATDBL-S      FROM WS-LDBL-MEMBRE.
       8016-EDIT-MEMBRE-J-FIN.
           EXIT.
