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
       01  WS-MSQ-NIV-ETATARC         PIC X(01) VALUE 'T'.
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
      *
       7000-RECONVERTIT-MVT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO040'                TO WS-MSQ-PROG.
           MOVE 'ETATARC'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATARC.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LARC-TITRE
      *    AVANT ECRITURE SUR ETATARC.
      *
       7610-MASQUE-LARC-TITRE-DEB.
           MOVE WS-MSQ-NIV-ETATARC       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LARC-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LARC-CPTE-ED.
       7610-MASQUE-LARC-TITRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-DEM-CPTE              TO WS-LARC-CPTE-ED.
           MOVE WS-DEM-DATE-DEB          TO WS-LARC-DDEB-ED.
           MOVE WS-DEM-DATE-FIN          TO WS-LARC-DFIN-ED.
           PERFORM 7610-MASQUE-LARC-TITRE-DEB
              THRU 7610-MASQUE-LARC-TITRE-FIN.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-PERIODE.
