      * 01/09/2026    !  LIGNE LIBELLE LIBRE + CONTREPARTIE SOUS     *
      *               !  CHAQUE MOUVEMENT QUI EN PORTE (HISMVT)       *
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
       01  WS-MSQ-NIV-ETATHIS         PIC X(01) VALUE 'T'.
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
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO031'                TO WS-MSQ-PROG.
           MOVE 'ETATHIS'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATHIS.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LHIS-TITRE
      *    AVANT ECRITURE SUR ETATHIS.
      *
       7610-MASQUE-LHIS-TITRE-DEB.
           MOVE WS-MSQ-NIV-ETATHIS       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LHIS-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LHIS-CPTE-ED.
       7610-MASQUE-LHIS-TITRE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LHIS-DETAIL
      *    AVANT ECRITURE SUR ETATHIS.
      *
       7620-MASQUE-LHIS-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATHIS       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LHIS-CTP-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LHIS-CTP-ED.
       7620-MASQUE-LHIS-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-DEM-CPTE             TO WS-LHIS-CPTE-ED.
           MOVE WS-DEM-DATE-DEB         TO WS-LHIS-DDEB-ED.
           MOVE WS-DEM-DATE-FIN         TO WS-LHIS-DFIN-ED.
           PERFORM 7610-MASQUE-LHIS-TITRE-DEB
              THRU 7610-MASQUE-LHIS-TITRE-FIN.
           WRITE FS-ENRG-ETATHIS-S      FROM WS-LHIS-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATHIS-S      FROM WS-LHIS-PERIODE.
           MOVE WS-HIS-SENS             TO WS-LHIS-SENS-ED.
           MOVE WS-HIS-MT               TO WS-LHIS-MT-ED.
           MOVE WS-HIS-SOLDE            TO WS-LHIS-SOLDE-ED.
           PERFORM 7620-MASQUE-LHIS-DETAIL-DEB
              THRU 7620-MASQUE-LHIS-DETAIL-FIN.
           WRITE FS-ENRG-ETATHIS-S      FROM WS-LHIS-DETAIL.
           IF WS-HIS-LIBELLE NOT = SPACES
              OR WS-HIS-CTP-NOM NOT = SPACES
