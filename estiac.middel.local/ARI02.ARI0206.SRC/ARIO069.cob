      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-SAI) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATSAI         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO069'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-CHARGE-SAISIES-DEB
              THRU 6000-CHARGE-SAISIES-FIN.
              MOVE WS-SAI-MT-PROTEGE(WS-IX-SAI)
                                               TO WS-LSAI-MTP-ED
              MOVE WS-SAI-DDEBUT(WS-IX-SAI)    TO WS-LSAI-DDEB-ED
              PERFORM 7610-MASQUE-LSAI-DETAIL-DEB
                 THRU 7610-MASQUE-LSAI-DETAIL-FIN
              WRITE FS-ENRG-ETATSAI-S    FROM WS-LSAI-DETAIL
           END-IF.
       4000-EDIT-ACTIVES-FIN.
           EXIT.
      *
       6020-ALIM-SAISIE-DEB.
           IF WS-NB-SAI < WS-MAX-SAI
              ADD 1                      TO WS-NB-SAI
              SET WS-IX-SAI              TO WS-NB-SAI
              MOVE WS-SAI-CPTE-E     TO WS-SAI-CPTE(WS-IX-SAI)
              MOVE WS-SAI-DLEVEE-E   TO WS-SAI-DLEVEE(WS-IX-SAI)
              ADD 1                      TO WS-CPT-REPRISES
           ELSE
              DISPLAY 'F-SAISIE-E : PLUS DE 2000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
                 THRU 8020-EDIT-REJET-FIN
              GO TO 7100-POSE-SAISIE-FIN
           END-IF.
           IF WS-NB-SAI < WS-MAX-SAI
              ADD 1                      TO WS-NB-SAI
              SET WS-IX-SAI              TO WS-NB-SAI
              MOVE WS-SAM-CPTE       TO WS-SAI-CPTE(WS-IX-SAI)
              MOVE ZERO              TO WS-SAI-DLEVEE(WS-IX-SAI)
              ADD 1                      TO WS-CPT-POSES
           ELSE
              DISPLAY 'FICHIER DES SAISIES SATURE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7310-RECH-UNE-SAISIE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO069'                TO WS-MSQ-PROG.
           MOVE 'ETATSAI'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATSAI.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSAI-DETAIL
      *    AVANT ECRITURE SUR ETATSAI.
      *
       7610-MASQUE-LSAI-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATSAI       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSAI-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSAI-CPTE-ED.
       7610-MASQUE-LSAI-DETAIL-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSAI-REJET
      *    AVANT ECRITURE SUR ETATSAI.
      *
       7620-MASQUE-LSAI-REJET-DEB.
           MOVE WS-MSQ-NIV-ETATSAI       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSAI-RCPTE-ED         TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSAI-RCPTE-ED.
       7620-MASQUE-LSAI-REJET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           ADD 1                         TO WS-CPT-REJETS.
           MOVE WS-SAM-CODE              TO WS-LSAI-RCODE-ED.
           MOVE WS-SAM-CPTE              TO WS-LSAI-RCPTE-ED.
           PERFORM 7620-MASQUE-LSAI-REJET-DEB
              THRU 7620-MASQUE-LSAI-REJET-FIN.
           WRITE FS-ENRG-ETATSAI-S       FROM WS-LSAI-REJET.
       8020-EDIT-REJET-FIN.
           EXIT.
