      *               !  ARIO046) CUMULES PAR COMPTE : COLONNE        *
      *               !  'EXONERES' DE L'ETAT ET ZONE DE L'EXTRAIT    *
      *               !  (ENREGISTREMENTS ELARGIS A 100)              *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATSEG         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO079'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7020-LIRE-SEUIL-DEB
              THRU 7020-LIRE-SEUIL-FIN.
       7300-RUPTURE-HISTO-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO079'                TO WS-MSQ-PROG.
           MOVE 'ETATSEG'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATSEG.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSEG-DETAIL
      *    AVANT ECRITURE SUR ETATSEG.
      *
       7610-MASQUE-LSEG-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATSEG       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSEG-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSEG-CPTE-ED.
       7610-MASQUE-LSEG-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-SOLDE-MOYEN           TO WS-LSEG-SOLDE-ED.
           MOVE WS-SEG-CONTRIB(WS-IX-SEG) TO WS-LSEG-CONTRIB-ED.
           MOVE WS-SEG-SEGMENT(WS-IX-SEG) TO WS-LSEG-SEG-ED.
           PERFORM 7610-MASQUE-LSEG-DETAIL-DEB
              THRU 7610-MASQUE-LSEG-DETAIL-FIN.
           WRITE FS-ENRG-ETATSEG-S       FROM WS-LSEG-DETAIL.
           PERFORM 6200-WRITE-EXTRAIT-C-DEB
              THRU 6200-WRITE-EXTRAIT-C-FIN.
