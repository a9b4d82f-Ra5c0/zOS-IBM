      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      *               !                                               *
      *===============================================================*
      *
      *---------------- POINTAGE DES LIENS VUS SUR LE MAITRE ----------*
      *
       01  WS-TAB-LIEN-VU.
           05  WS-LIEN-VU-EL             PIC X(01) OCCURS 9999 TIMES.
               88  LIEN-VU               VALUE 'O'.
               88  LIEN-NON-VU           VALUE 'N'.
      *
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATREF         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO062'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6050-OPEN-FETATREF-DEB
              THRU 6050-OPEN-FETATREF-FIN.
                 THRU 8010-EDIT-ANOMALIE-FIN
           END-IF.
      *
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                      TO WS-NB-CLIM
              SET WS-IX-CLIM             TO WS-NB-CLIM
              MOVE WS-CLI-NUM-E      TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E      TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E   TO WS-CLIM-STATUT(WS-IX-CLIM)
           ELSE
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
                 THRU 8010-EDIT-ANOMALIE-FIN
           END-IF.
      *
           IF WS-NB-LIEN < WS-MAX-LIEN
              ADD 1                      TO WS-NB-LIEN
              SET WS-IX-LIEN             TO WS-NB-LIEN
              MOVE WS-LIE-CPTE-E     TO WS-LIEN-CPTE(WS-IX-LIEN)
              MOVE WS-LIE-DFIN-E     TO WS-LIEN-DFIN(WS-IX-LIEN)
              MOVE 'N'               TO WS-LIEN-VU-EL(WS-IX-LIEN)
           ELSE
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7210-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO062'                TO WS-MSQ-PROG.
           MOVE 'ETATREF'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATREF.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LREF-ANOMALIE
      *    AVANT ECRITURE SUR ETATREF.
      *
       7610-MASQUE-LREF-ANOMALIE-DEB.
           MOVE WS-MSQ-NIV-ETATREF       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LREF-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LREF-CPTE-ED.
       7610-MASQUE-LREF-ANOMALIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8010-EDIT-ANOMALIE-DEB.
           ADD 1                         TO WS-CPT-ANOMALIES.
           PERFORM 7610-MASQUE-LREF-ANOMALIE-DEB
              THRU 7610-MASQUE-LREF-ANOMALIE-FIN.
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-ANOMALIE.
       8010-EDIT-ANOMALIE-FIN.
           EXIT.
