      *               !  EVENEMENT 'DOR' SUR LE FICHIER DES           *
      *               !  EVENEMENTS DE CORRESPONDANCE (COPY EVTCOR)   *
      *               !  POUR LE GENERATEUR DE COURRIERS ARIO077      *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
           88  REF-CLIENTS-OFF       VALUE 'N'.
      *
       01  WS-TAB-CLI-ACT.
           05  WS-CLIACT-ECART       OCCURS 5000 TIMES
                                     PIC S9(07).
      *
       01  WS-SW-CLI-AILLEURS        PIC X(01) VALUE 'N'.
       01  WS-CPT-DORMANT            PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLI-ACTIF          PIC 9(05) VALUE ZERO.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATDOR         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO026'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FCPTE-DEB
              THRU 6000-OPEN-FCPTE-FIN.
           EXIT.
      *
       6120-ALIM-CLIM-DEB.
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                      TO WS-NB-CLIM
              SET WS-IX-CLIM             TO WS-NB-CLIM
              MOVE WS-CLI-NUM-E      TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E      TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E   TO WS-CLIM-STATUT(WS-IX-CLIM)
              MOVE 9999999           TO WS-CLIACT-ECART(WS-IX-CLIM)
           ELSE
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FCLIM-DEB
              THRU 6110-READ-FCLIM-FIN.
           EXIT.
      *
       6140-ALIM-LIEN-DEB.
           IF WS-NB-LIEN < WS-MAX-LIEN
              ADD 1                      TO WS-NB-LIEN
              SET WS-IX-LIEN             TO WS-NB-LIEN
              MOVE WS-LIE-CPTE-E     TO WS-LIEN-CPTE(WS-IX-LIEN)
              MOVE WS-LIE-CLI-E      TO WS-LIEN-CLI(WS-IX-LIEN)
              MOVE WS-LIE-ROLE-E     TO WS-LIEN-ROLE(WS-IX-LIEN)
              MOVE WS-LIE-DFIN-E     TO WS-LIEN-DFIN(WS-IX-LIEN)
           ELSE
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6130-READ-FLIEN-DEB
              THRU 6130-READ-FLIEN-FIN.
       7400-EMET-EVENEMENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO026'                TO WS-MSQ-PROG.
           MOVE 'ETATDOR'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATDOR.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LDOR-DETAIL
      *    AVANT ECRITURE SUR ETATDOR.
      *
       7610-MASQUE-LDOR-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATDOR       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LDOR-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDOR-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LDOR-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDOR-NOM-ED.
       7610-MASQUE-LDOR-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-DMAJ-ANNEE            TO WS-LDOR-DMAJ-AA-ED.
           MOVE WS-JOURS-ECART           TO WS-LDOR-NBJ-ED.
           MOVE WS-CPTE-SOLDE            TO WS-LDOR-SOLDE-ED.
           PERFORM 7610-MASQUE-LDOR-DETAIL-DEB
              THRU 7610-MASQUE-LDOR-DETAIL-FIN.
           WRITE FS-ENRG-ETATDOR-S       FROM WS-LDOR-DETAIL.
       8020-EDIT-LIGNE-CPTE-FIN.
           EXIT.
