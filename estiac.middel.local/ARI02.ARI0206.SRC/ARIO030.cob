      * 02/09/2026    !  COMPTES EN SUCCESSION (STATUT 'S') : LES     *
      *               !  INTERETS SONT ARRETES, AUCUN MOUVEMENT 'I'   *
      *               !  OU 'J' N'EST EMIS POUR CES COMPTES           *
      * 15/10/2026    !  LIVRETS D'EPARGNE REGLEMENTES (PRODUIT       *
      *               !  'LIV') EXCLUS : LEURS INTERETS PAR QUINZAINE *
      *               !  SONT CALCULES ET CREDITES UNE FOIS L'AN PAR  *
      *               !  ARIO148                                      *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
       01  WS-CPT-MVT-J                PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-BAR             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SUCCESSION           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIVRET               PIC 9(05) VALUE ZERO.
       01  WS-TOT-INT-CRE              PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INT-DEB              PIC 9(9)V99 COMP-3 VALUE ZERO.
      *
      *
       01  WS-LCRE0-ASTER              PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATINT         PIC X(01) VALUE 'T'.
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
      *--------------- PREPARATION DU TRAITEMENT ---------------------*
      *
              ADD 1                      TO WS-CPT-SUCCESSION
              GO TO 1000-SUITE
           END-IF.
      *
      *    LIVRET D'EPARGNE REGLEMENTE : INTERETS PAR QUINZAINE,
      *    CREDITES EN FIN D'ANNEE PAR ARIO148.
      *
           IF CPTE-LIVRET
              ADD 1                      TO WS-CPT-LIVRET
              GO TO 1000-SUITE
           END-IF.
      *
           PERFORM 7000-RECH-BAREME-DEB
              THRU 7000-RECH-BAREME-FIN.
       7020-PREP-MVT-INTERET-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO030'                TO WS-MSQ-PROG.
           MOVE 'ETATINT'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATINT.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LINT-DETAIL
      *    AVANT ECRITURE SUR ETATINT.
      *
       7610-MASQUE-LINT-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATINT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LINT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LINT-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LINT-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LINT-NOM-ED.
       7610-MASQUE-LINT-DETAIL-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LINT-SANSBAR
      *    AVANT ECRITURE SUR ETATINT.
      *
       7620-MASQUE-LINT-SANSBAR-DEB.
           MOVE WS-MSQ-NIV-ETATINT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LINT-SB-CPTE-ED       TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LINT-SB-CPTE-ED.
       7620-MASQUE-LINT-SANSBAR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-TAUX-RETENU           TO WS-LINT-TAUX-ED.
           MOVE WS-MVTS-CODE             TO WS-LINT-CODE-ED.
           MOVE WS-INTERET-ABS           TO WS-LINT-INT-ED.
           PERFORM 7610-MASQUE-LINT-DETAIL-DEB
              THRU 7610-MASQUE-LINT-DETAIL-FIN.
           WRITE FS-ENRG-ETATINT-S       FROM WS-LINT-DETAIL.
       8010-EDIT-LIGNE-INT-FIN.
           EXIT.
      *
       8020-EDIT-SANS-BAREME-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LINT-SB-CPTE-ED.
           PERFORM 7620-MASQUE-LINT-SANSBAR-DEB
              THRU 7620-MASQUE-LINT-SANSBAR-FIN.
           WRITE FS-ENRG-ETATINT-S       FROM WS-LINT-SANSBAR.
       8020-EDIT-SANS-BAREME-FIN.
           EXIT.
                   WS-CPT-SANS-BAR.
           DISPLAY 'COMPTES EN SUCCESSION (ARRETES)  :  '
                   WS-CPT-SUCCESSION.
           DISPLAY 'LIVRETS (INTERETS ANNUELS)       :  '
                   WS-CPT-LIVRET.
           DISPLAY 'TOTAL INTERETS CREDITEURS        :  '
                   WS-TOT-INT-CRE.
           DISPLAY 'TOTAL AGIOS DEBITEURS            :  '
