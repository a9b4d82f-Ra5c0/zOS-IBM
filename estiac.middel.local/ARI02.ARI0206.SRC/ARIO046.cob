      *               !  ENREGISTREMENT EXPLOITABLE (COPY EXOFRA,     *
      *               !  F-EXOFRA-S) POUR LES FRAIS PERCUS ET         *
      *               !  EXONERES DU RAPPORT DE CONTRIBUTION ARIO079  *
      * 15/10/2026    !  LIVRETS D'EPARGNE REGLEMENTES (PRODUIT       *
      *               !  'LIV') EXONERES DE FRAIS DE TENUE DE COMPTE  *
      * 15/10/2026    !  COMPTE PORTANT L'INDICATEUR D'EXONERATION    *
      *               !  DES FRAIS ('O') : FRAIS EXONERE AVEC LE      *
      *               !  MOTIF EXONERATION DU COMPTE                  *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
       01  WS-CPT-FACTURES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-EXONERES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SUCCESSION           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIVRET               PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-BAR             PIC 9(05) VALUE ZERO.
       01  WS-TOT-FRAIS                PIC 9(9)V99 COMP-3 VALUE ZERO.
      *
      *
       01  WS-LCRE0-ASTER              PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATFRA         PIC X(01) VALUE 'T'.
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
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
              ADD 1                      TO WS-CPT-SUCCESSION
              GO TO 1000-SUITE
           END-IF.
      *
      *    LIVRET D'EPARGNE REGLEMENTE : SANS FRAIS DE TENUE.
      *
           IF CPTE-LIVRET
              ADD 1                      TO WS-CPT-LIVRET
              GO TO 1000-SUITE
           END-IF.
      *
           PERFORM 7000-RECH-BAREME-DEB
              THRU 7000-RECH-BAREME-FIN.
      *    EXONERANT, OU ANCIENNETE DU COMPTE (ANNEES ENTIERES
      *    DEPUIS WS-CPTE-DCREA) AU MOINS EGALE A L'ANCIENNETE
      *    EXONERANTE. LE MOTIF RETENU EST TRACE AU JOURNAL.
      *    L'INDICATEUR D'EXONERATION DU COMPTE PRIME SUR LE BAREME.
      *
       7100-CTRL-EXONERATION-DEB.
      *
           SET EXONERE-NON               TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-EXO.
      *
           IF CPTE-EXO-FRAIS
              SET EXONERE-OUI            TO TRUE
              MOVE 'EXONERATION DU COMPTE'
                                         TO WS-MOTIF-EXO
              GO TO 7100-CTRL-EXONERATION-FIN
           END-IF.
      *
           IF WS-BFR-EXO-SOLDE(WS-IX-BARFRA) > ZERO
              AND WS-CPTE-SOLDE NOT <
       7400-EMET-EVENEMENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO046'                TO WS-MSQ-PROG.
           MOVE 'ETATFRA'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATFRA.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LFRA-DETAIL
      *    AVANT ECRITURE SUR ETATFRA.
      *
       7610-MASQUE-LFRA-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATFRA       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LFRA-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LFRA-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LFRA-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LFRA-NOM-ED.
       7610-MASQUE-LFRA-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-CPTE-NOM              TO WS-LFRA-NOM-ED.
           MOVE WS-FRAIS-RETENU          TO WS-LFRA-FRAIS-ED.
           MOVE WS-MOTIF-EXO             TO WS-LFRA-MOTIF-ED.
           PERFORM 7610-MASQUE-LFRA-DETAIL-DEB
              THRU 7610-MASQUE-LFRA-DETAIL-FIN.
           WRITE FS-ENRG-ETATFRA-S       FROM WS-LFRA-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
                   WS-CPT-SANS-BAR.
           DISPLAY 'COMPTES EN SUCCESSION        :  '
                   WS-CPT-SUCCESSION.
           DISPLAY 'LIVRETS REGLEMENTES          :  '
                   WS-CPT-LIVRET.
           DISPLAY 'TOTAL DES FRAIS EMIS         :  ' WS-TOT-FRAIS.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
