      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      *               !                                               *
      * 15/10/2026    !  CHAQUE COMPTE NOTE EST AUSSI AJOUTE A        *
      *               !  L'HISTORIQUE DES ALERTES DE VELOCITE         *
      *               !  (F-HISVEL-S, COPY HISVEL, OPEN EXTEND) RELU  *
      *               !  PAR LA NOTATION DU RISQUE CLIENT ARIO145     *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  F-ETATVEL-S         ASSIGN TO ETATVEL
                   FILE STATUS         IS WS-FS-ETATVEL-S.
      *                      -------------------------------------------
      *                      F-HISVEL-S : HISTORIQUE DES ALERTES (AJOUT)
      *                      -------------------------------------------
           SELECT  F-HISVEL-S          ASSIGN TO HISVEL
                   FILE STATUS         IS WS-FS-HISVEL-S.
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
       FD  F-ETATVEL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATVEL-S          PIC X(80).
      *
       FD  F-HISVEL-S
           RECORDING MODE IS F.
       01  FS-ENRG-HISVEL-S           PIC X(40).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
           COPY TP3MVTS.
      *
      *---------------- HISTORIQUE DES ALERTES DE VELOCITE ------------*
      *
           COPY HISVEL.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-MVTS-E              PIC XX.
           88  NOTFOUND-SEUILD-E     VALUE '35'.
       01  WS-FS-ETATVEL-S           PIC XX.
           88  OK-ETATVEL-S          VALUE '00'.
       01  WS-FS-HISVEL-S            PIC XX.
           88  OK-HISVEL-S           VALUE '00'.
      *
      *---------------- DATE DU PASSAGE -------------------------------*
      *
       01  WS-DATE-SYST              PIC 9(08) VALUE ZERO.
      *
      *---------------- SEUILS ----------------------------------------*
      *
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATVEL         PIC X(01) VALUE 'T'.
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
           PERFORM 6100-LIRE-SEUILS-DEB
              THRU 6100-LIRE-SEUILS-FIN.
              ADD 1                      TO WS-CPT-NOTES
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
              PERFORM 6020-WRITE-FHISVEL-DEB
                 THRU 6020-WRITE-FHISVEL-FIN
           END-IF.
      *
       2000-NOTE-CPTE-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    HISTORIQUE EN AJOUT (OPEN EXTEND, CREE AU PREMIER PASSAGE).
      *
           OPEN EXTEND F-HISVEL-S.
           IF NOT OK-HISVEL-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISVEL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISVEL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
           END-IF.
       6010-READ-FMVTST-FIN.
           EXIT.
      *
       6020-WRITE-FHISVEL-DEB.
           MOVE SPACES                   TO WS-ENRG-F-HISVEL.
           MOVE WS-CPTE-COURANT          TO WS-VEL-CPTE.
           MOVE WS-DATE-SYST             TO WS-VEL-DATE.
           MOVE WS-SCORE                 TO WS-VEL-SCORE.
           MOVE WS-NB-MVT-CPTE           TO WS-VEL-NB-MVT.
           MOVE WS-SW-R1                 TO WS-VEL-R1.
           MOVE WS-SW-R2                 TO WS-VEL-R2.
           MOVE WS-SW-R3                 TO WS-VEL-R3.
           MOVE WS-SW-R4                 TO WS-VEL-R4.
           WRITE FS-ENRG-HISVEL-S        FROM WS-ENRG-F-HISVEL.
           IF NOT OK-HISVEL-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HISVEL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISVEL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-WRITE-FHISVEL-FIN.
           EXIT.
      *
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-MVTST-E.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-HISVEL-S.
           IF NOT OK-HISVEL-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-HISVEL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISVEL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       7030-CTRL-REPETES-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO045'                TO WS-MSQ-PROG.
           MOVE 'ETATVEL'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATVEL.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LVEL-DETAIL
      *    AVANT ECRITURE SUR ETATVEL.
      *
       7610-MASQUE-LVEL-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATVEL       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LVEL-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LVEL-CPTE-ED.
       7610-MASQUE-LVEL-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-SW-R2                 TO WS-LVEL-R2-ED.
           MOVE WS-SW-R3                 TO WS-LVEL-R3-ED.
           MOVE WS-SW-R4                 TO WS-LVEL-R4-ED.
           PERFORM 7610-MASQUE-LVEL-DETAIL-DEB
              THRU 7610-MASQUE-LVEL-DETAIL-FIN.
           WRITE FS-ENRG-ETATVEL-S       FROM WS-LVEL-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
