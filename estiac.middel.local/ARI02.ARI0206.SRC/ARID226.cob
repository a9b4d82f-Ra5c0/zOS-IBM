      *               ยง  LE FICHIER OPTIONNEL F-TIMERP-E             *
      * 22/08/2026    ยง  HISTORIQUE DATE CPTHST LU A 150 C/ENRG      *
      *               ยง  (EXTENSION TP3CPTE)                         *
      * 15/10/2026    ยง  COMPTE ET NOM DU CLIENT MASQUES SUR         *
      *               ยง  L'ETATCLI SELON SA CLASSE DE DIFFUSION      *
      *               ยง  (ARIS909)                                   *
      *===============================================================*
      *
      *************************
      *
       COPY FSGUID.
      *
      *------------------- MASQUAGE DES IDENTIFIANTS (ARIS909) --------*
      *
       COPY MSQAPPL.
      *
      *------------------- DECLARATION DB2 ---------------------------*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           PERFORM 6011-OPEN-FETATANOX-DEB
              THRU 6011-OPEN-FETATANOX-FIN.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6210-OPEN-FCKPTE-DEB
              THRU 6210-OPEN-FCKPTE-FIN.
      *---------------------------------------------------------------*
      *
       7130-GEST-LG-ETATCLI-DEB.
           MOVE WS-NUMCPTE               TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE WS-DCRCPTE                  TO WS-DATE.
           MOVE WS-SS-TMP                   TO WS-LETAT-DCREA-SS-ED.
           MOVE WS-AA-TMP                   TO WS-LETAT-DCREA-AA-ED.
           MOVE WS-MM-TMP                   TO WS-LETAT-DMAJ-MM-ED.
           MOVE WS-JJ-TMP                   TO WS-LETAT-DMAJ-JJ-ED.
           MOVE WS-SLDCPTE                  TO WS-LETAT-SOLDE-ED.
           MOVE WS-NOMCLI                TO WS-MSQ-ZONE.
           PERFORM 7620-MASQUE-NOM-DEB
              THRU 7620-MASQUE-NOM-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NOMC-ED.
           ADD WS-SLDCPTE                   TO WS-SLD-TOTAL.
           ADD 1                            TO WS-CPT-ENRG-VIDE.
       7130-GEST-LG-ETATCLI-FIN.
      *---------------------------------------------------------------*
      *
       7170-GEST-FICHE-CPTE-DEB.
           MOVE WS-NUMCPTE               TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-FICHE-NUMCPT-ED.
           MOVE WS-NOMCLI                TO WS-MSQ-ZONE.
           PERFORM 7620-MASQUE-NOM-DEB
              THRU 7620-MASQUE-NOM-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-FICHE-NOMC-ED.
           MOVE WS-DCRCPTE      TO WS-DATE.
           MOVE WS-SS-TMP       TO WS-LETAT-FICHE-DCREA-SS-ED.
           MOVE WS-AA-TMP       TO WS-LETAT-FICHE-DCREA-AA-ED.
      *---------------------------------------------------------------*
      *
       7190-GEST-FICHE-HIST-DEB.
           MOVE WS-CPTS-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-FICHEH-NUMCPT-ED.
           MOVE WS-DEM-ASOF-JJ       TO WS-LETAT-FICHEH-ASOF-JJ-ED.
           MOVE WS-DEM-ASOF-MM       TO WS-LETAT-FICHEH-ASOF-MM-ED.
           MOVE WS-DEM-ASOF-AA       TO WS-LETAT-FICHEH-ASOF-AA-ED.
           MOVE WS-CPTS-SOLDE        TO WS-LETAT-FICHEH-SOLDE-ED.
       7190-GEST-FICHE-HIST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    NIVEAU DE MASQUAGE DE L'ETATCLI SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARID226'                TO WS-MSQ-PROG.
           MOVE 'ETATCLI'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MASQUAGE DU NUMERO DE COMPTE PLACE DANS WS-MSQ-ZONE.
      *
       7610-MASQUE-COMPTE-DEB.
           SET MSQ-FCT-COMPTE            TO TRUE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7610-MASQUE-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MASQUAGE DU NOM DU CLIENT PLACE DANS WS-MSQ-ZONE.
      *
       7620-MASQUE-NOM-DEB.
           SET MSQ-FCT-NOM               TO TRUE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7620-MASQUE-NOM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
