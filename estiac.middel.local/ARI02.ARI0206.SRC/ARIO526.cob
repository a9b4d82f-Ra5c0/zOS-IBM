      * 09/08/2026    ยง  AJOUT FILTRE PAR DATE SUR LES DEMANDES A/B  *
      * 09/08/2026    ยง  CONTROLE DE LA DEMANDE VIA ARIS226          *
      * 09/08/2026    ยง  SAUT DE PAGE SUR L'ETATCLI VIA ARIS900      *
      * 15/10/2026    ยง  COMPTE ET NOM DU CLIENT MASQUES SUR         *
      *               ยง  L'ETATCLI SELON SA CLASSE DE DIFFUSION      *
      *               ยง  (ARIS909)                                   *
      *               ยง                                              *
      *===============================================================*
      *
      *
       COPY TP5VALID.
      *
      *------------------- MASQUAGE DES IDENTIFIANTS (ARIS909) --------*
      *
       COPY MSQAPPL.
      *
      *------------------- CONTROLE DE SAUT DE PAGE (ARIS900) --------*
      *
       COPY PAGECTL.
      *
           PERFORM 6020-OPEN-FETATANO-DEB
              THRU 6020-OPEN-FETATANO-FIN.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6030-POINTER-PRI-DEB
              THRU 6030-POINTER-PRI-FIN.
      *---------------------------------------------------------------*
      *
       7130-GEST-LG-ETATCLI-DEB.
           MOVE WS-CPTE-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE WS-CPTE-DCREA-SS            TO WS-LETAT-DCREA-SS-ED.
           MOVE WS-CPTE-DCREA-AA            TO WS-LETAT-DCREA-AA-ED.
           MOVE WS-CPTE-DCREA-MM            TO WS-LETAT-DCREA-MM-ED.
           MOVE WS-CPTE-DMAJ-MM             TO WS-LETAT-DMAJ-MM-ED.
           MOVE WS-CPTE-DMAJ-JJ             TO WS-LETAT-DMAJ-JJ-ED.
           MOVE WS-CPTE-SOLDE               TO WS-LETAT-SOLDE-ED.
           MOVE WS-CPTE-NOM              TO WS-MSQ-ZONE.
           PERFORM 7620-MASQUE-NOM-DEB
              THRU 7620-MASQUE-NOM-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NOMC-ED.
           ADD 1                            TO WS-CPT-ENRG-VIDE.
       7130-GEST-LG-ETATCLI-FIN.
           EXIT.
           MOVE 0                         TO WS-CODE-ERROR.
       7160-NO-ERR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    NIVEAU DE MASQUAGE DE L'ETATCLI SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO526'                TO WS-MSQ-PROG.
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
