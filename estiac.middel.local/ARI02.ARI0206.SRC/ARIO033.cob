      *               !  EVENEMENT 'DEC' SUR LE FICHIER DES           *
      *               !  EVENEMENTS DE CORRESPONDANCE (COPY EVTCOR)   *
      *               !  POUR LE GENERATEUR DE COURRIERS ARIO077      *
      * 15/10/2026    !  COMPTE ET NOM MASQUES SELON LA CLASSE DE     *
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
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 7500-INIT-MASQUE-DEB
              THRU 7500-INIT-MASQUE-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
       7000-QUALIF-SITUATION-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7500-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO033'                TO WS-MSQ-PROG.
           MOVE 'ETATDEC'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7500-INIT-MASQUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-CPTE-AGENCE           TO WS-LDEC-AGENCE-ED.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-CPTE-CPTE             TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDEC-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-CPTE-NOM              TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LDEC-NOM-ED.
           MOVE WS-CPTE-SOLDE            TO WS-LDEC-SOLDE-ED.
           MOVE WS-CPTE-DECOUV-AUT       TO WS-LDEC-DECOUV-ED.
           WRITE FS-ENRG-ETATDEC-S       FROM WS-LDEC-DETAIL.
           DISPLAY 'NOMBRE DE COMPTES EXAMINES   :  ' WS-CPT-CPTE.
           DISPLAY 'COMPTES EN DEPASSEMENT       :  ' WS-CPT-DEPASSE.
           DISPLAY 'COMPTES PROCHES DE LA LIMITE :  ' WS-CPT-PROCHE.
           DISPLAY 'NIVEAU DE MASQUAGE ETATDEC   :  ' WS-MSQ-NIVEAU.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
