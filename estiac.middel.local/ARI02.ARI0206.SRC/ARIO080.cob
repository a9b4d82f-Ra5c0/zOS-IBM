      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-AGREF) ; DEPASSEMENT =    *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *---------------- DERNIERS SUFFIXES PAR AGENCE ------------------*
      *
       01  WS-TAB-SUFFIXE.
           05  WS-SUF-EL             OCCURS 999 TIMES.
               10  WS-SUF-AGENCE     PIC X(03).
               10  WS-SUF-DERNIER    PIC 9(07).
       01  WS-NB-SUF                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATOUV         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO080'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
           PERFORM 7000-RECH-SUFFIXE-DEB
              THRU 7000-RECH-SUFFIXE-FIN.
           IF SUF-NON-TROUVE
              IF WS-NB-SUF NOT < WS-MAX-AGREF
                 DISPLAY 'TABLE DES AGENCES SATUREE (999)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           EXIT.
      *
       6120-ALIM-TAB-AGREF-DEB.
           IF WS-NB-AGREF < WS-MAX-AGREF
              ADD 1                      TO WS-NB-AGREF
              SET WS-IX-AGREF            TO WS-NB-AGREF
              MOVE WS-AGR-CODE-E       TO WS-AGR-CODE(WS-IX-AGREF)
              MOVE WS-AGR-STATUT-E     TO WS-AGR-STATUT(WS-IX-AGREF)
              MOVE WS-AGR-DCLOT-E      TO WS-AGR-DCLOT(WS-IX-AGREF)
              MOVE WS-AGR-ABSORB-E     TO WS-AGR-ABSORB(WS-IX-AGREF)
           ELSE
              DISPLAY 'F-AGREF-E : PLUS DE 999 AGENCES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FAGREF-DEB
              THRU 6110-READ-FAGREF-FIN.
           PERFORM 7000-RECH-SUFFIXE-DEB
              THRU 7000-RECH-SUFFIXE-FIN.
           IF SUF-NON-TROUVE
              IF WS-NB-SUF NOT < WS-MAX-AGREF
                 DISPLAY 'TABLE DES AGENCES SATUREE (999)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
       7300-INIT-COMPTE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO080'                TO WS-MSQ-PROG.
           MOVE 'ETATOUV'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATOUV.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LOUV-DETAIL
      *    AVANT ECRITURE SUR ETATOUV.
      *
       7610-MASQUE-LOUV-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATOUV       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LOUV-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LOUV-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LOUV-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LOUV-NOM-ED.
       7610-MASQUE-LOUV-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           PERFORM 7610-MASQUE-LOUV-DETAIL-DEB
              THRU 7610-MASQUE-LOUV-DETAIL-FIN.
           WRITE FS-ENRG-ETATOUV-S       FROM WS-LOUV-DETAIL.
       8020-EDIT-DETAIL-FIN.
           EXIT.
