      *               !  AU PREMIER APPEL (COMME LE CALENDRIER       *
      *               !  D'ARIS902) ; CODE ERREUR 8. FICHIER ABSENT  *
      *               !  = CONTROLE NEUTRALISE                       *
      * 15/10/2026    !  REFERENTIEL DES AGENCES AU-DELA DE LA       *
      *               !  CAPACITE DE LA TABLE (WS-MAX-AGREF) : LE    *
      *               !  CONTROLE N'EST PLUS NEUTRALISE, TOUTE       *
      *               !  DEMANDE DE TYPE A EST REJETEE EN CODE 8     *
      *===============================================================*
      *
      *************************
           88  AGREF-A-CHARGER              VALUE 'N'.
           88  AGREF-CHARGE                 VALUE 'O'.
           88  AGREF-ABSENT                 VALUE 'A'.
           88  AGREF-SATURE                 VALUE 'S'.
      *
       01  WS-SW-AGENCE-OK                  PIC X(01).
           88  AGENCE-BORNES-OK             VALUE 'O'.
      *---------------------------------------------------------------*
      *
       6020-ALIM-TAB-AGREF-DEB.
           IF WS-NB-AGREF < WS-MAX-AGREF
              ADD 1                          TO WS-NB-AGREF
              SET WS-IX-AGREF                TO WS-NB-AGREF
              MOVE WS-AGR-CODE-E       TO WS-AGR-CODE(WS-IX-AGREF)
              MOVE WS-AGR-DCLOT-E      TO WS-AGR-DCLOT(WS-IX-AGREF)
              MOVE WS-AGR-ABSORB-E     TO WS-AGR-ABSORB(WS-IX-AGREF)
           ELSE
              DISPLAY 'ARIS226 : F-AGREF-E PLUS DE 999 LIGNES, '
                      'CAPACITE DE LA TABLE DEPASSEE'
              DISPLAY 'ARIS226 : DEMANDES DE TYPE A REJETEES (CODE 8)'
              SET AGREF-SATURE               TO TRUE
              SET EOF-AGREF-E                TO TRUE
              GO TO 6020-ALIM-TAB-AGREF-FIN
           END-IF.
      *
       7070-VAL-AGENCE-BORNES-DEB.
           SET AGENCE-BORNES-OK              TO TRUE.
           IF AGREF-SATURE
              SET AGENCE-BORNES-KO           TO TRUE
              GO TO 7070-VAL-AGENCE-BORNES-FIN
           END-IF.
           IF NOT AGREF-CHARGE
              GO TO 7070-VAL-AGENCE-BORNES-FIN
           END-IF.
      *
       7080-ERR-08-DEB.
           MOVE 8                            TO WS-VALID-CODE-ERROR.
           IF AGREF-SATURE
              MOVE 'REFERENTIEL DES AGENCES AU-DELA DE LA CAPACITE'
                                             TO WS-VALID-MSG-ERROR
           ELSE
              MOVE 'AGENCE INCONNUE DU REFERENTIEL DES AGENCES'
                                             TO WS-VALID-MSG-ERROR
           END-IF.
       7080-ERR-08-FIN.
           EXIT.
      *---------------------------------------------------------------*
