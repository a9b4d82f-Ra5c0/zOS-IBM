      *               !  RISQUE CHIMIQUE) CONFRONTES AUX CLASSES DE   *
      *               !  L'ARTICLE ; FICHIER DE ZONES ABSENT =        *
      *               !  CONTROLE NEUTRALISE                          *
      * 15/10/2026    !  DATE D'ENTREE EN CASIER (ARTBIN) POSEE A LA  *
      *               !  CONFIRMATION QUAND LE CASIER ETAIT VIDE      *
      *===============================================================*
      *
      *************************
                 MOVE WS-CRG-CASIER      TO WS-BINLOC-CLE
                 MOVE WS-CRG-ART         TO WS-BINLOC-ART-CODE
                 MOVE WS-CRG-QTE         TO WS-BINLOC-QTE
                 MOVE WS-DATE-SYST       TO WS-BINLOC-DATE-ENT
                 MOVE WS-ENR-BINLOC      TO FS-ENRG-BINLOC-ES
                 WRITE FS-ENRG-BINLOC-ES
                 IF NOT OK-BINLOC-ES
                 PERFORM 8020-EDIT-DETAIL-DEB
                    THRU 8020-EDIT-DETAIL-FIN
              WHEN OTHER
      *
      *    UN CASIER VIDE QUI RECOIT DU STOCK PREND LA DATE DU JOUR
      *    COMME DATE D'ENTREE (ORDRE DE VIDAGE DES RESERVES).
      *
                 IF WS-BINLOC-QTE = ZERO
                    MOVE WS-DATE-SYST    TO WS-BINLOC-DATE-ENT
                 END-IF
                 MOVE WS-CRG-ART         TO WS-BINLOC-ART-CODE
                 ADD WS-CRG-QTE          TO WS-BINLOC-QTE
                 REWRITE FS-ENRG-BINLOC-ES FROM WS-ENR-BINLOC
