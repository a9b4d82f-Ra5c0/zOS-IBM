      *               !  CLILIEN, FICHIERS OPTIONNELS) : NUMERO       *
      *               !  CLIENT PORTE SUR LA LIGNE DE DECLARATION     *
      *               !  ET NOM LEGAL SUR LA LETTRE RECAPITULATIVE    *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      *===============================================================*
      *
      *************************
           EXIT.
      *
       6120-ALIM-CLIM-DEB.
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                      TO WS-NB-CLIM
              SET WS-IX-CLIM             TO WS-NB-CLIM
              MOVE WS-CLI-NUM-E      TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E      TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E   TO WS-CLIM-STATUT(WS-IX-CLIM)
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
