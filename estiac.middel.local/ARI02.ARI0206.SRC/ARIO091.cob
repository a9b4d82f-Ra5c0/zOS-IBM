      *               !  SUSPENS 'DP' (PROVISION INSUFFISANTE) RELUS  *
      *               !  DE F-SUSCPT-E BASCULENT LA FACTURE 'P' EN    *
      *               !  'I' ET ALIMENTENT L'ETAT DES CREANCES        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
           EXIT.
      *
       6120-ALIM-TAB-CLICOM-DEB.
           IF WS-NB-CLC NOT < WS-MAX-CLC
              DISPLAY 'TABLE DES CLIENTS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
