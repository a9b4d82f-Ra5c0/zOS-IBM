      * 02/09/2026    !  LIGNE D'ENTETE PAR AGENCE AVEC LE LIBELLE    *
      *               !  DU REFERENTIEL DES AGENCES (F-AGREF-E,       *
      *               !  COPY AGENCE ; ABSENT = CODE BRUT SEUL)       *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-AGREF) ; DEPASSEMENT =    *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
      *---------------- TABLE DES AGENCES DECLAREES -------------------*
      *
       01  WS-TAB-CAI.
           05  WS-TCA-EL             OCCURS 999 TIMES.
               10  WS-TCA-AGENCE     PIC X(03).
               10  WS-TCA-DATE       PIC 9(08).
               10  WS-TCA-FONDS      PIC 9(9)V99    COMP-3.
      *
       1000-CHARGE-DECLARATION-DEB.
      *
           IF WS-NB-CAI NOT < WS-MAX-AGREF
              DISPLAY 'TABLE DES AGENCES DECLAREES SATUREE (999)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EXIT.
      *
       6064-ALIM-TAB-AGREF-DEB.
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
           PERFORM 6062-READ-FAGREF-DEB
              THRU 6062-READ-FAGREF-FIN.
