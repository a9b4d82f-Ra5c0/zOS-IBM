      *  MEILLEUR TAUX DE PONCTUALITE, SUIVI D'UNE PAGE DE DETAIL     *
      *  PAR FOURNISSEUR LISTANT LES COMMANDES EN RETARD OU EN        *
      *  ECART (NOM RELU DANS FOU0206).                               *
      *  LA CONFORMITE AUX AVIS D'EXPEDITION (RESULTAT DU             *
      *  RAPPROCHEMENT ARIO937 PORTE SUR LA COMMANDE) EST NOTEE EN    *
      *  COLONNE ASN % : PART DES COMMANDES CONTROLEES RECUES SANS    *
      *  ECART A L'AVIS (TIRET SI AUCUNE COMMANDE CONTROLEE) ; LES    *
      *  LIVRAISONS NON ANNONCEES ET LES MANQUES, EXCEDENTS, LOTS OU  *
      *  DLUO DIFFERENTS FIGURENT AUX PAGES DE DETAIL.                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  COLONNE ASN % : CONFORMITE DES RECEPTIONS    *
      *               !  AUX AVIS D'EXPEDITION FOURNISSEUR            *
      *               !  (RAPPROCHEMENT ARIO937) ; ECARTS AUX AVIS    *
      *               !  AUX PAGES DE DETAIL                          *
      *               !                                               *
      *===============================================================*
      *
               10  WS-NOTE-TX-PONCT  PIC 9(03).
               10  WS-NOTE-TX-ECART  PIC 9(03).
               10  WS-NOTE-RET-MOY   PIC 9(05)V9.
               10  WS-NOTE-ASN-NB    PIC 9(05).
               10  WS-NOTE-ASN-ECART PIC 9(05).
               10  WS-NOTE-TX-ASN    PIC 9(03).
       01  WS-NB-NOTE                PIC S9(04) COMP VALUE ZERO.
       01  WS-IND-NOTE               PIC S9(04) COMP.
       01  WS-IND-NOTE2              PIC S9(04) COMP.
           05  FILLER                PIC 9(03).
           05  FILLER                PIC 9(03).
           05  FILLER                PIC 9(05)V9.
           05  FILLER                PIC 9(05).
           05  FILLER                PIC 9(05).
           05  FILLER                PIC 9(03).
      *
      *---------------- TABLE DES SCORES DU TRIMESTRE PASSE -----------*
      *
      *---------------- CALCULS DE LA PERIODE -------------------------*
      *
       01  WS-RETARD-JO              PIC 9(05).
       01  WS-TX-ASN-ED              PIC ZZ9.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
           05  FILLER                PIC X(13) VALUE 'RETARD MOYEN'.
           05  FILLER                PIC X(09) VALUE 'ECART %'.
           05  FILLER                PIC X(10) VALUE 'TENDANCE'.
           05  FILLER                PIC X(05) VALUE 'ASN %'.
       01  WS-LSCO-DETAIL.
           05  WS-LSCO-FOU-ED        PIC X(06).
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LSCO-ECART-ED      PIC ZZ9.
           05  FILLER                PIC X(06) VALUE SPACE.
           05  WS-LSCO-TEND-ED       PIC +ZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LSCO-ASN-ED        PIC X(03).
       01  WS-LSCO-RUPTURE.
           05  FILLER                PIC X(14)
               VALUE 'FOURNISSEUR : '.
              ADD 1                      TO
                  WS-NOTE-ECART-NB(WS-IND-NOTE-UTIL)
           END-IF.
           IF NOT CMD-ASN-NON-CONTROLEE
              ADD 1                      TO
                  WS-NOTE-ASN-NB(WS-IND-NOTE-UTIL)
           END-IF.
           IF CMD-ASN-ECART OR CMD-ASN-NON-ANNONCEE
              ADD 1                      TO
                  WS-NOTE-ASN-ECART(WS-IND-NOTE-UTIL)
           END-IF.
      *
       1000-CUMUL-COMMANDE-SUITE.
           PERFORM 6030-READ-FTRI-DEB
      *
           IF WS-CMD-DATE-LIV-REELLE NOT > WS-CMD-DATE-LIV-PREVUE
              AND WS-CMD-QTE-RECUE = WS-CMD-QTE
              AND NOT CMD-ASN-ECART
              AND NOT CMD-ASN-NON-ANNONCEE
              GO TO 3000-DETAIL-COMMANDE-SUITE
           END-IF.
      *
           EXIT.
      *
      *    TAUX DE PONCTUALITE ET D'ECART, RETARD MOYEN SUR LES
      *    SEULES COMMANDES EN RETARD, CONFORMITE AUX AVIS SUR LES
      *    SEULES COMMANDES CONTROLEES.
      *
       7040-CALCUL-TAUX-DEB.
           COMPUTE WS-NOTE-TX-PONCT(WS-IND-NOTE) ROUNDED =
              MOVE ZERO                  TO
                   WS-NOTE-RET-MOY(WS-IND-NOTE)
           END-IF.
           IF WS-NOTE-ASN-NB(WS-IND-NOTE) > ZERO
              COMPUTE WS-NOTE-TX-ASN(WS-IND-NOTE) ROUNDED =
                      (WS-NOTE-ASN-NB(WS-IND-NOTE) -
                       WS-NOTE-ASN-ECART(WS-IND-NOTE)) * 100 /
                      WS-NOTE-ASN-NB(WS-IND-NOTE)
           ELSE
              MOVE ZERO                  TO
                   WS-NOTE-TX-ASN(WS-IND-NOTE)
           END-IF.
       7040-CALCUL-TAUX-FIN.
           EXIT.
      *
           MOVE WS-NOTE-TX-ECART(WS-IND-NOTE)
                                         TO WS-LSCO-ECART-ED.
           MOVE WS-TENDANCE              TO WS-LSCO-TEND-ED.
           IF WS-NOTE-ASN-NB(WS-IND-NOTE) > ZERO
              MOVE WS-NOTE-TX-ASN(WS-IND-NOTE)
                                         TO WS-TX-ASN-ED
              MOVE WS-TX-ASN-ED          TO WS-LSCO-ASN-ED
           ELSE
              MOVE '  -'                 TO WS-LSCO-ASN-ED
           END-IF.
           WRITE FS-ENRG-ETATSCO-S       FROM WS-LSCO-DETAIL.
      *
           MOVE WS-NOTE-FOU(WS-IND-NOTE) TO WS-SCO-FOU.
       8040-EDIT-CDE-DEFAUT-DEB.
           MOVE WS-CMD-NO                TO WS-LSCO-CNO-ED.
           MOVE WS-CMD-ART-CODE          TO WS-LSCO-CART-ED.
           IF WS-CMD-DATE-LIV-REELLE NOT > WS-CMD-DATE-LIV-PREVUE
              AND WS-CMD-QTE-RECUE = WS-CMD-QTE
              GO TO 8040-EDIT-CDE-AVIS
           END-IF.
           IF WS-CMD-DATE-LIV-REELLE > WS-CMD-DATE-LIV-PREVUE
              IF WS-CMD-QTE-RECUE NOT = WS-CMD-QTE
                 MOVE 'LIVREE EN RETARD ET QUANTITE EN ECART'
                                         TO WS-LSCO-CMOTIF-ED
           END-IF.
           WRITE FS-ENRG-ETATSCO-S       FROM WS-LSCO-CDE.
      *
      *    ECARTS A L'AVIS D'EXPEDITION : UNE LIGNE PAR ECART.
      *
       8040-EDIT-CDE-AVIS.
           IF CMD-ASN-NON-ANNONCEE
              MOVE 'LIVREE SANS AVIS D''EXPEDITION'
                                         TO WS-LSCO-CMOTIF-ED
              WRITE FS-ENRG-ETATSCO-S    FROM WS-LSCO-CDE
           END-IF.
           IF CMD-ASN-MANQUE
              MOVE 'MANQUE SUR LA QUANTITE ANNONCEE'
                                         TO WS-LSCO-CMOTIF-ED
              WRITE FS-ENRG-ETATSCO-S    FROM WS-LSCO-CDE
           END-IF.
           IF CMD-ASN-EXCEDENT
              MOVE 'EXCEDENT SUR LA QUANTITE ANNONCEE'
                                         TO WS-LSCO-CMOTIF-ED
              WRITE FS-ENRG-ETATSCO-S    FROM WS-LSCO-CDE
           END-IF.
           IF CMD-ASN-LOT-DIFFERENT
              MOVE 'LOT LIVRE DIFFERENT DU LOT ANNONCE'
                                         TO WS-LSCO-CMOTIF-ED
              WRITE FS-ENRG-ETATSCO-S    FROM WS-LSCO-CDE
           END-IF.
           IF CMD-ASN-DLUO-DIFFERENTE
              MOVE 'DLUO LIVREE DIFFERENTE DE LA DLUO ANNONCEE'
                                         TO WS-LSCO-CMOTIF-ED
              WRITE FS-ENRG-ETATSCO-S    FROM WS-LSCO-CDE
           END-IF.
       8040-EDIT-CDE-DEFAUT-FIN.
           EXIT.
      *
