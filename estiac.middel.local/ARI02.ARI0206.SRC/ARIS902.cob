      *               !  (TOUS LES JOURS COMPTENT), POUR LES BASES    *
      *               !  D'INTERET 360 QUI NE PEUVENT PAS SE MARIER   *
      *               !  A UN COMPTE DE JOURS OUVRES (ARIO066)        *
      * 15/10/2026    !  FONCTION J : AJOUT DE N JOURS CALENDAIRES A  *
      *               !  DATE-1 (ECHEANCE D'UN DELAI DE PAIEMENT,     *
      *               !  ARIO113) ; LE REPORT AU JOUR OUVRE SUIVANT   *
      *               !  RESTE A L'APPELANT (FONCTIONS O PUIS A)      *
      * 15/10/2026    !  FONCTION S : JOUR DE LA SEMAINE DE DATE-1    *
      *               !  (1 LUNDI A 7 DIMANCHE) ; FONCTION R : RETRAIT *
      *               !  DE N JOURS CALENDAIRES A DATE-1 (HISTORIQUE  *
      *               !  PAR JOUR DE SEMAINE DES CAISSES, ARIO157)    *
      *===============================================================*
      *
      *************************
              WHEN CAL-FCT-ECART-CAL
                   PERFORM 1030-FCT-ECART-CAL-DEB
                      THRU 1030-FCT-ECART-CAL-FIN
              WHEN CAL-FCT-AJOUT-CAL
                   PERFORM 1040-FCT-AJOUT-CAL-DEB
                      THRU 1040-FCT-AJOUT-CAL-FIN
              WHEN CAL-FCT-JOUR-SEM
                   PERFORM 1050-FCT-JOUR-SEM-DEB
                      THRU 1050-FCT-JOUR-SEM-FIN
              WHEN CAL-FCT-RETRAIT-CAL
                   PERFORM 1060-FCT-RETRAIT-CAL-DEB
                      THRU 1060-FCT-RETRAIT-CAL-FIN
              WHEN OTHER
                   SET CAL-RC-ERREUR     TO TRUE
           END-EVALUATE.
           MOVE WS-CPT-ECART             TO WS-CAL-NB-JOURS.
       1030-FCT-ECART-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FONCTION J : AJOUT DE N JOURS CALENDAIRES A DATE-1          *
      *---------------------------------------------------------------*
      *
       1040-FCT-AJOUT-CAL-DEB.
           MOVE WS-CAL-DATE-1            TO WS-DT-N.
           MOVE ZERO                     TO WS-CPT-AJOUT.
           PERFORM 7010-JOUR-SUIVANT-DEB
              THRU 7010-JOUR-SUIVANT-FIN
             VARYING WS-CPT-AJOUT FROM 1 BY 1
               UNTIL WS-CPT-AJOUT > WS-CAL-NB-JOURS.
           MOVE WS-DT-N                  TO WS-CAL-DATE-2.
       1040-FCT-AJOUT-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FONCTION S : JOUR DE LA SEMAINE DE DATE-1                   *
      *---------------------------------------------------------------*
      *
      *    RENDU DANS NB-JOURS (1 LUNDI ... 7 DIMANCHE) A PARTIR DU
      *    RESTE DE ZELLER (0 SAMEDI, 1 DIMANCHE, 2 LUNDI...) ; LE
      *    RESULTAT O/N EST POSITIONNE COMME PAR LA FONCTION O.
      *
       1050-FCT-JOUR-SEM-DEB.
           MOVE WS-CAL-DATE-1            TO WS-DT-N.
           PERFORM 7000-QUALIF-JOUR-DEB
              THRU 7000-QUALIF-JOUR-FIN.
           IF JOUR-OUVRE
              SET CAL-JOUR-OUVRE         TO TRUE
           ELSE
              SET CAL-JOUR-CHOME         TO TRUE
           END-IF.
           COMPUTE WS-ZEL-T = WS-ZEL-H + 5.
           DIVIDE WS-ZEL-T BY 7 GIVING WS-ZEL-QUOT
                               REMAINDER WS-ZEL-T.
           COMPUTE WS-CAL-NB-JOURS = WS-ZEL-T + 1.
       1050-FCT-JOUR-SEM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FONCTION R : RETRAIT DE N JOURS CALENDAIRES A DATE-1        *
      *---------------------------------------------------------------*
      *
       1060-FCT-RETRAIT-CAL-DEB.
           MOVE WS-CAL-DATE-1            TO WS-DT-N.
           MOVE ZERO                     TO WS-CPT-AJOUT.
           PERFORM 7015-JOUR-PRECEDENT-DEB
              THRU 7015-JOUR-PRECEDENT-FIN
             VARYING WS-CPT-AJOUT FROM 1 BY 1
               UNTIL WS-CPT-AJOUT > WS-CAL-NB-JOURS.
           MOVE WS-DT-N                  TO WS-CAL-DATE-2.
       1060-FCT-RETRAIT-CAL-FIN.
           EXIT.
      *
       2020-COMPTE-UN-JOUR-CAL-DEB.
           PERFORM 7010-JOUR-SUIVANT-DEB
       7010-JOUR-SUIVANT-FIN.
           EXIT.
      *
      *    JOUR CALENDAIRE PRECEDENT (ANNEE BISSEXTILE COMPRISE).
      *
       7015-JOUR-PRECEDENT-DEB.
           SUBTRACT 1                    FROM WS-DT-JJ.
           IF WS-DT-JJ > ZERO
              GO TO 7015-JOUR-PRECEDENT-FIN
           END-IF.
           SUBTRACT 1                    FROM WS-DT-MM.
           IF WS-DT-MM = ZERO
              MOVE 12                    TO WS-DT-MM
              SUBTRACT 1                 FROM WS-DT-AAAA
           END-IF.
           IF WS-DT-MM = 2
              PERFORM 7020-CTRL-BISSEXTILE-DEB
                 THRU 7020-CTRL-BISSEXTILE-FIN
              MOVE WS-RESTE              TO WS-DT-JJ
           ELSE
              MOVE WS-MOIS-LG(WS-DT-MM)  TO WS-DT-JJ
           END-IF.
       7015-JOUR-PRECEDENT-FIN.
           EXIT.
      *
      *    LONGUEUR DE FEVRIER DANS WS-RESTE (28 OU 29).
      *
       7020-CTRL-BISSEXTILE-DEB.
