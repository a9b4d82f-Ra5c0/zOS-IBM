      *  QUE LE TRADUCTEUR PARTENAIRE ARIO048) : LE FICHIER EXTERNE   *
      *  (F-EXTCDE-E, 200 C) EST CONVERTI AU FORMAT CDECLI SELON LA   *
      *  TABLE DE TRANSCODIFICATION F-MAPCDE-E (CLIENT, CHAMP CIBLE   *
      *  CDENO/CLIENT/ARTICLE/QTE/DATEDEM/UNITE/PRIORITE, POSITION,   *
      *  LONGUEUR, FORMAT C CARACTERE / N NUMERIQUE / D DATE          *
      *  AAAAMMJJ). LE CLIENT TRAITE EST RECU EN SYSIN. VALIDATIONS : *
      *  CLIENT CONNU ET ACTIF DANS CLI0206, ARTICLE PRESENT DANS     *
      *  ART0206 OU RESOLUBLE PAR LA TABLE DE SUBSTITUTION SUBART,    *
      *  QUANTITE SAINE. LES COMMANDES ACCEPTEES SORTENT AU STATUT    *
      *  'N' SUR F-CDE-S (CONCATENE AU F-CDE-E DE L'ALLOCATION        *
      *  ARIO942 DU SOIR MEME) ; L'ETAT D'ACCEPTATION/REJET EST       *
      *  RENVOYE AU CLIENT. UN NOUVEAU CLIENT EDI EST UNE LIGNE DE    *
      *  TABLE, PAS UN NOUVEAU PROGRAMME.                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  CTLFIC) : IDENTIFIANT = CODE CLIENT,         *
      *               !  NOMBRE ET EMPREINTE DES QUANTITES VERIFIES,  *
      *               !  FICHIER TRONQUE = ARRET EN CODE RETOUR 12    *
      * 15/10/2026    !  CHAMP CIBLE PRIORITE (PRIORITE DE LA         *
      *               !  COMMANDE, A BLANC OU 1 A 9) POUR LES REGLES  *
      *               !  D'ALLOCATION D'ARIO942                       *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
                 MOVE WS-ZONE-EXTRAITE(1:8) TO WS-CDE-DATE-DEM
              WHEN 'UNITE   '
                 MOVE WS-ZONE-EXTRAITE(1:1) TO WS-CDE-UNITE
              WHEN 'PRIORITE'
                 MOVE WS-ZONE-EXTRAITE(1:1) TO WS-CDE-PRIORITE
              WHEN OTHER
                 SET LIGNE-REJETEE       TO TRUE
                 MOVE 'CHAMP CIBLE INCONNU DE LA TABLE'
              GO TO 3000-VALIDE-COMMANDE-FIN
           END-IF.
      *
      *--------------- PRIORITE DE COMMANDE : A BLANC OU 1 A 9 -------*
      *
           IF NOT CDE-SANS-PRIORITE
              AND (WS-CDE-PRIORITE IS NOT NUMERIC
                   OR WS-CDE-PRIORITE = '0')
              SET LIGNE-REJETEE          TO TRUE
              MOVE 'PRIORITE DE COMMANDE INVALIDE'
                                         TO WS-MOTIF-REJET
              GO TO 3000-VALIDE-COMMANDE-FIN
           END-IF.
      *
      *--------------- ARTICLE : ART0206 OU SUBSTITUTION SUBART ------*
      *
           PERFORM 7100-RESOUT-ARTICLE-DEB
           EXIT.
      *
       6220-ALIM-TAB-CLICOM-DEB.
           IF WS-NB-CLC < WS-MAX-CLC
              ADD 1                      TO WS-NB-CLC
              SET WS-IX-CLC              TO WS-NB-CLC
              MOVE WS-CLC-CODE-E       TO WS-CLC-CODE(WS-IX-CLC)
              MOVE WS-CLC-CATEG-E      TO WS-CLC-CATEG(WS-IX-CLC)
              MOVE WS-CLC-CREDIT-LIM-E TO WS-CLC-CREDIT-LIM(WS-IX-CLC)
              MOVE WS-CLC-STATUT-E     TO WS-CLC-STATUT(WS-IX-CLC)
           ELSE
              DISPLAY 'F-CLICOM-E : PLUS DE 3000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLICOM-DEB
              THRU 6210-READ-FCLICOM-FIN.
