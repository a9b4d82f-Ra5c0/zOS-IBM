      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  SAISIE DES APPROBATIONS A QUATRE YEUX (MENU ARIC261, NIVEAU  *
      *  'M' DU PROFIL USRPRF EXIGE) : DOMAINE 'R' (REMISE SORTANTE,  *
      *  CLE = DATE DE REMISE AAAAMMJJ), 'C' (CATALOGUE FOURNISSEUR,  *
      *  CLE = FOURNISSEUR), 'P' (REOUVERTURE D'UNE PERIODE CLOTUREE, *
      *  CLE = MOIS AAAAMM), 'K' (CAMPAGNE DE MODIFICATION EN MASSE   *
      *  DES COMPTES, CLE = CODE CAMPAGNE) OU 'U' (RECERTIFICATION    *
      *  DES HABILITATIONS, CLE = CODE UTILISATEUR, JAMAIS LE SIEN),  *
      *  ACTION 'A' APPROUVE OU 'R' REJETE. L'APPROBATEUR N'EST PAS   *
      *  SAISI : C'EST L'UTILISATEUR SIGNE PAR ARIC260, SI BIEN QUE   *
      *  L'IDENTITE EST AUTHENTIFIEE ET NON UNE CARTE SYSIN LIBRE. LA *
      *  DECISION (COPY DECAPP) PART EN FILE TD EXTRAPARTITION 'ARIL' *
      *  DONT LE FICHIER EST CONSOMME PAR LES PASSAGES D'APPROBATION  *
      *  ARIO085 (REMISES), ARIO111 (CATALOGUE), ARIO127 (PERIODES),  *
      *  ARIO155 (CAMPAGNES) ET ARIO162 (REVOCATIONS USRPRF), QUI     *
      *  GARDENT LEURS CONTROLES USRPRF ET DE SEPARATION DES TACHES.  *
      *  CHAQUE DECISION EST JOURNALISEE DANS ARIJRN (TYPE 'P').      *
      *  RETOUR MENU PF3.                                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  DOMAINE 'P' : APPROBATION DE LA REOUVERTURE  *
      *               !  D'UNE PERIODE CLOTUREE (ARIO127), CLE = MOIS *
      *               !  AAAAMM NUMERIQUE                             *
      * 15/10/2026    !  DOMAINE 'K' : APPROBATION D'UNE CAMPAGNE DE  *
      *               !  MODIFICATION EN MASSE DES COMPTES (ARIO155), *
      *               !  CLE = CODE CAMPAGNE                          *
      * 15/10/2026    !  DOMAINE 'U' : VISA DE RECERTIFICATION D'UN   *
      *               !  UTILISATEUR (ARIO162), CLE = CODE            *
      *               !  UTILISATEUR, VISA DE SES PROPRES DROITS      *
      *               !  REFUSE                                       *
      *               !                                               *
      *===============================================================*
      *
           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE 'SAISIR DOMAINE (R/C/P/K/U), CLE ET ACTION (A/R)'
                                            TO MMSGO.

           PERFORM 6000-SEND-ERASE-DEB
              THRU 6010-RECEIVE-FIN.

           IF WS-RC = DFHRESP(MAPFAIL)
              MOVE 'SAISIR DOMAINE (R/C/P/K/U), CLE ET ACTION (A/R)'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3010-CTRL-SAISIE-FIN
           END-IF.

           IF NOT (MDOMI = 'R' OR MDOMI = 'C' OR MDOMI = 'P'
                   OR MDOMI = 'K' OR MDOMI = 'U')
              MOVE 'DOMAINE R, C, P, K OU U (RECERTIFICATION)'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
           END-IF.

           IF MCLEI = SPACE OR MCLEI = LOW-VALUE
              MOVE 'CLE A SAISIR (DATE, FOURN., MOIS, CAMPAGNE, USER)'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3010-CTRL-SAISIE-FIN
           END-IF.

           IF MDOMI = 'P' AND MCLEI(1:6) NOT NUMERIC
              MOVE 'POUR UNE PERIODE, LA CLE EST LE MOIS AAAAMM'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3010-CTRL-SAISIE-FIN
           END-IF.

           IF MDOMI = 'U' AND MCLEI = WS-USER
              MOVE 'RECERTIFICATION DE SES PROPRES DROITS INTERDITE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3010-CTRL-SAISIE-FIN
           END-IF.

           IF NOT (MACTI = 'A' OR MACTI = 'R')
              MOVE 'L''ACTION DOIT ETRE A (APPROUVE) OU R (REJETE)'
                                            TO MMSGO
