      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  FLUX DES TRANSFERTS INTER-DEPOTS (COPY TRFDEP). LES DEMANDES *
      *  ET CONFIRMATIONS DE RECEPTION SAISIES EN LIGNE (ARIC275,     *
      *  FICHIER TRFMAJ, COPY TRFMAJ) SONT REPRISES A CHAQUE          *
      *  PASSAGE : LES DEMANDES DEVIENNENT DES ORDRES DEMANDES, UN    *
      *  ORDRE EN TRANSIT CONFIRME EST RECU POUR LA QUANTITE          *
      *  CONFIRMEE ; UN ECART AVEC LA QUANTITE EXPEDIEE EST MARQUE    *
      *  SUR L'ORDRE ET EDITE POUR ENQUETE. CARTE SYSIN A BLANC =     *
      *  PASSAGE AUTOMATIQUE (EXPEDITION DES ORDRES DEMANDES,         *
      *  RECEPTION DES TRANSITS CONFIRMES, AGE DES AUTRES TRANSITS) ; *
      *  LES CARTES HISTORIQUES RESTENT ADMISES :                     *
      *    'EXPED' : CHAQUE ORDRE DEMANDE EST PRELEVE DES CASIERS DU  *
      *              DEPOT D'ORIGINE (MATRICE ARTBIN, CASIERS DE      *
      *              L'ARTICLE EN ORDRE DE CLE) ET PASSE EN TRANSIT ; *
      *               !  RISQUE CHIMIQUE) SONT CONFRONTES AUX        *
      *               !  CLASSES DE L'ARTICLE (ART0206) ; FICHIER    *
      *               !  DE ZONES ABSENT = CONTROLE NEUTRALISE       *
      * 15/10/2026    !  REPRISE DES DEMANDES DE TRANSFERT ET DES     *
      *               !  CONFIRMATIONS DE RECEPTION SAISIES EN LIGNE  *
      *               !  (ARIC275, FICHIER TRFMAJ) ; CARTE SYSIN A    *
      *               !  BLANC = PASSAGE AUTOMATIQUE ; RECEPTION A LA *
      *               !  QUANTITE CONFIRMEE ET ECART DE TRANSIT       *
      *               !  MARQUE ET EDITE POUR ENQUETE                 *
      *===============================================================*
      *
      *************************
           SELECT  OPTIONAL F-ZONATT-E ASSIGN TO ZONATT
                   FILE STATUS         IS WS-FS-ZONATT-E.
      *                      -------------------------------------------
      *                      F-TRFMAJ-E : SAISIES EN LIGNE (ARIC275)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-TRFMAJ-E ASSIGN TO TRFMAJ
                   FILE STATUS         IS WS-FS-TRFMAJ-E.
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER ARTICLE (CLASSES)
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO ART0206
       FD  F-ZONATT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ZONATT-E          PIC X(20).
      *
       FD  F-TRFMAJ-E
           RECORDING MODE IS F.
       01  FS-ENRG-TRFMAJ-E          PIC X(60).
      *
       FD  F-ART-E
           RECORD CONTAINS 380 CHARACTERS.
      *
           COPY TRFDEP.
      *
      *---------------- DEMANDES ET RECEPTIONS SAISIES EN LIGNE -------*
      *
           COPY TRFMAJ.
      *
       01  WS-FS-TRFMAJ-E            PIC XX.
           88  OK-TRFMAJ-E           VALUE '00' '05'.
           88  EOF-TRFMAJ-E          VALUE '10'.
      *
      *    CONFIRMATIONS DE RECEPTION EN ATTENTE D'APPLICATION, PAR
      *    NUMERO D'ORDRE ; UNE CONFIRMATION NON APPLIQUEE EN FIN DE
      *    PASSAGE EST EDITEE POUR RESAISIE.
      *
       01  WS-NB-CONF                PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CONF                PIC S9(04) COMP.
       01  WS-TAB-CONF.
           05  WS-CONF-EL            OCCURS 500.
               10  WS-CONF-TRF-NO    PIC X(08).
               10  WS-CONF-ART       PIC X(06).
               10  WS-CONF-QTE       PIC 9(06).
               10  WS-CONF-DEP-ORIG  PIC 9(02).
               10  WS-CONF-DEP-DEST  PIC 9(02).
               10  WS-CONF-SW        PIC X(01).
                   88  CONF-APPLIQUEE     VALUE 'O'.
                   88  CONF-EN-ATTENTE    VALUE 'N'.
       01  WS-SW-CONF-TROUVEE        PIC X(01).
           88  CONF-TROUVEE          VALUE 'O'.
           88  CONF-NON-TROUVEE      VALUE 'N'.
       01  WS-QTE-A-RANGER           PIC 9(06).
       01  WS-QTE-RECUE-ED           PIC ZZZZZ9.
      *
      *---------------- CLASSES DE CONTRAINTE (ART0206) ---------------*
      *
           COPY ARTICLE.
               88  DEM-EXPEDITION    VALUE 'EXPED'.
               88  DEM-RECEPTION     VALUE 'RECEP'.
               88  DEM-RETARD        VALUE 'RETAR'.
               88  DEM-AUTO          VALUE SPACES.
      *
      *---------------- PRELEVEMENT / RANGEMENT DANS LA MATRICE -------*
      *
       01  WS-CPT-SIGNALES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-TRANSITS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CASIERS-MAJ        PIC 9(05) VALUE ZERO.
       01  WS-CPT-DEM-LIGNE          PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONF-LUES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONF-NON-APPL      PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           MOVE SPACES                   TO WS-ENRG-DEMANDE.
           ACCEPT WS-ENRG-DEMANDE.
           IF NOT (DEM-EXPEDITION OR DEM-RECEPTION OR DEM-RETARD
                   OR DEM-AUTO)
              DISPLAY 'FONCTION SYSIN INVALIDE : ' WS-DEM-FONCTION
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           PERFORM 1100-CHARGE-ZONATT-DEB
              THRU 1100-CHARGE-ZONATT-FIN.
      *
           PERFORM 1200-CHARGE-CONFIRM-DEB
              THRU 1200-CHARGE-CONFIRM-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           IF DEM-AUTO
              MOVE 'AUTO'                TO WS-LTRF-FONC-ED
           ELSE
              MOVE WS-DEM-FONCTION       TO WS-LTRF-FONC-ED
           END-IF.
           WRITE FS-ENRG-ETATTRF-S       FROM WS-LTRF-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATTRF-S       FROM WS-LTRF-TIRET.
           PERFORM 2000-TRT-TRANSFERT-DEB
              THRU 2000-TRT-TRANSFERT-FIN
             UNTIL EOF-TRF-E.
      *
           PERFORM 2500-DEMANDES-LIGNE-DEB
              THRU 2500-DEMANDES-LIGNE-FIN.
      *
           PERFORM 2600-CONF-NON-APPL-DEB
              THRU 2600-CONF-NON-APPL-FIN
             VARYING WS-IX-CONF FROM 1 BY 1
               UNTIL WS-IX-CONF > WS-NB-CONF.
      *
           PERFORM 6060-CLOSE-FICHIERS-DEB
              THRU 6060-CLOSE-FICHIERS-FIN.
              THRU 1110-READ-FZONATT-FIN.
       1120-ALIM-TAB-ZONATT-FIN.
           EXIT.
      *
      *    CHARGEMENT DES CONFIRMATIONS DE RECEPTION SAISIES EN LIGNE
      *    (TYPE 'R' DE TRFMAJ) ; FICHIER ABSENT = AUCUNE CONFIRMATION.
      *    LES DEMANDES (TYPE 'D') SONT REPRISES APRES LES ORDRES
      *    EXISTANTS (2500-).
      *
       1200-CHARGE-CONFIRM-DEB.
           OPEN INPUT F-TRFMAJ-E.
           IF NOT OK-TRFMAJ-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TRFMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRFMAJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FTRFMAJ-DEB
              THRU 6030-READ-FTRFMAJ-FIN.
           PERFORM 1210-ALIM-TAB-CONF-DEB
              THRU 1210-ALIM-TAB-CONF-FIN
             UNTIL EOF-TRFMAJ-E.
           CLOSE F-TRFMAJ-E.
       1200-CHARGE-CONFIRM-FIN.
           EXIT.
      *
       1210-ALIM-TAB-CONF-DEB.
           IF TMJ-RECEPTION
              ADD 1                      TO WS-CPT-CONF-LUES
              IF WS-NB-CONF NOT < 500
                 DISPLAY 'TABLE DES CONFIRMATIONS SATUREE (500)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-CONF
              MOVE WS-TMJ-TRF-NO         TO WS-CONF-TRF-NO(WS-NB-CONF)
              MOVE WS-TMJ-ART            TO WS-CONF-ART(WS-NB-CONF)
              MOVE WS-TMJ-QTE            TO WS-CONF-QTE(WS-NB-CONF)
              MOVE WS-TMJ-DEP-ORIG       TO
                   WS-CONF-DEP-ORIG(WS-NB-CONF)
              MOVE WS-TMJ-DEP-DEST       TO
                   WS-CONF-DEP-DEST(WS-NB-CONF)
              SET CONF-EN-ATTENTE(WS-NB-CONF) TO TRUE
           END-IF.
           PERFORM 6030-READ-FTRFMAJ-DEB
              THRU 6030-READ-FTRFMAJ-FIN.
       1210-ALIM-TAB-CONF-FIN.
           EXIT.
      *
       1010-RANGE-CASIER-DEB.
           IF BINLOC-DEPOT-VALIDE
       2000-TRT-TRANSFERT-DEB.
      *
           ADD 1                         TO WS-CPT-TRF.
      *
           PERFORM 2100-TRT-ORDRE-DEB
              THRU 2100-TRT-ORDRE-FIN.
           PERFORM 6010-READ-FTRF-DEB
              THRU 6010-READ-FTRF-FIN.
      *
       2000-TRT-TRANSFERT-FIN.
           EXIT.
      *
      *    UN ORDRE EN TRANSIT CONFIRME EN LIGNE EST RECU POUR LA
      *    QUANTITE CONFIRMEE QUELLE QUE SOIT LA CARTE ; SANS
      *    CONFIRMATION, LA CARTE 'RECEP' LE RECOIT POUR LA QUANTITE
      *    EXPEDIEE ET LES CARTES 'RETAR' ET AUTOMATIQUE EN EDITENT
      *    L'AGE.
      *
       2100-TRT-ORDRE-DEB.
      *
           SET CONF-NON-TROUVEE          TO TRUE.
           IF TRF-TRANSIT
              PERFORM 7300-RECH-CONFIRM-DEB
                 THRU 7300-RECH-CONFIRM-FIN
           END-IF.
      *
           EVALUATE TRUE
              WHEN (DEM-EXPEDITION OR DEM-AUTO) AND TRF-DEMANDEE
                 PERFORM 7000-EXPEDIE-ORDRE-DEB
                    THRU 7000-EXPEDIE-ORDRE-FIN
              WHEN TRF-TRANSIT AND CONF-TROUVEE
                 MOVE WS-CONF-QTE(WS-IX-CONF) TO WS-QTE-A-RANGER
                 PERFORM 7100-RECOIT-ORDRE-DEB
                    THRU 7100-RECOIT-ORDRE-FIN
                 IF TRF-RECUE
                    SET CONF-APPLIQUEE(WS-IX-CONF) TO TRUE
                 END-IF
              WHEN DEM-RECEPTION AND TRF-TRANSIT
                 MOVE WS-TRF-QTE         TO WS-QTE-A-RANGER
                 PERFORM 7100-RECOIT-ORDRE-DEB
                    THRU 7100-RECOIT-ORDRE-FIN
              WHEN (DEM-RETARD OR DEM-AUTO) AND TRF-TRANSIT
                 PERFORM 7200-AGE-TRANSIT-DEB
                    THRU 7200-AGE-TRANSIT-FIN
           END-EVALUATE.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       2100-TRT-ORDRE-FIN.
           EXIT.
      *
      *    LES DEMANDES SAISIES EN LIGNE DEVIENNENT DES ORDRES AU
      *    STATUT DEMANDE, AJOUTES EN FIN DE F-TRF-S (EXPEDIES DES CE
      *    PASSAGE PAR LES CARTES 'EXPED' ET AUTOMATIQUE).
      *
       2500-DEMANDES-LIGNE-DEB.
           OPEN INPUT F-TRFMAJ-E.
           IF NOT OK-TRFMAJ-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TRFMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRFMAJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FTRFMAJ-DEB
              THRU 6030-READ-FTRFMAJ-FIN.
           PERFORM 2510-UNE-DEMANDE-DEB
              THRU 2510-UNE-DEMANDE-FIN
             UNTIL EOF-TRFMAJ-E.
           CLOSE F-TRFMAJ-E.
       2500-DEMANDES-LIGNE-FIN.
           EXIT.
      *
       2510-UNE-DEMANDE-DEB.
           IF TMJ-DEMANDE
              ADD 1                      TO WS-CPT-DEM-LIGNE
              MOVE SPACES                TO WS-TRF-ENR
              MOVE WS-TMJ-TRF-NO         TO WS-TRF-NO
              MOVE WS-TMJ-ART            TO WS-TRF-ART
              MOVE WS-TMJ-QTE            TO WS-TRF-QTE
              MOVE WS-TMJ-DEP-ORIG       TO WS-TRF-DEP-ORIG
              MOVE WS-TMJ-DEP-DEST       TO WS-TRF-DEP-DEST
              MOVE 'D'                   TO WS-TRF-STAT
              MOVE WS-TMJ-DATE           TO WS-TRF-DATE-DEM
              MOVE ZERO                  TO WS-TRF-DATE-EXP
                                            WS-TRF-DATE-REC
                                            WS-TRF-QTE-RECUE
              PERFORM 2100-TRT-ORDRE-DEB
                 THRU 2100-TRT-ORDRE-FIN
           ELSE
              IF NOT TMJ-RECEPTION
                 DISPLAY 'F-TRFMAJ-E : TYPE DE MOUVEMENT INCONNU '
                         WS-TMJ-TYPE ' (ORDRE ' WS-TMJ-TRF-NO ')'
              END-IF
           END-IF.
           PERFORM 6030-READ-FTRFMAJ-DEB
              THRU 6030-READ-FTRFMAJ-FIN.
       2510-UNE-DEMANDE-FIN.
           EXIT.
      *
      *    CONFIRMATION SANS ORDRE EN TRANSIT CORRESPONDANT, OU DONT
      *    LA QUANTITE N'A PU ETRE RANGEE : EDITEE POUR RESAISIE.
      *
       2600-CONF-NON-APPL-DEB.
           IF CONF-EN-ATTENTE(WS-IX-CONF)
              ADD 1                      TO WS-CPT-CONF-NON-APPL
              MOVE WS-CONF-TRF-NO(WS-IX-CONF)   TO WS-LTRF-NO-ED
              MOVE WS-CONF-ART(WS-IX-CONF)      TO WS-LTRF-ART-ED
              MOVE WS-CONF-QTE(WS-IX-CONF)      TO WS-LTRF-QTE-ED
              MOVE WS-CONF-DEP-ORIG(WS-IX-CONF) TO WS-LTRF-ORIG-ED
              MOVE WS-CONF-DEP-DEST(WS-IX-CONF) TO WS-LTRF-DEST-ED
              MOVE 'RECEPTION EN LIGNE NON APPLIQUEE'
                                         TO WS-LTRF-OBS-ED
              WRITE FS-ENRG-ETATTRF-S    FROM WS-LTRF-DETAIL
           END-IF.
       2600-CONF-NON-APPL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
           END-IF.
       6020-READ-FBINLOC-FIN.
           EXIT.
      *
       6030-READ-FTRFMAJ-DEB.
           READ F-TRFMAJ-E INTO WS-TMJ-ENR.
           IF NOT (OK-TRFMAJ-E OR EOF-TRFMAJ-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TRFMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRFMAJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FTRFMAJ-FIN.
           EXIT.
      *
       6060-CLOSE-FICHIERS-DEB.
           IF ZONATT-CHARGE
       7020-PRELEVE-CASIER-FIN.
           EXIT.
      *
      *    RECEPTION : LA QUANTITE RECUE (WS-QTE-A-RANGER, POSITIONNEE
      *    PAR L'APPELANT) EST RANGEE DANS UN CASIER DU DEPOT DE
      *    DESTINATION PORTANT DEJA L'ARTICLE, A DEFAUT DANS LE
      *    PREMIER CASIER VIDE ; UNE RECEPTION A ZERO NE RANGE RIEN.
      *    UNE QUANTITE RECUE DIFFERENTE DE LA QUANTITE EXPEDIEE EST
      *    UN ECART DE TRANSIT MARQUE SUR L'ORDRE.
      *
       7100-RECOIT-ORDRE-DEB.
           MOVE 'N'                      TO WS-SW-CASE-TROUVE
                                            WS-SW-VIDE-TROUVE.
           IF WS-QTE-A-RANGER = ZERO
              GO TO 7100-RECOIT-ORDRE-SOLDE
           END-IF.
           MOVE WS-TRF-DEP-DEST          TO WS-H.
           PERFORM 7130-LIT-CLASSES-ART-DEB
              THRU 7130-LIT-CLASSES-ART-FIN.
              GO TO 7100-RECOIT-ORDRE-FIN
           END-IF.
      *
           ADD WS-QTE-A-RANGER           TO
               WS-BINLOC-TAB-QTE(WS-H, WS-I, WS-J, WS-K).
           SET MATRICE-MODIFIEE          TO TRUE.
      *
       7100-RECOIT-ORDRE-SOLDE.
           MOVE 'R'                      TO WS-TRF-STAT.
           MOVE WS-DATE-SYST-NUM         TO WS-TRF-DATE-REC.
           MOVE WS-QTE-A-RANGER          TO WS-TRF-QTE-RECUE.
           ADD 1                         TO WS-CPT-RECUS.
           IF WS-QTE-A-RANGER = WS-TRF-QTE
              MOVE SPACE                 TO WS-TRF-ECART
              MOVE 'RECU - ORDRE SOLDE'  TO WS-LTRF-OBS-ED
           ELSE
              MOVE 'E'                   TO WS-TRF-ECART
              ADD 1                      TO WS-CPT-ECARTS
              MOVE WS-QTE-A-RANGER       TO WS-QTE-RECUE-ED
              MOVE SPACES                TO WS-LTRF-OBS-ED
              STRING 'RECU ' WS-QTE-RECUE-ED
                     ' - ECART A ENQUETER'
                     DELIMITED BY SIZE
                INTO WS-LTRF-OBS-ED
           END-IF.
           PERFORM 8020-EDIT-LIGNE-TRF-DEB
              THRU 8020-EDIT-LIGNE-TRF-FIN.
       7100-RECOIT-ORDRE-FIN.
       7200-AGE-TRANSIT-FIN.
           EXIT.
      *
      *    RECHERCHE D'UNE CONFIRMATION EN LIGNE NON ENCORE APPLIQUEE
      *    POUR L'ORDRE EN TRANSIT COURANT.
      *
       7300-RECH-CONFIRM-DEB.
           MOVE 1                        TO WS-IX-CONF.
           PERFORM 7310-COMPARE-CONFIRM-DEB
              THRU 7310-COMPARE-CONFIRM-FIN
             UNTIL WS-IX-CONF > WS-NB-CONF OR CONF-TROUVEE.
       7300-RECH-CONFIRM-FIN.
           EXIT.
      *
       7310-COMPARE-CONFIRM-DEB.
           IF WS-CONF-TRF-NO(WS-IX-CONF) = WS-TRF-NO
              AND CONF-EN-ATTENTE(WS-IX-CONF)
              SET CONF-TROUVEE           TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CONF
           END-IF.
       7310-COMPARE-CONFIRM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
                   WS-CPT-SIGNALES.
           DISPLAY 'CASIERS MIS A JOUR           :  '
                   WS-CPT-CASIERS-MAJ.
           DISPLAY 'DEMANDES SAISIES EN LIGNE    :  '
                   WS-CPT-DEM-LIGNE.
           DISPLAY 'RECEPTIONS SAISIES EN LIGNE  :  '
                   WS-CPT-CONF-LUES.
           DISPLAY 'RECEPTIONS NON APPLIQUEES    :  '
                   WS-CPT-CONF-NON-APPL.
           DISPLAY 'ECARTS DE TRANSIT A ENQUETER :  '
                   WS-CPT-ECARTS.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
