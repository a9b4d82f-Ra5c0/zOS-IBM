      *  CASIER PRELEVE EST DECREMENTE DANS LA MATRICE INDEXEE        *
      *  ARTBIN (ARTICLE DISCORDANT OU CASIER INCONNU SIGNALE).       *
      *  L'ETAT DES ECARTS CONFRONTE, PAR COMMANDE, LA QUANTITE       *
      *  EXPEDIEE CONFIRMEE A LA QUANTITE ALLOUEE. LES EMBALLAGES     *
      *  CONSIGNES PARTIS AVEC CHAQUE POINTAGE (PALETTES ET CAISSES   *
      *  DU CONDITIONNEMENT DE L'ARTICLE ART0206) SONT EMIS PAR       *
      *  COMMANDE SERVIE SUR LE FICHIER EMBMVT (COPY EMBMVT, TYPE     *
      *  'L') POUR LE COMPTE EMBALLAGES DU CLIENT TENU PAR ARIO133.   *
      *  LE POINTAGE PORTE LE PREPARATEUR ET LES HEURES DE DEBUT ET   *
      *  DE FIN DE SA VAGUE : CHAQUE POINTAGE (TYPE 'L') ET CHAQUE    *
      *  COMMANDE SERVIE (TYPE 'C', AVEC L'ECART EXPEDIE / ALLOUE)    *
      *  SONT EMIS SUR LE FICHIER PRODPK (COPY PRODPK) POUR L'ETAT    *
      *  HEBDOMADAIRE DE PRODUCTIVITE DES PREPARATEURS ARIO134.       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  EMBALLAGES CONSIGNES (PALETTES ET CAISSES DU *
      *               !  CONDITIONNEMENT ART0206) EMIS PAR COMMANDE   *
      *               !  SERVIE SUR LE FICHIER EMBMVT POUR LE COMPTE  *
      *               !  EMBALLAGES ARIO133                           *
      * 15/10/2026    !  PREPARATEUR ET HEURES DE VAGUE SAISIS AU     *
      *               !  POINTAGE ; ACTIVITE DES PREPARATEURS EMISE   *
      *               !  SUR PRODPK POUR L'ETAT DE PRODUCTIVITE       *
      *               !  ARIO134                                      *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-BINLOC-CLE
                   FILE STATUS         IS WS-FS-BINLOC-ES.
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-EMBMVT-S : EMBALLAGES LIVRES (ARIO133)
      *                      -------------------------------------------
           SELECT  F-EMBMVT-S          ASSIGN TO EMBMVT
                   FILE STATUS         IS WS-FS-EMBMVT-S.
      *                      -------------------------------------------
      *                      F-PRODPK-S : ACTIVITE DES PREPARATEURS
      *                      -------------------------------------------
           SELECT  F-PRODPK-S          ASSIGN TO PRODPK
                   FILE STATUS         IS WS-FS-PRODPK-S.
      *                      -------------------------------------------
      *                      F-MVTSTK-S : SORTIES EMISES (ARIO933)
      *                      -------------------------------------------
           SELECT  F-MVTSTK-S          ASSIGN TO MVTSTK
       01  FS-ENRG-BINLOC-ES.
           05  FS-BINLOC-CLE          PIC X(08).
           05  FILLER                 PIC X(18).
      *
       FD  F-ART-E
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-EMBMVT-S
           RECORDING MODE IS F.
       01  FS-ENRG-EMBMVT-S           PIC X(60).
      *
       FD  F-PRODPK-S
           RECORDING MODE IS F.
       01  FS-ENRG-PRODPK-S           PIC X(60).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
           COPY MVTSTK.
      *
           COPY ARTBIN.
      *
           COPY ARTICLE.
      *
           COPY EMBMVT.
      *
           COPY PRODPK.
      *
      *---------------- POINTAGE DE QUAI ------------------------------*
      *
               10  WS-CFE-ALLEE      PIC 9(02).
               10  WS-CFE-RACK       PIC 9(02).
               10  WS-CFE-TABL       PIC 9(02).
           05  WS-CFE-PREPA          PIC X(06).
           05  WS-CFE-HDEB           PIC 9(04).
           05  WS-CFE-HFIN           PIC 9(04).
           05  FILLER                PIC X(02).
      *
      *---------------- TABLE DES POINTAGES ---------------------------*
      *
           05  WS-TCF-EL             OCCURS 500 TIMES.
               10  WS-TCF-CDE-NO     PIC X(08).
               10  WS-TCF-QTE        PIC 9(06).
               10  WS-TCF-NO-BL      PIC X(08).
               10  WS-TCF-NB-PAL     PIC 9(05).
               10  WS-TCF-NB-CAI     PIC 9(05).
               10  WS-TCF-DEPOT      PIC 9(02).
               10  WS-TCF-PREPA      PIC X(06).
               10  WS-TCF-HDEB       PIC 9(04).
               10  WS-TCF-HFIN       PIC 9(04).
       01  WS-NB-CFE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CFE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CFE-TROUVE          PIC X(01) VALUE 'N'.
       01  WS-FS-BINLOC-ES           PIC XX.
           88  OK-BINLOC-ES          VALUE '00'.
           88  NOTFOUND-BINLOC       VALUE '23'.
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  NOTFOUND-ART-E        VALUE '23'.
       01  WS-FS-EMBMVT-S            PIC XX.
           88  OK-EMBMVT-S           VALUE '00'.
       01  WS-FS-PRODPK-S            PIC XX.
           88  OK-PRODPK-S           VALUE '00'.
       01  WS-FS-MVTSTK-S            PIC XX.
           88  OK-MVTSTK-S           VALUE '00'.
       01  WS-FS-ETATEXP             PIC XX.
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-QTE-CONFIRMEE          PIC S9(07) COMP-3.
       01  WS-CDE-CHERCHEE           PIC X(08).
       01  WS-NB-EMB                 PIC 9(05).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-SERVIES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-CASIER-KO          PIC 9(05) VALUE ZERO.
       01  WS-CPT-EMB-MVT            PIC 9(05) VALUE ZERO.
       01  WS-CPT-PALETTES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-CAISSES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-PRODPK             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-PREPA         PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
      *
           PERFORM 7000-CUMUL-PAR-COMMANDE-DEB
              THRU 7000-CUMUL-PAR-COMMANDE-FIN.
      *
           PERFORM 7400-COMPTE-EMBALLAGES-DEB
              THRU 7400-COMPTE-EMBALLAGES-FIN.
      *
           PERFORM 7600-ACTIVITE-LIGNE-DEB
              THRU 7600-ACTIVITE-LIGNE-FIN.
      *
           PERFORM 7100-EMET-SORTIE-STK-DEB
              THRU 7100-EMET-SORTIE-STK-FIN.
              MOVE 'S'                   TO WS-CDE-STAT
              ADD 1                      TO WS-CPT-SERVIES
              MOVE WS-TCF-QTE(WS-IX-CFE) TO WS-QTE-CONFIRMEE
              PERFORM 7650-ACTIVITE-COMMANDE-DEB
                 THRU 7650-ACTIVITE-COMMANDE-FIN
              IF WS-QTE-CONFIRMEE NOT = WS-CDE-QTE-ALLOUEE
                 ADD 1                   TO WS-CPT-ECARTS
                 MOVE WS-CDE-NO          TO WS-LEXP-CDE-ED
                                         TO WS-LEXP-LIB-ED
                 WRITE FS-ENRG-ETATEXP-S FROM WS-LEXP-DETAIL
              END-IF
              PERFORM 7500-EMET-EMBALLAGES-DEB
                 THRU 7500-EMET-EMBALLAGES-FIN
           END-IF.
      *
           WRITE FS-ENRG-CDE-S           FROM WS-CDE-ENR.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-EMBMVT-S.
           IF NOT OK-EMBMVT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBMVT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBMVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-PRODPK-S.
           IF NOT OK-PRODPK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRODPK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRODPK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTSTK-S'
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-BINLOC-ES.
           CLOSE F-ART-E.
           CLOSE F-EMBMVT-S.
           IF NOT OK-EMBMVT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EMBMVT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBMVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-PRODPK-S.
           IF NOT OK-PRODPK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-PRODPK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRODPK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTSTK-S'
              SET WS-IX-CFE              TO WS-NB-CFE
              MOVE WS-CFE-CDE-NO         TO WS-TCF-CDE-NO(WS-IX-CFE)
              MOVE ZERO                  TO WS-TCF-QTE(WS-IX-CFE)
                                            WS-TCF-NB-PAL(WS-IX-CFE)
                                            WS-TCF-NB-CAI(WS-IX-CFE)
           END-IF.
           ADD WS-CFE-QTE                TO WS-TCF-QTE(WS-IX-CFE).
       7000-CUMUL-PAR-COMMANDE-FIN.
       7200-DECREMENTE-CASIER-FIN.
           EXIT.
      *
      *    EMBALLAGES CONSIGNES DU POINTAGE (WS-IX-CFE POSITIONNE PAR
      *    7000) : UNE PALETTE PAR QTE-PALETTE ET UNE CAISSE PAR
      *    QTE-CARTON DU CONDITIONNEMENT DE L'ARTICLE, ARRONDIS A
      *    L'UNITE SUPERIEURE ; UN NIVEAU A ZERO N'EST PAS CONSIGNE.
      *    LE DERNIER BON DE LIVRAISON POINTE SERT DE PIECE.
      *
       7400-COMPTE-EMBALLAGES-DEB.
           MOVE WS-CFE-NO-BL             TO WS-TCF-NO-BL(WS-IX-CFE).
           MOVE WS-CFE-ART               TO FS-ART-CODE.
           READ F-ART-E INTO WS-ART-ENR.
           IF NOTFOUND-ART-E
              GO TO 7400-COMPTE-EMBALLAGES-FIN
           END-IF.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-ART-QTE-PALETTE IS NUMERIC
              AND WS-ART-QTE-PALETTE > ZERO
              COMPUTE WS-NB-EMB = (WS-CFE-QTE + WS-ART-QTE-PALETTE - 1)
                                / WS-ART-QTE-PALETTE
              ADD WS-NB-EMB              TO WS-TCF-NB-PAL(WS-IX-CFE)
           END-IF.
           IF WS-ART-QTE-CARTON IS NUMERIC
              AND WS-ART-QTE-CARTON > ZERO
              COMPUTE WS-NB-EMB = (WS-CFE-QTE + WS-ART-QTE-CARTON - 1)
                                / WS-ART-QTE-CARTON
              ADD WS-NB-EMB              TO WS-TCF-NB-CAI(WS-IX-CFE)
           END-IF.
       7400-COMPTE-EMBALLAGES-FIN.
           EXIT.
      *
      *    COMMANDE SERVIE : UN MOUVEMENT 'L' PAR EMBALLAGE LIVRE AU
      *    CLIENT DE LA COMMANDE (WS-IX-CFE POSITIONNE PAR 7300).
      *
       7500-EMET-EMBALLAGES-DEB.
           MOVE SPACES                   TO WS-ENRG-F-EMBMVT.
           SET EMV-LIVRAISON             TO TRUE.
           MOVE WS-CDE-CLIENT            TO WS-EMV-CLIENT.
           MOVE WS-DATE-SYST             TO WS-EMV-DATE.
           MOVE WS-TCF-NO-BL(WS-IX-CFE)  TO WS-EMV-PIECE.
           MOVE WS-CDE-NO                TO WS-EMV-CDE-NO.
           IF WS-TCF-NB-PAL(WS-IX-CFE) > ZERO
              SET EMV-PALETTE            TO TRUE
              MOVE WS-TCF-NB-PAL(WS-IX-CFE) TO WS-EMV-QTE
              ADD WS-EMV-QTE             TO WS-CPT-PALETTES
              PERFORM 7510-WRITE-FEMBMVT-DEB
                 THRU 7510-WRITE-FEMBMVT-FIN
           END-IF.
           IF WS-TCF-NB-CAI(WS-IX-CFE) > ZERO
              SET EMV-CAISSE             TO TRUE
              MOVE WS-TCF-NB-CAI(WS-IX-CFE) TO WS-EMV-QTE
              ADD WS-EMV-QTE             TO WS-CPT-CAISSES
              PERFORM 7510-WRITE-FEMBMVT-DEB
                 THRU 7510-WRITE-FEMBMVT-FIN
           END-IF.
       7500-EMET-EMBALLAGES-FIN.
           EXIT.
      *
       7510-WRITE-FEMBMVT-DEB.
           WRITE FS-ENRG-EMBMVT-S        FROM WS-ENRG-F-EMBMVT.
           IF NOT OK-EMBMVT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EMBMVT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBMVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-EMB-MVT.
       7510-WRITE-FEMBMVT-FIN.
           EXIT.
      *
      *    ACTIVITE DU PREPARATEUR : LE POINTAGE EST UNE LIGNE
      *    PRELEVEE DE SA VAGUE ; LE PREPARATEUR, LE DEPOT ET LA
      *    VAGUE DU DERNIER POINTAGE SONT RETENUS POUR LA COMMANDE
      *    (WS-IX-CFE POSITIONNE PAR 7000).
      *
       7600-ACTIVITE-LIGNE-DEB.
           IF WS-CFE-PREPA = SPACES
              ADD 1                      TO WS-CPT-SANS-PREPA
           END-IF.
           IF WS-CFE-HDEB NOT NUMERIC
              MOVE ZERO                  TO WS-CFE-HDEB
           END-IF.
           IF WS-CFE-HFIN NOT NUMERIC
              MOVE ZERO                  TO WS-CFE-HFIN
           END-IF.
           MOVE WS-CFE-DEPOT             TO WS-TCF-DEPOT(WS-IX-CFE).
           MOVE WS-CFE-PREPA             TO WS-TCF-PREPA(WS-IX-CFE).
           MOVE WS-CFE-HDEB              TO WS-TCF-HDEB(WS-IX-CFE).
           MOVE WS-CFE-HFIN              TO WS-TCF-HFIN(WS-IX-CFE).
           MOVE SPACES                   TO WS-ENRG-F-PRODPK.
           MOVE WS-CFE-DEPOT             TO WS-PPK-DEPOT.
           MOVE WS-CFE-PREPA             TO WS-PPK-PREPA.
           MOVE WS-DATE-SYST             TO WS-PPK-DATE.
           MOVE WS-CFE-HDEB              TO WS-PPK-HDEB.
           MOVE WS-CFE-HFIN              TO WS-PPK-HFIN.
           SET PPK-LIGNE                 TO TRUE.
           MOVE WS-CFE-CDE-NO            TO WS-PPK-CDE-NO.
           MOVE WS-CFE-ART               TO WS-PPK-ART.
           MOVE WS-CFE-QTE               TO WS-PPK-QTE.
           MOVE ZERO                     TO WS-PPK-QTE-ALLOUEE.
           SET PPK-SANS-ECART            TO TRUE.
           PERFORM 7610-WRITE-FPRODPK-DEB
              THRU 7610-WRITE-FPRODPK-FIN.
       7600-ACTIVITE-LIGNE-FIN.
           EXIT.
      *
       7610-WRITE-FPRODPK-DEB.
           WRITE FS-ENRG-PRODPK-S        FROM WS-ENRG-F-PRODPK.
           IF NOT OK-PRODPK-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PRODPK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRODPK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-PRODPK.
       7610-WRITE-FPRODPK-FIN.
           EXIT.
      *
      *    COMMANDE SERVIE : ATTRIBUEE AU PREPARATEUR DE SON DERNIER
      *    POINTAGE, AVEC L'ECART EXPEDIE / ALLOUE (WS-IX-CFE
      *    POSITIONNE PAR 7300).
      *
       7650-ACTIVITE-COMMANDE-DEB.
           MOVE SPACES                   TO WS-ENRG-F-PRODPK.
           MOVE WS-TCF-DEPOT(WS-IX-CFE)  TO WS-PPK-DEPOT.
           MOVE WS-TCF-PREPA(WS-IX-CFE)  TO WS-PPK-PREPA.
           MOVE WS-DATE-SYST             TO WS-PPK-DATE.
           MOVE WS-TCF-HDEB(WS-IX-CFE)   TO WS-PPK-HDEB.
           MOVE WS-TCF-HFIN(WS-IX-CFE)   TO WS-PPK-HFIN.
           SET PPK-COMMANDE              TO TRUE.
           MOVE WS-CDE-NO                TO WS-PPK-CDE-NO.
           MOVE WS-QTE-CONFIRMEE         TO WS-PPK-QTE.
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-PPK-QTE-ALLOUEE.
           IF WS-QTE-CONFIRMEE NOT = WS-CDE-QTE-ALLOUEE
              SET PPK-ECART              TO TRUE
           ELSE
              SET PPK-SANS-ECART         TO TRUE
           END-IF.
           PERFORM 7610-WRITE-FPRODPK-DEB
              THRU 7610-WRITE-FPRODPK-FIN.
       7650-ACTIVITE-COMMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           DISPLAY 'ECARTS EXPEDIE / ALLOUE      :  ' WS-CPT-ECARTS.
           DISPLAY 'CASIERS EN ANOMALIE          :  '
                   WS-CPT-CASIER-KO.
           DISPLAY 'MOUVEMENTS EMBALLAGES EMIS   :  ' WS-CPT-EMB-MVT.
           DISPLAY 'PALETTES CONSIGNEES          :  ' WS-CPT-PALETTES.
           DISPLAY 'CAISSES CONSIGNEES           :  ' WS-CPT-CAISSES.
           DISPLAY 'ACTIVITES PREPARATEUR EMISES :  ' WS-CPT-PRODPK.
           DISPLAY 'POINTAGES SANS PREPARATEUR   :  '
                   WS-CPT-SANS-PREPA.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
