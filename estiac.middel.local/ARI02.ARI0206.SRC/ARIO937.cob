      *  CHAQUE RECEPTION ACCEPTEE EST EMISE EN TRANSACTION DE STOCK  *
      *  (COPY MVTSTK, TYPE 'R', REFERENCE = NUMERO DE COMMANDE) :    *
      *  C'EST LE PASSAGE ARIO933 QUI CREE LE LOT DANS ART0206.       *
      *  UNE LIVRAISON DATEE DANS UNE PERIODE CLOTUREE (ARIS908) EST  *
      *  REJETEE OU SA TRANSACTION DE STOCK REDATEE, SELON LE         *
      *  PARAMETRE PERCLOT.                                           *
      *  CHAQUE RECEPTION ENREGISTREE EST RAPPROCHEE DE L'AVIS        *
      *  D'EXPEDITION DU FOURNISSEUR (RECEPTIONS ATTENDUES ASNATT,    *
      *  COPY ASNREC, ALIMENTEES PAR ARIO129) : LIVRAISON NON         *
      *  ANNONCEE, MANQUE OU EXCEDENT SUR LA QUANTITE ANNONCEE, LOT   *
      *  OU DLUO DIFFERENTS SONT EDITES A L'ETAT DES ECARTS POUR LES  *
      *  ACHATS (F-ECAASN-S) ET PORTES SUR LA COMMANDE POUR LE        *
      *  TABLEAU DE BORD FOURNISSEURS ARIO945. LES AVIS RAPPROCHES    *
      *  SONT RETIRES DU FICHIER (ASNATT -> ASNNEW) ; LES AVIS DONT   *
      *  LA DATE D'ARRIVEE EST DEPASSEE SANS LIVRAISON SONT SIGNALES. *
      *  FICHIER ASNATT ABSENT = PAS DE CONTROLE DES AVIS.            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  ARTICLE SANS FACTEUR DE CONDITIONNEMENT =   *
      *               !  REJET A L'ETAT, AU LIEU D'UNE CONVERSION    *
      *               !  SILENCIEUSE EN UNITES                       *
      * 15/10/2026    !  LIVRAISON DATEE DANS UNE PERIODE CLOTUREE    *
      *               !  (ARIS908) REJETEE OU REDATEE SELON LE        *
      *               !  PARAMETRE PERCLOT ; DATE DE LA TRANSACTION   *
      *               !  DE STOCK RENSEIGNEE                          *
      * 15/10/2026    !  RAPPROCHEMENT DE LA LIVRAISON AVEC L'AVIS    *
      *               !  D'EXPEDITION FOURNISSEUR (ASNATT) : ECARTS   *
      *               !  EDITES POUR LES ACHATS (F-ECAASN-S) ET       *
      *               !  PORTES SUR LA COMMANDE ; DLUO LUE SUR LA     *
      *               !  LIVRAISON (48 C)                             *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  F-ANOREC-S          ASSIGN TO ANOREC
                   FILE STATUS         IS WS-FS-ANOREC-S.
      *                      -------------------------------------------
      *                      F-ATT-E : RECEPTIONS ATTENDUES (AVIS)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ATT-E    ASSIGN TO ASNATT
                   FILE STATUS         IS WS-FS-ATT-E.
      *                      -------------------------------------------
      *                      F-ATT-S : AVIS RESTANT A LIVRER
      *                      -------------------------------------------
           SELECT  F-ATT-S             ASSIGN TO ASNNEW
                   FILE STATUS         IS WS-FS-ATT-S.
      *                      -------------------------------------------
      *                      F-ECAASN-S : ECARTS AVIS / RECEPTION
      *                      -------------------------------------------
           SELECT  F-ECAASN-S          ASSIGN TO ECAASN
                   FILE STATUS         IS WS-FS-ECAASN-S.
      *
      ***************
       DATA DIVISION.
      *
       FD  F-REC-E
           RECORDING MODE IS F.
       01  FS-ENRG-REC-E             PIC X(48).
      *
       FD  F-CMD-E
           RECORDING MODE IS F.
       FD  F-ANOREC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ANOREC-S          PIC X(80).
      *
       FD  F-ATT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-E             PIC X(60).
      *
       FD  F-ATT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-S             PIC X(60).
      *
       FD  F-ECAASN-S
           RECORDING MODE IS F.
       01  FS-ENRG-ECAASN-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
           COPY MVTSTK.
      *
      *---------------- VERROU DES PERIODES CLOTUREES (ARIS908) -------*
      *
           COPY PERAPPL.
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- ENREGISTREMENT ARTICLE (CATEGORIE QC) ---------*
      *
           COPY ARTICLE.
           88  REGQC-ABSENT          VALUE 'A'.
       01  WS-CPT-QUARANT            PIC 9(05) VALUE ZERO.
      *
      *---------------- AVIS D'EXPEDITION FOURNISSEUR (ARIO129) -------*
      *
           COPY ASNREC.
      *
       01  WS-TAB-ATT.
           05  WS-ATT-EL             OCCURS 3000 TIMES.
               10  WS-ATT-ASN.
                   15  WS-ATT-CMD-NO PIC X(08).
                   15  FILLER        PIC X(52).
               10  WS-ATT-SW         PIC X(01).
                   88  ATT-RAPPROCHE VALUE 'O'.
                   88  ATT-A-LIVRER  VALUE 'N'.
       01  WS-NB-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ATT-RETENUE            PIC S9(04) COMP VALUE ZERO.
       01  WS-FS-ATT-E               PIC XX.
           88  OK-ATT-E              VALUE '00'.
           88  EOF-ATT-E             VALUE '10'.
           88  ABSENT-ATT-E          VALUE '05' '35'.
       01  WS-FS-ATT-S               PIC XX.
           88  OK-ATT-S              VALUE '00'.
       01  WS-FS-ECAASN-S            PIC XX.
           88  OK-ECAASN-S           VALUE '00'.
       01  WS-SW-ASN-CHARGE          PIC X(01) VALUE 'A'.
           88  ASN-CHARGE            VALUE 'O'.
           88  ASN-ABSENT            VALUE 'A'.
       01  WS-REC-DLUO-CTL           PIC 9(08).
       01  WS-QTE-ED                 PIC ZZZZZ9.
       01  WS-CPT-ATT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ASN-CONFORMES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-ASN-ECARTS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-NON-ANNONCEES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-ASN-EN-RETARD      PIC 9(05) VALUE ZERO.
       01  WS-CPT-ATT-ECRITES        PIC 9(05) VALUE ZERO.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-REC-E               PIC XX.
               88  REC-EN-CARTONS    VALUE 'C'.
               88  REC-EN-PALETTES   VALUE 'P'.
           05  FILLER                PIC X(01).
           05  WS-REC-DLUO           PIC 9(08).
      *
      *---------------- CLE DE RAPPROCHEMENT --------------------------*
      *
       01  WS-CPT-ECARTS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-REJETS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMD-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-REDATEES           PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
           05  WS-LANO-QTE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LANO-MOTIF-ED      PIC X(40).
      *
       01  WS-LECA-TITRE             PIC X(50)
           VALUE 'ECARTS AVIS D''EXPEDITION / RECEPTION - ACHATS'.
       01  WS-LECA-INTITULE.
           05  FILLER                PIC X(10) VALUE 'COMMANDE'.
           05  FILLER                PIC X(08) VALUE 'FOURN.'.
           05  FILLER                PIC X(08) VALUE 'ARTICLE'.
           05  FILLER                PIC X(10) VALUE 'ANNONCE'.
           05  FILLER                PIC X(10) VALUE 'RECU'.
           05  FILLER                PIC X(10) VALUE 'ECART'.
       01  WS-LECA-DETAIL.
           05  WS-LECA-NO-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LECA-FOU-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LECA-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LECA-ANNONCE-ED    PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LECA-RECU-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LECA-MOTIF-ED      PIC X(34).
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
       PROCEDURE           DIVISION.
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6100-CHARGE-REGQC-DEB
              THRU 6100-CHARGE-REGQC-FIN.
           PERFORM 6200-CHARGE-AVIS-DEB
              THRU 6200-CHARGE-AVIS-FIN.
      *
           WRITE FS-ENRG-ANOREC-S        FROM WS-LANO-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ANOREC-S        FROM WS-LANO-TIRET.
           WRITE FS-ENRG-ECAASN-S        FROM WS-LECA-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ECAASN-S        FROM WS-LANO-TIRET.
           WRITE FS-ENRG-ECAASN-S        FROM WS-LECA-INTITULE.
      *
           PERFORM 6010-READ-FREC-DEB
              THRU 6010-READ-FREC-FIN.
           PERFORM 1000-TRT-RAPPROCHE-DEB
              THRU 1000-TRT-RAPPROCHE-FIN
             UNTIL REC-NO-MAX AND CMD-NO-MAX.
      *
      *    AVIS NON RAPPROCHES : REPORTES SUR LE FICHIER DES
      *    RECEPTIONS ATTENDUES, SIGNALES SI LA DATE EST DEPASSEE.
      *
           PERFORM 2000-AVIS-RESTANT-DEB
              THRU 2000-AVIS-RESTANT-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   AVIS D'EXPEDITION RESTANT A LIVRER                          *
      *---------------------------------------------------------------*
      *
       2000-AVIS-RESTANT-DEB.
      *
           IF ATT-RAPPROCHE(WS-IX-ATT)
              GO TO 2000-AVIS-RESTANT-FIN
           END-IF.
      *
           MOVE WS-ATT-ASN(WS-IX-ATT)    TO WS-ASN-ENR.
           IF WS-ASN-DATE-PREVUE < WS-DATE-SYST
              ADD 1                      TO WS-CPT-ASN-EN-RETARD
              MOVE WS-ASN-DATE-PREVUE    TO WS-LECA-ANNONCE-ED
              MOVE SPACE                 TO WS-LECA-RECU-ED
              MOVE 'ANNONCEE, NON LIVREE A LA DATE'
                                         TO WS-LECA-MOTIF-ED
              PERFORM 8030-EDIT-ECART-AVIS-DEB
                 THRU 8030-EDIT-ECART-AVIS-FIN
           END-IF.
      *
           PERFORM 6060-WRITE-FATT-DEB
              THRU 6060-WRITE-FATT-FIN.
      *
       2000-AVIS-RESTANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ATT-S.
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ECAASN-S.
           IF NOT OK-ECAASN-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECAASN-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECAASN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
           END-IF.
       6050-WRITE-FMVTSTK-FIN.
           EXIT.
      *
       6060-WRITE-FATT-DEB.
           WRITE FS-ENRG-ATT-S           FROM WS-ATT-ASN(WS-IX-ATT).
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ATT-ECRITES.
       6060-WRITE-FATT-FIN.
           EXIT.
      *
      *    CHARGEMENT DES REGLES D'ECHANTILLONNAGE QC ; FICHIER
      *    ABSENT = CONTROLE NEUTRALISE (COMPORTEMENT HISTORIQUE).
              THRU 6110-READ-FREGQC-FIN.
       6120-ALIM-TAB-REGQC-FIN.
           EXIT.
      *
      *    CHARGEMENT DES RECEPTIONS ATTENDUES (AVIS D'EXPEDITION
      *    ARIO129) ; FICHIER ABSENT = CONTROLE DES AVIS NEUTRALISE,
      *    LES COMMANDES RECUES RESTENT NON CONTROLEES.
      *
       6200-CHARGE-AVIS-DEB.
           OPEN INPUT F-ATT-E.
           IF ABSENT-ATT-E
              SET ASN-ABSENT             TO TRUE
              CLOSE F-ATT-E
              GO TO 6200-CHARGE-AVIS-FIN
           END-IF.
           IF NOT OK-ATT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET ASN-CHARGE                TO TRUE.
           PERFORM 6210-READ-FATT-DEB
              THRU 6210-READ-FATT-FIN.
           PERFORM 6220-ALIM-TAB-ATT-DEB
              THRU 6220-ALIM-TAB-ATT-FIN
             UNTIL EOF-ATT-E.
           CLOSE F-ATT-E.
       6200-CHARGE-AVIS-FIN.
           EXIT.
      *
       6210-READ-FATT-DEB.
           READ F-ATT-E INTO WS-ASN-ENR.
           IF NOT (OK-ATT-E OR EOF-ATT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FATT-FIN.
           EXIT.
      *
       6220-ALIM-TAB-ATT-DEB.
           ADD 1                         TO WS-CPT-ATT-LUES.
           IF WS-NB-ATT NOT < 3000
              DISPLAY 'TABLE DES RECEPTIONS ATTENDUES SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ATT.
           MOVE WS-ASN-ENR               TO WS-ATT-ASN(WS-NB-ATT).
           SET ATT-A-LIVRER(WS-NB-ATT)   TO TRUE.
           PERFORM 6210-READ-FATT-DEB
              THRU 6210-READ-FATT-FIN.
       6220-ALIM-TAB-ATT-FIN.
           EXIT.
      *
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-REC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ATT-S.
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ECAASN-S.
           IF NOT OK-ECAASN-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ECAASN-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECAASN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
                 THRU 8020-EDIT-ANOMALIE-FIN
              GO TO 7000-RECEPTION-FIN
           END-IF.
      *
      *    DATE DE LIVRAISON (A DEFAUT DATE DU PASSAGE) CONFRONTEE
      *    AUX PERIODES CLOTUREES : REJET, OU TRANSACTION DE STOCK
      *    DATEE DU PREMIER JOUR DU PREMIER MOIS OUVERT QUI SUIT.
      *
           IF WS-REC-DATE NOT NUMERIC OR WS-REC-DATE = ZERO
              MOVE WS-DATE-SYST          TO WS-PER-DATE
           ELSE
              MOVE WS-REC-DATE           TO WS-PER-DATE
           END-IF.
           CALL 'ARIS908'             USING WS-PER-PARM.
           IF PER-REJETEE
              ADD 1                      TO WS-CPT-REJETS
              MOVE 'PERIODE CLOTUREE - LIVRAISON REJETEE'
                                         TO WS-LANO-MOTIF-ED
              PERFORM 8020-EDIT-ANOMALIE-DEB
                 THRU 8020-EDIT-ANOMALIE-FIN
              GO TO 7000-RECEPTION-FIN
           END-IF.
           IF PER-REDATEE
              ADD 1                      TO WS-CPT-REDATEES
           END-IF.
      *
           IF WS-REC-QTE NOT = WS-CMD-QTE
              ADD 1                      TO WS-CPT-ECARTS
           MOVE 'R'                      TO WS-CMD-STAT.
           MOVE WS-REC-DATE              TO WS-CMD-DATE-LIV-REELLE.
           MOVE WS-REC-QTE               TO WS-CMD-QTE-RECUE.
           IF ASN-CHARGE
              PERFORM 7700-CTRL-AVIS-DEB
                 THRU 7700-CTRL-AVIS-FIN
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTSTK.
           MOVE WS-CMD-ART-CODE          TO WS-MST-ART-CODE.
           MOVE WS-REC-NO                TO WS-MST-REF.
           MOVE WS-REC-PXU               TO WS-MST-PXU.
           MOVE WS-REC-DEVISE            TO WS-MST-DEVISE.
           MOVE WS-PER-DATE-RETENUE      TO WS-MST-DATE.
           IF REGQC-CHARGE
              PERFORM 7500-QUALIF-INSPECTION-DEB
                 THRU 7500-QUALIF-INSPECTION-FIN
           END-EVALUATE.
       7600-CONVERTIT-UNITE-FIN.
           EXIT.
      *
      *    RAPPROCHEMENT DE LA RECEPTION AVEC L'AVIS D'EXPEDITION DE
      *    SA COMMANDE : SANS AVIS = LIVRAISON NON ANNONCEE ; SINON
      *    QUANTITE RECUE (EN UNITES) CONTRE QUANTITE ANNONCEE, LOT
      *    ANNONCE CONTRE LOT LIVRE, DLUO COMPAREES QUAND LES DEUX
      *    SONT CONNUES. LE RESULTAT EST PORTE SUR LA COMMANDE.
      *
       7700-CTRL-AVIS-DEB.
      *
           MOVE SPACE                    TO WS-CMD-ASN-STATUT
                                            WS-CMD-ASN-ECART-QTE
                                            WS-CMD-ASN-ECART-LOT
                                            WS-CMD-ASN-ECART-DLUO.
           MOVE ZERO                     TO WS-ATT-RETENUE.
           PERFORM 7710-CHERCHE-AVIS-DEB
              THRU 7710-CHERCHE-AVIS-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT
                  OR WS-ATT-RETENUE > ZERO.
      *
           IF WS-ATT-RETENUE = ZERO
              SET CMD-ASN-NON-ANNONCEE   TO TRUE
              ADD 1                      TO WS-CPT-NON-ANNONCEES
              MOVE WS-CMD-NO             TO WS-ASN-CMD-NO
              MOVE WS-CMD-FOU            TO WS-ASN-FOU
              MOVE WS-CMD-ART-CODE       TO WS-ASN-ART-CODE
              MOVE SPACE                 TO WS-LECA-ANNONCE-ED
              MOVE WS-REC-QTE            TO WS-QTE-ED
              MOVE WS-QTE-ED             TO WS-LECA-RECU-ED
              MOVE 'LIVRAISON NON ANNONCEE'
                                         TO WS-LECA-MOTIF-ED
              PERFORM 8030-EDIT-ECART-AVIS-DEB
                 THRU 8030-EDIT-ECART-AVIS-FIN
              GO TO 7700-CTRL-AVIS-FIN
           END-IF.
      *
           SET ATT-RAPPROCHE(WS-ATT-RETENUE) TO TRUE.
           MOVE WS-ATT-ASN(WS-ATT-RETENUE)   TO WS-ASN-ENR.
      *
           IF WS-REC-QTE < WS-ASN-QTE
              SET CMD-ASN-MANQUE         TO TRUE
              MOVE 'MANQUE SUR QUANTITE ANNONCEE'
                                         TO WS-LECA-MOTIF-ED
           END-IF.
           IF WS-REC-QTE > WS-ASN-QTE
              SET CMD-ASN-EXCEDENT       TO TRUE
              MOVE 'EXCEDENT SUR QUANTITE ANNONCEE'
                                         TO WS-LECA-MOTIF-ED
           END-IF.
           IF WS-CMD-ASN-ECART-QTE NOT = SPACE
              MOVE WS-ASN-QTE            TO WS-QTE-ED
              MOVE WS-QTE-ED             TO WS-LECA-ANNONCE-ED
              MOVE WS-REC-QTE            TO WS-QTE-ED
              MOVE WS-QTE-ED             TO WS-LECA-RECU-ED
              PERFORM 8030-EDIT-ECART-AVIS-DEB
                 THRU 8030-EDIT-ECART-AVIS-FIN
           END-IF.
      *
           IF WS-ASN-LOT NOT = SPACE
              AND WS-ASN-LOT NOT = WS-REC-LOT
              SET CMD-ASN-LOT-DIFFERENT  TO TRUE
              MOVE WS-ASN-LOT            TO WS-LECA-ANNONCE-ED
              MOVE WS-REC-LOT            TO WS-LECA-RECU-ED
              MOVE 'LOT LIVRE DIFFERENT DU LOT ANNONCE'
                                         TO WS-LECA-MOTIF-ED
              PERFORM 8030-EDIT-ECART-AVIS-DEB
                 THRU 8030-EDIT-ECART-AVIS-FIN
           END-IF.
      *
           IF WS-REC-DLUO IS NUMERIC
              MOVE WS-REC-DLUO           TO WS-REC-DLUO-CTL
           ELSE
              MOVE ZERO                  TO WS-REC-DLUO-CTL
           END-IF.
           IF WS-ASN-DLUO > ZERO AND WS-REC-DLUO-CTL > ZERO
              AND WS-ASN-DLUO NOT = WS-REC-DLUO-CTL
              SET CMD-ASN-DLUO-DIFFERENTE TO TRUE
              MOVE WS-ASN-DLUO           TO WS-LECA-ANNONCE-ED
              MOVE WS-REC-DLUO-CTL       TO WS-LECA-RECU-ED
              MOVE 'DLUO LIVREE DIFFERENTE DE L''ANNONCE'
                                         TO WS-LECA-MOTIF-ED
              PERFORM 8030-EDIT-ECART-AVIS-DEB
                 THRU 8030-EDIT-ECART-AVIS-FIN
           END-IF.
      *
           IF WS-CMD-ASN-ECART-QTE  = SPACE
              AND WS-CMD-ASN-ECART-LOT  = SPACE
              AND WS-CMD-ASN-ECART-DLUO = SPACE
              SET CMD-ASN-CONFORME       TO TRUE
              ADD 1                      TO WS-CPT-ASN-CONFORMES
           ELSE
              SET CMD-ASN-ECART          TO TRUE
              ADD 1                      TO WS-CPT-ASN-ECARTS
           END-IF.
      *
       7700-CTRL-AVIS-FIN.
           EXIT.
      *
       7710-CHERCHE-AVIS-DEB.
           IF WS-ATT-CMD-NO(WS-IX-ATT) = WS-CMD-NO
              AND ATT-A-LIVRER(WS-IX-ATT)
              MOVE WS-IX-ATT             TO WS-ATT-RETENUE
           END-IF.
       7710-CHERCHE-AVIS-FIN.
           EXIT.
      *
       7510-RECH-REGLE-FOU-DEB.
           IF WS-RQC-TYPE(WS-IX-RQC) = 'F'
           WRITE FS-ENRG-ANOREC-S        FROM WS-LANO-DETAIL.
       8020-EDIT-ANOMALIE-FIN.
           EXIT.
      *
       8030-EDIT-ECART-AVIS-DEB.
           MOVE WS-ASN-CMD-NO            TO WS-LECA-NO-ED.
           MOVE WS-ASN-FOU               TO WS-LECA-FOU-ED.
           MOVE WS-ASN-ART-CODE          TO WS-LECA-ART-ED.
           WRITE FS-ENRG-ECAASN-S        FROM WS-LECA-DETAIL.
           IF NOT OK-ECAASN-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ECAASN-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECAASN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8030-EDIT-ECART-AVIS-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'RECEPTIONS ENREGISTREES      :  ' WS-CPT-RECUES.
           DISPLAY 'ECARTS DE QUANTITE SIGNALES  :  ' WS-CPT-ECARTS.
           DISPLAY 'LIVRAISONS REJETEES          :  ' WS-CPT-REJETS.
           DISPLAY 'RECEPTIONS REDATEES          :  '
                   WS-CPT-REDATEES.
           DISPLAY 'RECEPTIONS MISES EN QC       :  '
                   WS-CPT-QUARANT.
           DISPLAY 'RECEPTIONS ATTENDUES LUES    :  '
                   WS-CPT-ATT-LUES.
           DISPLAY 'RECEPTIONS CONFORMES AVIS    :  '
                   WS-CPT-ASN-CONFORMES.
           DISPLAY 'RECEPTIONS EN ECART / AVIS   :  '
                   WS-CPT-ASN-ECARTS.
           DISPLAY 'LIVRAISONS NON ANNONCEES     :  '
                   WS-CPT-NON-ANNONCEES.
           DISPLAY 'AVIS ECHUS NON LIVRES        :  '
                   WS-CPT-ASN-EN-RETARD.
           DISPLAY 'AVIS REPORTES (ASNNEW)       :  '
                   WS-CPT-ATT-ECRITES.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
