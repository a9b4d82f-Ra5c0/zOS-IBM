      *  (COMMANDE SERVIE DU MEME CLIENT ET ARTICLE, QUANTITE <=      *
      *  QUANTITE ALLOUEE). UN RETOUR ADMIS EST RANGE DANS UN LOT DE  *
      *  QUARANTAINE DE L'ARTICLE (STATUT 'Q' REUTILISE, LOT          *
      *  'RM' + NUMERO CREE DANS LOT0206, QUANTITE D'ART0206 MISE A   *
      *  JOUR EN PLACE) EN ATTENTE D'INSPECTION ; LA TRANSACTION      *
      *  MVTSTK 'R' CORRESPONDANTE (REFERENCE = RMA) EST EMISE SUR    *
      *  F-MVTSTK-S POUR LA TRACE DES MOUVEMENTS (LE STOCK EST DEJA A *
      *  NIVEAU : CE FICHIER REJOINT LA CONCATENATION D'HISTORIQUE,   *
      *  PAS L'INTEGRATION ARIO933). UN AVOIR (STATUT 'V', VALORISE   *
      *  COMME LA FACTURE D'ORIGINE : CATALOGUE PRXVTE DU JOUR MOINS  *
      *  LA REMISE DE LA CATEGORIE TARIFAIRE DU CLIENT CLI0206, TVA   *
      *  DE LA TABLE F-TVA-E PAR CATEGORIE D'ARTICLE, DEFAUT 20,      *
      *  CONVENTIONS D'ARIO095) EST AJOUTE AU REGISTRE DES FACTURES   *
      *  (PERE-FILS). L'ETAT DONNE LES TAUX DE RETOUR PAR ARTICLE ET  *
      *  PAR CLIENT ET LES RETOURS REJETES AVEC LEUR MOTIF. UN RETOUR *
      *  DATE DANS UNE PERIODE CLOTUREE (ARIS908) EST REJETE OU SA    *
      *  TRACE DE STOCK REDATEE, SELON LE PARAMETRE PERCLOT.          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  (CLI0206) ET TVA PAR CATEGORIE D'ARTICLE     *
      *               !  (TABLE F-TVA-E, DEFAUT 20), AU LIEU DU PLEIN *
      *               !  TARIF AVEC TVA FIXE                          *
      * 15/10/2026    !  MONTANT ENCAISSE DU REGISTRE FACREG          *
      *               !  INITIALISE A ZERO SUR LES AVOIRS EMIS        *
      * 15/10/2026    !  LIGNE DE TVA DE CHAQUE AVOIR SUR LE FICHIER  *
      *               !  TVAFAC (COPY TVALIG) POUR LA DECLARATION     *
      *               !  MENSUELLE ARIO116                            *
      * 15/10/2026    !  LIGNE DE CHAQUE AVOIR AU FORMAT FACLIG (TYPE *
      *               !  'V', REMISE APPLIQUEE) SUR LE FICHIER AVOLIG *
      *               !  POUR L'ANALYSE DES MARGES ARIO122            *
      * 15/10/2026    !  LOT DE QUARANTAINE CREE DANS LE FICHIER DES  *
      *               !  LOTS LOT0206 (PLUS DE LIMITE DE 10 LOTS)     *
      * 15/10/2026    !  RETOUR DATE DANS UNE PERIODE CLOTUREE        *
      *               !  (ARIS908) REJETE OU REDATE SELON LE          *
      *               !  PARAMETRE PERCLOT ; DATE DE LA TRACE DE      *
      *               !  STOCK RENSEIGNEE                             *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-S : FICHIER DES LOTS (CREATION)
      *                      -------------------------------------------
           SELECT  F-LOT-S             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-S.
      *                      -------------------------------------------
      *                      F-PRXVTE-E : CATALOGUE DES PRIX DE VENTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRXVTE-E ASSIGN TO PRXVTE
      *                      -------------------------------------------
           SELECT  F-ETATRMA-S         ASSIGN TO ETATRMA
                   FILE STATUS         IS WS-FS-ETATRMA.
      *                      -------------------------------------------
      *                      F-TVAFAC-S : VENTILATION DE LA TVA PAR TAUX
      *                      -------------------------------------------
           SELECT  F-TVAFAC-S          ASSIGN TO TVAFAC
                   FILE STATUS         IS WS-FS-TVAFAC.
      *                      -------------------------------------------
      *                      F-AVOLIG-S : LIGNES D'AVOIR (COPY FACLIG)
      *                      -------------------------------------------
           SELECT  F-AVOLIG-S          ASSIGN TO AVOLIG
                   FILE STATUS         IS WS-FS-AVOLIG.
      *
      ***************
       DATA DIVISION.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-S
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-S.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-PRXVTE-E
           RECORDING MODE IS F.
       FD  F-ETATRMA-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRMA-S          PIC X(80).
      *
       FD  F-TVAFAC-S
           RECORDING MODE IS F.
       01  FS-ENRG-TVAFAC-S           PIC X(60).
      *
       FD  F-AVOLIG-S
           RECORDING MODE IS F.
       01  FS-ENRG-AVOLIG-S           PIC X(60).
      *
      *========================
       WORKING-STORAGE SECTION.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
           COPY ARTLOT.
      *
           COPY CDECLI.
      *
           COPY CLICOM.
      *
           COPY FACREG.
      *
           COPY TVALIG.
      *
           COPY FACLIG.
      *
      *---------------- AUTORISATION DE RETOUR ------------------------*
      *
                   88  TRM-ADMIS     VALUE 'A'.
                   88  TRM-REJETE    VALUE 'R'.
               10  WS-TRM-MOTIF      PIC X(25).
               10  WS-TRM-DATE       PIC 9(08).
       01  WS-NB-RMA                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RMA                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  NOTFOUND-ART-ES       VALUE '23'.
       01  WS-FS-LOT-S               PIC XX.
           88  OK-LOT-S              VALUE '00'.
           88  DOUBLON-LOT-S         VALUE '22'.
       01  WS-FS-PRXVTE-E            PIC XX.
           88  OK-PRXVTE-E           VALUE '00'.
           88  EOF-PRXVTE-E          VALUE '10'.
           88  OK-MVTSTK-S           VALUE '00'.
       01  WS-FS-ETATRMA             PIC XX.
           88  OK-ETATRMA            VALUE '00'.
       01  WS-FS-TVAFAC              PIC XX.
           88  OK-TVAFAC             VALUE '00'.
       01  WS-FS-AVOLIG              PIC XX.
           88  OK-AVOLIG             VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- VERROU DES PERIODES CLOTUREES (ARIS908) -------*
      *
           COPY PERAPPL.
      *
       01  WS-TAUX-ED                PIC ZZ9,99.
       01  WS-TAUX-CALC              PIC S9(3)V99 COMP-3.
      *
       01  WS-CPT-RMA                PIC 9(05) VALUE ZERO.
       01  WS-CPT-ADMIS              PIC 9(05) VALUE ZERO.
       01  WS-CPT-REJETES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-REDATES            PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
           MOVE SPACE                    TO WS-TRM-STATUT(WS-IX-RMA).
           MOVE 'COMMANDE D''ORIGINE INCONNUE'
                                         TO WS-TRM-MOTIF(WS-IX-RMA).
      *
      *    DATE DU RETOUR (A DEFAUT DATE DU PASSAGE) CONFRONTEE AUX
      *    PERIODES CLOTUREES : REJET, OU TRACE DE STOCK DATEE DU
      *    PREMIER JOUR DU PREMIER MOIS OUVERT QUI SUIT.
      *
           IF WS-RMA-DATE NOT NUMERIC OR WS-RMA-DATE = ZERO
              MOVE WS-DATE-SYST          TO WS-PER-DATE
           ELSE
              MOVE WS-RMA-DATE           TO WS-PER-DATE
           END-IF.
           CALL 'ARIS908'             USING WS-PER-PARM.
           MOVE WS-PER-DATE-RETENUE      TO WS-TRM-DATE(WS-IX-RMA).
           IF PER-REJETEE
              SET TRM-REJETE(WS-IX-RMA)  TO TRUE
              MOVE 'PERIODE CLOTUREE'    TO WS-TRM-MOTIF(WS-IX-RMA)
           END-IF.
           IF PER-REDATEE
              ADD 1                      TO WS-CPT-REDATES
           END-IF.
      *
           PERFORM 6010-READ-FRMA-DEB
              THRU 6010-READ-FRMA-FIN.
           MOVE WS-MT-AVOIR-TVA          TO WS-FAC-MT-TVA.
           COMPUTE WS-FAC-MT-TTC =
                   WS-MT-AVOIR-HT + WS-MT-AVOIR-TVA.
           MOVE ZERO                     TO WS-FAC-MT-ENCAISSE.
           SET FAC-AVOIR                 TO TRUE.
           PERFORM 6530-WRITE-FFACREG-DEB
              THRU 6530-WRITE-FFACREG-FIN.
      *
      *    LIGNE DE TVA DE L'AVOIR (UN SEUL ARTICLE, DONC UN TAUX).
      *
           MOVE SPACES                   TO WS-ENRG-F-TVALIG.
           SET TVL-AVOIR                 TO TRUE.
           MOVE WS-FAC-NO                TO WS-TVL-PIECE.
           MOVE WS-FAC-CLIENT            TO WS-TVL-TIERS.
           MOVE WS-FAC-DATE              TO WS-TVL-DATE.
           MOVE WS-TAUX-TVA              TO WS-TVL-TAUX.
           MOVE WS-MT-AVOIR-HT           TO WS-TVL-BASE-HT.
           MOVE WS-MT-AVOIR-TVA          TO WS-TVL-MT-TVA.
           WRITE FS-ENRG-TVAFAC-S        FROM WS-ENRG-F-TVALIG.
           IF NOT OK-TVAFAC
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-TVAFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAFAC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    LIGNE D'AVOIR AU FORMAT FACLIG POUR L'ANALYSE DES MARGES.
      *
           MOVE SPACES                   TO WS-ENRG-F-FACLIG.
           MOVE WS-FAC-NO                TO WS-FLG-FAC-NO.
           MOVE WS-TRM-CDE-NO(WS-IX-RMA) TO WS-FLG-CDE-NO.
           MOVE WS-FAC-CLIENT            TO WS-FLG-CLIENT.
           MOVE WS-TRM-ART(WS-IX-RMA)    TO WS-FLG-ART.
           MOVE WS-TRM-QTE(WS-IX-RMA)    TO WS-FLG-QTE.
           MOVE WS-MT-AVOIR-HT           TO WS-FLG-MT-HT.
           MOVE WS-FAC-DATE              TO WS-FLG-DATE.
           MOVE WS-REMISE-PCT            TO WS-FLG-REM-PCT-N.
           IF WS-REMISE-PCT > ZERO
              MOVE WS-CLC-CATEG(WS-IX-CLC) TO WS-FLG-REM-CAT
           END-IF.
           SET FLG-AVOIR                 TO TRUE.
           WRITE FS-ENRG-AVOLIG-S        FROM WS-ENRG-F-FACLIG.
           IF NOT OK-AVOLIG
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-AVOLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVOLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       4000-EMET-AVOIRS-FIN.
           EXIT.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-S.
           IF NOT OK-LOT-S
              DISPLAY 'PROBLEME D''OUVERTURE I-O DU FICHIER F-LOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-TVAFAC-S.
           IF NOT OK-TVAFAC
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TVAFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAFAC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-AVOLIG-S.
           IF NOT OK-AVOLIG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AVOLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVOLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
           CLOSE F-RMA-E.
           CLOSE F-CDE-E.
           CLOSE F-ART-ES.
           CLOSE F-LOT-S.
           CLOSE F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACREG-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-TVAFAC-S.
           IF NOT OK-TVAFAC
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-TVAFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAFAC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-AVOLIG-S.
           IF NOT OK-AVOLIG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-AVOLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVOLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
           EXIT.
      *
       6320-ALIM-TAB-CLICOM-DEB.
           IF WS-NB-CLC NOT < WS-MAX-CLC
              DISPLAY 'TABLE DES CLIENTS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EXIT.
      *
      *    RANGEMENT DU RETOUR DANS UN LOT DE QUARANTAINE DE
      *    L'ARTICLE (LOT 'RM' + NUMERO RMA, STATUT 'Q', CREE DANS
      *    LOT0206) ; UN ARTICLE INCONNU OU UN LOT DEJA PRESENT
      *    (RETOUR DEJA RANGE) EST SIGNALE.
      *
       7100-RANGE-QUARANTAINE-DEB.
           MOVE WS-TRM-ART(WS-IX-RMA)    TO FS-ART-CODE.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES                   TO WS-LOT-ENR.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           STRING 'RM' WS-TRM-NO(WS-IX-RMA)(3:6)
                  DELIMITED BY SIZE
              INTO WS-LOT-NUM.
           MOVE WS-TRM-QTE(WS-IX-RMA)    TO WS-LOT-QTE.
           MOVE ZERO                     TO WS-LOT-PXU
                                            WS-LOT-DLUO.
           SET LOT-DEVISE-HOME           TO TRUE.
           SET LOT-QUARANTAINE           TO TRUE.
           WRITE FS-ENRG-LOT-S           FROM WS-LOT-ENR.
           IF DOUBLON-LOT-S
              MOVE WS-TRM-NO(WS-IX-RMA)  TO WS-LRMA-NO-ED
              MOVE '*LOT DEJA RANGE*'
                                         TO WS-LRMA-SORT-ED
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
              GO TO 7100-RANGE-QUARANTAINE-FIN
           END-IF.
           IF NOT OK-LOT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-LOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD WS-TRM-QTE(WS-IX-RMA)     TO WS-ART-QTE.
           REWRITE FS-ENRG-ART-ES        FROM WS-ART-ENR.
           IF NOT OK-ART-ES
                  DELIMITED BY SIZE
              INTO WS-MST-REF.
           MOVE ZERO                     TO WS-MST-PXU.
           MOVE WS-TRM-DATE(WS-IX-RMA)   TO WS-MST-DATE.
           WRITE FS-ENRG-MVTSTK-S        FROM WS-ENRG-F-MVTSTK.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTSTK-S'
           DISPLAY 'RETOURS LUS                  :  ' WS-CPT-RMA.
           DISPLAY 'RETOURS ADMIS                :  ' WS-CPT-ADMIS.
           DISPLAY 'RETOURS REJETES              :  ' WS-CPT-REJETES.
           DISPLAY 'RETOURS REDATES              :  ' WS-CPT-REDATES.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
