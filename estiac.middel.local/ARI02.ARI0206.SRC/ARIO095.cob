      *  AJOUTEES, RELU PAR LE PONT DE PRELEVEMENT ARIO091 ET LE      *
      *  SUIVI DES CREANCES) ET COMMANDES REECRITES AVEC LE TOP       *
      *  FACTUREE. UNE LIGNE SANS PRIX AU CATALOGUE EST FACTUREE A    *
      *  ZERO ET SIGNALEE SUR LA FACTURE. LA DATE DE FACTURE EST LA   *
      *  DATE DU JOUR OU CELLE DE LA CARTE SYSIN (AAAAMMJJ) ; DATEE   *
      *  DANS UNE PERIODE CLOTUREE (ARIS908), ELLE ARRETE LE PASSAGE  *
      *  EN CODE RETOUR 12 OU EST REDATEE SELON LE PARAMETRE PERCLOT. *
      *  LES EMBALLAGES CONSIGNES DETENUS AU-DELA DES JOURS CONVENUS  *
      *  (FICHIER EMBFAC DE ARIO133, COPY EMBFAC) SONT FACTURES EN    *
      *  FIN DE FACTURE DU CLIENT AU PRIX CATALOGUE DE L'ARTICLE      *
      *  EMBALLAGE (UNE FACTURE EST OUVERTE POUR UN CLIENT SANS       *
      *  COMMANDE SERVIE) ; EMBFAC EST REECRIT (EMBFACN) AVEC LE TOP  *
      *  FACTUREE ET LE NUMERO DE FACTURE.                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  MONTANT ENCAISSE DU REGISTRE FACREG          *
      *               !  INITIALISE A ZERO SUR LES FACTURES EMISES    *
      *               !  (LETTRAGE DES ENCAISSEMENTS ARIO114)         *
      * 15/10/2026    !  VENTILATION DE LA TVA DE CHAQUE FACTURE PAR  *
      *               !  TAUX SUR LE FICHIER TVAFAC (COPY TVALIG)     *
      *               !  POUR LA DECLARATION MENSUELLE ARIO116        *
      * 15/10/2026    !  LIGNE DE FACTURE PAR COMMANDE SUR LE FICHIER *
      *               !  FACLIG (COPY FACLIG) POUR LE RAPPROCHEMENT   *
      *               !  LIVRE / FACTURE ARIO117                      *
      * 15/10/2026    !  REMISE APPLIQUEE (CATEGORIE TARIFAIRE DU     *
      *               !  CLIENT ET POURCENTAGE) PORTEE SUR LA LIGNE   *
      *               !  FACLIG POUR L'ANALYSE DES MARGES ARIO122     *
      * 15/10/2026    !  DATE DE FACTURE PRISE EN SYSIN (DEFAUT DATE  *
      *               !  DU JOUR) ET CONTROLEE CONTRE LES PERIODES    *
      *               !  CLOTUREES (ARIS908) : ARRET OU REDATATION    *
      *               !  SELON LE PARAMETRE PERCLOT                   *
      * 15/10/2026    !  EMBALLAGES CONSIGNES DETENUS AU-DELA DES     *
      *               !  JOURS CONVENUS (FICHIER EMBFAC DE ARIO133)   *
      *               !  FACTURES AU PRIX CATALOGUE DE L'ARTICLE      *
      *               !  EMBALLAGE, EMBFAC REECRIT AVEC LE TOP        *
      *               !  FACTUREE                                     *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *                      -------------------------------------------
           SELECT  F-FACTURE-S         ASSIGN TO FACTURE
                   FILE STATUS         IS WS-FS-FACTURE.
      *                      -------------------------------------------
      *                      F-TVAFAC-S : VENTILATION DE LA TVA PAR TAUX
      *                      -------------------------------------------
           SELECT  F-TVAFAC-S          ASSIGN TO TVAFAC
                   FILE STATUS         IS WS-FS-TVAFAC.
      *                      -------------------------------------------
      *                      F-FACLIG-S : LIGNES DE FACTURE PAR COMMANDE
      *                      -------------------------------------------
           SELECT  F-FACLIG-S          ASSIGN TO FACLIG
                   FILE STATUS         IS WS-FS-FACLIG.
      *                      -------------------------------------------
      *                      F-EMBFAC-E : EMBALLAGES A FACTURER ARIO133
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EMBFAC-E ASSIGN TO EMBFAC
                   FILE STATUS         IS WS-FS-EMBFAC-E.
      *                      -------------------------------------------
      *                      F-EMBFAC-S : EMBALLAGES MARQUES FACTURES
      *                      -------------------------------------------
           SELECT  F-EMBFAC-S          ASSIGN TO EMBFACN
                   FILE STATUS         IS WS-FS-EMBFAC-S.
      *
      ***************
       DATA DIVISION.
       FD  F-FACTURE-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACTURE-S          PIC X(80).
      *
       FD  F-TVAFAC-S
           RECORDING MODE IS F.
       01  FS-ENRG-TVAFAC-S           PIC X(60).
      *
       FD  F-FACLIG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-S           PIC X(60).
      *
       FD  F-EMBFAC-E
           RECORDING MODE IS F.
       01  FS-ENRG-EMBFAC-E           PIC X(60).
      *
       FD  F-EMBFAC-S
           RECORDING MODE IS F.
       01  FS-ENRG-EMBFAC-S           PIC X(60).
      *
      *========================
       WORKING-STORAGE SECTION.
           COPY CLICOM.
      *
           COPY FACREG.
      *
           COPY TVALIG.
      *
           COPY FACLIG.
      *
           COPY EMBFAC.
      *
      *---------------- EMBALLAGES A FACTURER -------------------------*
      *
       01  WS-TAB-EMF.
           05  WS-TEF-EL             OCCURS 500 TIMES.
               10  WS-TEF-ENRG       PIC X(60).
       01  WS-NB-EMF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-EMF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-JX-EMF                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- TAUX DE TVA PAR CATEGORIE ---------------------*
      *
       01  WS-FAC-HT                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FAC-TVA                PIC S9(8)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VENTILATION DE LA FACTURE PAR TAUX ------------*
      *
       01  WS-TAB-TVF.
           05  WS-TVF-EL             OCCURS 20 TIMES.
               10  WS-TVF-TAUX       PIC 9(2)V99  COMP-3.
               10  WS-TVF-HT         PIC S9(9)V99 COMP-3.
               10  WS-TVF-TVA        PIC S9(8)V99 COMP-3.
       01  WS-NB-TVF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TVF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-TVF-TROUVE          PIC X(01) VALUE 'N'.
           88  TVF-TROUVE            VALUE 'O'.
           88  TVF-NON-TROUVE        VALUE 'N'.
      *
      *---------------- VALORISATION D'UNE LIGNE ----------------------*
      *
       01  WS-PXU-RETENU             PIC 9(5)V99  COMP-3.
       01  WS-MT-LIGNE-HT            PIC S9(9)V99 COMP-3.
       01  WS-MT-LIGNE-TVA           PIC S9(8)V99 COMP-3.
       01  WS-ART-FACTURE            PIC X(06).
       01  WS-QTE-LIGNE              PIC 9(06).
       01  WS-IX-REM                 PIC S9(04) COMP.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
           88  OK-FACREG-S           VALUE '00'.
       01  WS-FS-FACTURE             PIC XX.
           88  OK-FACTURE            VALUE '00'.
       01  WS-FS-TVAFAC              PIC XX.
           88  OK-TVAFAC             VALUE '00'.
       01  WS-FS-FACLIG              PIC XX.
           88  OK-FACLIG             VALUE '00'.
       01  WS-FS-EMBFAC-E            PIC XX.
           88  OK-EMBFAC-E           VALUE '00' '05'.
           88  EOF-EMBFAC-E          VALUE '10'.
           88  NOTFOUND-EMBFAC-E     VALUE '35'.
       01  WS-FS-EMBFAC-S            PIC XX.
           88  OK-EMBFAC-S           VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-FACTURE           PIC 9(08).
      *
      *---------------- DEMANDE EN SYSIN (DATE DE FACTURE) ------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-FAC       PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VERROU DES PERIODES CLOTUREES (ARIS908) -------*
      *
           COPY PERAPPL.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-FACTURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIGNES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-PRIX          PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-EMB            PIC 9(05) VALUE ZERO.
       01  WS-TOT-FACTURE            PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-ENRG-DEMANDE.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO095'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-DATE-FACTURE-DEB
              THRU 7600-DATE-FACTURE-FIN.
      *
           PERFORM 6000-TRI-COMMANDES-DEB
              THRU 6000-TRI-COMMANDES-FIN.
              THRU 6400-LIT-COMPTEUR-FIN.
           PERFORM 6500-RECOPIE-REGISTRE-DEB
              THRU 6500-RECOPIE-REGISTRE-FIN.
           PERFORM 6600-CHARGE-EMBFAC-DEB
              THRU 6600-CHARGE-EMBFAC-FIN.
      *
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
      *
           PERFORM 7400-CLOT-FACTURE-DEB
              THRU 7400-CLOT-FACTURE-FIN.
      *
           PERFORM 7550-CLIENT-EMB-SEUL-DEB
              THRU 7550-CLIENT-EMB-SEUL-FIN
             VARYING WS-JX-EMF FROM 1 BY 1
               UNTIL WS-JX-EMF > WS-NB-EMF.
      *
           PERFORM 6610-REECRIT-EMBFAC-DEB
              THRU 6610-REECRIT-EMBFAC-FIN.
      *
           PERFORM 6410-REECRIT-COMPTEUR-DEB
              THRU 6410-REECRIT-COMPTEUR-FIN.
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
           OPEN OUTPUT F-FACLIG-S.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6015-OPEN-FICHIERS-FIN.
           EXIT.
      *
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
           CLOSE F-FACLIG-S.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
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
       6530-WRITE-FFACREG-FIN.
           EXIT.
      *
      *    EMBALLAGES A FACTURER (ARIO133) CHARGES EN TABLE ; LE
      *    FICHIER EST REECRIT EN FIN DE PASSAGE AVEC LES LIGNES
      *    FACTUREES MARQUEES.
      *
       6600-CHARGE-EMBFAC-DEB.
           OPEN INPUT F-EMBFAC-E.
           IF NOTFOUND-EMBFAC-E
              GO TO 6600-CHARGE-EMBFAC-FIN
           END-IF.
           IF NOT OK-EMBFAC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6605-READ-FEMBFAC-DEB
              THRU 6605-READ-FEMBFAC-FIN.
           PERFORM 6607-ALIM-TAB-EMBFAC-DEB
              THRU 6607-ALIM-TAB-EMBFAC-FIN
             UNTIL EOF-EMBFAC-E.
           CLOSE F-EMBFAC-E.
       6600-CHARGE-EMBFAC-FIN.
           EXIT.
      *
       6605-READ-FEMBFAC-DEB.
           READ F-EMBFAC-E INTO WS-ENRG-F-EMBFAC.
           IF NOT (OK-EMBFAC-E OR EOF-EMBFAC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMBFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6605-READ-FEMBFAC-FIN.
           EXIT.
      *
       6607-ALIM-TAB-EMBFAC-DEB.
           IF WS-NB-EMF = 500
              DISPLAY 'TABLE DES EMBALLAGES A FACTURER SATUREE (500)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-EMF.
           MOVE WS-ENRG-F-EMBFAC         TO WS-TEF-ENRG(WS-NB-EMF).
           PERFORM 6605-READ-FEMBFAC-DEB
              THRU 6605-READ-FEMBFAC-FIN.
       6607-ALIM-TAB-EMBFAC-FIN.
           EXIT.
      *
       6610-REECRIT-EMBFAC-DEB.
           OPEN OUTPUT F-EMBFAC-S.
           IF NOT OK-EMBFAC-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6615-WRITE-FEMBFAC-DEB
              THRU 6615-WRITE-FEMBFAC-FIN
             VARYING WS-IX-EMF FROM 1 BY 1
               UNTIL WS-IX-EMF > WS-NB-EMF.
           CLOSE F-EMBFAC-S.
       6610-REECRIT-EMBFAC-FIN.
           EXIT.
      *
       6615-WRITE-FEMBFAC-DEB.
           WRITE FS-ENRG-EMBFAC-S        FROM WS-TEF-ENRG(WS-IX-EMF).
           IF NOT OK-EMBFAC-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EMBFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6615-WRITE-FEMBFAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
              MOVE WS-CDE-ART            TO WS-ART-FACTURE
           END-IF.
      *
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-QTE-LIGNE.
           PERFORM 7100-RECH-PRIX-DEB
              THRU 7100-RECH-PRIX-FIN.
      *
           END-IF.
      *
           COMPUTE WS-MT-LIGNE-HT ROUNDED =
                   WS-QTE-LIGNE * WS-PXU-RETENU
                 * (100 - WS-REMISE-PCT) / 100.
      *
           PERFORM 7200-RECH-TVA-DEB
      *
           ADD WS-MT-LIGNE-HT            TO WS-FAC-HT.
           ADD WS-MT-LIGNE-TVA           TO WS-FAC-TVA.
           PERFORM 7250-CUMUL-TAUX-DEB
              THRU 7250-CUMUL-TAUX-FIN.
           ADD 1                         TO WS-FAC-LIGNES
                                            WS-CPT-LIGNES.
      *
           PERFORM 8020-EDIT-LIGNE-FAC-DEB
              THRU 8020-EDIT-LIGNE-FAC-FIN.
      *
           MOVE SPACES                   TO WS-ENRG-F-FACLIG.
           MOVE WS-NO-FAC-COURANT        TO WS-FLG-FAC-NO.
           MOVE WS-CDE-NO                TO WS-FLG-CDE-NO.
           MOVE WS-CDE-CLIENT            TO WS-FLG-CLIENT.
           MOVE WS-ART-FACTURE           TO WS-FLG-ART.
           MOVE WS-QTE-LIGNE             TO WS-FLG-QTE.
           MOVE WS-MT-LIGNE-HT           TO WS-FLG-MT-HT.
           MOVE WS-DATE-FACTURE          TO WS-FLG-DATE.
           MOVE WS-REMISE-PCT            TO WS-FLG-REM-PCT-N.
           IF WS-REMISE-PCT > ZERO
              MOVE WS-CLC-CATEG(WS-IX-CLC) TO WS-FLG-REM-CAT
           END-IF.
           SET FLG-FACTURE               TO TRUE.
           WRITE FS-ENRG-FACLIG-S        FROM WS-ENRG-F-FACLIG.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FACLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       7000-VALORISE-LIGNE-FIN.
           EXIT.
       7210-UNE-TVA-FIN.
           EXIT.
      *
      *    VENTILATION DE LA FACTURE EN COURS PAR TAUX DE TVA.
      *
       7250-CUMUL-TAUX-DEB.
           SET TVF-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-TVF.
           PERFORM 7260-UN-TAUX-DEB
              THRU 7260-UN-TAUX-FIN
             UNTIL (WS-IX-TVF > WS-NB-TVF) OR TVF-TROUVE.
           IF TVF-NON-TROUVE
              IF WS-NB-TVF = 20
                 DISPLAY 'TABLE DES TAUX DE LA FACTURE SATUREE (20)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-TVF
              MOVE WS-NB-TVF             TO WS-IX-TVF
              MOVE WS-TAUX-TVA           TO WS-TVF-TAUX(WS-IX-TVF)
              MOVE ZERO                  TO WS-TVF-HT(WS-IX-TVF)
                                            WS-TVF-TVA(WS-IX-TVF)
           END-IF.
           ADD WS-MT-LIGNE-HT            TO WS-TVF-HT(WS-IX-TVF).
           ADD WS-MT-LIGNE-TVA           TO WS-TVF-TVA(WS-IX-TVF).
       7250-CUMUL-TAUX-FIN.
           EXIT.
      *
       7260-UN-TAUX-DEB.
           IF WS-TVF-TAUX(WS-IX-TVF) = WS-TAUX-TVA
              SET TVF-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TVF
           END-IF.
       7260-UN-TAUX-FIN.
           EXIT.
      *
      *    OUVERTURE DE LA FACTURE DU CLIENT COURANT : NUMERO
      *    SEQUENTIEL, ENTETE ET ADRESSE (CLIENT CHERCHE DANS LA
      *    TABLE CLI0206), CUMULS REMIS A ZERO.
                                            WS-CPT-FACTURES.
           MOVE ZERO                     TO WS-FAC-HT
                                            WS-FAC-TVA
                                            WS-FAC-LIGNES
                                            WS-NB-TVF.
           SET FACTURE-OUVERTE           TO TRUE.
      *
           PERFORM 7350-RECH-CLIENT-DEB
           EXIT.
      *
       7360-RECH-UN-CLIENT-DEB.
           IF WS-CLC-CODE(WS-IX-CLC) = WS-CLIENT-RUPTURE
              SET CLC-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLC
           IF FACTURE-FERMEE
              GO TO 7400-CLOT-FACTURE-FIN
           END-IF.
      *
           PERFORM 7500-FACTURE-EMBALLAGE-DEB
              THRU 7500-FACTURE-EMBALLAGE-FIN
             VARYING WS-IX-EMF FROM 1 BY 1
               UNTIL WS-IX-EMF > WS-NB-EMF.
      *
           MOVE WS-FAC-HT                TO WS-LFAC-TOTHT-ED.
           MOVE WS-FAC-TVA               TO WS-LFAC-TOTTVA-ED.
           MOVE SPACES                   TO WS-ENRG-F-FACREG.
           MOVE WS-NO-FAC-COURANT        TO WS-FAC-NO.
           MOVE WS-CLIENT-RUPTURE        TO WS-FAC-CLIENT.
           MOVE WS-DATE-FACTURE          TO WS-FAC-DATE.
           MOVE WS-FAC-LIGNES            TO WS-FAC-NB-LIGNES.
           MOVE WS-FAC-HT                TO WS-FAC-MT-HT.
           MOVE WS-FAC-TVA               TO WS-FAC-MT-TVA.
           MOVE WS-TOT-FACTURE           TO WS-FAC-MT-TTC.
           MOVE ZERO                     TO WS-FAC-MT-ENCAISSE.
           SET FAC-NOUVELLE              TO TRUE.
           PERFORM 6530-WRITE-FFACREG-DEB
              THRU 6530-WRITE-FFACREG-FIN.
      *
           PERFORM 7450-ECRIT-TVA-DEB
              THRU 7450-ECRIT-TVA-FIN
             VARYING WS-IX-TVF FROM 1 BY 1
               UNTIL WS-IX-TVF > WS-NB-TVF.
      *
           SET FACTURE-FERMEE            TO TRUE.
       7400-CLOT-FACTURE-FIN.
           EXIT.
      *
      *    UNE LIGNE DE VENTILATION TVAFAC PAR TAUX DE LA FACTURE.
      *
       7450-ECRIT-TVA-DEB.
           MOVE SPACES                   TO WS-ENRG-F-TVALIG.
           SET TVL-FACTURE               TO TRUE.
           MOVE WS-FAC-NO                TO WS-TVL-PIECE.
           MOVE WS-FAC-CLIENT            TO WS-TVL-TIERS.
           MOVE WS-FAC-DATE              TO WS-TVL-DATE.
           MOVE WS-TVF-TAUX(WS-IX-TVF)   TO WS-TVL-TAUX.
           MOVE WS-TVF-HT(WS-IX-TVF)     TO WS-TVL-BASE-HT.
           MOVE WS-TVF-TVA(WS-IX-TVF)    TO WS-TVL-MT-TVA.
           WRITE FS-ENRG-TVAFAC-S        FROM WS-ENRG-F-TVALIG.
           IF NOT OK-TVAFAC
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-TVAFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAFAC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7450-ECRIT-TVA-FIN.
           EXIT.
      *
      *    EMBALLAGES DETENUS AU-DELA DES JOURS CONVENUS : LIGNE
      *    VALORISEE AU PRIX CATALOGUE (ET REMISE CLIENT) DE L'ARTICLE
      *    EMBALLAGE, TVA DE SA CATEGORIE, PIECE DE LIVRAISON EN
      *    OBSERVATION ; LA LIGNE EMBFAC EST MARQUEE FACTUREE.
      *
       7500-FACTURE-EMBALLAGE-DEB.
           MOVE WS-TEF-ENRG(WS-IX-EMF)   TO WS-ENRG-F-EMBFAC.
           IF WS-EMF-CLIENT NOT = WS-CLIENT-RUPTURE
              OR EMF-FACTUREE
              GO TO 7500-FACTURE-EMBALLAGE-FIN
           END-IF.
      *
           MOVE WS-EMF-ART               TO WS-ART-FACTURE.
           MOVE WS-EMF-QTE               TO WS-QTE-LIGNE.
           PERFORM 7100-RECH-PRIX-DEB
              THRU 7100-RECH-PRIX-FIN.
      *
           MOVE SPACES                   TO WS-LFAC-NOTE-ED.
           STRING 'BL ' WS-EMF-PIECE DELIMITED BY SIZE
              INTO WS-LFAC-NOTE-ED.
           IF PVT-NON-TROUVE
              ADD 1                      TO WS-CPT-SANS-PRIX
              MOVE ZERO                  TO WS-PXU-RETENU
                                            WS-REMISE-PCT
              MOVE '*SANS PRIX*'         TO WS-LFAC-NOTE-ED
           END-IF.
      *
           COMPUTE WS-MT-LIGNE-HT ROUNDED =
                   WS-QTE-LIGNE * WS-PXU-RETENU
                 * (100 - WS-REMISE-PCT) / 100.
      *
           PERFORM 7200-RECH-TVA-DEB
              THRU 7200-RECH-TVA-FIN.
           COMPUTE WS-MT-LIGNE-TVA ROUNDED =
                   WS-MT-LIGNE-HT * WS-TAUX-TVA / 100.
      *
           ADD WS-MT-LIGNE-HT            TO WS-FAC-HT.
           ADD WS-MT-LIGNE-TVA           TO WS-FAC-TVA.
           PERFORM 7250-CUMUL-TAUX-DEB
              THRU 7250-CUMUL-TAUX-FIN.
           ADD 1                         TO WS-FAC-LIGNES
                                            WS-CPT-LIGNES
                                            WS-CPT-LIG-EMB.
      *
           PERFORM 8020-EDIT-LIGNE-FAC-DEB
              THRU 8020-EDIT-LIGNE-FAC-FIN.
      *
           SET EMF-FACTUREE              TO TRUE.
           MOVE WS-NO-FAC-COURANT        TO WS-EMF-FAC-NO.
           MOVE WS-ENRG-F-EMBFAC         TO WS-TEF-ENRG(WS-IX-EMF).
       7500-FACTURE-EMBALLAGE-FIN.
           EXIT.
      *
      *    CLIENT SANS COMMANDE SERVIE DONT DES EMBALLAGES RESTENT A
      *    FACTURER : UNE FACTURE EST OUVERTE POUR LUI SEUL (7400
      *    FACTURE TOUTES SES LIGNES EMBFAC).
      *
       7550-CLIENT-EMB-SEUL-DEB.
           MOVE WS-TEF-ENRG(WS-JX-EMF)   TO WS-ENRG-F-EMBFAC.
           IF EMF-FACTUREE
              GO TO 7550-CLIENT-EMB-SEUL-FIN
           END-IF.
           MOVE WS-EMF-CLIENT            TO WS-CLIENT-RUPTURE.
           PERFORM 7300-OUVRE-FACTURE-DEB
              THRU 7300-OUVRE-FACTURE-FIN.
           PERFORM 7400-CLOT-FACTURE-DEB
              THRU 7400-CLOT-FACTURE-FIN.
       7550-CLIENT-EMB-SEUL-FIN.
           EXIT.
      *
      *    DATE DE FACTURE : CARTE SYSIN SI NUMERIQUE, SINON DATE DU
      *    JOUR. DANS UNE PERIODE CLOTUREE, LE PASSAGE S'ARRETE AVANT
      *    TOUTE FACTURE (POLITIQUE DE REFUS) OU LA DATE DEVIENT LE
      *    PREMIER JOUR DU PREMIER MOIS OUVERT QUI SUIT.
      *
       7600-DATE-FACTURE-DEB.
           IF WS-DEM-DATE-FAC NUMERIC
              MOVE WS-DEM-DATE-FAC       TO WS-PER-DATE
           ELSE
              MOVE WS-DATE-SYST          TO WS-PER-DATE
           END-IF.
           CALL 'ARIS908'             USING WS-PER-PARM.
           IF PER-REJETEE
              DISPLAY 'DATE DE FACTURE ' WS-PER-DATE
                      ' DANS UNE PERIODE CLOTUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF PER-REDATEE
              DISPLAY 'DATE DE FACTURE ' WS-PER-DATE
                      ' REDATEE AU ' WS-PER-DATE-RETENUE
           END-IF.
           MOVE WS-PER-DATE-RETENUE      TO WS-DATE-FACTURE.
       7600-DATE-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-FAC-DEB.
           MOVE WS-NO-FAC-COURANT        TO WS-LFAC-NO-ED.
           MOVE WS-DATE-FACTURE          TO WS-LFAC-DATE-ED.
           WRITE FS-ENRG-FACTURE-S       FROM WS-LFAC-ENTETE
              AFTER ADVANCING PAGE.
           MOVE WS-CLIENT-RUPTURE        TO WS-LFAC-CLI-ED.
           IF CLC-TROUVE
              MOVE WS-CLC-NOM(WS-IX-CLC) TO WS-LFAC-NOM-ED
           ELSE
      *
       8020-EDIT-LIGNE-FAC-DEB.
           MOVE WS-ART-FACTURE           TO WS-LFAC-ART-ED.
           MOVE WS-QTE-LIGNE             TO WS-LFAC-QTE-ED.
           MOVE WS-PXU-RETENU            TO WS-LFAC-PXU-ED.
           MOVE WS-REMISE-PCT            TO WS-LFAC-REM-ED.
           MOVE WS-MT-LIGNE-HT           TO WS-LFAC-HT-ED.
           DISPLAY 'LIGNES FACTUREES             :  ' WS-CPT-LIGNES.
           DISPLAY 'LIGNES SANS PRIX CATALOGUE   :  '
                   WS-CPT-SANS-PRIX.
           DISPLAY 'LIGNES EMBALLAGES FACTUREES  :  '
                   WS-CPT-LIG-EMB.
           DISPLAY 'DERNIER NUMERO ATTRIBUE      :  '
                   WS-NO-FAC-COURANT.
           DISPLAY 'DATE DE FACTURE              :  '
                   WS-DATE-FACTURE.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
