      *  VALORISATION DU STOCK AU COUT MOYEN PONDERE POUR LA          *
      *  COMPTABILITE : POUR CHAQUE ARTICLE DE L'EXTRAIT ART0206      *
      *  (TRIE ICI PAR CATEGORIE), LE COUT UNITAIRE MOYEN PONDERE     *
      *  EST CALCULE SUR SES LOTS (FICHIER LOT0206), LES PRIX EN      *
      *  DEVISE ETANT CONVERTIS EN EUR PAR LA TABLE DE TAUX           *
      *  ENTRETENUE AVEC ARIO929 ; IL EST ETENDU PAR LA QUANTITE EN   *
      *  STOCK PUIS CUMULE PAR CATEGORIE (WS-ART-CATEG) ET EN TOTAL   *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  COUT MOYEN PONDERE UNITAIRE DATE DE CHAQUE   *
      *               !  ARTICLE VALORISE ECRIT SUR LE FICHIER CMPART *
      *               !  (COPY CMPART) POUR L'ANALYSE DES MARGES      *
      *               !  ARIO122                                      *
      * 15/10/2026    !  CMP CALCULE SUR LE FICHIER DES LOTS LOT0206  *
      *               !                                               *
      *===============================================================*
      *
           SELECT  F-ART-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      SD-ART-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-ART-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
           SELECT  F-ETATVAL-S         ASSIGN TO ETATVAL
                   FILE STATUS         IS WS-FS-ETATVAL.
      *                      -------------------------------------------
      *                      F-CMPART-S : COUT MOYEN PONDERE PAR ARTICLE
      *                      -------------------------------------------
           SELECT  F-CMPART-S          ASSIGN TO CMPART
                   FILE STATUS         IS WS-FS-CMPART.
      *
      ***************
       DATA DIVISION.
           RECORDING MODE IS F.
       01  FS-ENRG-ART-E             PIC X(380).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
      *---------------- FICHIER DE TRAVAIL DU TRI ---------------------*
      *
       SD  SD-ART-TRI.
       FD  F-ETATVAL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATVAL-S         PIC X(80).
      *
       FD  F-CMPART-S
           RECORDING MODE IS F.
       01  FS-ENRG-CMPART-S          PIC X(30).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- COUT MOYEN PONDERE DATE PAR ARTICLE -----------*
      *
           COPY CMPART.
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ART-E               PIC XX.
       01  WS-FS-ART-TRI             PIC XX    VALUE '00'.
           88  OK-ART-TRI            VALUE '00'.
           88  EOF-ART-TRI           VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-VALPREC             PIC XX.
           88  OK-VALPREC            VALUE '00' '05'.
           88  EOF-VALPREC           VALUE '10'.
           88  OK-VALNOUV            VALUE '00'.
       01  WS-FS-ETATVAL             PIC XX.
           88  OK-ETATVAL            VALUE '00'.
       01  WS-FS-CMPART              PIC XX.
           88  OK-CMPART             VALUE '00'.
      *
      *---------------- ENREGISTREMENT DE VALORISATION ----------------*
      *
      *
      *---------------- CALCUL DU COUT MOYEN PONDERE ------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-PXU-EUR                PIC 9(05)V99.
       01  WS-QTE-LOTS               PIC 9(07).
       01  WS-VALEUR-LOTS            PIC S9(11)V99 COMP-3.
       PROCEDURE           DIVISION.
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           PERFORM 6000-TRI-ARTICLES-DEB
              THRU 6000-TRI-ARTICLES-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-VALNOUV-S.
           IF NOT OK-VALNOUV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VALNOUV-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CMPART-S.
           IF NOT OK-CMPART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CMPART-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMPART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6015-OPEN-FICHIERS-FIN.
           EXIT.
      *
           END-IF.
       6040-WRITE-FVALNOUV-FIN.
           EXIT.
      *
       6050-WRITE-FCMPART-DEB.
           WRITE FS-ENRG-CMPART-S        FROM WS-ENRG-F-CMPART.
           IF NOT OK-CMPART
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CMPART-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMPART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FCMPART-FIN.
           EXIT.
      *
       6060-CLOSE-FICHIERS-DEB.
           CLOSE F-ART-TRI-S.
           CLOSE F-LOT-E.
           CLOSE F-VALNOUV-S.
           IF NOT OK-VALNOUV
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-VALNOUV-S'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CMPART-S.
           IF NOT OK-CMPART
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CMPART-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMPART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6070-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6075-READ-NEXT-FLOT-DEB
                    THRU 6075-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-START-FLOT-FIN.
           EXIT.
      *
       6075-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6075-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DU TAUX DE LA DEVISE DU LOT COURANT (WS-LOT-ENR) ;
      *    L'INDICE RETENU EST FIGE DANS WS-IND-TAUX-UTIL AU MOMENT
      *    DE LA DECOUVERTE.
      *
           EXIT.
      *
       7005-COMPARE-TAUX-DEB.
           IF WS-TAUX-DEV(WS-IND-TAUX) = WS-LOT-DEVISE
              MOVE 'O'                   TO WS-TAUX-TROUVE
              MOVE WS-IND-TAUX           TO WS-IND-TAUX-UTIL
           END-IF.
       7010-CALCUL-CMP-DEB.
           MOVE ZERO                     TO WS-QTE-LOTS
                                            WS-VALEUR-LOTS.
           PERFORM 6070-START-FLOT-DEB
              THRU 6070-START-FLOT-FIN.
           PERFORM 7020-CUMUL-LOT-DEB
              THRU 7020-CUMUL-LOT-FIN
             UNTIL FIN-LOTS-ART.
           IF WS-QTE-LOTS > ZERO
              COMPUTE WS-CMP-UNITAIRE ROUNDED =
                      WS-VALEUR-LOTS / WS-QTE-LOTS
              MOVE SPACES                TO WS-ENRG-F-CMPART
              MOVE WS-ART-CODE           TO WS-CPA-ART
              MOVE WS-ART-CATEG          TO WS-CPA-CATEG
              MOVE WS-DATE-SYST          TO WS-CPA-DATE
              MOVE WS-CMP-UNITAIRE       TO WS-CPA-CMP
              PERFORM 6050-WRITE-FCMPART-DEB
                 THRU 6050-WRITE-FCMPART-FIN
           ELSE
              MOVE ZERO                  TO WS-CMP-UNITAIRE
           END-IF.
              THRU 7000-CHERCHE-TAUX-FIN.
           IF TAUX-TROUVE
              COMPUTE WS-PXU-EUR ROUNDED =
                      WS-LOT-PXU *
                      WS-TAUX-VAL(WS-IND-TAUX-UTIL)
              ADD WS-LOT-QTE             TO WS-QTE-LOTS
              COMPUTE WS-VALEUR-LOTS =
                      WS-VALEUR-LOTS +
                      WS-LOT-QTE * WS-PXU-EUR
           ELSE
              ADD 1                      TO WS-CPT-LOT-SANS-TAUX
           END-IF.
           PERFORM 6075-READ-NEXT-FLOT-DEB
              THRU 6075-READ-NEXT-FLOT-FIN.
       7020-CUMUL-LOT-FIN.
           EXIT.
      *
