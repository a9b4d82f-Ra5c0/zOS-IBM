      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LECTURE ET MISE A JOUR DIRECTE DU FICHIER    *
      *               !  DES LOTS LOT0206 AU LIEU DE LA TABLE DES     *
      *               !  LOTS D'ART0206                               *
      *               !                                               *
      *===============================================================*
      *
      *-------------
      *
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      F-MVTSTK-S : SORTIES DE REFORME EMISES
      *                      -------------------------------------------
       FILE SECTION.
      *=============
      *
      *---------------- FICHIER DES LOTS (MIS A JOUR EN PLACE) --------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE                PIC X(14).
           05  FILLER                    PIC X(46).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT LOT (PARTAGE ARIO940) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- TRANSACTION DE STOCK (PARTAGE ARIO933) --------*
      *
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  EOF-LOT-ES            VALUE '10'.
       01  WS-FS-MVTSTK-S            PIC XX.
           88  OK-MVTSTK-S           VALUE '00'.
       01  WS-FS-ETATREF             PIC XX.
       01  WS-VALEUR-LOT             PIC S9(09)V99 COMP-3.
       01  WS-TOT-REFORME            PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- DERNIER ARTICLE TOUCHE ------------------------*
      *
       01  WS-ART-PREC               PIC X(06) VALUE SPACES.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-LOT                PIC 9(07) VALUE ZERO.
       01  WS-CPT-ART-MAJ            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOT-REF            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOT-SANS-TAUX      PIC 9(05) VALUE ZERO.
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-INTITULE.
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-TIRET.
      *
           PERFORM 6020-READ-FLOT-DEB
              THRU 6020-READ-FLOT-FIN.
           PERFORM 1000-TRT-LOT-DEB
              THRU 1000-TRT-LOT-FIN
             UNTIL EOF-LOT-ES.
      *
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-TIRET.
           MOVE WS-TOT-REFORME           TO WS-LREF-TOT-ED.
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-TOTAL.
      *
           CLOSE F-LOT-ES.
           CLOSE F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTSTK-S'
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UN LOT                                         *
      *---------------------------------------------------------------*
      *
       1000-TRT-LOT-DEB.
      *
           ADD 1                         TO WS-CPT-LOT.
      *
           IF LOT-QUARANTAINE
              PERFORM 7010-REFORME-LOT-DEB
                 THRU 7010-REFORME-LOT-FIN
           END-IF.
      *
           PERFORM 6020-READ-FLOT-DEB
              THRU 6020-READ-FLOT-FIN.
      *
       1000-TRT-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6020-READ-FLOT-DEB.
           READ F-LOT-ES INTO WS-LOT-ENR.
           IF NOT (OK-LOT-ES OR EOF-LOT-ES)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FLOT-FIN.
           EXIT.
      *
       6030-REWRITE-FLOT-DEB.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-REWRITE-FLOT-FIN.
           EXIT.
      *
       6050-WRITE-FMVTSTK-DEB.
           EXIT.
      *
       7005-COMPARE-TAUX-DEB.
           IF WS-TAUX-DEV(WS-IND-TAUX) = WS-LOT-DEVISE
              MOVE 'O'                   TO WS-TAUX-TROUVE
              MOVE WS-IND-TAUX           TO WS-IND-TAUX-UTIL
           END-IF.
      *    DEVISE SANS TAUX EST VALORISE A ZERO ET COMPTE.
      *
       7010-REFORME-LOT-DEB.
           PERFORM 7000-CHERCHE-TAUX-DEB
              THRU 7000-CHERCHE-TAUX-FIN.
           IF TAUX-TROUVE
              COMPUTE WS-PXU-EUR ROUNDED =
                      WS-LOT-PXU *
                      WS-TAUX-VAL(WS-IND-TAUX-UTIL)
           ELSE
              MOVE ZERO                  TO WS-PXU-EUR
              ADD 1                      TO WS-CPT-LOT-SANS-TAUX
           END-IF.
           COMPUTE WS-VALEUR-LOT ROUNDED =
                   WS-LOT-QTE * WS-PXU-EUR.
           ADD WS-VALEUR-LOT             TO WS-TOT-REFORME.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTSTK.
           MOVE WS-LOT-ART               TO WS-MST-ART-CODE.
           MOVE WS-LOT-NUM               TO WS-MST-LOT.
           MOVE 'S'                      TO WS-MST-TYPE.
           MOVE WS-LOT-QTE               TO WS-MST-QTE.
           MOVE 'REFORME'                TO WS-MST-REF.
           MOVE WS-LOT-PXU               TO WS-MST-PXU.
           MOVE WS-LOT-DEVISE            TO WS-MST-DEVISE.
           PERFORM 6050-WRITE-FMVTSTK-DEB
              THRU 6050-WRITE-FMVTSTK-FIN.
      *
           MOVE 'R'                      TO WS-LOT-STATUT.
           PERFORM 6030-REWRITE-FLOT-DEB
              THRU 6030-REWRITE-FLOT-FIN.
           ADD 1                         TO WS-CPT-LOT-REF.
           IF WS-LOT-ART NOT = WS-ART-PREC
              ADD 1                      TO WS-CPT-ART-MAJ
              MOVE WS-LOT-ART            TO WS-ART-PREC
           END-IF.
           PERFORM 8020-EDIT-LIGNE-REF-DEB
              THRU 8020-EDIT-LIGNE-REF-FIN.
      *
      *---------------------------------------------------------------*
      *
       8020-EDIT-LIGNE-REF-DEB.
           MOVE WS-LOT-ART               TO WS-LREF-ART-ED.
           MOVE WS-LOT-NUM               TO WS-LREF-LOT-ED.
           MOVE WS-LOT-QTE               TO WS-LREF-QTE-ED.
           MOVE WS-PXU-EUR               TO WS-LREF-PXU-ED.
           MOVE WS-VALEUR-LOT            TO WS-LREF-VAL-ED.
           WRITE FS-ENRG-ETATREF-S       FROM WS-LREF-DETAIL.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO941     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'LOTS EXAMINES                :  ' WS-CPT-LOT.
           DISPLAY 'ARTICLES CONCERNES           :  ' WS-CPT-ART-MAJ.
           DISPLAY 'LOTS REFORMES                :  ' WS-CPT-LOT-REF.
           DISPLAY 'LOTS SANS TAUX DE CHANGE     :  '
                   WS-CPT-LOT-SANS-TAUX.
