      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CONTROLE QUOTIDIEN DES DATES LIMITES D'UTILISATION : TOUT    *
      *  LOT DISPONIBLE DONT LA DLUO (WS-LOT-DLUO, ZERO = SANS        *
      *  PEREMPTION) EST ANTERIEURE A LA DATE DU JOUR PASSE EN        *
      *  QUARANTAINE (WS-LOT-STATUT 'Q') ET SORT AINSI DU STOCK       *
      *  DISPONIBLE A LA VENTE ; LE LOT EST REECRIT EN PLACE          *
      *  (REWRITE LOT0206) ET CHAQUE MISE EN QUARANTAINE EST EDITEE.  *
      *  LA REFORME DES LOTS EN QUARANTAINE EST TRAITEE A PART PAR    *
      *  LE PASSAGE PERIODIQUE ARIO941.                               *
      *---------------------------------------------------------------*
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
      *                      F-ETATQUA-S : ETAT DES MISES EN QUARANTAINE
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
       FD  F-ETATQUA-S
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT LOT (PARTAGE ARIO941) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  EOF-LOT-ES            VALUE '10'.
       01  WS-FS-ETATQUA             PIC XX.
           88  OK-ETATQUA            VALUE '00'.
      *
       01  WS-DATE-SYST-NUM REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *---------------- DERNIER ARTICLE TOUCHE ------------------------*
      *
       01  WS-ART-PREC               PIC X(06) VALUE SPACES.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-LOT                PIC 9(07) VALUE ZERO.
       01  WS-CPT-ART-MAJ            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOT-QUAR           PIC 9(05) VALUE ZERO.
      *
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           WRITE FS-ENRG-ETATQUA-S       FROM WS-LQUA-INTITULE.
           WRITE FS-ENRG-ETATQUA-S       FROM WS-LQUA-TIRET.
      *
           PERFORM 6020-READ-FLOT-DEB
              THRU 6020-READ-FLOT-FIN.
           PERFORM 1000-TRT-LOT-DEB
              THRU 1000-TRT-LOT-FIN
             UNTIL EOF-LOT-ES.
      *
           CLOSE F-LOT-ES.
           CLOSE F-ETATQUA-S.
           IF NOT OK-ETATQUA
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATQUA-S'
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
           IF LOT-DISPONIBLE
              AND WS-LOT-DLUO > ZERO
              AND WS-LOT-DLUO < WS-DATE-SYST-NUM
              PERFORM 7000-QUARANTAINE-LOT-DEB
                 THRU 7000-QUARANTAINE-LOT-FIN
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
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-QUARANTAINE-LOT-DEB.
           MOVE 'Q'                      TO WS-LOT-STATUT.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LOT-QUAR.
           IF WS-LOT-ART NOT = WS-ART-PREC
              ADD 1                      TO WS-CPT-ART-MAJ
              MOVE WS-LOT-ART            TO WS-ART-PREC
           END-IF.
           PERFORM 8020-EDIT-LIGNE-QUA-DEB
              THRU 8020-EDIT-LIGNE-QUA-FIN.
       7000-QUARANTAINE-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      *
       8020-EDIT-LIGNE-QUA-DEB.
           MOVE WS-LOT-ART               TO WS-LQUA-ART-ED.
           MOVE WS-LOT-NUM               TO WS-LQUA-LOT-ED.
           MOVE WS-LOT-QTE               TO WS-LQUA-QTE-ED.
           MOVE WS-LOT-DLUO(7:2)         TO WS-LQUA-DLUO-JJ-ED.
           MOVE WS-LOT-DLUO(5:2)         TO WS-LQUA-DLUO-MM-ED.
           MOVE WS-LOT-DLUO(1:4)         TO WS-LQUA-DLUO-AA-ED.
           WRITE FS-ENRG-ETATQUA-S       FROM WS-LQUA-DETAIL.
       8020-EDIT-LIGNE-QUA-FIN.
           EXIT.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO940     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'LOTS EXAMINES                :  ' WS-CPT-LOT.
           DISPLAY 'ARTICLES CONCERNES           :  ' WS-CPT-ART-MAJ.
           DISPLAY 'LOTS MIS EN QUARANTAINE      :  '
                   WS-CPT-LOT-QUAR.
           DISPLAY WS-LCRE0-ASTER.
