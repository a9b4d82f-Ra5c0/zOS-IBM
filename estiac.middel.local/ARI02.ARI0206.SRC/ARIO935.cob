      *  FEUILLES D'ARIO934) SONT RAPPROCHES DE LA QUANTITE LIVRE DU  *
      *  CASIER (LECTURE DIRECTE D'ARTBIN) ; L'ECART PAR CASIER EST   *
      *  EDITE, CUMULE PAR ARTICLE ET VALORISE AU PRIX DU PREMIER     *
      *  LOT DE L'ARTICLE (LECTURE LOT0206). LES ECARTS APPROUVES     *
      *  SONT EMIS EN TRANSACTIONS DE STOCK (COPY MVTSTK, TYPE 'R'    *
      *  POUR UN EXCEDENT, 'S' POUR UN MANQUANT, LOT 'INVENTAI',      *
      *  REFERENCE 'INVENTAIRE') A DESTINATION DU PASSAGE ARIO933.    *
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 22/08/2026    !  DIMENSION DEPOT SUR LES CLES DE CASIER      *
      *               !  (ARTBIN ET FICHIER DES COMPTAGES)           *
      * 15/10/2026    !  PRIX DU PREMIER LOT LU DANS LOT0206          *
      *===============================================================*
      *
      *************************
                   RECORD KEY          IS FS-BIN-CLE
                   FILE STATUS         IS WS-FS-BINLOC-E.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS (VALORISATION)
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-MVTSTK-S : AJUSTEMENTS EMIS (MVTSTK)
      *                      -------------------------------------------
           05  FS-BIN-CLE             PIC X(08).
           05  FILLER                 PIC X(18).
      *
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
      *
           COPY ARTBIN.
      *
           COPY ARTLOT.
      *
           COPY MVTSTK.
      *
       01  WS-FS-BINLOC-E            PIC XX.
           88  OK-BINLOC-E           VALUE '00'.
           88  NOT-BINLOC-E          VALUE '23'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-MVTSTK-S            PIC XX.
           88  OK-MVTSTK-S           VALUE '00'.
       01  WS-FS-ETATINV-S           PIC XX.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-COMPTE-E
                 F-BINLOC-E
                 F-LOT-E.
           CLOSE F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTSTK-S'
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PRIX UNITAIRE DE VALORISATION : PREMIER LOT DE L'ARTICLE
      *    (PLUS PETIT NUMERO DE LOT DANS LOT0206), ZERO SI L'ARTICLE
      *    N'A AUCUN LOT.
      *
       7000-PRIX-ARTICLE-DEB.
           MOVE ZERO                     TO WS-PXU.
           MOVE WS-CMP-ART               TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           IF OK-LOT-E
              READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR
              IF OK-LOT-E
                 AND WS-LOT-ART = WS-CMP-ART
                 MOVE WS-LOT-PXU         TO WS-PXU
              END-IF
           END-IF.
       7000-PRIX-ARTICLE-FIN.
           EXIT.
