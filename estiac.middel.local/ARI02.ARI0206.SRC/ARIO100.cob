      *  (F-RESQC-E : ARTICLE, LOT EN QUARANTAINE, FOURNISSEUR,       *
      *  DECISION 'L' LIBERE / 'R' REJETE) SONT APPLIQUEES AUX LOTS   *
      *  MIS EN QUARANTAINE PAR LA RECEPTION ARIO937/ARIO933 : UN     *
      *  LOT LIBERE PASSE AU STATUT DISPONIBLE 'D' DANS LOT0206 (MIS  *
      *  A JOUR EN PLACE), UN LOT REJETE RESTE EN QUARANTAINE ET UN   *
      *  BON DE RETOUR FOURNISSEUR PRE-REMPLI EST EMIS SUR            *
      *  F-RETFOU-S (COMPLETE PAR LES ACHATS, EXPEDIE PAR ARIO099).   *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOT LU ET MIS A JOUR DANS LE FICHIER DES     *
      *               !  LOTS LOT0206 (ART0206 N'EST PLUS LU)         *
      *               !                                               *
      *===============================================================*
      *
           SELECT  F-RESQC-E           ASSIGN TO RESQC
                   FILE STATUS         IS WS-FS-RESQC-E.
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS (MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      F-STATQC-E : STATISTIQUES QC (N-1)
      *                      -------------------------------------------
           RECORDING MODE IS F.
       01  FS-ENRG-RESQC-E            PIC X(30).
      *
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-STATQC-E
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT LOT ----------------------------*
      *
           COPY ARTLOT.
      *
      *---------------- DECISION D'INSPECTION -------------------------*
      *
       01  WS-FS-RESQC-E             PIC XX.
           88  OK-RESQC-E            VALUE '00'.
           88  EOF-RESQC-E           VALUE '10'.
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  NOTFOUND-LOT-ES       VALUE '23'.
       01  WS-FS-STATQC-E            PIC XX.
           88  OK-STATQC-E           VALUE '00'.
           88  EOF-STATQC-E          VALUE '10'.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''OUVERTURE I-O DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-RESQC-E.
           CLOSE F-LOT-ES.
           IF NOT NOTFOUND-STATQC-E
              CLOSE F-STATQC-E
           END-IF.
       7100-APPLIQUE-AU-LOT-DEB.
           SET LOT-QC-NON-TROUVE         TO TRUE.
           MOVE ZERO                     TO WS-QTE-LOT.
           MOVE WS-RES-ART               TO WS-LOT-ART.
           MOVE WS-RES-LOT               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           READ F-LOT-ES INTO WS-LOT-ENR.
           IF NOTFOUND-LOT-ES
              GO TO 7100-APPLIQUE-AU-LOT-FIN
           END-IF.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT LOT-QUARANTAINE
              GO TO 7100-APPLIQUE-AU-LOT-FIN
           END-IF.
           SET LOT-QC-TROUVE             TO TRUE.
           MOVE WS-LOT-QTE               TO WS-QTE-LOT.
           IF RES-LIBERE
              SET LOT-DISPONIBLE         TO TRUE
              REWRITE FS-ENRG-LOT-ES     FROM WS-LOT-ENR
              IF NOT OK-LOT-ES
                 DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       7100-APPLIQUE-AU-LOT-FIN.
           EXIT.
      *
      *    BON DE RETOUR PRE-REMPLI : NOTE 'QC' + SEQUENCE, COMMANDE
      *    D'ORIGINE LAISSEE A BLANC (COMPLETEE PAR LES ACHATS).
