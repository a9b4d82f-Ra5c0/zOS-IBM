      *  RETOURS FOURNISSEURS ET NOTES DE DEBIT : CHAQUE BON DE       *
      *  RETOUR (F-RETFOU-E : NOTE, COMMANDE D'ORIGINE WS-CMD-NO,     *
      *  FOURNISSEUR, ARTICLE, LOT REFUSE, QUANTITE) EST EXPEDIE :    *
      *  LA QUANTITE EST RETIREE DU LOT DANS LOT0206 ET DU STOCK DE   *
      *  L'ARTICLE DANS ART0206 (MIS A JOUR EN PLACE, LOT INCONNU     *
      *  SIGNALE), LA SORTIE MVTSTK 'S' EST EMISE SOUS LA REFERENCE   *
      *  DEDIEE 'RF' + NOTE (TRACE DES MOUVEMENTS), ET UNE NOTE DE    *
      *  DEBIT VALORISEE AU PRIX DU LOT EST AJOUTEE AU REGISTRE       *
      *  F-NOTDEB (PERE-FILS, STATUT 'O' OUVERTE) EN DEDUCTION DES    *
      *  SOMMES DUES AU FOURNISSEUR. LES AVOIRS RECUS (F-AVOFOU-E :   *
      *  NOTE, DATE) SOLDENT LA NOTE ('S'). L'ETAT DE VIEILLISSEMENT  *
      *  LISTE LES NOTES OUVERTES AVEC LEUR AGE EN JOURS OUVRES       *
      *  (ARIS902) : LES ACHATS RELANCENT LES AVOIRS AU LIEU DE       *
      *  CONTINUER A PAYER.                                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  STATUT 'I' : NOTE IMPUTEE SUR UN REGLEMENT   *
      *               !  FOURNISSEUR (ARIO113, REFERENCE DU REGLEMENT *
      *               !  EN FIN DE LIGNE), HORS AVOIRS ET AGES        *
      * 15/10/2026    !  RETRAIT DU LOT DANS LE FICHIER DES LOTS      *
      *               !  LOT0206                                      *
      * 15/10/2026    !  ENREGISTREMENT F-NOTDEB PORTE A 70 : DATE DU *
      *               !  REGLEMENT D'IMPUTATION (ARIO113)             *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS (MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      F-NOTDEB-E : REGISTRE DES NOTES (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-NOTDEB-E ASSIGN TO NOTDEB
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-NOTDEB-E
           RECORDING MODE IS F.
       01  FS-ENRG-NOTDEB-E           PIC X(70).
      *
       FD  F-NOTDEB-S
           RECORDING MODE IS F.
       01  FS-ENRG-NOTDEB-S           PIC X(70).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
           COPY ARTLOT.
      *
           COPY MVTSTK.
      *
           05  WS-NDB-STATUT         PIC X(01).
               88  NDB-OUVERTE       VALUE 'O'.
               88  NDB-SOLDEE        VALUE 'S'.
               88  NDB-IMPUTEE       VALUE 'I'.
           05  WS-NDB-DATE-AVOIR     PIC 9(08).
           05  WS-NDB-REF-PAI        PIC X(08).
           05  WS-NDB-DATE-PAI       PIC 9(08).
           05  FILLER                PIC X(04).
      *
      *---------------- REGISTRE EN MEMOIRE ---------------------------*
      *
       01  WS-TAB-NDB.
           05  WS-TND-EL             OCCURS 300 TIMES.
               10  WS-TND-ENRG       PIC X(70).
       01  WS-NB-NDB                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-NDB                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-NDB-TROUVEE         PIC X(01) VALUE 'N'.
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  NOTFOUND-ART-ES       VALUE '23'.
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  NOTFOUND-LOT-ES       VALUE '23'.
       01  WS-FS-NOTDEB-E            PIC XX.
           88  OK-NOTDEB-E           VALUE '00'.
           88  EOF-NOTDEB-E          VALUE '10'.
           MOVE WS-MT-NOTE               TO WS-NDB-MT.
           MOVE WS-DATE-SYST             TO WS-NDB-DATE.
           SET NDB-OUVERTE               TO TRUE.
           MOVE ZERO                     TO WS-NDB-DATE-AVOIR
                                            WS-NDB-DATE-PAI.
           ADD 1                         TO WS-NB-NDB
                                            WS-CPT-EXPEDIES.
           SET WS-IX-NDB                 TO WS-NB-NDB.
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
           OPEN INPUT F-NOTDEB-E.
           IF NOT (OK-NOTDEB-E OR NOTFOUND-NOTDEB-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-NOTDEB-E'
              CLOSE F-AVOFOU-E
           END-IF.
           CLOSE F-ART-ES.
           CLOSE F-LOT-ES.
           IF NOT NOTFOUND-NOTDEB-E
              CLOSE F-NOTDEB-E
           END-IF.
       7010-RECH-UNE-NOTE-FIN.
           EXIT.
      *
      *    RETRAIT DE LA QUANTITE REFUSEE DU LOT D'ORIGINE (LECTURE
      *    DIRECTE DE LOT0206 PAR ARTICLE + LOT) ET DU STOCK DE
      *    L'ARTICLE (LE PRIX DU LOT VALORISE LA NOTE DE DEBIT) ; LA
      *    QUANTITE NE DESCEND PAS SOUS ZERO.
      *
       7100-RETIRE-DU-LOT-DEB.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-RTF-ART               TO WS-LOT-ART.
           MOVE WS-RTF-LOT               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           READ F-LOT-ES INTO WS-LOT-ENR.
           IF NOTFOUND-LOT-ES
              GO TO 7100-RETIRE-DU-LOT-FIN
           END-IF.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 7110-RETIRE-QTE-LOT-DEB
              THRU 7110-RETIRE-QTE-LOT-FIN.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF LOT-TROUVE
              REWRITE FS-ENRG-ART-ES     FROM WS-ART-ENR
       7100-RETIRE-DU-LOT-FIN.
           EXIT.
      *
       7110-RETIRE-QTE-LOT-DEB.
           SET LOT-TROUVE                TO TRUE.
           MOVE WS-LOT-PXU               TO WS-PXU-LOT.
           IF WS-RTF-QTE NOT > WS-LOT-QTE
              SUBTRACT WS-RTF-QTE      FROM WS-LOT-QTE
              SUBTRACT WS-RTF-QTE      FROM WS-ART-QTE
           ELSE
              SUBTRACT WS-LOT-QTE      FROM WS-ART-QTE
              MOVE ZERO                TO WS-LOT-QTE
           END-IF.
       7110-RETIRE-QTE-LOT-FIN.
           EXIT.
      *
       7200-EMET-SORTIE-STK-DEB.
