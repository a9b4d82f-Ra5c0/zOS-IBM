      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO132                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RESTITUTION DEPUIS LES ARCHIVES DES DOCUMENTS ENTREPOT       *
      *  (ECRITES PAR ARIO131) POUR LES DEMANDES CLIENTS ET LES       *
      *  AUDITS : POUR UNE COMMANDE OU UNE FACTURE RECUE EN SYSIN,    *
      *  LE PROGRAMME LISTE LES GENERATIONS CATALOGUEES (F-ARCCAT-E)  *
      *  PUIS EXTRAIT DES GENERATIONS FOURNIES EN ENTREE              *
      *  (CONCATENEES PAR LA JCL) :                                   *
      *  - LES LIGNES DE FACTURE QUI RELIENT COMMANDES ET FACTURES ;  *
      *  - LA OU LES FACTURES DE LA COMMANDE (OU LA FACTURE DEMANDEE) *
      *  - LA OU LES COMMANDES DE LA FACTURE (OU LA COMMANDE          *
      *    DEMANDEE) ;                                                *
      *  - LES BONS DE LIVRAISON DE CES COMMANDES.                    *
      *  LE TOUT EST EDITE SUR LE COMPTE RENDU F-ETATARC-S.           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO132.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-ARCCAT-E : CATALOGUE DES GENERATIONS
      *                      -------------------------------------------
           SELECT  F-ARCCAT-E          ASSIGN TO ARCDOC
                   FILE STATUS         IS WS-FS-ARCCAT-E.
      *                      -------------------------------------------
      *                      F-ARCFLG-E : ARCHIVES DES LIGNES DE FACTURE
      *                      -------------------------------------------
           SELECT  F-ARCFLG-E          ASSIGN TO ARCFLG
                   FILE STATUS         IS WS-FS-ARCFLG-E.
      *                      -------------------------------------------
      *                      F-ARCFAC-E : ARCHIVES DES FACTURES
      *                      -------------------------------------------
           SELECT  F-ARCFAC-E          ASSIGN TO ARCFAC
                   FILE STATUS         IS WS-FS-ARCFAC-E.
      *                      -------------------------------------------
      *                      F-ARCCDE-E : ARCHIVES DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-ARCCDE-E          ASSIGN TO ARCCDE
                   FILE STATUS         IS WS-FS-ARCCDE-E.
      *                      -------------------------------------------
      *                      F-ARCBL-E : ARCHIVES DES BL
      *                      -------------------------------------------
           SELECT  F-ARCBL-E           ASSIGN TO ARCBL
                   FILE STATUS         IS WS-FS-ARCBL-E.
      *                      -------------------------------------------
      *                      F-ETATARC-S : COMPTE RENDU DE RECHERCHE
      *                      -------------------------------------------
           SELECT  F-ETATARC-S         ASSIGN TO ETATARC
                   FILE STATUS         IS WS-FS-ETATARC-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-ARCCAT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCCAT-E           PIC X(80).
      *
       FD  F-ARCFLG-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCFLG-E           PIC X(60).
      *
       FD  F-ARCFAC-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCFAC-E           PIC X(70).
      *
       FD  F-ARCCDE-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCCDE-E           PIC X(60).
      *
       FD  F-ARCBL-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCBL-E            PIC X(50).
      *
       FD  F-ETATARC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATARC-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY CDECLI.
      *
           COPY FACREG.
      *
           COPY FACLIG.
      *
           COPY BLREG.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-ARCCAT-E            PIC XX.
           88  OK-ARCCAT-E           VALUE '00'.
           88  EOF-ARCCAT-E          VALUE '10'.
       01  WS-FS-ARCFLG-E            PIC XX.
           88  OK-ARCFLG-E           VALUE '00'.
           88  EOF-ARCFLG-E          VALUE '10'.
       01  WS-FS-ARCFAC-E            PIC XX.
           88  OK-ARCFAC-E           VALUE '00'.
           88  EOF-ARCFAC-E          VALUE '10'.
       01  WS-FS-ARCCDE-E            PIC XX.
           88  OK-ARCCDE-E           VALUE '00'.
           88  EOF-ARCCDE-E          VALUE '10'.
       01  WS-FS-ARCBL-E             PIC XX.
           88  OK-ARCBL-E            VALUE '00'.
           88  EOF-ARCBL-E           VALUE '10'.
       01  WS-FS-ETATARC-S           PIC XX.
           88  OK-ETATARC-S          VALUE '00'.
      *
      *---------------- CATALOGUE EN ENTREE (ECRIT PAR ARIO131) -------*
      *
       01  WS-ENRG-ARCCAT.
           05  WS-CAT-GENER          PIC 9(08).
           05  WS-CAT-FICHIER        PIC X(08).
           05  WS-CAT-PIVOT          PIC 9(06).
           05  WS-CAT-NB             PIC 9(07).
           05  WS-CAT-CONSERVES      PIC 9(07).
           05  FILLER                PIC X(44).
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-TYPE           PIC X(01).
               88  DEM-COMMANDE      VALUE 'C'.
               88  DEM-FACTURE       VALUE 'F'.
           05  WS-DEM-NO             PIC X(08).
      *
      *---------------- COMMANDES ET FACTURES RECHERCHEES -------------*
      *
       01  WS-TAB-CDE.
           05  WS-TCD-NO             PIC X(08)
                                     OCCURS 200 TIMES.
       01  WS-NB-TCD                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-TCD                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-CDE-TROUVEE         PIC X(01) VALUE 'N'.
           88  CDE-TROUVEE           VALUE 'O'.
           88  CDE-NON-TROUVEE       VALUE 'N'.
       01  WS-RECH-CDE-NO            PIC X(08).
      *
       01  WS-TAB-FAC.
           05  WS-TFA-NO             PIC X(08)
                                     OCCURS 50 TIMES.
       01  WS-NB-TFA                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-TFA                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-FAC-TROUVEE         PIC X(01) VALUE 'N'.
           88  FAC-TROUVEE           VALUE 'O'.
           88  FAC-NON-TROUVEE       VALUE 'N'.
       01  WS-RECH-FAC-NO            PIC X(08).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-GENER              PIC 9(05) VALUE ZERO.
       01  WS-CPT-FLG-LUES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FAC-LUES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-CDE-LUES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-BL-LUS             PIC 9(07) VALUE ZERO.
       01  WS-CPT-FLG-EXT            PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-EXT            PIC 9(05) VALUE ZERO.
       01  WS-CPT-CDE-EXT            PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-EXT             PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LARC-TIRET             PIC X(80) VALUE ALL '-'.
       01  WS-LARC-BLANC             PIC X(80) VALUE SPACE.
       01  WS-LARC-TITRE.
           05  FILLER                PIC X(24)
               VALUE 'RECHERCHE EN ARCHIVES - '.
           05  WS-LARC-TYPE-ED       PIC X(11).
           05  WS-LARC-NO-ED         PIC X(08).
       01  WS-LARC-RUBRIQUE.
           05  FILLER                PIC X(04) VALUE '--- '.
           05  WS-LARC-RUB-ED        PIC X(30).
       01  WS-LARC-GENER.
           05  FILLER                PIC X(11) VALUE 'GENERATION '.
           05  WS-LARC-GEN-ED        PIC 9(08).
           05  FILLER                PIC X(09) VALUE ' FICHIER '.
           05  WS-LARC-FIC-ED        PIC X(08).
           05  FILLER                PIC X(07) VALUE ' AVANT '.
           05  WS-LARC-PIV-ED        PIC 9(06).
           05  FILLER                PIC X(08) VALUE ' NOMBRE '.
           05  WS-LARC-NB-ED         PIC ZZZZZZ9.
       01  WS-LARC-FLG.
           05  FILLER                PIC X(08) VALUE 'FACTURE '.
           05  WS-LARC-FLG-FAC       PIC X(08).
           05  FILLER                PIC X(05) VALUE ' CDE '.
           05  WS-LARC-FLG-CDE       PIC X(08).
           05  FILLER                PIC X(05) VALUE ' ART '.
           05  WS-LARC-FLG-ART       PIC X(06).
           05  FILLER                PIC X(05) VALUE ' QTE '.
           05  WS-LARC-FLG-QTE       PIC ZZZZZ9.
           05  FILLER                PIC X(04) VALUE ' HT '.
           05  WS-LARC-FLG-MT        PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LARC-FLG-TYPE      PIC X(01).
       01  WS-LARC-FAC.
           05  FILLER                PIC X(08) VALUE 'FACTURE '.
           05  WS-LARC-FAC-NO        PIC X(08).
           05  FILLER                PIC X(08) VALUE ' CLIENT '.
           05  WS-LARC-FAC-CLI       PIC X(08).
           05  FILLER                PIC X(04) VALUE ' DU '.
           05  WS-LARC-FAC-DATE      PIC 9(08).
           05  FILLER                PIC X(05) VALUE ' TTC '.
           05  WS-LARC-FAC-TTC       PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(08) VALUE ' STATUT '.
           05  WS-LARC-FAC-STAT      PIC X(01).
       01  WS-LARC-CDE.
           05  FILLER                PIC X(09) VALUE 'COMMANDE '.
           05  WS-LARC-CDE-NO        PIC X(08).
           05  FILLER                PIC X(08) VALUE ' CLIENT '.
           05  WS-LARC-CDE-CLI       PIC X(08).
           05  FILLER                PIC X(05) VALUE ' ART '.
           05  WS-LARC-CDE-ART       PIC X(06).
           05  FILLER                PIC X(05) VALUE ' QTE '.
           05  WS-LARC-CDE-QTE       PIC ZZZZZ9.
           05  FILLER                PIC X(04) VALUE ' DU '.
           05  WS-LARC-CDE-DATE      PIC 9(08).
           05  FILLER                PIC X(04) VALUE ' ST '.
           05  WS-LARC-CDE-STAT      PIC X(01).
       01  WS-LARC-BL.
           05  FILLER                PIC X(03) VALUE 'BL '.
           05  WS-LARC-BL-NO         PIC X(08).
           05  FILLER                PIC X(05) VALUE ' CDE '.
           05  WS-LARC-BL-CDE        PIC X(08).
           05  FILLER                PIC X(05) VALUE ' ART '.
           05  WS-LARC-BL-ART        PIC X(06).
           05  FILLER                PIC X(05) VALUE ' LOT '.
           05  WS-LARC-BL-LOT        PIC X(08).
           05  FILLER                PIC X(05) VALUE ' QTE '.
           05  WS-LARC-BL-QTE        PIC ZZZZZ9.
           05  FILLER                PIC X(04) VALUE ' DU '.
           05  WS-LARC-BL-DATE       PIC 9(08).
       01  WS-LARC-TOTAL.
           05  WS-LARC-TOT-LIB       PIC X(30).
           05  WS-LARC-TOT-NB        PIC ZZZZ9.
       01  WS-LARC-NON-TROUVE        PIC X(40)
           VALUE 'DOCUMENT NON TROUVE DANS LES ARCHIVES'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT PRINCIPAL                                        *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO132'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           ACCEPT WS-ENRG-DEMANDE.
      *
           IF NOT (DEM-COMMANDE OR DEM-FACTURE)
              OR WS-DEM-NO = SPACE
              DISPLAY 'DEMANDE SYSIN INVALIDE : ' WS-ENRG-DEMANDE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF DEM-COMMANDE
              MOVE 1                     TO WS-NB-TCD
              MOVE WS-DEM-NO             TO WS-TCD-NO(1)
           ELSE
              MOVE 1                     TO WS-NB-TFA
              MOVE WS-DEM-NO             TO WS-TFA-NO(1)
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           MOVE 'GENERATIONS CATALOGUEES'  TO WS-LARC-RUB-ED.
           PERFORM 8010-EDIT-RUBRIQUE-DEB
              THRU 8010-EDIT-RUBRIQUE-FIN.
           PERFORM 6010-READ-FARCCAT-DEB
              THRU 6010-READ-FARCCAT-FIN.
           PERFORM 1000-TRT-CATALOGUE-DEB
              THRU 1000-TRT-CATALOGUE-FIN
             UNTIL EOF-ARCCAT-E.
      *
           MOVE 'LIGNES DE FACTURE'      TO WS-LARC-RUB-ED.
           PERFORM 8010-EDIT-RUBRIQUE-DEB
              THRU 8010-EDIT-RUBRIQUE-FIN.
           PERFORM 6020-READ-FARCFLG-DEB
              THRU 6020-READ-FARCFLG-FIN.
           PERFORM 2000-TRT-LIGNE-FAC-DEB
              THRU 2000-TRT-LIGNE-FAC-FIN
             UNTIL EOF-ARCFLG-E.
      *
           MOVE 'FACTURES'               TO WS-LARC-RUB-ED.
           PERFORM 8010-EDIT-RUBRIQUE-DEB
              THRU 8010-EDIT-RUBRIQUE-FIN.
           PERFORM 6030-READ-FARCFAC-DEB
              THRU 6030-READ-FARCFAC-FIN.
           PERFORM 3000-TRT-FACTURE-DEB
              THRU 3000-TRT-FACTURE-FIN
             UNTIL EOF-ARCFAC-E.
      *
           MOVE 'COMMANDES'              TO WS-LARC-RUB-ED.
           PERFORM 8010-EDIT-RUBRIQUE-DEB
              THRU 8010-EDIT-RUBRIQUE-FIN.
           PERFORM 6040-READ-FARCCDE-DEB
              THRU 6040-READ-FARCCDE-FIN.
           PERFORM 4000-TRT-COMMANDE-DEB
              THRU 4000-TRT-COMMANDE-FIN
             UNTIL EOF-ARCCDE-E.
      *
           MOVE 'BONS DE LIVRAISON'      TO WS-LARC-RUB-ED.
           PERFORM 8010-EDIT-RUBRIQUE-DEB
              THRU 8010-EDIT-RUBRIQUE-FIN.
           PERFORM 6050-READ-FARCBL-DEB
              THRU 6050-READ-FARCBL-FIN.
           PERFORM 5000-TRT-BL-DEB
              THRU 5000-TRT-BL-FIN
             UNTIL EOF-ARCBL-E.
      *
           PERFORM 8090-EDIT-PIED-DEB
              THRU 8090-EDIT-PIED-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6070-CLOSE-FICHIERS-DEB
              THRU 6070-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-FAC-EXT + WS-CPT-CDE-EXT
                                + WS-CPT-BL-EXT.
           MOVE ZERO                     TO WS-RUN-RC.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   GENERATIONS DES FICHIERS CONCERNES PAR LA RECHERCHE         *
      *---------------------------------------------------------------*
      *
       1000-TRT-CATALOGUE-DEB.
      *
           IF WS-CAT-FICHIER = 'CDE0206' OR 'FACREG'
                            OR 'FACLIG'  OR 'BLREG'
              ADD 1                      TO WS-CPT-GENER
              MOVE WS-CAT-GENER          TO WS-LARC-GEN-ED
              MOVE WS-CAT-FICHIER        TO WS-LARC-FIC-ED
              MOVE WS-CAT-PIVOT          TO WS-LARC-PIV-ED
              MOVE WS-CAT-NB             TO WS-LARC-NB-ED
              WRITE FS-ENRG-ETATARC-S    FROM WS-LARC-GENER
              PERFORM 6090-CTRL-ECRITURE-DEB
                 THRU 6090-CTRL-ECRITURE-FIN
           END-IF.
      *
           PERFORM 6010-READ-FARCCAT-DEB
              THRU 6010-READ-FARCCAT-FIN.
      *
       1000-TRT-CATALOGUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LIGNES DE FACTURE : LIEN COMMANDE / FACTURE                 *
      *---------------------------------------------------------------*
      *
      *    DEMANDE PAR FACTURE : LES LIGNES DE LA FACTURE DONNENT SES
      *    COMMANDES. DEMANDE PAR COMMANDE : LES LIGNES DE LA COMMANDE
      *    DONNENT SES FACTURES.
      *
       2000-TRT-LIGNE-FAC-DEB.
      *
           ADD 1                         TO WS-CPT-FLG-LUES.
      *
           IF DEM-FACTURE
              IF WS-FLG-FAC-NO NOT = WS-DEM-NO
                 GO TO 2000-TRT-LIGNE-FAC-SUIVANT
              END-IF
              MOVE WS-FLG-CDE-NO         TO WS-RECH-CDE-NO
              PERFORM 7100-AJOUT-COMMANDE-DEB
                 THRU 7100-AJOUT-COMMANDE-FIN
           ELSE
              IF WS-FLG-CDE-NO NOT = WS-DEM-NO
                 GO TO 2000-TRT-LIGNE-FAC-SUIVANT
              END-IF
              MOVE WS-FLG-FAC-NO         TO WS-RECH-FAC-NO
              PERFORM 7200-AJOUT-FACTURE-DEB
                 THRU 7200-AJOUT-FACTURE-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-FLG-EXT.
           MOVE WS-FLG-FAC-NO            TO WS-LARC-FLG-FAC.
           MOVE WS-FLG-CDE-NO            TO WS-LARC-FLG-CDE.
           MOVE WS-FLG-ART               TO WS-LARC-FLG-ART.
           MOVE WS-FLG-QTE               TO WS-LARC-FLG-QTE.
           MOVE WS-FLG-MT-HT             TO WS-LARC-FLG-MT.
           MOVE WS-FLG-TYPE              TO WS-LARC-FLG-TYPE.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-FLG.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
      *
       2000-TRT-LIGNE-FAC-SUIVANT.
           PERFORM 6020-READ-FARCFLG-DEB
              THRU 6020-READ-FARCFLG-FIN.
      *
       2000-TRT-LIGNE-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FACTURES RETENUES                                           *
      *---------------------------------------------------------------*
      *
       3000-TRT-FACTURE-DEB.
      *
           ADD 1                         TO WS-CPT-FAC-LUES.
           MOVE WS-FAC-NO                TO WS-RECH-FAC-NO.
           PERFORM 7210-RECH-FACTURE-DEB
              THRU 7210-RECH-FACTURE-FIN.
      *
           IF FAC-TROUVEE
              ADD 1                      TO WS-CPT-FAC-EXT
              MOVE WS-FAC-NO             TO WS-LARC-FAC-NO
              MOVE WS-FAC-CLIENT         TO WS-LARC-FAC-CLI
              MOVE WS-FAC-DATE           TO WS-LARC-FAC-DATE
              MOVE WS-FAC-MT-TTC         TO WS-LARC-FAC-TTC
              MOVE WS-FAC-STATUT         TO WS-LARC-FAC-STAT
              WRITE FS-ENRG-ETATARC-S    FROM WS-LARC-FAC
              PERFORM 6090-CTRL-ECRITURE-DEB
                 THRU 6090-CTRL-ECRITURE-FIN
           END-IF.
      *
           PERFORM 6030-READ-FARCFAC-DEB
              THRU 6030-READ-FARCFAC-FIN.
      *
       3000-TRT-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   COMMANDES RETENUES                                          *
      *---------------------------------------------------------------*
      *
       4000-TRT-COMMANDE-DEB.
      *
           ADD 1                         TO WS-CPT-CDE-LUES.
           MOVE WS-CDE-NO                TO WS-RECH-CDE-NO.
           PERFORM 7110-RECH-COMMANDE-DEB
              THRU 7110-RECH-COMMANDE-FIN.
      *
           IF CDE-TROUVEE
              ADD 1                      TO WS-CPT-CDE-EXT
              MOVE WS-CDE-NO             TO WS-LARC-CDE-NO
              MOVE WS-CDE-CLIENT         TO WS-LARC-CDE-CLI
              MOVE WS-CDE-ART            TO WS-LARC-CDE-ART
              MOVE WS-CDE-QTE            TO WS-LARC-CDE-QTE
              MOVE WS-CDE-DATE-DEM       TO WS-LARC-CDE-DATE
              MOVE WS-CDE-STAT           TO WS-LARC-CDE-STAT
              WRITE FS-ENRG-ETATARC-S    FROM WS-LARC-CDE
              PERFORM 6090-CTRL-ECRITURE-DEB
                 THRU 6090-CTRL-ECRITURE-FIN
           END-IF.
      *
           PERFORM 6040-READ-FARCCDE-DEB
              THRU 6040-READ-FARCCDE-FIN.
      *
       4000-TRT-COMMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   BONS DE LIVRAISON DES COMMANDES RETENUES                    *
      *---------------------------------------------------------------*
      *
       5000-TRT-BL-DEB.
      *
           ADD 1                         TO WS-CPT-BL-LUS.
           MOVE WS-BLR-CDE-NO            TO WS-RECH-CDE-NO.
           PERFORM 7110-RECH-COMMANDE-DEB
              THRU 7110-RECH-COMMANDE-FIN.
      *
           IF CDE-TROUVEE
              ADD 1                      TO WS-CPT-BL-EXT
              MOVE WS-BLR-NO-BL          TO WS-LARC-BL-NO
              MOVE WS-BLR-CDE-NO         TO WS-LARC-BL-CDE
              MOVE WS-BLR-ART            TO WS-LARC-BL-ART
              MOVE WS-BLR-LOT            TO WS-LARC-BL-LOT
              MOVE WS-BLR-QTE            TO WS-LARC-BL-QTE
              MOVE WS-BLR-DATE-BL        TO WS-LARC-BL-DATE
              WRITE FS-ENRG-ETATARC-S    FROM WS-LARC-BL
              PERFORM 6090-CTRL-ECRITURE-DEB
                 THRU 6090-CTRL-ECRITURE-FIN
           END-IF.
      *
           PERFORM 6050-READ-FARCBL-DEB
              THRU 6050-READ-FARCBL-FIN.
      *
       5000-TRT-BL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-ARCCAT-E.
           IF NOT OK-ARCCAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCCAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ARCFLG-E.
           IF NOT OK-ARCFLG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCFLG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFLG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ARCFAC-E.
           IF NOT OK-ARCFAC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ARCCDE-E.
           IF NOT OK-ARCCDE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCCDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ARCBL-E.
           IF NOT OK-ARCBL-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCBL-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCBL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATARC-S.
           IF NOT OK-ETATARC-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATARC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FARCCAT-DEB.
           READ F-ARCCAT-E INTO WS-ENRG-ARCCAT.
           IF NOT (OK-ARCCAT-E OR EOF-ARCCAT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCCAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FARCCAT-FIN.
           EXIT.
      *
       6020-READ-FARCFLG-DEB.
           READ F-ARCFLG-E INTO WS-ENRG-F-FACLIG.
           IF NOT (OK-ARCFLG-E OR EOF-ARCFLG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCFLG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFLG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FARCFLG-FIN.
           EXIT.
      *
       6030-READ-FARCFAC-DEB.
           READ F-ARCFAC-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-ARCFAC-E OR EOF-ARCFAC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FARCFAC-FIN.
           EXIT.
      *
       6040-READ-FARCCDE-DEB.
           READ F-ARCCDE-E INTO WS-CDE-ENR.
           IF NOT (OK-ARCCDE-E OR EOF-ARCCDE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCCDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FARCCDE-FIN.
           EXIT.
      *
       6050-READ-FARCBL-DEB.
           READ F-ARCBL-E INTO WS-ENRG-F-BLREG.
           IF NOT (OK-ARCBL-E OR EOF-ARCBL-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCBL-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCBL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-FARCBL-FIN.
           EXIT.
      *
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-ARCCAT-E
                 F-ARCFLG-E
                 F-ARCFAC-E
                 F-ARCCDE-E
                 F-ARCBL-E.
           CLOSE F-ETATARC-S.
           IF NOT OK-ETATARC-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATARC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6090-CTRL-ECRITURE-DEB.
           IF NOT OK-ETATARC-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATARC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CTRL-ECRITURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7100-AJOUT-COMMANDE-DEB.
           PERFORM 7110-RECH-COMMANDE-DEB
              THRU 7110-RECH-COMMANDE-FIN.
           IF CDE-NON-TROUVEE
              IF WS-NB-TCD = 200
                 DISPLAY 'TABLE DES COMMANDES RECHERCHEES SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-TCD
              MOVE WS-RECH-CDE-NO        TO WS-TCD-NO(WS-NB-TCD)
           END-IF.
       7100-AJOUT-COMMANDE-FIN.
           EXIT.
      *
       7110-RECH-COMMANDE-DEB.
           SET CDE-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-TCD.
           PERFORM 7120-RECH-UNE-CDE-DEB
              THRU 7120-RECH-UNE-CDE-FIN
             UNTIL (WS-IX-TCD > WS-NB-TCD) OR CDE-TROUVEE.
       7110-RECH-COMMANDE-FIN.
           EXIT.
      *
       7120-RECH-UNE-CDE-DEB.
           IF WS-TCD-NO(WS-IX-TCD) = WS-RECH-CDE-NO
              SET CDE-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TCD
           END-IF.
       7120-RECH-UNE-CDE-FIN.
           EXIT.
      *
       7200-AJOUT-FACTURE-DEB.
           PERFORM 7210-RECH-FACTURE-DEB
              THRU 7210-RECH-FACTURE-FIN.
           IF FAC-NON-TROUVEE
              IF WS-NB-TFA = 50
                 DISPLAY 'TABLE DES FACTURES RECHERCHEES SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-TFA
              MOVE WS-RECH-FAC-NO        TO WS-TFA-NO(WS-NB-TFA)
           END-IF.
       7200-AJOUT-FACTURE-FIN.
           EXIT.
      *
       7210-RECH-FACTURE-DEB.
           SET FAC-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-TFA.
           PERFORM 7220-RECH-UNE-FAC-DEB
              THRU 7220-RECH-UNE-FAC-FIN
             UNTIL (WS-IX-TFA > WS-NB-TFA) OR FAC-TROUVEE.
       7210-RECH-FACTURE-FIN.
           EXIT.
      *
       7220-RECH-UNE-FAC-DEB.
           IF WS-TFA-NO(WS-IX-TFA) = WS-RECH-FAC-NO
              SET FAC-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TFA
           END-IF.
       7220-RECH-UNE-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           IF DEM-COMMANDE
              MOVE 'COMMANDE : '         TO WS-LARC-TYPE-ED
           ELSE
              MOVE 'FACTURE  : '         TO WS-LARC-TYPE-ED
           END-IF.
           MOVE WS-DEM-NO                TO WS-LARC-NO-ED.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TITRE.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TIRET.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-RUBRIQUE-DEB.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-BLANC.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-RUBRIQUE.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
       8010-EDIT-RUBRIQUE-FIN.
           EXIT.
      *
       8090-EDIT-PIED-DEB.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TIRET.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
      *
           IF WS-CPT-FAC-EXT + WS-CPT-CDE-EXT = ZERO
              WRITE FS-ENRG-ETATARC-S    FROM WS-LARC-NON-TROUVE
              PERFORM 6090-CTRL-ECRITURE-DEB
                 THRU 6090-CTRL-ECRITURE-FIN
              GO TO 8090-EDIT-PIED-FIN
           END-IF.
      *
           MOVE 'FACTURES RESTITUEES        : ' TO WS-LARC-TOT-LIB.
           MOVE WS-CPT-FAC-EXT           TO WS-LARC-TOT-NB.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TOTAL.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
           MOVE 'COMMANDES RESTITUEES       : ' TO WS-LARC-TOT-LIB.
           MOVE WS-CPT-CDE-EXT           TO WS-LARC-TOT-NB.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TOTAL.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
           MOVE 'BONS DE LIVRAISON RESTITUES: ' TO WS-LARC-TOT-LIB.
           MOVE WS-CPT-BL-EXT            TO WS-LARC-TOT-NB.
           WRITE FS-ENRG-ETATARC-S       FROM WS-LARC-TOTAL.
           PERFORM 6090-CTRL-ECRITURE-DEB
              THRU 6090-CTRL-ECRITURE-FIN.
       8090-EDIT-PIED-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO132     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DEMANDE                      :  ' WS-ENRG-DEMANDE.
           DISPLAY 'GENERATIONS CATALOGUEES      :  ' WS-CPT-GENER.
           DISPLAY 'LIGNES FACTURE LUES          :  '
                   WS-CPT-FLG-LUES.
           DISPLAY 'FACTURES ARCHIVEES LUES      :  '
                   WS-CPT-FAC-LUES.
           DISPLAY 'COMMANDES ARCHIVEES LUES     :  '
                   WS-CPT-CDE-LUES.
           DISPLAY 'BONS LIVRAISON LUS           :  '
                   WS-CPT-BL-LUS.
           DISPLAY 'LIGNES FACTURE RESTITUEES    :  '
                   WS-CPT-FLG-EXT.
           DISPLAY 'FACTURES RESTITUEES          :  '
                   WS-CPT-FAC-EXT.
           DISPLAY 'COMMANDES RESTITUEES         :  '
                   WS-CPT-CDE-EXT.
           DISPLAY 'BONS LIVRAISON RESTITUES     :  '
                   WS-CPT-BL-EXT.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO132         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO132        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
