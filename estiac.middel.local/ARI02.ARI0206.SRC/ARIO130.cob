      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO130                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PLANNING DE QUAI QUOTIDIEN : LES RECEPTIONS ATTENDUES        *
      *  (FICHIER ASNATT ALIMENTE PAR LES AVIS D'EXPEDITION ARIO129,  *
      *  COPY ASNREC) SONT TRIEES PAR DATE D'ARRIVEE PREVUE,          *
      *  FOURNISSEUR ET COMMANDE ; SONT EDITEES CELLES ATTENDUES A LA *
      *  DATE DU PLANNING (CARTE SYSIN, A DEFAUT DATE DU JOUR) ET     *
      *  CELLES ATTENDUES AVANT CETTE DATE ET TOUJOURS PAS LIVREES    *
      *  (MENTION EN RETARD). UNE RUPTURE PAR FOURNISSEUR (NOM RELU   *
      *  DANS FOU0206) GROUPE SES ARRIVEES ; LE PIED D'ETAT DONNE LE  *
      *  NOMBRE D'ARRIVEES DU JOUR ET EN RETARD.                      *
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
       PROGRAM-ID.      ARIO130.
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
      *                      F-ATT-E : RECEPTIONS ATTENDUES ASNATT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ATT-E    ASSIGN TO ASNATT
                   FILE STATUS         IS WS-FS-ATT-E.
      *                      -------------------------------------------
      *                      SD-ATT-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-ATT-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-ATT-TRI-S : RECEPTIONS ATTENDUES TRIEES
      *                      -------------------------------------------
           SELECT  F-ATT-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-ATT-TRI.
      *                      -------------------------------------------
      *                      F-FOU-E : FICHIER FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-FOU-E             ASSIGN TO FOU0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-FOU-CODE
                   FILE STATUS         IS WS-FS-FOU-E.
      *                      -------------------------------------------
      *                      F-ETATQAI-S : PLANNING DE QUAI
      *                      -------------------------------------------
           SELECT  F-ETATQAI-S         ASSIGN TO ETATQAI
                   FILE STATUS         IS WS-FS-ETATQAI.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-ATT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-E             PIC X(60).
      *
       SD  SD-ATT-TRI.
       01  SD-ENRG-ATT-TRI.
           05  SD-ATT-CMD-NO         PIC X(08).
           05  FILLER                PIC X(06).
           05  SD-ATT-FOU            PIC X(06).
           05  FILLER                PIC X(22).
           05  SD-ATT-DATE-PREVUE    PIC 9(08).
           05  FILLER                PIC X(10).
      *
       FD  F-ATT-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-TRI-S         PIC X(60).
      *
      *---------------- FICHIER FOURNISSEUR (ACCES DIRECT) ------------*
      * LONGUEUR ENREGISTREMENT = 59                                   *
      *---------------------------------------------------------------*
       FD  F-FOU-E
           RECORD CONTAINS 59 CHARACTERS.
       01  FS-ENRG-FOU-E.
           05  FS-FOU-CODE               PIC X(06).
           05  FILLER                    PIC X(53).
      *
       FD  F-ETATQAI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATQAI-S         PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- RECEPTION ATTENDUE (PARTAGE ARIO129/937) ------*
      *
           COPY ASNREC.
      *
      *---------------- ENREGISTREMENT FOURNISSEUR (PARTAGE ARIO926) --*
      *
           COPY FOURNISS.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ATT-E               PIC XX.
           88  OK-ATT-E              VALUE '00' '05'.
       01  WS-FS-ATT-TRI             PIC XX    VALUE '00'.
           88  OK-ATT-TRI            VALUE '00'.
           88  EOF-ATT-TRI           VALUE '10'.
       01  WS-FS-FOU-E               PIC XX.
           88  OK-FOU-E              VALUE '00'.
           88  NOTFND-FOU-E          VALUE '23'.
       01  WS-FS-ETATQAI             PIC XX.
           88  OK-ETATQAI            VALUE '00'.
      *
      *---------------- CARTE DE PILOTAGE SYSIN -----------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE           PIC 9(08).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-PLANNING          PIC 9(08).
       01  WS-FOU-EN-COURS           PIC X(06) VALUE SPACE.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-ATT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-DU-JOUR            PIC 9(05) VALUE ZERO.
       01  WS-CPT-EN-RETARD          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LQAI-TIRET             PIC X(76) VALUE ALL '-'.
       01  WS-LQAI-TITRE.
           05  FILLER                PIC X(30)
               VALUE 'PLANNING DE QUAI DU '.
           05  WS-LQAI-DATE-ED       PIC 9(08).
       01  WS-LQAI-INTITULE.
           05  FILLER                PIC X(10) VALUE 'COMMANDE'.
           05  FILLER                PIC X(08) VALUE 'ARTICLE'.
           05  FILLER                PIC X(10) VALUE 'LOT'.
           05  FILLER                PIC X(10) VALUE 'DLUO'.
           05  FILLER                PIC X(08) VALUE 'QTE'.
           05  FILLER                PIC X(10) VALUE 'PREVUE'.
           05  FILLER                PIC X(10) VALUE 'REMARQUE'.
       01  WS-LQAI-RUPTURE.
           05  FILLER                PIC X(14)
               VALUE 'FOURNISSEUR : '.
           05  WS-LQAI-RFOU-ED       PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-RNOM-ED       PIC X(20).
       01  WS-LQAI-DETAIL.
           05  WS-LQAI-CMD-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-LOT-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-DLUO-ED       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-QTE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-PREVUE-ED     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LQAI-REMARQUE-ED   PIC X(10).
       01  WS-LQAI-PIED-1.
           05  FILLER                PIC X(30)
               VALUE 'ARRIVEES ATTENDUES DU JOUR  : '.
           05  WS-LQAI-NB-JOUR-ED    PIC ZZZZ9.
       01  WS-LQAI-PIED-2.
           05  FILLER                PIC X(30)
               VALUE 'ARRIVEES EN RETARD          : '.
           05  WS-LQAI-NB-RETARD-ED  PIC ZZZZ9.
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
           ACCEPT WS-ENRG-DEMANDE.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO130'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           IF WS-DEM-DATE IS NUMERIC AND WS-DEM-DATE > ZERO
              MOVE WS-DEM-DATE           TO WS-DATE-PLANNING
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-PLANNING
           END-IF.
      *
           PERFORM 6000-TRI-ATTENDUES-DEB
              THRU 6000-TRI-ATTENDUES-FIN.
      *
           PERFORM 6015-OPEN-FICHIERS-DEB
              THRU 6015-OPEN-FICHIERS-FIN.
      *
           MOVE WS-DATE-PLANNING         TO WS-LQAI-DATE-ED.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-TIRET.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-INTITULE.
      *
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
           PERFORM 1000-TRT-ATTENDUE-DEB
              THRU 1000-TRT-ATTENDUE-FIN
             UNTIL EOF-ATT-TRI.
      *
           PERFORM 8050-EDIT-PIED-DEB
              THRU 8050-EDIT-PIED-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6060-CLOSE-FICHIERS-DEB
              THRU 6060-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-DU-JOUR + WS-CPT-EN-RETARD.
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
      *   EDITION D'UNE RECEPTION ATTENDUE                            *
      *---------------------------------------------------------------*
      *
      *    LE FICHIER EST TRIE PAR DATE PREVUE : LES ARRIVEES
      *    POSTERIEURES A LA DATE DU PLANNING NE SONT PAS EDITEES.
      *
       1000-TRT-ATTENDUE-DEB.
      *
           ADD 1                         TO WS-CPT-ATT-LUES.
           IF WS-ASN-DATE-PREVUE > WS-DATE-PLANNING
              GO TO 1000-TRT-SUIVANT
           END-IF.
      *
           IF WS-ASN-FOU NOT = WS-FOU-EN-COURS
              MOVE WS-ASN-FOU            TO WS-FOU-EN-COURS
              PERFORM 6040-READ-FFOU-DEB
                 THRU 6040-READ-FFOU-FIN
              PERFORM 8030-EDIT-RUPTURE-DEB
                 THRU 8030-EDIT-RUPTURE-FIN
           END-IF.
      *
           IF WS-ASN-DATE-PREVUE < WS-DATE-PLANNING
              ADD 1                      TO WS-CPT-EN-RETARD
              MOVE 'EN RETARD'           TO WS-LQAI-REMARQUE-ED
           ELSE
              ADD 1                      TO WS-CPT-DU-JOUR
              MOVE SPACE                 TO WS-LQAI-REMARQUE-ED
           END-IF.
           PERFORM 8040-EDIT-ARRIVEE-DEB
              THRU 8040-EDIT-ARRIVEE-FIN.
      *
       1000-TRT-SUIVANT.
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
      *
       1000-TRT-ATTENDUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    TRI DES RECEPTIONS ATTENDUES ; FICHIER ABSENT = AUCUN AVIS
      *    EN COURS, PLANNING VIDE.
      *
       6000-TRI-ATTENDUES-DEB.
           SORT SD-ATT-TRI
               ON ASCENDING KEY SD-ATT-DATE-PREVUE
                                SD-ATT-FOU
                                SD-ATT-CMD-NO
               USING F-ATT-E
               GIVING F-ATT-TRI-S.
      *
           IF WS-FS-ATT-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES RECEPTIONS ATTENDUES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-TRI-ATTENDUES-FIN.
           EXIT.
      *
       6015-OPEN-FICHIERS-DEB.
           OPEN INPUT F-ATT-TRI-S.
           IF NOT OK-ATT-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FOU-E.
           IF NOT OK-FOU-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATQAI-S.
           IF NOT OK-ETATQAI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATQAI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATQAI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6015-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6030-READ-FTRI-DEB.
           READ F-ATT-TRI-S INTO WS-ASN-ENR.
           IF NOT (OK-ATT-TRI OR EOF-ATT-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FTRI-FIN.
           EXIT.
      *
       6040-READ-FFOU-DEB.
           MOVE WS-FOU-EN-COURS          TO FS-FOU-CODE.
           READ F-FOU-E INTO WS-FOU-ENR.
           IF NOT (OK-FOU-E OR NOTFND-FOU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOTFND-FOU-E
              MOVE 'FOURNISSEUR INCONNU' TO WS-FOU-NOM
           END-IF.
       6040-READ-FFOU-FIN.
           EXIT.
      *
       6060-CLOSE-FICHIERS-DEB.
           CLOSE F-ATT-TRI-S
                 F-FOU-E.
           CLOSE F-ETATQAI-S.
           IF NOT OK-ETATQAI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATQAI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATQAI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8030-EDIT-RUPTURE-DEB.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-TIRET.
           MOVE WS-FOU-EN-COURS          TO WS-LQAI-RFOU-ED.
           MOVE WS-FOU-NOM               TO WS-LQAI-RNOM-ED.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-RUPTURE.
       8030-EDIT-RUPTURE-FIN.
           EXIT.
      *
       8040-EDIT-ARRIVEE-DEB.
           MOVE WS-ASN-CMD-NO            TO WS-LQAI-CMD-ED.
           MOVE WS-ASN-ART-CODE          TO WS-LQAI-ART-ED.
           MOVE WS-ASN-LOT               TO WS-LQAI-LOT-ED.
           MOVE WS-ASN-DLUO              TO WS-LQAI-DLUO-ED.
           MOVE WS-ASN-QTE               TO WS-LQAI-QTE-ED.
           MOVE WS-ASN-DATE-PREVUE       TO WS-LQAI-PREVUE-ED.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-DETAIL.
       8040-EDIT-ARRIVEE-FIN.
           EXIT.
      *
       8050-EDIT-PIED-DEB.
           MOVE WS-CPT-DU-JOUR           TO WS-LQAI-NB-JOUR-ED.
           MOVE WS-CPT-EN-RETARD         TO WS-LQAI-NB-RETARD-ED.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-TIRET.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-PIED-1.
           WRITE FS-ENRG-ETATQAI-S       FROM WS-LQAI-PIED-2.
       8050-EDIT-PIED-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO130     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DATE DU PLANNING             :  ' WS-DATE-PLANNING.
           DISPLAY 'RECEPTIONS ATTENDUES LUES    :  ' WS-CPT-ATT-LUES.
           DISPLAY 'ARRIVEES DU JOUR             :  ' WS-CPT-DU-JOUR.
           DISPLAY 'ARRIVEES EN RETARD           :  ' WS-CPT-EN-RETARD.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO130         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO130        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
