      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO146                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  LISTE MENSUELLE DES REVUES DE DOSSIER CLIENT A FAIRE, PAR    *
      *  AGENCE, POUR LA CONFORMITE ET LE RESEAU :                    *
      *  - SONT RETENUS LES CLIENTS ACTIFS DU REFERENTIEL (CLIMAST)   *
      *    DONT L'ECHEANCE DE REVUE (TENUE PAR ARIO145) EST PASSEE OU *
      *    TOMBE AVANT LA FIN DU MOIS DU PASSAGE ;                    *
      *  - L'AGENCE D'UN CLIENT EST CELLE DU COMPTE DE SON PREMIER    *
      *    LIEN ACTIF DE TITULAIRE (A DEFAUT DE COTITULAIRE) DANS     *
      *    CLILIEN ; UN CLIENT SANS COMPTE EST LISTE SOUS '***' ;     *
      *  - LA LISTE EST TRIEE PAR AGENCE, ECHEANCE ET CLIENT ; ELLE   *
      *    DONNE LA NOTE, LE RETARD EN JOURS ET L'ETAT DE LA REVUE :  *
      *    'A ECHOIR', 'ECHUE', OU 'DEBIT BLOQUE' POUR UN CLIENT A    *
      *    RISQUE ELEVE EN RETARD DE PLUS DE 'JRBLQKYC' JOURS (SES    *
      *    COMPTES SONT ALORS BLOQUES AU DEBIT PAR ARIO145/ARIO326).  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-LIEN) ; DEPASSEMENT =     *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO146.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
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
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLIM-E            ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-LIEN-E : LIENS CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  F-LIEN-E            ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      SD-KYC-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-KYC-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-KYC-TRI-S : REVUES A FAIRE TRIEES
      *                      -------------------------------------------
           SELECT  F-KYC-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-KYC-TRI.
      *                      -------------------------------------------
      *                      F-ETATKYC-S : LISTE DES REVUES A FAIRE
      *                      -------------------------------------------
           SELECT  F-ETATKYC-S         ASSIGN TO ETATKYC
                   FILE STATUS         IS WS-FS-ETATKYC.
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       SD  SD-KYC-TRI.
       01  SD-ENRG-KYC-TRI.
           05  SD-KYC-AGENCE         PIC X(03).
           05  SD-KYC-DECH           PIC 9(08).
           05  SD-KYC-CLI            PIC X(08).
           05  FILLER                PIC X(41).
      *
       FD  F-KYC-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-KYC-TRI-S          PIC X(60).
      *
       FD  F-ETATKYC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATKYC-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- REFERENTIEL CLIENTS ET LIENS ------------------*
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
      *---------------- REVUE A FAIRE (ENREGISTREMENT DU TRI) ---------*
      *
       01  WS-ENRG-KYC.
           05  WS-KYC-AGENCE         PIC X(03).
           05  WS-KYC-DECH           PIC 9(08).
           05  WS-KYC-CLI            PIC X(08).
           05  WS-KYC-NOM            PIC X(30).
           05  WS-KYC-RISQUE         PIC X(01).
               88  KYC-RISQUE-ELEVE  VALUE 'E'.
           05  WS-KYC-DREVUE         PIC 9(08).
           05  FILLER                PIC X(02).
      *
      *---------------- ZONES D'ECHANGE ARIS902 / ARIS903 -------------*
      *
           COPY PARAPPL.
      *
           COPY CALJOUR.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUE '00'.
           88  EOF-LIEN-E            VALUE '10'.
       01  WS-FS-KYC-TRI             PIC XX.
           88  OK-KYC-TRI            VALUE '00'.
           88  EOF-KYC-TRI           VALUE '10'.
       01  WS-FS-ETATKYC             PIC XX.
           88  OK-ETATKYC            VALUE '00'.
      *
      *---------------- DATE DU PASSAGE ET FIN DE MOIS ----------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *    BORNE DE SELECTION : LE 31 DU MOIS DU PASSAGE (COMPARAISON
      *    SEULEMENT, VALABLE QUEL QUE SOIT LE NOMBRE DE JOURS).
      *
       01  WS-DATE-FIN-MOIS.
           05  WS-DATE-FIN-AA        PIC 9(04).
           05  WS-DATE-FIN-MM        PIC 9(02).
           05  WS-DATE-FIN-JJ        PIC 9(02).
       01  WS-DATE-FIN-MOIS-N REDEFINES WS-DATE-FIN-MOIS
                                     PIC 9(08).
      *
      *---------------- PARAMETRE ET CALCULS --------------------------*
      *
       01  WS-JR-TOLERANCE           PIC 9(03) VALUE 30.
       01  WS-NB-JOURS-RETARD        PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-PREC            PIC X(03) VALUE LOW-VALUES.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-CLIENTS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-RETENUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-A-ECHOIR           PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECHUES             PIC 9(07) VALUE ZERO.
       01  WS-CPT-BLOQUES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-AGENCE             PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LKYC-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LKYC-TITRE.
           05  FILLER                PIC X(37)
               VALUE 'REVUES DE DOSSIER CLIENT A FAIRE AU '.
           05  WS-LKYC-DATE-ED       PIC 9(08).
       01  WS-LKYC-AGENCE.
           05  FILLER                PIC X(09) VALUE 'AGENCE : '.
           05  WS-LKYC-AGENCE-ED     PIC X(03).
       01  WS-LKYC-ENTETE.
           05  FILLER                PIC X(10) VALUE 'CLIENT'.
           05  FILLER                PIC X(25) VALUE 'NOM'.
           05  FILLER                PIC X(03) VALUE 'NT'.
           05  FILLER                PIC X(10) VALUE 'ECHEANCE'.
           05  FILLER                PIC X(07) VALUE 'RETARD'.
           05  FILLER                PIC X(10) VALUE 'REVUE LE'.
           05  FILLER                PIC X(12) VALUE 'ETAT'.
       01  WS-LKYC-DETAIL.
           05  WS-LKYC-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LKYC-NOM-ED        PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LKYC-RISQUE-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LKYC-DECH-ED       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LKYC-RETARD-ED     PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LKYC-DREVUE-ED     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LKYC-ETAT-ED       PIC X(12).
       01  WS-LKYC-TOTAL.
           05  WS-LKYC-TOT-LIB       PIC X(45).
           05  WS-LKYC-TOT-NB        PIC ZZZZZZ9.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATKYC         PIC X(01) VALUE 'T'.
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
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO146'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           MOVE WS-DATE-SYST-N           TO WS-DATE-FIN-MOIS-N.
           MOVE 31                       TO WS-DATE-FIN-JJ.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6200-CHARGE-LIENS-DEB
              THRU 6200-CHARGE-LIENS-FIN.
      *
           PERFORM 6100-TRI-REVUES-DEB
              THRU 6100-TRI-REVUES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FTRI-DEB
              THRU 6010-READ-FTRI-FIN.
           PERFORM 1000-TRT-REVUE-DEB
              THRU 1000-TRT-REVUE-FIN
             UNTIL EOF-KYC-TRI.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-RETENUS           TO WS-RUN-NBENR.
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
      *   EDITION D'UNE REVUE A FAIRE, AVEC RUPTURE SUR AGENCE        *
      *---------------------------------------------------------------*
      *
       1000-TRT-REVUE-DEB.
      *
           IF WS-KYC-AGENCE NOT = WS-AGENCE-PREC
              IF WS-AGENCE-PREC NOT = LOW-VALUES
                 PERFORM 8020-EDIT-TOTAL-AGENCE-DEB
                    THRU 8020-EDIT-TOTAL-AGENCE-FIN
              END-IF
              MOVE WS-KYC-AGENCE         TO WS-AGENCE-PREC
              MOVE ZERO                  TO WS-CPT-AGENCE
              PERFORM 8005-EDIT-AGENCE-DEB
                 THRU 8005-EDIT-AGENCE-FIN
           END-IF.
      *
           PERFORM 7100-CALC-ETAT-DEB
              THRU 7100-CALC-ETAT-FIN.
      *
           ADD 1                         TO WS-CPT-AGENCE.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           PERFORM 6010-READ-FTRI-DEB
              THRU 6010-READ-FTRI-FIN.
           IF EOF-KYC-TRI
              PERFORM 8020-EDIT-TOTAL-AGENCE-DEB
                 THRU 8020-EDIT-TOTAL-AGENCE-FIN
           END-IF.
      *
       1000-TRT-REVUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-KYC-TRI-S.
           IF NOT OK-KYC-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-KYC-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-KYC-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATKYC-S.
           IF NOT OK-ETATKYC
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATKYC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATKYC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FTRI-DEB.
           READ F-KYC-TRI-S INTO WS-ENRG-KYC.
           IF NOT (OK-KYC-TRI OR EOF-KYC-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-KYC-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-KYC-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FTRI-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-KYC-TRI-S.
           CLOSE F-ETATKYC-S.
           IF NOT OK-ETATKYC
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATKYC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATKYC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRI DES REVUES A FAIRE PAR AGENCE, ECHEANCE ET CLIENT.
      *
       6100-TRI-REVUES-DEB.
           SORT SD-KYC-TRI
               ON ASCENDING KEY SD-KYC-AGENCE
                                SD-KYC-DECH
                                SD-KYC-CLI
               INPUT PROCEDURE 6105-ALIMENTE-TRI-DEB
                          THRU 6105-ALIMENTE-TRI-FIN
               GIVING F-KYC-TRI-S.
      *
           IF WS-FS-KYC-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES REVUES A FAIRE'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-KYC-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-TRI-REVUES-FIN.
           EXIT.
      *
      *    CLIENTS ACTIFS DONT L'ECHEANCE TOMBE AU PLUS TARD EN FIN DE
      *    MOIS ; LES CLIENTS RADIES ET SANS ECHEANCE SONT ECARTES.
      *
       6105-ALIMENTE-TRI-DEB.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FCLIM-DEB
              THRU 6110-READ-FCLIM-FIN.
           PERFORM 6115-LIBERE-CLIENT-DEB
              THRU 6115-LIBERE-CLIENT-FIN
             UNTIL EOF-CLIM-E.
           CLOSE F-CLIM-E.
       6105-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6110-READ-FCLIM-DEB.
           READ F-CLIM-E INTO WS-ENRG-F-CLIM.
           IF NOT (OK-CLIM-E OR EOF-CLIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FCLIM-FIN.
           EXIT.
      *
       6115-LIBERE-CLIENT-DEB.
           ADD 1                         TO WS-CPT-CLIENTS.
           IF CLI-RADIE-E
              OR WS-CLI-DECH-REVUE-E NOT NUMERIC
              GO TO 6115-LIBERE-CLIENT-SUITE
           END-IF.
           IF WS-CLI-DECH-REVUE-E = ZERO
              OR WS-CLI-DECH-REVUE-E > WS-DATE-FIN-MOIS-N
              GO TO 6115-LIBERE-CLIENT-SUITE
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-KYC.
           PERFORM 7200-RECH-AGENCE-DEB
              THRU 7200-RECH-AGENCE-FIN.
           MOVE WS-CLI-DECH-REVUE-E      TO WS-KYC-DECH.
           MOVE WS-CLI-NUM-E             TO WS-KYC-CLI.
           MOVE WS-CLI-NOM-E             TO WS-KYC-NOM.
           MOVE WS-CLI-RISQUE-E          TO WS-KYC-RISQUE.
           IF WS-KYC-RISQUE = SPACE
              MOVE 'F'                   TO WS-KYC-RISQUE
           END-IF.
           IF WS-CLI-DREVUE-E IS NUMERIC
              MOVE WS-CLI-DREVUE-E       TO WS-KYC-DREVUE
           ELSE
              MOVE ZERO                  TO WS-KYC-DREVUE
           END-IF.
           ADD 1                         TO WS-CPT-RETENUS.
           RELEASE SD-ENRG-KYC-TRI       FROM WS-ENRG-KYC.
      *
       6115-LIBERE-CLIENT-SUITE.
           PERFORM 6110-READ-FCLIM-DEB
              THRU 6110-READ-FCLIM-FIN.
       6115-LIBERE-CLIENT-FIN.
           EXIT.
      *
      *    CHARGEMENT DES LIENS CLIENT/COMPTE (FICHIER OBLIGATOIRE).
      *
       6200-CHARGE-LIENS-DEB.
           MOVE ZERO                    TO WS-NB-LIEN.
           OPEN INPUT F-LIEN-E.
           IF NOT OK-LIEN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FLIEN-DEB
              THRU 6210-READ-FLIEN-FIN.
           PERFORM 6220-ALIM-LIEN-DEB
              THRU 6220-ALIM-LIEN-FIN
             UNTIL EOF-LIEN-E.
           CLOSE F-LIEN-E.
       6200-CHARGE-LIENS-FIN.
           EXIT.
      *
       6210-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FLIEN-FIN.
           EXIT.
      *
       6220-ALIM-LIEN-DEB.
           IF WS-NB-LIEN NOT < WS-MAX-LIEN
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-LIEN.
           MOVE WS-NB-LIEN              TO WS-IX-LIEN.
           MOVE WS-LIE-CPTE-E        TO WS-LIEN-CPTE(WS-IX-LIEN).
           MOVE WS-LIE-CLI-E         TO WS-LIEN-CLI(WS-IX-LIEN).
           MOVE WS-LIE-ROLE-E        TO WS-LIEN-ROLE(WS-IX-LIEN).
           MOVE WS-LIE-DFIN-E        TO WS-LIEN-DFIN(WS-IX-LIEN).
           PERFORM 6210-READ-FLIEN-DEB
              THRU 6210-READ-FLIEN-FIN.
       6220-ALIM-LIEN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    TOLERANCE EN JOURS AVANT BLOCAGE (MEME PARAMETRE QU'ARIO145).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'JRBLQKYC'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JR-TOLERANCE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    RETARD EN JOURS CALENDAIRES (ARIS902) ET ETAT DE LA REVUE.
      *
       7100-CALC-ETAT-DEB.
           MOVE ZERO                     TO WS-NB-JOURS-RETARD.
           IF WS-KYC-DECH NOT < WS-DATE-SYST-N
              MOVE 'A ECHOIR'            TO WS-LKYC-ETAT-ED
              ADD 1                      TO WS-CPT-A-ECHOIR
              GO TO 7100-CALC-ETAT-FIN
           END-IF.
      *
           MOVE WS-KYC-DECH              TO WS-CAL-DATE-1.
           MOVE WS-DATE-SYST-N           TO WS-CAL-DATE-2.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-NB-JOURS       TO WS-NB-JOURS-RETARD
           END-IF.
      *
           IF KYC-RISQUE-ELEVE
              AND WS-NB-JOURS-RETARD > WS-JR-TOLERANCE
              MOVE 'DEBIT BLOQUE'        TO WS-LKYC-ETAT-ED
              ADD 1                      TO WS-CPT-BLOQUES
           ELSE
              MOVE 'ECHUE'               TO WS-LKYC-ETAT-ED
              ADD 1                      TO WS-CPT-ECHUES
           END-IF.
       7100-CALC-ETAT-FIN.
           EXIT.
      *
      *    AGENCE DU CLIENT : PREMIER LIEN ACTIF DE TITULAIRE, A
      *    DEFAUT DE COTITULAIRE ; SANS COMPTE : '***'.
      *
       7200-RECH-AGENCE-DEB.
           MOVE '***'                    TO WS-KYC-AGENCE.
           SET LIEN-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-LIEN.
           PERFORM 7210-RECH-TITULAIRE-DEB
              THRU 7210-RECH-TITULAIRE-FIN
             UNTIL (WS-IX-LIEN > WS-NB-LIEN) OR LIEN-TROUVE.
           IF LIEN-TROUVE
              GO TO 7200-RECH-AGENCE-FIN
           END-IF.
           MOVE 1                        TO WS-IX-LIEN.
           PERFORM 7220-RECH-COTITULAIRE-DEB
              THRU 7220-RECH-COTITULAIRE-FIN
             UNTIL (WS-IX-LIEN > WS-NB-LIEN) OR LIEN-TROUVE.
       7200-RECH-AGENCE-FIN.
           EXIT.
      *
       7210-RECH-TITULAIRE-DEB.
           IF WS-LIEN-CLI(WS-IX-LIEN) = WS-CLI-NUM-E
              AND LIEN-TITULAIRE(WS-IX-LIEN)
              AND LIEN-ACTIF(WS-IX-LIEN)
              MOVE WS-LIEN-CPTE(WS-IX-LIEN)(1:3) TO WS-KYC-AGENCE
              SET LIEN-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-LIEN
           END-IF.
       7210-RECH-TITULAIRE-FIN.
           EXIT.
      *
       7220-RECH-COTITULAIRE-DEB.
           IF WS-LIEN-CLI(WS-IX-LIEN) = WS-CLI-NUM-E
              AND LIEN-COTITULAIRE(WS-IX-LIEN)
              AND LIEN-ACTIF(WS-IX-LIEN)
              MOVE WS-LIEN-CPTE(WS-IX-LIEN)(1:3) TO WS-KYC-AGENCE
              SET LIEN-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-LIEN
           END-IF.
       7220-RECH-COTITULAIRE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO146'                TO WS-MSQ-PROG.
           MOVE 'ETATKYC'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATKYC.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LKYC-DETAIL
      *    AVANT ECRITURE SUR ETATKYC.
      *
       7610-MASQUE-LKYC-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATKYC       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LKYC-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LKYC-NOM-ED.
       7610-MASQUE-LKYC-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-FIN-MOIS-N       TO WS-LKYC-DATE-ED.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TIRET.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-ENTETE.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8005-EDIT-AGENCE-DEB.
           MOVE WS-KYC-AGENCE            TO WS-LKYC-AGENCE-ED.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-AGENCE.
       8005-EDIT-AGENCE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-KYC-CLI               TO WS-LKYC-CLI-ED.
           MOVE WS-KYC-NOM               TO WS-LKYC-NOM-ED.
           MOVE WS-KYC-RISQUE            TO WS-LKYC-RISQUE-ED.
           MOVE WS-KYC-DECH              TO WS-LKYC-DECH-ED.
           MOVE WS-NB-JOURS-RETARD       TO WS-LKYC-RETARD-ED.
           MOVE WS-KYC-DREVUE            TO WS-LKYC-DREVUE-ED.
           PERFORM 7610-MASQUE-LKYC-DETAIL-DEB
              THRU 7610-MASQUE-LKYC-DETAIL-FIN.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-TOTAL-AGENCE-DEB.
           MOVE 'REVUES A FAIRE DE L''AGENCE'
                                         TO WS-LKYC-TOT-LIB.
           MOVE WS-CPT-AGENCE            TO WS-LKYC-TOT-NB.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TOTAL.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TIRET.
       8020-EDIT-TOTAL-AGENCE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           MOVE 'REVUES A ECHOIR DANS LE MOIS'
                                         TO WS-LKYC-TOT-LIB.
           MOVE WS-CPT-A-ECHOIR          TO WS-LKYC-TOT-NB.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TOTAL.
           MOVE 'REVUES ECHUES'          TO WS-LKYC-TOT-LIB.
           MOVE WS-CPT-ECHUES            TO WS-LKYC-TOT-NB.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TOTAL.
           MOVE 'REVUES ECHUES, COMPTES BLOQUES AU DEBIT'
                                         TO WS-LKYC-TOT-LIB.
           MOVE WS-CPT-BLOQUES           TO WS-LKYC-TOT-NB.
           WRITE FS-ENRG-ETATKYC-S       FROM WS-LKYC-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO146     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CLIENTS DU REFERENTIEL       :  ' WS-CPT-CLIENTS.
           DISPLAY 'REVUES A FAIRE LISTEES       :  ' WS-CPT-RETENUS.
           DISPLAY '  DONT A ECHOIR              :  ' WS-CPT-A-ECHOIR.
           DISPLAY '  DONT ECHUES                :  ' WS-CPT-ECHUES.
           DISPLAY '  DONT DEBIT BLOQUE          :  ' WS-CPT-BLOQUES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO146         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO146        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
