      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO154                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PREUVE MENSUELLE DES SOLDES PAR RECONSTITUTION COMPLETE DE   *
      *  L'HISTORIQUE DES MOUVEMENTS :                                *
      *  - LE POINT DE DEPART EST LE REPORT A NOUVEAU DU DERNIER      *
      *    ARRETE ANNUEL (FICHIER OUVERT ECRIT PAR ARIO051, CODE 'S'  *
      *    SOLDE CREDITEUR, 'T' SOLDE DEBITEUR, DATE = 1ER JANVIER) ; *
      *  - LES MOUVEMENTS DE L'HISTORIQUE VIVANT (HISMVT) ET DES      *
      *    GENERATIONS D'ARCHIVE FOURNIES (ARCHIV, FACULTATIVES)      *
      *    POSTERIEURS OU EGAUX A LA DATE DU REPORT SONT TRIES SUR LA *
      *    CLE DE L'HISTORIQUE ; UN MOUVEMENT PRESENT DANS PLUSIEURS  *
      *    SOURCES (ARCHIVE RESTAUREE) N'EST PRIS QU'UNE FOIS ;       *
      *  - POUR CHAQUE COMPTE LE SOLDE EST RECALCULE MOUVEMENT PAR    *
      *    MOUVEMENT ET COMPARE AU SOLDE RESULTANT ENREGISTRE DANS    *
      *    L'HISTORIQUE : LA PREMIERE DATE OU LES DEUX DIVERGENT EST  *
      *    RETENUE ; LE SOLDE FINAL EST COMPARE AU SOLDE DU MAITRE    *
      *    DES COMPTES (INP001) ET AU DERNIER SOLDE DE L'HISTORIQUE.  *
      *  LES COMPTES EN ECART SONT EDITES SUR ETAPRV ET LE PROGRAMME  *
      *  REND 4. SANS FICHIER OUVERT (AUCUN ARRETE ANNUEL PASSE), LES *
      *  SOLDES REPARTENT DE ZERO AVEC TOUT L'HISTORIQUE FOURNI.      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO154.
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
      *                      F-CPTE-E : MAITRE DES COMPTES (INDEXE)
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-OUVERT-E : REPORTS A NOUVEAU (TP3MVTS)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-OUVERT-E ASSIGN TO OUVERT
                   FILE STATUS         IS WS-FS-OUVERT-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE VIVANT
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-ARCHIV-E : GENERATIONS D'ARCHIVE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ARCHIV-E ASSIGN TO ARCHIV
                   FILE STATUS         IS WS-FS-ARCHIV-E.
      *                      -------------------------------------------
      *                      SD-HIS-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-HIS-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-HIST-E : MOUVEMENTS TRIES SUR LA CLE
      *                      -------------------------------------------
           SELECT  F-HIST-E            ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-HIST-E.
      *                      -------------------------------------------
      *                      F-ETAPRV-S : ETAT DE LA PREUVE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-ETAPRV-S          ASSIGN TO ETAPRV
                   FILE STATUS         IS WS-FS-ETAPRV.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTE-E.
           05  FS-CPTE-CLE             PIC X(10).
           05  FILLER                  PIC X(140).
      *
       FD  F-OUVERT-E
           RECORDING MODE IS F.
       01  FS-ENRG-OUVERT-E           PIC X(150).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-ARCHIV-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCHIV-E           PIC X(170).
      *
       SD  SD-HIS-TRI.
       01  SD-ENRG-HIS-TRI.
           05  SD-HIS-CLE-TRI         PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-HIST-E
           RECORDING MODE IS F.
       01  FS-ENRG-HIST-E             PIC X(170).
      *
       FD  F-ETAPRV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETAPRV-S           PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MAITRE DES COMPTES ----------------------------*
      *
           COPY TP3CPTE.
      *
      *---------------- REPORT A NOUVEAU (PARTAGE ARIO051) ------------*
      *
           COPY TP3MVTS.
      *
      *---------------- HISTORIQUE DES MOUVEMENTS ---------------------*
      *
           COPY HISMVT.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-OUVERT-E            PIC XX.
           88  OK-OUVERT-E           VALUES '00' '05'.
           88  EOF-OUVERT-E          VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
       01  WS-FS-ARCHIV-E            PIC XX.
           88  OK-ARCHIV-E           VALUES '00' '05'.
           88  EOF-ARCHIV-E          VALUE '10'.
       01  WS-FS-HIST-E              PIC XX.
           88  OK-HIST-E             VALUE '00'.
           88  EOF-HIST-E            VALUE '10'.
       01  WS-FS-ETAPRV              PIC XX.
           88  OK-ETAPRV             VALUE '00'.
      *
      *---------------- DATE DU REPORT A NOUVEAU ----------------------*
      *
       01  WS-DATE-REPORT            PIC 9(08) VALUE ZERO.
           88  SANS-REPORT           VALUE ZERO.
       01  WS-CLE-PREC               PIC X(28) VALUE LOW-VALUES.
      *
      *---------------- PREUVE DU COMPTE EN COURS ---------------------*
      *
       01  WS-CPTE-COURS             PIC X(10).
       01  WS-SW-REPORT-CPTE         PIC X(01).
           88  REPORT-TROUVE         VALUE 'O'.
           88  REPORT-ABSENT         VALUE 'N'.
       01  WS-SW-MAITRE-CPTE         PIC X(01).
           88  MAITRE-TROUVE         VALUE 'O'.
           88  MAITRE-ABSENT         VALUE 'N'.
       01  WS-PRV-NB-MVT             PIC 9(07) VALUE ZERO.
       01  WS-PRV-REPORT             PIC S9(8)V99 VALUE ZERO.
       01  WS-PRV-SOLDE              PIC S9(9)V99 VALUE ZERO.
       01  WS-PRV-MAITRE             PIC S9(8)V99 VALUE ZERO.
       01  WS-PRV-DCREA              PIC 9(08) VALUE ZERO.
       01  WS-PRV-DERN-HIS           PIC S9(8)V99 VALUE ZERO.
       01  WS-PRV-DATE-DIV           PIC 9(08) VALUE ZERO.
           88  PRV-SANS-DIVERGENCE   VALUE ZERO.
       01  FILLER REDEFINES WS-PRV-DATE-DIV.
           05  WS-PRV-DIV-AAAA       PIC 9(04).
           05  WS-PRV-DIV-MM         PIC 9(02).
           05  WS-PRV-DIV-JJ         PIC 9(02).
       01  WS-PRV-SOLDE-DIV          PIC S9(9)V99 VALUE ZERO.
       01  WS-PRV-HIS-DIV            PIC S9(8)V99 VALUE ZERO.
       01  WS-PRV-OBS                PIC X(22).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-MVT-HIS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-ANTER          PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-PRIS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-DOUBLONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-REPORTS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-COMPTES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CONCORDANTS        PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(07) VALUE ZERO.
       01  WS-TOT-RECALC             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MAITRE             PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPRV-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LPRV-TITRE.
           05  FILLER                PIC X(31)
               VALUE 'ESTIAC - PREUVE DES SOLDES PAR '.
           05  FILLER                PIC X(26)
               VALUE 'RECONSTITUTION HISTORIQUE '.
           05  WS-LPRV-TIT-REPORT    PIC X(40).
       01  WS-LPRV-REPORT-ED.
           05  FILLER                PIC X(22)
               VALUE '- REPORT A NOUVEAU DU '.
           05  WS-LPRV-REP-JJ        PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPRV-REP-MM        PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPRV-REP-AAAA      PIC 9(04).
       01  WS-LPRV-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(13) VALUE '      REPORT'.
           05  FILLER                PIC X(13) VALUE '   RECALCULE'.
           05  FILLER                PIC X(13) VALUE '      MAITRE'.
           05  FILLER                PIC X(13) VALUE ' DERN. HISTO'.
           05  FILLER                PIC X(11) VALUE 'DIVERGENCE'.
           05  FILLER                PIC X(13) VALUE ' RECALC. DIV'.
           05  FILLER                PIC X(13) VALUE '  HISTO. DIV'.
           05  FILLER                PIC X(22) VALUE 'OBSERVATION'.
       01  WS-LPRV-DETAIL.
           05  WS-LPRV-CPTE          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-REPORT        PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-RECALC        PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-MAITRE        PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-DERN-HIS      PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-DIV.
               10  WS-LPRV-DIV-JJ    PIC 9(02).
               10  WS-LPRV-DIV-S1    PIC X(01).
               10  WS-LPRV-DIV-MM    PIC 9(02).
               10  WS-LPRV-DIV-S2    PIC X(01).
               10  WS-LPRV-DIV-AAAA  PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-SOLDE-DIV     PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-HIS-DIV       PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-OBS           PIC X(22).
       01  WS-LPRV-VIDE              PIC X(60)
           VALUE 'AUCUN ECART : TOUS LES SOLDES SONT PROUVES'.
       01  WS-LPRV-TOTAL.
           05  WS-LPRV-TOT-LIB       PIC X(30).
           05  WS-LPRV-TOT-MT        PIC -ZZZZZZZZZZZZ9,99.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETAPRV          PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO154'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6200-DATE-REPORT-DEB
              THRU 6200-DATE-REPORT-FIN.
      *
           PERFORM 6100-TRI-MVTS-DEB
              THRU 6100-TRI-MVTS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
           PERFORM 6030-READ-FHIST-DEB
              THRU 6030-READ-FHIST-FIN.
      *
           PERFORM 1000-PREUVE-COMPTE-DEB
              THRU 1000-PREUVE-COMPTE-FIN
             UNTIL CPTE-CPTE-MAX AND MVTS-CPTE-MAX
               AND WS-HIS-CPTE = HIGH-VALUES.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-COMPTES           TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-ECARTS > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-ECARTS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   PREUVE D'UN COMPTE : MAITRE, REPORTS ET MOUVEMENTS TRIES    *
      *   SONT TOUS TROIS DANS L'ORDRE DES COMPTES ; LE COMPTE TRAITE *
      *   EST LE PLUS PETIT DES TROIS                                 *
      *---------------------------------------------------------------*
      *
       1000-PREUVE-COMPTE-DEB.
      *
           MOVE WS-CPTE-CPTE             TO WS-CPTE-COURS.
           IF WS-MVTS-CPTE < WS-CPTE-COURS
              MOVE WS-MVTS-CPTE          TO WS-CPTE-COURS
           END-IF.
           IF WS-HIS-CPTE < WS-CPTE-COURS
              MOVE WS-HIS-CPTE           TO WS-CPTE-COURS
           END-IF.
      *
           ADD 1                         TO WS-CPT-COMPTES.
           MOVE ZERO                     TO WS-PRV-NB-MVT
                                            WS-PRV-REPORT
                                            WS-PRV-MAITRE
                                            WS-PRV-DCREA
                                            WS-PRV-DERN-HIS
                                            WS-PRV-DATE-DIV
                                            WS-PRV-SOLDE-DIV
                                            WS-PRV-HIS-DIV.
      *
      *    SOLDE DE DEPART : REPORT A NOUVEAU DU COMPTE, SIGNE SELON
      *    SON CODE ('T' = SOLDE DEBITEUR), ZERO S'IL N'Y EN A PAS.
      *
           SET REPORT-ABSENT             TO TRUE.
           IF WS-MVTS-CPTE = WS-CPTE-COURS
              SET REPORT-TROUVE          TO TRUE
              ADD 1                      TO WS-CPT-REPORTS
              IF WS-MVTS-CODE = 'T'
                 COMPUTE WS-PRV-REPORT = ZERO - WS-MVTS-MT
              ELSE
                 MOVE WS-MVTS-MT         TO WS-PRV-REPORT
              END-IF
              PERFORM 6020-READ-FOUVERT-DEB
                 THRU 6020-READ-FOUVERT-FIN
           END-IF.
           MOVE WS-PRV-REPORT            TO WS-PRV-SOLDE.
      *
           PERFORM 1100-UN-MVT-DEB
              THRU 1100-UN-MVT-FIN
             UNTIL WS-HIS-CPTE NOT = WS-CPTE-COURS.
      *
           SET MAITRE-ABSENT             TO TRUE.
           IF WS-CPTE-CPTE = WS-CPTE-COURS
              SET MAITRE-TROUVE          TO TRUE
              MOVE WS-CPTE-SOLDE         TO WS-PRV-MAITRE
              MOVE WS-CPTE-DCREA         TO WS-PRV-DCREA
              ADD WS-CPTE-SOLDE          TO WS-TOT-MAITRE
              PERFORM 6010-READ-FCPTE-DEB
                 THRU 6010-READ-FCPTE-FIN
           END-IF.
           ADD WS-PRV-SOLDE              TO WS-TOT-RECALC.
      *
      *    UN SOLDE DERNIER DE L'HISTORIQUE DIFFERENT DU SOLDE
      *    RECALCULE EST FORCEMENT PRECEDE D'UNE DIVERGENCE DATEE.
      *
           EVALUATE TRUE
              WHEN MAITRE-ABSENT
                 MOVE 'ABSENT DU MAITRE'  TO WS-PRV-OBS
              WHEN NOT PRV-SANS-DIVERGENCE
                 MOVE 'HISTORIQUE DIVERGENT' TO WS-PRV-OBS
              WHEN WS-PRV-SOLDE NOT = WS-PRV-MAITRE
                 MOVE 'SOLDE MAITRE DIFFERENT' TO WS-PRV-OBS
              WHEN REPORT-ABSENT AND NOT SANS-REPORT
               AND WS-PRV-DCREA < WS-DATE-REPORT
                 MOVE 'SANS REPORT A NOUVEAU' TO WS-PRV-OBS
              WHEN OTHER
                 MOVE SPACES             TO WS-PRV-OBS
           END-EVALUATE.
      *
           IF WS-PRV-OBS = SPACES
              ADD 1                      TO WS-CPT-CONCORDANTS
           ELSE
              PERFORM 8010-EDIT-ECART-DEB
                 THRU 8010-EDIT-ECART-FIN
           END-IF.
      *
       1000-PREUVE-COMPTE-FIN.
           EXIT.
      *
      *    APPLICATION D'UN MOUVEMENT AU SOLDE RECALCULE ; LA
      *    PREMIERE DIVERGENCE AVEC LE SOLDE RESULTANT ENREGISTRE EST
      *    CONSERVEE (LE SOLDE RECALCULE N'EST PAS RECALE SUR
      *    L'HISTORIQUE : L'ECART SE REPORTE JUSQU'AU MAITRE).
      *
       1100-UN-MVT-DEB.
           IF WS-HIS-CLE = WS-CLE-PREC
              ADD 1                      TO WS-CPT-DOUBLONS
              GO TO 1100-UN-MVT-SUITE
           END-IF.
           MOVE WS-HIS-CLE               TO WS-CLE-PREC.
      *
           ADD 1                         TO WS-PRV-NB-MVT
                                            WS-CPT-MVT-PRIS.
           IF HIS-SENS-CREDIT
              ADD WS-HIS-MT              TO WS-PRV-SOLDE
           ELSE
              SUBTRACT WS-HIS-MT         FROM WS-PRV-SOLDE
           END-IF.
      *
           IF PRV-SANS-DIVERGENCE
              AND WS-PRV-SOLDE NOT = WS-HIS-SOLDE
              MOVE WS-HIS-DCPTA          TO WS-PRV-DATE-DIV
              MOVE WS-PRV-SOLDE          TO WS-PRV-SOLDE-DIV
              MOVE WS-HIS-SOLDE          TO WS-PRV-HIS-DIV
           END-IF.
           MOVE WS-HIS-SOLDE             TO WS-PRV-DERN-HIS.
      *
       1100-UN-MVT-SUITE.
           PERFORM 6030-READ-FHIST-DEB
              THRU 6030-READ-FHIST-FIN.
      *
       1100-UN-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-HIST-E.
           IF NOT OK-HIST-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HIST-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HIST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETAPRV-S.
           IF NOT OK-ETAPRV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETAPRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAPRV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF EOF-CPTE-E
              SET CPTE-CPTE-MAX          TO TRUE
              GO TO 6010-READ-FCPTE-FIN
           END-IF.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6020-READ-FOUVERT-DEB.
           READ F-OUVERT-E INTO WS-ENRG-F-MVTS.
           IF EOF-OUVERT-E
              SET MVTS-CPTE-MAX          TO TRUE
              GO TO 6020-READ-FOUVERT-FIN
           END-IF.
           IF NOT OK-OUVERT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OUVERT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OUVERT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FOUVERT-FIN.
           EXIT.
      *
       6030-READ-FHIST-DEB.
           READ F-HIST-E INTO WS-ENRG-F-HISMVT.
           IF EOF-HIST-E
              MOVE HIGH-VALUES           TO WS-HIS-CPTE
              GO TO 6030-READ-FHIST-FIN
           END-IF.
           IF NOT OK-HIST-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HIST-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HIST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FHIST-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           CLOSE F-OUVERT-E.
           CLOSE F-HIST-E.
           CLOSE F-ETAPRV-S.
           IF NOT OK-ETAPRV
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETAPRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAPRV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRI SUR LA CLE DE L'HISTORIQUE DES MOUVEMENTS DE LA
      *    PERIODE PROUVEE, HISTORIQUE VIVANT ET ARCHIVES CONFONDUS.
      *
       6100-TRI-MVTS-DEB.
           SORT SD-HIS-TRI
               ON ASCENDING KEY SD-HIS-CLE-TRI
               INPUT PROCEDURE 6105-ALIMENTE-TRI-DEB
                          THRU 6105-ALIMENTE-TRI-FIN
               GIVING F-HIST-E.
      *
           IF NOT OK-HIST-E
              DISPLAY 'PROBLEME AU TRI DES MOUVEMENTS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HIST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-TRI-MVTS-FIN.
           EXIT.
      *
       6105-ALIMENTE-TRI-DEB.
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FHISMVT-DEB
              THRU 6110-READ-FHISMVT-FIN.
           PERFORM 6115-LIBERE-HISMVT-DEB
              THRU 6115-LIBERE-HISMVT-FIN
             UNTIL EOF-HISMVT-E.
           CLOSE F-HISMVT-E.
      *
           OPEN INPUT F-ARCHIV-E.
           IF NOT OK-ARCHIV-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCHIV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCHIV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6120-READ-FARCHIV-DEB
              THRU 6120-READ-FARCHIV-FIN.
           PERFORM 6125-LIBERE-ARCHIV-DEB
              THRU 6125-LIBERE-ARCHIV-FIN
             UNTIL EOF-ARCHIV-E.
           CLOSE F-ARCHIV-E.
       6105-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6110-READ-FHISMVT-DEB.
           READ F-HISMVT-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-HISMVT-E OR EOF-HISMVT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FHISMVT-FIN.
           EXIT.
      *
       6115-LIBERE-HISMVT-DEB.
           ADD 1                         TO WS-CPT-MVT-HIS.
           IF WS-HIS-DCPTA < WS-DATE-REPORT
              ADD 1                      TO WS-CPT-MVT-ANTER
           ELSE
              RELEASE SD-ENRG-HIS-TRI    FROM WS-ENRG-F-HISMVT
           END-IF.
           PERFORM 6110-READ-FHISMVT-DEB
              THRU 6110-READ-FHISMVT-FIN.
       6115-LIBERE-HISMVT-FIN.
           EXIT.
      *
       6120-READ-FARCHIV-DEB.
           READ F-ARCHIV-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-ARCHIV-E OR EOF-ARCHIV-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCHIV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCHIV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-READ-FARCHIV-FIN.
           EXIT.
      *
       6125-LIBERE-ARCHIV-DEB.
           ADD 1                         TO WS-CPT-MVT-ARCH.
           IF WS-HIS-DCPTA < WS-DATE-REPORT
              ADD 1                      TO WS-CPT-MVT-ANTER
           ELSE
              RELEASE SD-ENRG-HIS-TRI    FROM WS-ENRG-F-HISMVT
           END-IF.
           PERFORM 6120-READ-FARCHIV-DEB
              THRU 6120-READ-FARCHIV-FIN.
       6125-LIBERE-ARCHIV-FIN.
           EXIT.
      *
      *    LA DATE DU REPORT A NOUVEAU EST CELLE DU PREMIER
      *    ENREGISTREMENT DU FICHIER OUVERT (TOUS PORTENT LE 1ER
      *    JANVIER DE L'EXERCICE) ; LE FICHIER RESTE OUVERT POUR LE
      *    RAPPROCHEMENT PAR COMPTE. FICHIER ABSENT OU VIDE : DATE A
      *    ZERO, TOUS LES MOUVEMENTS FOURNIS SONT PRIS.
      *
       6200-DATE-REPORT-DEB.
           OPEN INPUT F-OUVERT-E.
           IF NOT OK-OUVERT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-OUVERT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OUVERT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-READ-FOUVERT-DEB
              THRU 6020-READ-FOUVERT-FIN.
           IF NOT MVTS-CPTE-MAX
              MOVE WS-MVTS-DATE          TO WS-DATE-REPORT
           END-IF.
       6200-DATE-REPORT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO154'                TO WS-MSQ-PROG.
           MOVE 'ETAPRV'                 TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETAPRV.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LPRV-DETAIL
      *    AVANT ECRITURE SUR ETAPRV.
      *
       7610-MASQUE-LPRV-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETAPRV        TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LPRV-CPTE             TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPRV-CPTE.
       7610-MASQUE-LPRV-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           IF SANS-REPORT
              MOVE '- SANS REPORT A NOUVEAU'
                                         TO WS-LPRV-TIT-REPORT
           ELSE
              MOVE WS-DATE-REPORT(1:4)   TO WS-LPRV-REP-AAAA
              MOVE WS-DATE-REPORT(5:2)   TO WS-LPRV-REP-MM
              MOVE WS-DATE-REPORT(7:2)   TO WS-LPRV-REP-JJ
              MOVE WS-LPRV-REPORT-ED     TO WS-LPRV-TIT-REPORT
           END-IF.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TIRET.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-INTITULE.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-ECART-DEB.
           ADD 1                         TO WS-CPT-ECARTS.
           MOVE WS-CPTE-COURS            TO WS-LPRV-CPTE.
           MOVE WS-PRV-REPORT            TO WS-LPRV-REPORT.
           MOVE WS-PRV-SOLDE             TO WS-LPRV-RECALC.
           MOVE WS-PRV-MAITRE            TO WS-LPRV-MAITRE.
           MOVE WS-PRV-DERN-HIS          TO WS-LPRV-DERN-HIS.
           IF PRV-SANS-DIVERGENCE
              MOVE SPACES                TO WS-LPRV-DIV
              MOVE ZERO                  TO WS-LPRV-SOLDE-DIV
                                            WS-LPRV-HIS-DIV
           ELSE
              MOVE WS-PRV-DIV-JJ         TO WS-LPRV-DIV-JJ
              MOVE '/'                   TO WS-LPRV-DIV-S1
              MOVE WS-PRV-DIV-MM         TO WS-LPRV-DIV-MM
              MOVE '/'                   TO WS-LPRV-DIV-S2
              MOVE WS-PRV-DIV-AAAA       TO WS-LPRV-DIV-AAAA
              MOVE WS-PRV-SOLDE-DIV      TO WS-LPRV-SOLDE-DIV
              MOVE WS-PRV-HIS-DIV        TO WS-LPRV-HIS-DIV
           END-IF.
           MOVE WS-PRV-OBS               TO WS-LPRV-OBS.
           PERFORM 7610-MASQUE-LPRV-DETAIL-DEB
              THRU 7610-MASQUE-LPRV-DETAIL-FIN.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-DETAIL.
       8010-EDIT-ECART-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           IF WS-CPT-ECARTS = ZERO
              WRITE FS-ENRG-ETAPRV-S     FROM WS-LPRV-VIDE
           END-IF.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TIRET.
           MOVE 'TOTAL DES SOLDES RECALCULES :' TO WS-LPRV-TOT-LIB.
           MOVE WS-TOT-RECALC            TO WS-LPRV-TOT-MT.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TOTAL.
           MOVE 'TOTAL DES SOLDES DU MAITRE  :' TO WS-LPRV-TOT-LIB.
           MOVE WS-TOT-MAITRE            TO WS-LPRV-TOT-MT.
           WRITE FS-ENRG-ETAPRV-S        FROM WS-LPRV-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO154     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DATE DU REPORT A NOUVEAU     :  ' WS-DATE-REPORT.
           DISPLAY 'MOUVEMENTS HISTORIQUE LUS    :  ' WS-CPT-MVT-HIS.
           DISPLAY 'MOUVEMENTS ARCHIVE LUS       :  ' WS-CPT-MVT-ARCH.
           DISPLAY 'MOUVEMENTS ANTERIEURS ECARTES:  '
                   WS-CPT-MVT-ANTER.
           DISPLAY 'MOUVEMENTS EN DOUBLE ECARTES :  '
                   WS-CPT-DOUBLONS.
           DISPLAY 'MOUVEMENTS RECALCULES        :  '
                   WS-CPT-MVT-PRIS.
           DISPLAY 'REPORTS A NOUVEAU LUS        :  ' WS-CPT-REPORTS.
           DISPLAY 'COMPTES PROUVES              :  ' WS-CPT-COMPTES.
           DISPLAY 'COMPTES CONCORDANTS          :  '
                   WS-CPT-CONCORDANTS.
           DISPLAY 'COMPTES EN ECART             :  ' WS-CPT-ECARTS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO154         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO154        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
