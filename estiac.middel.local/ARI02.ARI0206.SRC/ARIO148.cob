      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO148                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ARRETE ANNUEL DES INTERETS DES LIVRETS D'EPARGNE             *
      *  REGLEMENTES (PRODUIT 'LIV' DE TP3CPTE), POUR L'ANNEE DONNEE  *
      *  EN SYSIN (AAAA), SELON LA REGLE DES QUINZAINES :             *
      *  - L'ANNEE COMPTE 24 QUINZAINES (DU 1ER AU 15 ET DU 16 A LA   *
      *    FIN DE CHAQUE MOIS) ;                                      *
      *  - UN CREDIT PORTE INTERET A COMPTER DE LA QUINZAINE QUI      *
      *    SUIT SA DATE DE VALEUR ; UN DEBIT CESSE DE PORTER          *
      *    INTERET DES LE DEBUT DE LA QUINZAINE DE SA DATE DE VALEUR  *
      *    (HISTORIQUE HISMVT, DATE COMPTABLE A DEFAUT) ;             *
      *  - LE SOLDE D'OUVERTURE AU 1ER JANVIER EST LE SOLDE DU        *
      *    COMPTE DIMINUE DES MOUVEMENTS COMPTABILISES DEPUIS ;       *
      *  - INTERET = SOMME DES SOLDES PRODUCTIFS DE CHAQUE QUINZAINE  *
      *    X TAUX ANNUEL / 24. LE TAUX EST LE PARAMETRE CENTRAL       *
      *    'TXLIVRET' (ARIS903, 99V999 EN POURCENT) EN VIGUEUR AU     *
      *    PREMIER JOUR DE CHAQUE QUINZAINE : UNE REVISION EN COURS   *
      *    D'ANNEE EST AINSI PRISE EN COMPTE ;                        *
      *  - L'INTERET EST EMIS EN UN MOUVEMENT 'I' AU FORMAT TP3MVTS   *
      *    (F-MVTLIV-S), DATE ET VALEUR AU 31/12, QUI PASSE PAR LA    *
      *    CHAINE NORMALE ARIO126/ARIO326 (HORS CONTROLE DE PLAFOND). *
      *  LES LIVRETS CLOS OU EN SUCCESSION SONT ECARTES. UN JOURNAL   *
      *  DES INTERETS CALCULES EST EDITE (F-ETATLIV-S).               *
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
       PROGRAM-ID.      ARIO148.
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
      *                      F-CPTE-E : FICHIER DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HISMVT-E ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-MVTLIV-S : MOUVEMENTS D'INTERETS EMIS
      *                      -------------------------------------------
           SELECT  F-MVTLIV-S          ASSIGN TO MVTLIV
                   FILE STATUS         IS WS-FS-MVTLIV-S.
      *                      -------------------------------------------
      *                      F-ETATLIV-S : JOURNAL DES INTERETS LIVRET
      *                      -------------------------------------------
           SELECT  F-ETATLIV-S         ASSIGN TO ETATLIV
                   FILE STATUS         IS WS-FS-ETATLIV-S.
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
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTE-E.
           05  FS-CPTE-CLE             PIC X(10).
           05  FILLER                  PIC X(140).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-MVTLIV-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTLIV-S           PIC X(150).
      *
       FD  F-ETATLIV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLIV-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- ENREGISTREMENT MOUVEMENT EMIS -----------------*
      *
           COPY TP3MVTS.
      *
      *---------------- HISTORIQUE DES MOUVEMENTS (PARTAGE ARIO326) ---*
      *
           COPY HISMVT.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
           88  NOT-HISMVT-E          VALUE '23'.
           88  NOTFOUND-HISMVT-E     VALUE '35'.
       01  WS-FS-MVTLIV-S            PIC XX.
           88  OK-MVTLIV-S           VALUE '00'.
       01  WS-FS-ETATLIV-S           PIC XX.
           88  OK-ETATLIV-S          VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-ANNEE          PIC X(04).
           05  FILLER                PIC X(76).
       01  WS-ANNEE                  PIC 9(04) VALUE ZERO.
      *
      *---------------- DATES DU PASSAGE ET DE L'EXERCICE -------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
       01  WS-EXER-DEB.
           05  WS-EXER-DEB-AA        PIC 9(04).
           05  FILLER                PIC X(04) VALUE '0101'.
       01  WS-EXER-DEB-N REDEFINES WS-EXER-DEB
                                     PIC 9(08).
       01  WS-EXER-FIN.
           05  WS-EXER-FIN-AA        PIC 9(04).
           05  FILLER                PIC X(04) VALUE '1231'.
       01  WS-EXER-FIN-N REDEFINES WS-EXER-FIN
                                     PIC 9(08).
      *
      *---------------- TAUX PAR QUINZAINE (ARIS903 'TXLIVRET') -------*
      *
      *    QUINZAINE K (1 A 24) : MOIS (K + 1) / 2, DEBUTANT LE 01
      *    SI K EST IMPAIR, LE 16 SI K EST PAIR.
      *
       01  WS-TAB-TAUX.
           05  WS-TX-QZ              PIC 9(2)V9(3)
                                     OCCURS 24 TIMES.
       01  WS-IX-QZ                  PIC S9(04) COMP VALUE ZERO.
       01  WS-TX-CENTIEMES           PIC 9(05) VALUE ZERO.
       01  WS-TX-PREC                PIC 9(2)V9(3) VALUE ZERO.
       01  WS-DATE-QZ.
           05  WS-DATE-QZ-AA         PIC 9(04).
           05  WS-DATE-QZ-MM         PIC 9(02).
           05  WS-DATE-QZ-JJ         PIC 9(02).
       01  WS-DATE-QZ-N REDEFINES WS-DATE-QZ
                                     PIC 9(08).
       01  WS-QUOTIENT               PIC S9(04) COMP VALUE ZERO.
       01  WS-RESTE                  PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- MOUVEMENTS PAR QUINZAINE DE VALEUR ------------*
      *
      *    POSTE 1 : VALEUR ANTERIEURE A L'EXERCICE (QUINZAINE 0) ;
      *    POSTES 2 A 25 : QUINZAINES 1 A 24 ; POSTE 26 : VALEUR
      *    POSTERIEURE A L'EXERCICE (QUINZAINE 25).
      *
       01  WS-TAB-QZ.
           05  WS-QZ-EL              OCCURS 26 TIMES.
               10  WS-QZ-CREDIT      PIC S9(9)V99 COMP-3.
               10  WS-QZ-DEBIT       PIC S9(9)V99 COMP-3.
       01  WS-IX-POSTE               PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES DE CALCUL ---------------------------*
      *
       01  WS-SW-HISTO               PIC X(01) VALUE 'N'.
           88  HISTO-ON              VALUE 'O'.
           88  HISTO-OFF             VALUE 'N'.
       01  WS-SW-FIN-HISTO           PIC X(01) VALUE 'N'.
           88  FIN-HISTO             VALUE 'O'.
           88  PAS-FIN-HISTO         VALUE 'N'.
       01  WS-SOLDE-OUV              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MVT-SIGNE          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CUM-CREDIT             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CUM-DEBIT              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SOLDE-QZ               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-INTERET-BRUT           PIC S9(9)V9(6) COMP-3 VALUE ZERO.
       01  WS-INTERET                PIC 9(8)V99 VALUE ZERO.
       01  WS-DVAL-TRAVAIL           PIC 9(08) VALUE ZERO.
       01  WS-DVAL-DECOUPE REDEFINES WS-DVAL-TRAVAIL.
           05  WS-DVAL-AA            PIC 9(04).
           05  WS-DVAL-MM            PIC 9(02).
           05  WS-DVAL-JJ            PIC 9(02).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CPTE               PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIVRET             PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECARTE             PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-I              PIC 9(07) VALUE ZERO.
       01  WS-CPT-HIS-LUS            PIC 9(07) VALUE ZERO.
       01  WS-TOT-INTERET            PIC 9(9)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION DU JOURNAL -------------------*
      *
       01  WS-LLIV-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LLIV-TITRE.
           05  FILLER                PIC X(37)
               VALUE 'INTERETS ANNUELS DES LIVRETS - ANNEE '.
           05  WS-LLIV-ANNEE-ED      PIC 9(04).
           05  FILLER                PIC X(09) VALUE ' - EDITE '.
           05  WS-LLIV-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LLIV-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LLIV-AA-ED         PIC 9999.
       01  WS-LLIV-TAUX.
           05  FILLER                PIC X(06) VALUE 'TAUX '.
           05  WS-LLIV-TX-ED         PIC Z9,999.
           05  FILLER                PIC X(16)
               VALUE ' % A COMPTER DU '.
           05  WS-LLIV-TX-JJ-ED      PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LLIV-TX-MM-ED      PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LLIV-TX-AA-ED      PIC 9999.
       01  WS-LLIV-ENTETE.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(16) VALUE 'NOM'.
           05  FILLER                PIC X(14) VALUE 'SOLDE 01/01'.
           05  FILLER                PIC X(14) VALUE 'SOLDE ACTUEL'.
           05  FILLER                PIC X(12) VALUE 'INTERET'.
       01  WS-LLIV-DETAIL.
           05  WS-LLIV-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-NOM-ED        PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-OUV-ED        PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-SOLDE-ED      PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-INT-ED        PIC ZZZZZZZ9,99.
       01  WS-LLIV-ECARTE.
           05  WS-LLIV-EC-CPTE-ED    PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-EC-NOM-ED     PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIV-EC-LIB-ED     PIC X(30).
       01  WS-LLIV-TOTAL.
           05  FILLER                PIC X(30)
               VALUE 'TOTAL DES INTERETS CREDITES'.
           05  FILLER                PIC X(08) VALUE SPACE.
           05  WS-LLIV-TOT-NB-ED     PIC ZZZZZZ9.
           05  FILLER                PIC X(11) VALUE ' LIVRET(S) '.
           05  WS-LLIV-TOT-MT-ED     PIC ZZZZZZZZ9,99.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATLIV         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE ALGORITHMIQUE DU PROGRAMME      *
      *---------------------------------------------------------------*
      *                                                               *
      *    1 : LES COMPOSANTS DU DIAGRAMME SONT CODES A L'AIDE DE     *
      *        DEUX PARAGRAPHES  XXXX-COMPOSANT-DEB                   *
      *                          XXYY-COMPOSANR-FIN                   *
      *                                                               *
      *    2 : XX REPRESENTE LE NIVEAU HIERARCHIQUE                   *
      *        YY DIFFERENCIE LES COMPOSANTS DE MEME NIVEAU           *
      *                                                               *
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT PRINCIPAL                                        *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
      *--------------- PREPARATION DU TRAITEMENT ---------------------*
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO148'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           ACCEPT WS-ENRG-DEMANDE.
      *
           IF WS-DEM-ANNEE IS NOT NUMERIC
              DISPLAY 'DEMANDE SYSIN INVALIDE : ' WS-DEM-ANNEE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DEM-ANNEE             TO WS-ANNEE.
           IF WS-ANNEE > WS-DATE-SYST-AA
              DISPLAY 'ANNEE ' WS-ANNEE ' NON ECOULEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-ANNEE                 TO WS-EXER-DEB-AA
                                            WS-EXER-FIN-AA.
      *
           PERFORM 7000-CHARGE-TAUX-DEB
              THRU 7000-CHARGE-TAUX-FIN.
      *
           PERFORM 6200-OPEN-FHISMVT-DEB
              THRU 6200-OPEN-FHISMVT-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
      *--------------- APPEL DU COMPOSANT SUIVANT --------------------*
      *
           PERFORM 1000-TRT-CPTE-DEB
              THRU 1000-TRT-CPTE-FIN
             UNTIL EOF-CPTE-E.
      *
      *--------------- FIN DE TRAITEMENT ------------------------------*
      *
           PERFORM 8090-EDIT-TOTAL-DEB
              THRU 8090-EDIT-TOTAL-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-MVT-I             TO WS-RUN-NBENR.
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
      *   TRAITEMENT COMPTE                                           *
      *---------------------------------------------------------------*
      *
       1000-TRT-CPTE-DEB.
      *
           ADD 1                         TO WS-CPT-CPTE.
           IF NOT CPTE-LIVRET
              GO TO 1000-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-LIVRET.
      *
      *    LIVRET CLOS (INTERETS REGLES A LA CLOTURE) OU EN
      *    SUCCESSION (INTERETS ARRETES, ARIO078) : ECARTE.
      *
           IF CPTE-CLOTURE
              MOVE 'LIVRET CLOS : ECARTE'   TO WS-LLIV-EC-LIB-ED
              PERFORM 8020-EDIT-ECARTE-DEB
                 THRU 8020-EDIT-ECARTE-FIN
              GO TO 1000-SUITE
           END-IF.
           IF CPTE-SUCCESSION
              MOVE 'EN SUCCESSION : ECARTE' TO WS-LLIV-EC-LIB-ED
              PERFORM 8020-EDIT-ECARTE-DEB
                 THRU 8020-EDIT-ECARTE-FIN
              GO TO 1000-SUITE
           END-IF.
      *
           PERFORM 7100-CUMUL-QUINZAINES-DEB
              THRU 7100-CUMUL-QUINZAINES-FIN.
      *
           PERFORM 7200-CALCUL-INTERET-DEB
              THRU 7200-CALCUL-INTERET-FIN.
      *
           IF WS-INTERET > ZERO
              PERFORM 7300-PREP-MVT-INTERET-DEB
                 THRU 7300-PREP-MVT-INTERET-FIN
              PERFORM 6050-WRITE-FMVTLIV-DEB
                 THRU 6050-WRITE-FMVTLIV-FIN
           END-IF.
      *
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       1000-SUITE.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
       1000-TRT-CPTE-FIN.
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
           OPEN OUTPUT F-MVTLIV-S.
           IF NOT OK-MVTLIV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTLIV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATLIV-S.
           IF NOT OK-ETATLIV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATLIV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLIV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF NOT (OK-CPTE-E OR EOF-CPTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6050-WRITE-FMVTLIV-DEB.
           WRITE FS-ENRG-MVTLIV-S FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTLIV-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTLIV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FMVTLIV-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTLIV-S.
           IF NOT OK-MVTLIV-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTLIV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATLIV-S.
           IF NOT OK-ETATLIV-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATLIV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLIV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF HISTO-ON
              CLOSE F-HISMVT-E
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6200-OPEN-FHISMVT-DEB.
           OPEN INPUT F-HISMVT-E.
           EVALUATE TRUE
              WHEN OK-HISMVT-E
                 SET HISTO-ON            TO TRUE
              WHEN NOTFOUND-HISMVT-E
                 SET HISTO-OFF           TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-OPEN-FHISMVT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER MOUVEMENT DU LIVRET
      *    COMPTABILISE A PARTIR DU 1ER JANVIER DE L'EXERCICE.
      *
       6210-START-FHISMVT-DEB.
           MOVE WS-CPTE-CPTE             TO WS-HIS-CPTE.
           MOVE WS-EXER-DEB-N            TO WS-HIS-DCPTA.
           MOVE LOW-VALUES               TO WS-HIS-HEURE.
           MOVE ZERO                     TO WS-HIS-SEQ.
           MOVE WS-HIS-CLE               TO FS-HIS-CLE.
           START F-HISMVT-E KEY NOT < FS-HIS-CLE.
           EVALUATE TRUE
              WHEN OK-HISMVT-E
                 CONTINUE
              WHEN NOT-HISMVT-E OR EOF-HISMVT-E
                 SET FIN-HISTO           TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6210-START-FHISMVT-FIN.
           EXIT.
      *
      *    TOUS LES MOUVEMENTS DU LIVRET DEPUIS LE 1ER JANVIER, Y
      *    COMPRIS CEUX COMPTABILISES APRES LA FIN DE L'EXERCICE
      *    (ILS SONT RETRANCHES DU SOLDE POUR RETROUVER L'OUVERTURE).
      *
       6220-READ-NEXT-FHISMVT-DEB.
           IF FIN-HISTO
              GO TO 6220-READ-NEXT-FHISMVT-FIN
           END-IF.
           READ F-HISMVT-E NEXT RECORD INTO WS-ENRG-F-HISMVT.
           EVALUATE TRUE
              WHEN EOF-HISMVT-E
                 SET FIN-HISTO           TO TRUE
              WHEN OK-HISMVT-E
                 IF WS-HIS-CPTE NOT = WS-CPTE-CPTE
                    SET FIN-HISTO        TO TRUE
                 ELSE
                    ADD 1                TO WS-CPT-HIS-LUS
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6220-READ-NEXT-FHISMVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    TAUX EN VIGUEUR AU PREMIER JOUR DE CHAQUE QUINZAINE
      *    (PARAMETRE 'TXLIVRET', 5 CHIFFRES DONT 3 DECIMALES) ; UN
      *    TAUX ABSENT INTERDIT L'ARRETE.
      *
       7000-CHARGE-TAUX-DEB.
           MOVE 1                        TO WS-IX-QZ.
           PERFORM 7005-TAUX-QUINZAINE-DEB
              THRU 7005-TAUX-QUINZAINE-FIN
             UNTIL WS-IX-QZ > 24.
       7000-CHARGE-TAUX-FIN.
           EXIT.
      *
       7005-TAUX-QUINZAINE-DEB.
           DIVIDE 2 INTO WS-IX-QZ GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE.
           MOVE WS-ANNEE                 TO WS-DATE-QZ-AA.
           IF WS-RESTE = 1
              COMPUTE WS-DATE-QZ-MM = WS-QUOTIENT + 1
              MOVE 1                     TO WS-DATE-QZ-JJ
           ELSE
              MOVE WS-QUOTIENT           TO WS-DATE-QZ-MM
              MOVE 16                    TO WS-DATE-QZ-JJ
           END-IF.
      *
           MOVE 'TXLIVRET'               TO WS-PAR-ID.
           MOVE WS-DATE-QZ-N             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:5) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:5)    TO WS-TX-CENTIEMES
              COMPUTE WS-TX-QZ(WS-IX-QZ) = WS-TX-CENTIEMES / 1000
           ELSE
              DISPLAY 'PARAMETRE TXLIVRET ABSENT AU ' WS-DATE-QZ-N
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-IX-QZ.
       7005-TAUX-QUINZAINE-FIN.
           EXIT.
      *
      *    SOLDE D'OUVERTURE ET VENTILATION DES MOUVEMENTS DU LIVRET
      *    PAR QUINZAINE DE VALEUR ; SANS HISTORIQUE LE SOLDE DU
      *    COMPTE EST RETENU POUR TOUTE L'ANNEE.
      *
       7100-CUMUL-QUINZAINES-DEB.
      *
           INITIALIZE WS-TAB-QZ.
           MOVE ZERO                     TO WS-TOT-MVT-SIGNE.
           MOVE WS-CPTE-SOLDE            TO WS-SOLDE-OUV.
           IF HISTO-OFF
              GO TO 7100-CUMUL-QUINZAINES-FIN
           END-IF.
      *
           SET PAS-FIN-HISTO             TO TRUE.
           PERFORM 6210-START-FHISMVT-DEB
              THRU 6210-START-FHISMVT-FIN.
           PERFORM 6220-READ-NEXT-FHISMVT-DEB
              THRU 6220-READ-NEXT-FHISMVT-FIN.
           PERFORM 7110-UN-MVT-QUINZAINE-DEB
              THRU 7110-UN-MVT-QUINZAINE-FIN
             UNTIL FIN-HISTO.
      *
           COMPUTE WS-SOLDE-OUV = WS-CPTE-SOLDE - WS-TOT-MVT-SIGNE.
      *
       7100-CUMUL-QUINZAINES-FIN.
           EXIT.
      *
       7110-UN-MVT-QUINZAINE-DEB.
      *
           IF WS-HIS-DATE-VALEUR IS NUMERIC
              AND WS-HIS-DATE-VALEUR > ZERO
              MOVE WS-HIS-DATE-VALEUR    TO WS-DVAL-TRAVAIL
           ELSE
              MOVE WS-HIS-DCPTA          TO WS-DVAL-TRAVAIL
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-DVAL-TRAVAIL < WS-EXER-DEB-N
                   MOVE 1                TO WS-IX-POSTE
              WHEN WS-DVAL-TRAVAIL > WS-EXER-FIN-N
                   MOVE 26               TO WS-IX-POSTE
              WHEN WS-DVAL-JJ > 15
                   COMPUTE WS-IX-POSTE = (WS-DVAL-MM * 2) + 1
              WHEN OTHER
                   COMPUTE WS-IX-POSTE = WS-DVAL-MM * 2
           END-EVALUATE.
      *
           IF HIS-SENS-DEBIT
              SUBTRACT WS-HIS-MT       FROM WS-TOT-MVT-SIGNE
              ADD WS-HIS-MT              TO WS-QZ-DEBIT(WS-IX-POSTE)
           ELSE
              ADD WS-HIS-MT              TO WS-TOT-MVT-SIGNE
              ADD WS-HIS-MT              TO WS-QZ-CREDIT(WS-IX-POSTE)
           END-IF.
      *
           PERFORM 6220-READ-NEXT-FHISMVT-DEB
              THRU 6220-READ-NEXT-FHISMVT-FIN.
      *
       7110-UN-MVT-QUINZAINE-FIN.
           EXIT.
      *
      *    SOLDE PRODUCTIF DE LA QUINZAINE K = OUVERTURE + CREDITS DE
      *    VALEUR ANTERIEURE A K - DEBITS DE VALEUR ANTERIEURE OU
      *    EGALE A K (UN SOLDE NEGATIF NE PRODUIT RIEN) ; INTERET =
      *    SOMME DES SOLDES X TAUX / 100 / 24, ARRONDI AU CENTIME.
      *
       7200-CALCUL-INTERET-DEB.
      *
           MOVE WS-SOLDE-OUV             TO WS-CUM-CREDIT.
           MOVE WS-QZ-DEBIT(1)           TO WS-CUM-DEBIT.
           MOVE ZERO                     TO WS-INTERET-BRUT.
           MOVE 1                        TO WS-IX-QZ.
           PERFORM 7210-UNE-QUINZAINE-DEB
              THRU 7210-UNE-QUINZAINE-FIN
             UNTIL WS-IX-QZ > 24.
           COMPUTE WS-INTERET ROUNDED = WS-INTERET-BRUT.
      *
       7200-CALCUL-INTERET-FIN.
           EXIT.
      *
       7210-UNE-QUINZAINE-DEB.
      *
      *    POSTE DE LA QUINZAINE K = K + 1 ; CELUI DE K - 1 = K.
      *
           ADD WS-QZ-CREDIT(WS-IX-QZ)    TO WS-CUM-CREDIT.
           COMPUTE WS-IX-POSTE = WS-IX-QZ + 1.
           ADD WS-QZ-DEBIT(WS-IX-POSTE)  TO WS-CUM-DEBIT.
           COMPUTE WS-SOLDE-QZ = WS-CUM-CREDIT - WS-CUM-DEBIT.
           IF WS-SOLDE-QZ > ZERO
              COMPUTE WS-INTERET-BRUT = WS-INTERET-BRUT
                    + (WS-SOLDE-QZ * WS-TX-QZ(WS-IX-QZ) / 2400)
           END-IF.
           ADD 1                         TO WS-IX-QZ.
      *
       7210-UNE-QUINZAINE-FIN.
           EXIT.
      *
       7300-PREP-MVT-INTERET-DEB.
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-CPTE-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-EXER-FIN-N            TO WS-MVTS-DATE.
           MOVE 'I'                      TO WS-MVTS-CODE.
           MOVE WS-INTERET               TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES.
           MOVE WS-EXER-FIN-N            TO WS-MVTS-DATE-VALEUR.
           MOVE WS-CPTE-DEVISE           TO WS-MVTS-DEVISE.
           STRING 'INTERETS LIVRET ' WS-ANNEE
                  DELIMITED BY SIZE    INTO WS-MVTS-LIBELLE.
           ADD 1                         TO WS-CPT-MVT-I.
           ADD WS-INTERET                TO WS-TOT-INTERET.
       7300-PREP-MVT-INTERET-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO148'                TO WS-MSQ-PROG.
           MOVE 'ETATLIV'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATLIV.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LLIV-DETAIL
      *    AVANT ECRITURE SUR ETATLIV.
      *
       7610-MASQUE-LLIV-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATLIV       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LLIV-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LLIV-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LLIV-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LLIV-NOM-ED.
       7610-MASQUE-LLIV-DETAIL-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LLIV-ECARTE
      *    AVANT ECRITURE SUR ETATLIV.
      *
       7620-MASQUE-LLIV-ECARTE-DEB.
           MOVE WS-MSQ-NIV-ETATLIV       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LLIV-EC-CPTE-ED       TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LLIV-EC-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LLIV-EC-NOM-ED        TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LLIV-EC-NOM-ED.
       7620-MASQUE-LLIV-ECARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-ANNEE                 TO WS-LLIV-ANNEE-ED.
           MOVE WS-DATE-SYST-JJ          TO WS-LLIV-JJ-ED.
           MOVE WS-DATE-SYST-MM          TO WS-LLIV-MM-ED.
           MOVE WS-DATE-SYST-AA          TO WS-LLIV-AA-ED.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TIRET.
           MOVE 1                        TO WS-IX-QZ.
           PERFORM 8005-EDIT-UN-TAUX-DEB
              THRU 8005-EDIT-UN-TAUX-FIN
             UNTIL WS-IX-QZ > 24.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TIRET.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-ENTETE.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    UNE LIGNE PAR TAUX APPLIQUE : PREMIERE QUINZAINE ET
      *    CHAQUE QUINZAINE OU LE TAUX CHANGE.
      *
       8005-EDIT-UN-TAUX-DEB.
           IF WS-IX-QZ = 1
              OR WS-TX-QZ(WS-IX-QZ) NOT = WS-TX-PREC
              DIVIDE 2 INTO WS-IX-QZ GIVING WS-QUOTIENT
                     REMAINDER WS-RESTE
              IF WS-RESTE = 1
                 COMPUTE WS-LLIV-TX-MM-ED = WS-QUOTIENT + 1
                 MOVE 1                  TO WS-LLIV-TX-JJ-ED
              ELSE
                 MOVE WS-QUOTIENT        TO WS-LLIV-TX-MM-ED
                 MOVE 16                 TO WS-LLIV-TX-JJ-ED
              END-IF
              MOVE WS-ANNEE              TO WS-LLIV-TX-AA-ED
              MOVE WS-TX-QZ(WS-IX-QZ)    TO WS-LLIV-TX-ED
              WRITE FS-ENRG-ETATLIV-S    FROM WS-LLIV-TAUX
           END-IF.
           MOVE WS-TX-QZ(WS-IX-QZ)       TO WS-TX-PREC.
           ADD 1                         TO WS-IX-QZ.
       8005-EDIT-UN-TAUX-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LLIV-CPTE-ED.
           MOVE WS-CPTE-NOM              TO WS-LLIV-NOM-ED.
           MOVE WS-SOLDE-OUV             TO WS-LLIV-OUV-ED.
           MOVE WS-CPTE-SOLDE            TO WS-LLIV-SOLDE-ED.
           MOVE WS-INTERET               TO WS-LLIV-INT-ED.
           PERFORM 7610-MASQUE-LLIV-DETAIL-DEB
              THRU 7610-MASQUE-LLIV-DETAIL-FIN.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-ECARTE-DEB.
           ADD 1                         TO WS-CPT-ECARTE.
           MOVE WS-CPTE-CPTE             TO WS-LLIV-EC-CPTE-ED.
           MOVE WS-CPTE-NOM              TO WS-LLIV-EC-NOM-ED.
           PERFORM 7620-MASQUE-LLIV-ECARTE-DEB
              THRU 7620-MASQUE-LLIV-ECARTE-FIN.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-ECARTE.
       8020-EDIT-ECARTE-FIN.
           EXIT.
      *
       8090-EDIT-TOTAL-DEB.
           MOVE WS-CPT-MVT-I             TO WS-LLIV-TOT-NB-ED.
           MOVE WS-TOT-INTERET           TO WS-LLIV-TOT-MT-ED.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TIRET.
           WRITE FS-ENRG-ETATLIV-S       FROM WS-LLIV-TOTAL.
       8090-EDIT-TOTAL-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO148     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'EXERCICE ARRETE              :  ' WS-ANNEE.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-CPTE.
           DISPLAY 'LIVRETS EXAMINES             :  ' WS-CPT-LIVRET.
           DISPLAY 'LIVRETS ECARTES              :  ' WS-CPT-ECARTE.
           DISPLAY 'MOUVEMENTS HISTORIQUE LUS    :  ' WS-CPT-HIS-LUS.
           DISPLAY 'MOUVEMENTS D''INTERETS EMIS   :  ' WS-CPT-MVT-I.
           DISPLAY 'TOTAL DES INTERETS           :  ' WS-TOT-INTERET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO148         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO148        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
