      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO140                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  TRAITEMENT MENSUEL DES CARTES BANCAIRES (MAITRE F-CARTE-E,   *
      *  COPY CARTE, TENU PAR ARIO139), REECRIT PERE-FILS :           *
      *  - RENOUVELLEMENT : LES CARTES EXPIRANT DANS DEUX MOIS SONT   *
      *    LISTEES ; UNE CARTE ACTIVE SUR UN COMPTE OUVERT EST        *
      *    REEMISE AVEC UNE EXPIRATION REPORTEE DE TROIS ANS ET       *
      *    TRANSMISE AU FABRICANT (F-FABCRT-S : PORTEUR, TYPE,        *
      *    NOUVELLE EXPIRATION, ADRESSE DU COMPTE) ; UNE CARTE        *
      *    BLOQUEE OU SUR UN COMPTE NON OUVERT EST LISTEE NON         *
      *    RENOUVELEE ;                                               *
      *  - COTISATION ANNUELLE : PERCUE A LA PREMIERE ECHEANCE PUIS   *
      *    AU MOIS ANNIVERSAIRE DE L'EMISSION, UNE FOIS PAR AN, SUR   *
      *    TOUTE CARTE NON RESILIEE NI EXPIREE D'UN COMPTE NI CLOS NI *
      *    EN SUCCESSION : DEBIT TP3MVTS CODE 'F' (F-MVTCRT-S,        *
      *    CONCATENE A F-MVTS-E POUR ARIO126). MONTANTS PAR TYPE DE   *
      *    CARTE EN PARAMETRE ARIS903 ('COTCRTCL', 'COTCRTPR', EN     *
      *    CENTIMES), 45,00 ET 130,00 A DEFAUT.                       *
      *  LE COMPTE EST LU SUR LE MAITRE INDEXE CPTEKS ET LE NOM DU    *
      *  PORTEUR SUR LE REFERENTIEL CLIENTS (F-CLIM-E, OPTIONNEL :    *
      *  ABSENT, LE NOM COURT DU COMPTE EST TRANSMIS). L'ETAT         *
      *  F-ETATREN-S LISTE RENOUVELLEMENTS ET COTISATIONS DU MOIS.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM) ; DEPASSEMENT =     *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO140.
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
      *                      F-CARTE-E : CARTES (MAITRE N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CARTE-E  ASSIGN TO CARTE
                   FILE STATUS         IS WS-FS-CARTE-E.
      *                      -------------------------------------------
      *                      F-CPTEKS : MAITRE INDEXE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTEKS            ASSIGN TO CPTEKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KS-CLE
                   FILE STATUS         IS WS-FS-CPTEKS.
      *                      -------------------------------------------
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CLIM-E   ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-CARTE-S : CARTES (MAITRE N)
      *                      -------------------------------------------
           SELECT  F-CARTE-S           ASSIGN TO CARTES
                   FILE STATUS         IS WS-FS-CARTE-S.
      *                      -------------------------------------------
      *                      F-FABCRT-S : CARTES A FABRIQUER
      *                      -------------------------------------------
           SELECT  F-FABCRT-S          ASSIGN TO FABCRT
                   FILE STATUS         IS WS-FS-FABCRT-S.
      *                      -------------------------------------------
      *                      F-MVTCRT-S : COTISATIONS (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTCRT-S          ASSIGN TO MVTCRT
                   FILE STATUS         IS WS-FS-MVTCRT-S.
      *                      -------------------------------------------
      *                      F-ETATREN-S : ETAT DU TRAITEMENT MENSUEL
      *                      -------------------------------------------
           SELECT  F-ETATREN-S         ASSIGN TO ETATREN
                   FILE STATUS         IS WS-FS-ETATREN-S.
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
       FD  F-CARTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CARTE-E            PIC X(80).
      *
       FD  F-CPTEKS
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-CPTEKS.
           05  FS-KS-CLE              PIC X(10).
           05  FILLER                 PIC X(140).
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-CARTE-S
           RECORDING MODE IS F.
       01  FS-ENRG-CARTE-S            PIC X(80).
      *
       FD  F-FABCRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-FABCRT-S           PIC X(100).
      *
       FD  F-MVTCRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTCRT-S           PIC X(150).
      *
       FD  F-ETATREN-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREN-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- CARTE (MAITRE) --------------------------------*
      *
           COPY CARTE.
      *
      *---------------- COMPTE ET MOUVEMENT (COTE BANQUE) -------------*
      *
           COPY TP3CPTE.
      *
           COPY TP3MVTS.
      *
      *---------------- REFERENTIEL CLIENTS ---------------------------*
      *
           COPY CLIMAST.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CARTE-E             PIC XX.
           88  OK-CARTE-E            VALUE '00' '05'.
           88  EOF-CARTE-E           VALUE '10'.
           88  NOTFOUND-CARTE-E      VALUE '35'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  NOTFOUND-CPTEKS       VALUE '23'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00' '05'.
           88  EOF-CLIM-E            VALUE '10'.
           88  NOTFOUND-CLIM-E       VALUE '35'.
       01  WS-FS-CARTE-S             PIC XX.
           88  OK-CARTE-S            VALUE '00'.
       01  WS-FS-FABCRT-S            PIC XX.
           88  OK-FABCRT-S           VALUE '00'.
       01  WS-FS-MVTCRT-S            PIC XX.
           88  OK-MVTCRT-S           VALUE '00'.
       01  WS-FS-ETATREN-S           PIC XX.
           88  OK-ETATREN-S          VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- CARTE A FABRIQUER -----------------------------*
      *
       01  WS-ENRG-F-FABCRT.
           05  WS-FAB-NUM            PIC X(16).
           05  WS-FAB-NOM            PIC X(30).
           05  WS-FAB-TYPE           PIC X(02).
           05  WS-FAB-DEXP           PIC 9(06).
           05  WS-FAB-RUE            PIC X(20).
           05  WS-FAB-CP             PIC X(05).
           05  WS-FAB-VILLE          PIC X(15).
           05  WS-FAB-PAYS           PIC X(02).
           05  FILLER                PIC X(04).
      *
      *---------------- SITUATION DU COMPTE DE LA CARTE ---------------*
      *
       01  WS-SW-CPTE-CRT            PIC X(01).
           88  CPTE-CRT-OUVERT       VALUE 'O'.
           88  CPTE-CRT-BLOQUE       VALUE 'B'.
           88  CPTE-CRT-FERME        VALUE 'F'.
      *
      *---------------- DATE DU JOUR ET MOIS DE RENOUVELLEMENT --------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
       01  WS-MOIS-SYST-N            PIC 9(06).
      *
      *    MOIS D'EXPIRATION DES CARTES A RENOUVELER : MOIS COURANT
      *    PLUS DEUX.
      *
       01  WS-MOIS-CIBLE.
           05  WS-MOIS-CIBLE-AA      PIC 9(04).
           05  WS-MOIS-CIBLE-MM      PIC 9(02).
       01  WS-MOIS-CIBLE-N REDEFINES WS-MOIS-CIBLE
                                     PIC 9(06).
      *
      *---------------- MONTANTS DE LA COTISATION ANNUELLE ------------*
      *
       01  WS-COT-CENTIMES           PIC 9(06).
       01  WS-COT-CLASSIQUE          PIC 9(4)V99 VALUE 45,00.
       01  WS-COT-PREMIER            PIC 9(4)V99 VALUE 130,00.
       01  WS-COT-RETENUE            PIC 9(4)V99.
      *
       01  WS-LIB-COTISATION.
           05  FILLER                PIC X(21)
               VALUE 'COTISATION CARTE ****'.
           05  WS-LIB-COT-FIN        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIB-COT-AA         PIC 9(04).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CRT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-ECRITES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-ECHUES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-RENOUV         PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-NON-RENOUV     PIC 9(05) VALUE ZERO.
       01  WS-CPT-COTISATIONS        PIC 9(05) VALUE ZERO.
       01  WS-TOT-COTISATIONS        PIC 9(09)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LREN-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LREN-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'CARTES BANCAIRES - TRAITEMENT MENSUEL DU'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREN-DATE-ED       PIC 9(08).
       01  WS-LREN-SOUS-TITRE.
           05  FILLER                PIC X(36)
               VALUE 'CARTES EXPIRANT EN FIN DE MOIS     :'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREN-CIBLE-ED      PIC 9(06).
       01  WS-LREN-INTITULE.
           05  FILLER                PIC X(17) VALUE 'CARTE'.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(04) VALUE 'TYP'.
           05  FILLER                PIC X(28) VALUE 'OPERATION'.
           05  FILLER                PIC X(12) VALUE 'MONTANT'.
       01  WS-LREN-LIGNE.
           05  WS-LREN-NUM-ED        PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREN-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREN-TYPE-ED       PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREN-LIB-ED        PIC X(28).
           05  WS-LREN-MT-ED         PIC ZZZZ9,99 BLANK WHEN ZERO.
       01  WS-LREN-TOTAL.
           05  WS-LREN-TOT-LIB       PIC X(40).
           05  WS-LREN-TOT-NB        PIC ZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LREN-TOT-MT        PIC ZZZZZZZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATREN         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO140'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           COMPUTE WS-MOIS-SYST-N = WS-DATE-SYST-AA * 100
                                  + WS-DATE-SYST-MM.
           MOVE WS-DATE-SYST-AA          TO WS-MOIS-CIBLE-AA.
           COMPUTE WS-MOIS-CIBLE-MM = WS-DATE-SYST-MM + 2.
           IF WS-MOIS-CIBLE-MM > 12
              SUBTRACT 12              FROM WS-MOIS-CIBLE-MM
              ADD 1                      TO WS-MOIS-CIBLE-AA
           END-IF.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6200-CHARGE-CLIENTS-DEB
              THRU 6200-CHARGE-CLIENTS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCARTE-DEB
              THRU 6010-READ-FCARTE-FIN.
      *
           PERFORM 1000-TRT-CARTE-DEB
              THRU 1000-TRT-CARTE-FIN
             UNTIL CRT-NUM-MAX-E.
      *
           PERFORM 8020-EDIT-TOTAUX-DEB
              THRU 8020-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-CRT-ECRITES       TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UNE CARTE DU MAITRE                            *
      *---------------------------------------------------------------*
      *
      *    UNE CARTE RESILIEE EST SIMPLEMENT REPORTEE ; LES AUTRES
      *    PASSENT PAR LE RENOUVELLEMENT PUIS PAR LA COTISATION.
      *
       1000-TRT-CARTE-DEB.
      *
           IF NOT CRT-RESILIEE-E
              PERFORM 7100-SITUATION-COMPTE-DEB
                 THRU 7100-SITUATION-COMPTE-FIN
              IF WS-CRT-DEXP-E = WS-MOIS-CIBLE-N
                 PERFORM 2000-TRT-RENOUVELLEMENT-DEB
                    THRU 2000-TRT-RENOUVELLEMENT-FIN
              END-IF
              PERFORM 3000-TRT-COTISATION-DEB
                 THRU 3000-TRT-COTISATION-FIN
           END-IF.
      *
           PERFORM 6040-WRITE-FCARTES-DEB
              THRU 6040-WRITE-FCARTES-FIN.
      *
           PERFORM 6010-READ-FCARTE-DEB
              THRU 6010-READ-FCARTE-FIN.
      *
       1000-TRT-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RENOUVELLEMENT D'UNE CARTE EXPIRANT DANS DEUX MOIS          *
      *---------------------------------------------------------------*
      *
       2000-TRT-RENOUVELLEMENT-DEB.
      *
           ADD 1                         TO WS-CPT-CRT-ECHUES.
           MOVE WS-CRT-NUM-E             TO WS-LREN-NUM-ED.
           MOVE WS-CRT-CPTE-E            TO WS-LREN-CPTE-ED.
           MOVE WS-CRT-TYPE-E            TO WS-LREN-TYPE-ED.
           MOVE ZERO                     TO WS-LREN-MT-ED.
      *
           EVALUATE TRUE
              WHEN CRT-BLOQUEE-E
                 ADD 1                   TO WS-CPT-CRT-NON-RENOUV
                 MOVE 'NON RENOUVELEE : OPPOSITION'
                                         TO WS-LREN-LIB-ED
              WHEN NOT CPTE-CRT-OUVERT
                 ADD 1                   TO WS-CPT-CRT-NON-RENOUV
                 MOVE 'NON RENOUVELEE : COMPTE'
                                         TO WS-LREN-LIB-ED
              WHEN OTHER
                 ADD 1                   TO WS-CPT-CRT-RENOUV
                 ADD 300                 TO WS-CRT-DEXP-E
                 MOVE WS-DATE-SYST-N     TO WS-CRT-DRENOUV-E
                 PERFORM 7200-EMISSION-FABRICANT-DEB
                    THRU 7200-EMISSION-FABRICANT-FIN
                 MOVE 'RENOUVELEE, EXPIRE EN'
                                         TO WS-LREN-LIB-ED
                 MOVE WS-CRT-DEXP-E      TO WS-LREN-LIB-ED(23:6)
           END-EVALUATE.
      *
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       2000-TRT-RENOUVELLEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   COTISATION ANNUELLE                                         *
      *---------------------------------------------------------------*
      *
      *    PREMIERE COTISATION AU PREMIER PASSAGE APRES L'EMISSION,
      *    PUIS AU MOIS ANNIVERSAIRE DE L'EMISSION SI ELLE N'A PAS
      *    DEJA ETE PERCUE CE MOIS-CI ; AUCUNE COTISATION SUR UNE
      *    CARTE EXPIREE NON RENOUVELEE NI SUR UN COMPTE CLOS, EN
      *    SUCCESSION OU ABSENT DU MAITRE.
      *
       3000-TRT-COTISATION-DEB.
      *
           IF CPTE-CRT-FERME
              OR WS-CRT-DEXP-E < WS-MOIS-SYST-N
              GO TO 3000-TRT-COTISATION-FIN
           END-IF.
           IF NOT CRT-JAMAIS-COTISEE-E
              AND (WS-CRT-DEMIS-MM-E NOT = WS-DATE-SYST-MM
                   OR WS-CRT-DCOTIS-E NOT < WS-MOIS-SYST-N)
              GO TO 3000-TRT-COTISATION-FIN
           END-IF.
      *
           IF CRT-PREMIER-E
              MOVE WS-COT-PREMIER        TO WS-COT-RETENUE
           ELSE
              MOVE WS-COT-CLASSIQUE      TO WS-COT-RETENUE
           END-IF.
      *
           PERFORM 7300-EMISSION-MVT-DEB
              THRU 7300-EMISSION-MVT-FIN.
      *
           MOVE WS-MOIS-SYST-N           TO WS-CRT-DCOTIS-E.
           ADD 1                         TO WS-CPT-COTISATIONS.
           ADD WS-COT-RETENUE            TO WS-TOT-COTISATIONS.
      *
           MOVE WS-CRT-NUM-E             TO WS-LREN-NUM-ED.
           MOVE WS-CRT-CPTE-E            TO WS-LREN-CPTE-ED.
           MOVE WS-CRT-TYPE-E            TO WS-LREN-TYPE-ED.
           MOVE 'COTISATION ANNUELLE DEBITEE'
                                         TO WS-LREN-LIB-ED.
           MOVE WS-COT-RETENUE           TO WS-LREN-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       3000-TRT-COTISATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CARTE-E.
           IF NOT (OK-CARTE-E OR NOTFOUND-CARTE-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CPTEKS.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CARTE-S.
           IF NOT OK-CARTE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FABCRT-S.
           IF NOT OK-FABCRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FABCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FABCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTCRT-S.
           IF NOT OK-MVTCRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATREN-S.
           IF NOT OK-ETATREN-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATREN-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATREN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCARTE-DEB.
           IF NOTFOUND-CARTE-E
              SET CRT-NUM-MAX-E          TO TRUE
              GO TO 6010-READ-FCARTE-FIN
           END-IF.
           READ F-CARTE-E INTO WS-ENRG-F-CARTE.
           EVALUATE TRUE
              WHEN OK-CARTE-E
                 ADD 1                   TO WS-CPT-CRT-LUES
              WHEN EOF-CARTE-E
                 SET CRT-NUM-MAX-E       TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FCARTE-FIN.
           EXIT.
      *
       6040-WRITE-FCARTES-DEB.
           WRITE FS-ENRG-CARTE-S FROM WS-ENRG-F-CARTE.
           IF NOT OK-CARTE-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CARTE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-CRT-ECRITES.
       6040-WRITE-FCARTES-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF NOT NOTFOUND-CARTE-E
              CLOSE F-CARTE-E
           END-IF.
           CLOSE F-CPTEKS.
           CLOSE F-CARTE-S.
           IF NOT OK-CARTE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CARTE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FABCRT-S.
           IF NOT OK-FABCRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FABCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FABCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTCRT-S.
           IF NOT OK-MVTCRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATREN-S.
           IF NOT OK-ETATREN-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATREN-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATREN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL CLIENTS EN MEMOIRE (FICHIER
      *    OPTIONNEL : ABSENT, LE NOM COURT DU COMPTE EST TRANSMIS AU
      *    FABRICANT).
      *
       6200-CHARGE-CLIENTS-DEB.
           MOVE ZERO                    TO WS-NB-CLIM.
           OPEN INPUT F-CLIM-E.
           EVALUATE TRUE
              WHEN OK-CLIM-E
                 PERFORM 6210-READ-FCLIM-DEB
                    THRU 6210-READ-FCLIM-FIN
                 PERFORM 6220-ALIM-CLIM-DEB
                    THRU 6220-ALIM-CLIM-FIN
                   UNTIL EOF-CLIM-E
                 CLOSE F-CLIM-E
              WHEN NOTFOUND-CLIM-E
                 GO TO 6200-CHARGE-CLIENTS-FIN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-CHARGE-CLIENTS-FIN.
           EXIT.
      *
       6210-READ-FCLIM-DEB.
           READ F-CLIM-E INTO WS-ENRG-F-CLIM.
           IF NOT (OK-CLIM-E OR EOF-CLIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FCLIM-FIN.
           EXIT.
      *
       6220-ALIM-CLIM-DEB.
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                     TO WS-NB-CLIM
              SET WS-IX-CLIM            TO WS-NB-CLIM
              MOVE WS-CLI-NUM-E      TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E      TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E   TO WS-CLIM-STATUT(WS-IX-CLIM)
           ELSE
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
       6220-ALIM-CLIM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    MONTANTS DE LA COTISATION PAR TYPE DE CARTE, EN CENTIMES ;
      *    PARAMETRE ABSENT OU NON NUMERIQUE = MONTANT PAR DEFAUT.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'COTCRTCL'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-COT-CENTIMES
              COMPUTE WS-COT-CLASSIQUE = WS-COT-CENTIMES / 100
           END-IF.
           MOVE 'COTCRTPR'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-COT-CENTIMES
              COMPUTE WS-COT-PREMIER = WS-COT-CENTIMES / 100
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    SITUATION DU COMPTE DE LA CARTE COURANTE SUR LE MAITRE
      *    INDEXE : OUVERT, BLOQUE, OU FERME (CLOS, EN SUCCESSION OU
      *    ABSENT DU MAITRE).
      *
       7100-SITUATION-COMPTE-DEB.
           MOVE WS-CRT-CPTE-E            TO FS-KS-CLE.
           READ F-CPTEKS INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                 MOVE SPACES             TO WS-ENRG-F-CPTE
                 SET CPTE-CRT-FERME      TO TRUE
              WHEN NOT OK-CPTEKS
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER CPTEKS'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN CPTE-OUVERT
                 SET CPTE-CRT-OUVERT     TO TRUE
              WHEN CPTE-BLOQUE
                 SET CPTE-CRT-BLOQUE     TO TRUE
              WHEN OTHER
                 SET CPTE-CRT-FERME      TO TRUE
           END-EVALUATE.
       7100-SITUATION-COMPTE-FIN.
           EXIT.
      *
      *    CARTE A FABRIQUER : NOM DU PORTEUR (REFERENTIEL, A DEFAUT
      *    NOM COURT DU COMPTE), NOUVELLE EXPIRATION ET ADRESSE
      *    D'ENVOI DU COMPTE.
      *
       7200-EMISSION-FABRICANT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-FABCRT.
           MOVE WS-CRT-NUM-E             TO WS-FAB-NUM.
           MOVE WS-CPTE-NOM              TO WS-FAB-NOM.
           SET CLIM-NON-TROUVE           TO TRUE.
           SET WS-IX-CLIM                TO 1.
           PERFORM 7210-RECH-UN-CLIENT-DEB
              THRU 7210-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLIM > WS-NB-CLIM) OR CLIM-TROUVE.
           IF CLIM-TROUVE
              MOVE WS-CLIM-NOM(WS-IX-CLIM) TO WS-FAB-NOM
           END-IF.
           MOVE WS-CRT-TYPE-E            TO WS-FAB-TYPE.
           MOVE WS-CRT-DEXP-E            TO WS-FAB-DEXP.
           MOVE WS-CPTE-ADR-RUE          TO WS-FAB-RUE.
           MOVE WS-CPTE-ADR-CP           TO WS-FAB-CP.
           MOVE WS-CPTE-ADR-VILLE        TO WS-FAB-VILLE.
           MOVE WS-CPTE-ADR-PAYS         TO WS-FAB-PAYS.
           WRITE FS-ENRG-FABCRT-S        FROM WS-ENRG-F-FABCRT.
           IF NOT OK-FABCRT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FABCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FABCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7200-EMISSION-FABRICANT-FIN.
           EXIT.
      *
       7210-RECH-UN-CLIENT-DEB.
           IF WS-CLIM-NUM(WS-IX-CLIM) = WS-CRT-CLI-E
              SET CLIM-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLIM
           END-IF.
       7210-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    DEBIT TP3MVTS DE LA COTISATION : CODE 'F' (FRAIS), NUMERO
      *    DE CARTE TRONQUE EN REF-VIR (8 DERNIERS CHIFFRES).
      *
       7300-EMISSION-MVT-DEB.
           MOVE WS-CRT-NUM-E(13:4)       TO WS-LIB-COT-FIN.
           MOVE WS-DATE-SYST-AA          TO WS-LIB-COT-AA.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-CRT-CPTE-E            TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST             TO WS-MVTS-DATE.
           MOVE 'F'                      TO WS-MVTS-CODE.
           MOVE WS-COT-RETENUE           TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE WS-CRT-NUM-E(9:8)        TO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
           MOVE WS-LIB-COTISATION        TO WS-MVTS-LIBELLE.
           WRITE FS-ENRG-MVTCRT-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTCRT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7300-EMISSION-MVT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO140'                TO WS-MSQ-PROG.
           MOVE 'ETATREN'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATREN.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LREN-LIGNE
      *    AVANT ECRITURE SUR ETATREN.
      *
       7610-MASQUE-LREN-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATREN       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LREN-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LREN-CPTE-ED.
       7610-MASQUE-LREN-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LREN-DATE-ED.
           MOVE WS-MOIS-CIBLE-N          TO WS-LREN-CIBLE-ED.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-SOUS-TITRE.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TIRET.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-INTITULE.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           PERFORM 7610-MASQUE-LREN-LIGNE-DEB
              THRU 7610-MASQUE-LREN-LIGNE-FIN.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TIRET.
           MOVE 'CARTES EXPIRANT DANS DEUX MOIS'
                                         TO WS-LREN-TOT-LIB.
           MOVE WS-CPT-CRT-ECHUES        TO WS-LREN-TOT-NB.
           MOVE ZERO                     TO WS-LREN-TOT-MT.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TOTAL.
           MOVE '  DONT RENOUVELEES (FICHIER FABRICANT)'
                                         TO WS-LREN-TOT-LIB.
           MOVE WS-CPT-CRT-RENOUV        TO WS-LREN-TOT-NB.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TOTAL.
           MOVE '  DONT NON RENOUVELEES'
                                         TO WS-LREN-TOT-LIB.
           MOVE WS-CPT-CRT-NON-RENOUV    TO WS-LREN-TOT-NB.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TOTAL.
           MOVE 'COTISATIONS ANNUELLES DEBITEES'
                                         TO WS-LREN-TOT-LIB.
           MOVE WS-CPT-COTISATIONS       TO WS-LREN-TOT-NB.
           MOVE WS-TOT-COTISATIONS       TO WS-LREN-TOT-MT.
           WRITE FS-ENRG-ETATREN-S       FROM WS-LREN-TOTAL.
       8020-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO140     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CARTES LUES AU MAITRE        :  ' WS-CPT-CRT-LUES.
           DISPLAY 'CARTES EXPIRANT DANS 2 MOIS  :  '
                   WS-CPT-CRT-ECHUES.
           DISPLAY 'CARTES RENOUVELEES           :  '
                   WS-CPT-CRT-RENOUV.
           DISPLAY 'CARTES NON RENOUVELEES       :  '
                   WS-CPT-CRT-NON-RENOUV.
           DISPLAY 'COTISATIONS DEBITEES         :  '
                   WS-CPT-COTISATIONS.
           DISPLAY 'TOTAL DES COTISATIONS        :  '
                   WS-TOT-COTISATIONS.
           DISPLAY 'CARTES ECRITES AU MAITRE     :  '
                   WS-CPT-CRT-ECRITES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO140         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO140        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
