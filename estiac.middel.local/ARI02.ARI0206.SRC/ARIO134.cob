      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO134                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ETAT HEBDOMADAIRE DE PRODUCTIVITE DES PREPARATEURS ET DES    *
      *  QUAIS. L'ACTIVITE EMISE PAR LA CONFIRMATION D'EXPEDITION     *
      *  ARIO093 (FICHIER PRODPK CUMULE SUR LA SEMAINE, COPY PRODPK)  *
      *  EST TRIEE PAR DEPOT, PREPARATEUR, DATE ET VAGUE. POUR        *
      *  CHAQUE PREPARATEUR D'UN DEPOT, PUIS EN TOTAL DU DEPOT ET     *
      *  GENERAL : LIGNES PRELEVEES, UNITES, VAGUES, HEURES DE        *
      *  VAGUE, LIGNES PAR HEURE, COMMANDES SERVIES, COMMANDES EN     *
      *  ECART EXPEDIE / ALLOUE ET TAUX D'ERREUR DE PRELEVEMENT.      *
      *  UNE VAGUE EST LE COUPLE DATE ET HEURES DE DEBUT / FIN DU     *
      *  PREPARATEUR ; SA DUREE EST LA DIFFERENCE DES HEURES HHMM     *
      *  (UNE FIN ANTERIEURE AU DEBUT PASSE MINUIT). UNE VAGUE SANS   *
      *  HEURES VALIDES EST COMPTEE MAIS N'ENTRE PAS DANS LE CALCUL   *
      *  DES LIGNES PAR HEURE (SIGNALEE EN OBSERVATION).              *
      *  SYSIN : PREMIER JOUR DE LA SEMAINE AAAAMMJJ (SEPT JOURS      *
      *  CALENDAIRES, ARIS902) ; A BLANC, TOUT LE FICHIER EST PRIS.   *
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
       PROGRAM-ID.      ARIO134.
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
      *                      F-PRODPK-E : ACTIVITE DES PREPARATEURS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRODPK-E ASSIGN TO PRODPK
                   FILE STATUS         IS WS-FS-PRODPK-E.
      *                      -------------------------------------------
      *                      SD-PPK-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-PPK-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-PPK-TRI-S : ACTIVITE TRIEE
      *                      -------------------------------------------
           SELECT  F-PPK-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-PPK-TRI.
      *                      -------------------------------------------
      *                      F-ETATPRD-S : ETAT DE PRODUCTIVITE
      *                      -------------------------------------------
           SELECT  F-ETATPRD-S         ASSIGN TO ETATPRD
                   FILE STATUS         IS WS-FS-ETATPRD.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-PRODPK-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRODPK-E           PIC X(60).
      *
       SD  SD-PPK-TRI.
       01  SD-ENRG-PPK-TRI.
           05  SD-PPK-DEPOT          PIC 9(02).
           05  SD-PPK-PREPA          PIC X(06).
           05  SD-PPK-DATE           PIC 9(08).
           05  SD-PPK-HDEB           PIC 9(04).
           05  SD-PPK-HFIN           PIC 9(04).
           05  SD-PPK-TYPE           PIC X(01).
           05  FILLER                PIC X(35).
      *
       FD  F-PPK-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-PPK-TRI-S          PIC X(60).
      *
       FD  F-ETATPRD-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPRD-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY PRODPK.
      *
      *---------------- CUMULS : 1 PREPARATEUR, 2 DEPOT, 3 GENERAL ----*
      *
       01  WS-TAB-CUMUL.
           05  WS-CUM-EL             OCCURS 3 TIMES.
               10  WS-CUM-LIGNES     PIC 9(07).
               10  WS-CUM-UNITES     PIC 9(09).
               10  WS-CUM-VAGUES     PIC 9(05).
               10  WS-CUM-VAG-SANS-H PIC 9(05).
               10  WS-CUM-MINUTES    PIC 9(07).
               10  WS-CUM-LIG-CHRONO PIC 9(07).
               10  WS-CUM-CDES       PIC 9(05).
               10  WS-CUM-ERREURS    PIC 9(05).
       01  WS-IX-NIV                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CIBLE               PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- RUPTURES -------------------------------------*
      *
       01  WS-DEPOT-COURANT          PIC 9(02).
       01  WS-PREPA-COURANT          PIC X(06).
       01  WS-VAGUE-COURANTE.
           05  WS-VAG-DATE           PIC 9(08).
           05  WS-VAG-HDEB           PIC 9(04).
           05  WS-VAG-HFIN           PIC 9(04).
       01  WS-VAGUE-LUE.
           05  WS-VGL-DATE           PIC 9(08).
           05  WS-VGL-HDEB           PIC 9(04).
           05  WS-VGL-HFIN           PIC 9(04).
       01  WS-SW-VAGUE               PIC X(01) VALUE 'N'.
           88  VAGUE-CHRONO          VALUE 'O'.
           88  VAGUE-NON-CHRONO      VALUE 'N'.
      *
      *---------------- DUREE D'UNE VAGUE -----------------------------*
      *
       01  WS-HEURE                  PIC 9(04).
       01  WS-HEURE-R                REDEFINES WS-HEURE.
           05  WS-HEURE-HH           PIC 9(02).
           05  WS-HEURE-MM           PIC 9(02).
       01  WS-MIN-DEBUT              PIC S9(05) COMP-3.
       01  WS-MIN-FIN                PIC S9(05) COMP-3.
       01  WS-MIN-VAGUE              PIC S9(05) COMP-3.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-PRODPK-E            PIC XX.
           88  OK-PRODPK-E           VALUE '00' '05'.
           88  EOF-PRODPK-E          VALUE '10'.
           88  NOTFOUND-PRODPK-E     VALUE '35'.
       01  WS-FS-PPK-TRI             PIC XX    VALUE '00'.
           88  OK-PPK-TRI            VALUE '00'.
           88  EOF-PPK-TRI           VALUE '10'.
       01  WS-FS-ETATPRD             PIC XX.
           88  OK-ETATPRD            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- CALCUL SUR JOURS (ARIS902) --------------------*
      *
           COPY CALJOUR.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-DEBUT     PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-DEBUT             PIC 9(08) VALUE ZERO.
       01  WS-DATE-FIN               PIC 9(08) VALUE 99999999.
       01  WS-RATIO                  PIC 9(05)V9(02).
       01  WS-PRODUIT                PIC 9(09).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LUS                PIC 9(07) VALUE ZERO.
       01  WS-CPT-HORS-PERIODE       PIC 9(07) VALUE ZERO.
       01  WS-CPT-RETENUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-DEPOTS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-PREPAS             PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPRD-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LPRD-TITRE.
           05  FILLER                PIC X(40) VALUE
               'ESTIAC - PRODUCTIVITE DES PREPARATEURS'.
           05  WS-LPRD-PERIODE-ED.
               10  FILLER            PIC X(04) VALUE 'DU '.
               10  WS-LPRD-DEB-ED    PIC 9(08).
               10  FILLER            PIC X(04) VALUE ' AU '.
               10  WS-LPRD-FIN-ED    PIC 9(08).
       01  WS-LPRD-DEPOT.
           05  FILLER                PIC X(06) VALUE 'DEPOT '.
           05  WS-LPRD-DEPOT-ED      PIC 9(02).
       01  WS-LPRD-INTITULE.
           05  FILLER                PIC X(09) VALUE 'PREPA.'.
           05  FILLER                PIC X(07) VALUE ' LIGNES'.
           05  FILLER                PIC X(09) VALUE '   UNITES'.
           05  FILLER                PIC X(06) VALUE ' VAG.'.
           05  FILLER                PIC X(08) VALUE '  HEURES'.
           05  FILLER                PIC X(08) VALUE '   LIG/H'.
           05  FILLER                PIC X(06) VALUE '  CDES'.
           05  FILLER                PIC X(06) VALUE ' ERR.'.
           05  FILLER                PIC X(08) VALUE '  TX ERR'.
           05  FILLER                PIC X(12) VALUE ' OBSERVATION'.
       01  WS-LPRD-DETAIL.
           05  WS-LPRD-PREPA-ED      PIC X(09).
           05  WS-LPRD-LIGNES-ED     PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-UNITES-ED     PIC ZZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-VAGUES-ED     PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-HEURES-ED     PIC ZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-LIG-H-ED      PIC ZZZZ9,9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-CDES-ED       PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-ERREURS-ED    PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-TAUX-ED       PIC ZZ9,9.
           05  FILLER                PIC X(02) VALUE ' %'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRD-NOTE-ED       PIC X(12).
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
           MOVE SPACES                   TO WS-ENRG-DEMANDE.
           ACCEPT WS-ENRG-DEMANDE.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO134'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-PERIODE-DEB
              THRU 7000-PERIODE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-TITRE-DEB
              THRU 8000-EDIT-TITRE-FIN.
      *
      *--------------- TRI DE L'ACTIVITE DE LA PERIODE ---------------*
      *
           PERFORM 6100-TRI-ACTIVITE-DEB
              THRU 6100-TRI-ACTIVITE-FIN.
      *
      *--------------- CUMULS PAR DEPOT ET PREPARATEUR ---------------*
      *
           MOVE 3                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 6150-OPEN-TRI-DEB
              THRU 6150-OPEN-TRI-FIN.
           PERFORM 6160-READ-FTRI-DEB
              THRU 6160-READ-FTRI-FIN.
           PERFORM 1000-TRT-DEPOT-DEB
              THRU 1000-TRT-DEPOT-FIN
             UNTIL EOF-PPK-TRI.
      *
           MOVE 3                        TO WS-IX-NIV.
           MOVE 'GENERAL'                TO WS-LPRD-PREPA-ED.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-TIRET
              AFTER ADVANCING 2 LINES.
           PERFORM 8100-EDIT-NIVEAU-DEB
              THRU 8100-EDIT-NIVEAU-FIN.
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
      *   TRAITEMENT D'UN DEPOT : ENTETE, PREPARATEURS, TOTAL         *
      *---------------------------------------------------------------*
      *
       1000-TRT-DEPOT-DEB.
      *
           ADD 1                         TO WS-CPT-DEPOTS.
           MOVE WS-PPK-DEPOT             TO WS-DEPOT-COURANT.
           MOVE 2                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 8010-EDIT-ENTETE-DEPOT-DEB
              THRU 8010-EDIT-ENTETE-DEPOT-FIN.
      *
           PERFORM 1100-TRT-PREPARATEUR-DEB
              THRU 1100-TRT-PREPARATEUR-FIN
             UNTIL EOF-PPK-TRI
                OR WS-PPK-DEPOT NOT = WS-DEPOT-COURANT.
      *
           MOVE 2                        TO WS-IX-NIV.
           MOVE 'DEPOT'                  TO WS-LPRD-PREPA-ED.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-TIRET.
           PERFORM 8100-EDIT-NIVEAU-DEB
              THRU 8100-EDIT-NIVEAU-FIN.
           MOVE 3                        TO WS-IX-CIBLE.
           PERFORM 7400-CUMULE-NIVEAU-DEB
              THRU 7400-CUMULE-NIVEAU-FIN.
      *
       1000-TRT-DEPOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UN PREPARATEUR DU DEPOT                        *
      *---------------------------------------------------------------*
      *
       1100-TRT-PREPARATEUR-DEB.
      *
           ADD 1                         TO WS-CPT-PREPAS.
           MOVE WS-PPK-PREPA             TO WS-PREPA-COURANT.
           MOVE 1                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           MOVE LOW-VALUES               TO WS-VAGUE-COURANTE.
      *
           PERFORM 1200-TRT-ACTIVITE-DEB
              THRU 1200-TRT-ACTIVITE-FIN
             UNTIL EOF-PPK-TRI
                OR WS-PPK-DEPOT NOT = WS-DEPOT-COURANT
                OR WS-PPK-PREPA NOT = WS-PREPA-COURANT.
      *
           MOVE 1                        TO WS-IX-NIV.
           IF WS-PREPA-COURANT = SPACES
              MOVE 'NON SAISI'           TO WS-LPRD-PREPA-ED
           ELSE
              MOVE WS-PREPA-COURANT      TO WS-LPRD-PREPA-ED
           END-IF.
           PERFORM 8100-EDIT-NIVEAU-DEB
              THRU 8100-EDIT-NIVEAU-FIN.
           MOVE 2                        TO WS-IX-CIBLE.
           PERFORM 7400-CUMULE-NIVEAU-DEB
              THRU 7400-CUMULE-NIVEAU-FIN.
      *
       1100-TRT-PREPARATEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   UNE ACTIVITE : LIGNE PRELEVEE OU COMMANDE SERVIE            *
      *---------------------------------------------------------------*
      *
       1200-TRT-ACTIVITE-DEB.
      *
           MOVE WS-PPK-DATE              TO WS-VGL-DATE.
           MOVE WS-PPK-HDEB              TO WS-VGL-HDEB.
           MOVE WS-PPK-HFIN              TO WS-VGL-HFIN.
           IF WS-VAGUE-LUE NOT = WS-VAGUE-COURANTE
              MOVE WS-VAGUE-LUE          TO WS-VAGUE-COURANTE
              PERFORM 7100-NOUVELLE-VAGUE-DEB
                 THRU 7100-NOUVELLE-VAGUE-FIN
           END-IF.
      *
           EVALUATE TRUE
              WHEN PPK-LIGNE
                 ADD 1                   TO WS-CUM-LIGNES(1)
                 ADD WS-PPK-QTE          TO WS-CUM-UNITES(1)
                 IF VAGUE-CHRONO
                    ADD 1                TO WS-CUM-LIG-CHRONO(1)
                 END-IF
              WHEN PPK-COMMANDE
                 ADD 1                   TO WS-CUM-CDES(1)
                 IF PPK-ECART
                    ADD 1                TO WS-CUM-ERREURS(1)
                 END-IF
           END-EVALUATE.
      *
           PERFORM 6160-READ-FTRI-DEB
              THRU 6160-READ-FTRI-FIN.
      *
       1200-TRT-ACTIVITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN OUTPUT F-ETATPRD-S.
           IF NOT OK-ETATPRD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-PPK-TRI-S.
           CLOSE F-ETATPRD-S.
           IF NOT OK-ETATPRD
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRI DE L'ACTIVITE PAR DEPOT, PREPARATEUR, DATE ET VAGUE ;
      *    DANS UNE VAGUE LES COMMANDES ('C') PRECEDENT LES LIGNES.
      *
       6100-TRI-ACTIVITE-DEB.
           SORT SD-PPK-TRI
               ON ASCENDING KEY SD-PPK-DEPOT
                                SD-PPK-PREPA
                                SD-PPK-DATE
                                SD-PPK-HDEB
                                SD-PPK-HFIN
                                SD-PPK-TYPE
               INPUT PROCEDURE 6105-ALIMENTE-TRI-DEB
                          THRU 6105-ALIMENTE-TRI-FIN
               GIVING F-PPK-TRI-S.
      *
           IF WS-FS-PPK-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DE L''ACTIVITE PREPARATEURS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PPK-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-TRI-ACTIVITE-FIN.
           EXIT.
      *
      *    SEULE L'ACTIVITE DE LA PERIODE EST PRESENTEE AU TRI.
      *
       6105-ALIMENTE-TRI-DEB.
           OPEN INPUT F-PRODPK-E.
           IF NOTFOUND-PRODPK-E
              GO TO 6105-ALIMENTE-TRI-FIN
           END-IF.
           IF NOT OK-PRODPK-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRODPK-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRODPK-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FPRODPK-DEB
              THRU 6110-READ-FPRODPK-FIN.
           PERFORM 6115-LIBERE-ACTIVITE-DEB
              THRU 6115-LIBERE-ACTIVITE-FIN
             UNTIL EOF-PRODPK-E.
           CLOSE F-PRODPK-E.
       6105-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6110-READ-FPRODPK-DEB.
           READ F-PRODPK-E INTO WS-ENRG-F-PRODPK.
           IF NOT (OK-PRODPK-E OR EOF-PRODPK-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRODPK-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRODPK-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FPRODPK-FIN.
           EXIT.
      *
       6115-LIBERE-ACTIVITE-DEB.
           ADD 1                         TO WS-CPT-LUS.
           IF WS-PPK-DATE < WS-DATE-DEBUT
              OR WS-PPK-DATE > WS-DATE-FIN
              ADD 1                      TO WS-CPT-HORS-PERIODE
           ELSE
              ADD 1                      TO WS-CPT-RETENUS
              RELEASE SD-ENRG-PPK-TRI    FROM WS-ENRG-F-PRODPK
           END-IF.
           PERFORM 6110-READ-FPRODPK-DEB
              THRU 6110-READ-FPRODPK-FIN.
       6115-LIBERE-ACTIVITE-FIN.
           EXIT.
      *
       6150-OPEN-TRI-DEB.
           OPEN INPUT F-PPK-TRI-S.
           IF WS-FS-PPK-TRI NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PPK-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PPK-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-OPEN-TRI-FIN.
           EXIT.
      *
       6160-READ-FTRI-DEB.
           READ F-PPK-TRI-S INTO WS-ENRG-F-PRODPK.
           IF NOT (OK-PPK-TRI OR EOF-PPK-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PPK-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PPK-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6160-READ-FTRI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PERIODE DE L'ETAT : SEPT JOURS CALENDAIRES A PARTIR DE LA
      *    DATE SYSIN, OU TOUT LE FICHIER SI LA DATE EST ABSENTE.
      *
       7000-PERIODE-DEB.
           IF WS-DEM-DATE-DEBUT NOT NUMERIC
              MOVE 'TOUTES DATES'        TO WS-LPRD-PERIODE-ED
              GO TO 7000-PERIODE-FIN
           END-IF.
           MOVE WS-DEM-DATE-DEBUT        TO WS-DATE-DEBUT.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           MOVE WS-DATE-DEBUT            TO WS-CAL-DATE-1.
           MOVE 6                        TO WS-CAL-NB-JOURS.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF NOT CAL-RC-OK
              DISPLAY 'DATE DE DEBUT DE SEMAINE INVALIDE : '
                      WS-DEM-DATE-DEBUT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-DATE-FIN.
           MOVE WS-DATE-DEBUT            TO WS-LPRD-DEB-ED.
           MOVE WS-DATE-FIN              TO WS-LPRD-FIN-ED.
       7000-PERIODE-FIN.
           EXIT.
      *
      *    NOUVELLE VAGUE DU PREPARATEUR : DUREE EN MINUTES ENTRE LES
      *    HEURES DE DEBUT ET DE FIN ; DES HEURES ABSENTES OU HORS
      *    BORNES LAISSENT LA VAGUE HORS CALCUL DES LIGNES PAR HEURE.
      *
       7100-NOUVELLE-VAGUE-DEB.
           ADD 1                         TO WS-CUM-VAGUES(1).
           SET VAGUE-NON-CHRONO          TO TRUE.
           MOVE WS-VAG-HDEB              TO WS-HEURE.
           IF WS-HEURE-HH > 23 OR WS-HEURE-MM > 59
              GO TO 7100-SANS-HEURES
           END-IF.
           COMPUTE WS-MIN-DEBUT = WS-HEURE-HH * 60 + WS-HEURE-MM.
           MOVE WS-VAG-HFIN              TO WS-HEURE.
           IF WS-HEURE-HH > 23 OR WS-HEURE-MM > 59
              GO TO 7100-SANS-HEURES
           END-IF.
           COMPUTE WS-MIN-FIN = WS-HEURE-HH * 60 + WS-HEURE-MM.
           COMPUTE WS-MIN-VAGUE = WS-MIN-FIN - WS-MIN-DEBUT.
           IF WS-MIN-VAGUE < ZERO
              ADD 1440                   TO WS-MIN-VAGUE
           END-IF.
           IF WS-MIN-VAGUE = ZERO
              GO TO 7100-SANS-HEURES
           END-IF.
           SET VAGUE-CHRONO              TO TRUE.
           ADD WS-MIN-VAGUE              TO WS-CUM-MINUTES(1).
           GO TO 7100-NOUVELLE-VAGUE-FIN.
      *
       7100-SANS-HEURES.
           ADD 1                         TO WS-CUM-VAG-SANS-H(1).
       7100-NOUVELLE-VAGUE-FIN.
           EXIT.
      *
       7300-RAZ-NIVEAU-DEB.
           INITIALIZE WS-CUM-EL(WS-IX-NIV).
       7300-RAZ-NIVEAU-FIN.
           EXIT.
      *
      *    REPORT DES CUMULS DU NIVEAU WS-IX-NIV SUR WS-IX-CIBLE.
      *
       7400-CUMULE-NIVEAU-DEB.
           ADD WS-CUM-LIGNES(WS-IX-NIV)
                                 TO WS-CUM-LIGNES(WS-IX-CIBLE).
           ADD WS-CUM-UNITES(WS-IX-NIV)
                                 TO WS-CUM-UNITES(WS-IX-CIBLE).
           ADD WS-CUM-VAGUES(WS-IX-NIV)
                                 TO WS-CUM-VAGUES(WS-IX-CIBLE).
           ADD WS-CUM-VAG-SANS-H(WS-IX-NIV)
                                 TO WS-CUM-VAG-SANS-H(WS-IX-CIBLE).
           ADD WS-CUM-MINUTES(WS-IX-NIV)
                                 TO WS-CUM-MINUTES(WS-IX-CIBLE).
           ADD WS-CUM-LIG-CHRONO(WS-IX-NIV)
                                 TO WS-CUM-LIG-CHRONO(WS-IX-CIBLE).
           ADD WS-CUM-CDES(WS-IX-NIV)
                                 TO WS-CUM-CDES(WS-IX-CIBLE).
           ADD WS-CUM-ERREURS(WS-IX-NIV)
                                 TO WS-CUM-ERREURS(WS-IX-CIBLE).
       7400-CUMULE-NIVEAU-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-TITRE-DEB.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-TIRET.
           IF NOT OK-ETATPRD
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATPRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8000-EDIT-TITRE-FIN.
           EXIT.
      *
       8010-EDIT-ENTETE-DEPOT-DEB.
           MOVE WS-DEPOT-COURANT         TO WS-LPRD-DEPOT-ED.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-DEPOT
              AFTER ADVANCING 2 LINES.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-INTITULE.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-TIRET.
       8010-EDIT-ENTETE-DEPOT-FIN.
           EXIT.
      *
      *    LIGNE DE CUMULS DU NIVEAU WS-IX-NIV (LIBELLE DEJA PLACE) :
      *    HEURES = MINUTES DES VAGUES CHRONOMETREES / 60, LIGNES PAR
      *    HEURE SUR CES SEULES VAGUES, TAUX D'ERREUR = COMMANDES EN
      *    ECART / COMMANDES SERVIES.
      *
       8100-EDIT-NIVEAU-DEB.
           MOVE WS-CUM-LIGNES(WS-IX-NIV) TO WS-LPRD-LIGNES-ED.
           MOVE WS-CUM-UNITES(WS-IX-NIV) TO WS-LPRD-UNITES-ED.
           MOVE WS-CUM-VAGUES(WS-IX-NIV) TO WS-LPRD-VAGUES-ED.
           MOVE WS-CUM-CDES(WS-IX-NIV)   TO WS-LPRD-CDES-ED.
           MOVE WS-CUM-ERREURS(WS-IX-NIV) TO WS-LPRD-ERREURS-ED.
           COMPUTE WS-RATIO ROUNDED = WS-CUM-MINUTES(WS-IX-NIV) / 60.
           MOVE WS-RATIO                 TO WS-LPRD-HEURES-ED.
           IF WS-CUM-MINUTES(WS-IX-NIV) > ZERO
              COMPUTE WS-PRODUIT = WS-CUM-LIG-CHRONO(WS-IX-NIV) * 60
              COMPUTE WS-RATIO ROUNDED =
                      WS-PRODUIT / WS-CUM-MINUTES(WS-IX-NIV)
           ELSE
              MOVE ZERO                  TO WS-RATIO
           END-IF.
           MOVE WS-RATIO                 TO WS-LPRD-LIG-H-ED.
           IF WS-CUM-CDES(WS-IX-NIV) > ZERO
              COMPUTE WS-PRODUIT = WS-CUM-ERREURS(WS-IX-NIV) * 100
              COMPUTE WS-RATIO ROUNDED =
                      WS-PRODUIT / WS-CUM-CDES(WS-IX-NIV)
           ELSE
              MOVE ZERO                  TO WS-RATIO
           END-IF.
           MOVE WS-RATIO                 TO WS-LPRD-TAUX-ED.
           MOVE SPACES                   TO WS-LPRD-NOTE-ED.
           IF WS-CUM-VAG-SANS-H(WS-IX-NIV) > ZERO
              MOVE '*SANS HEURES'        TO WS-LPRD-NOTE-ED
           END-IF.
           WRITE FS-ENRG-ETATPRD-S       FROM WS-LPRD-DETAIL.
           IF NOT OK-ETATPRD
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATPRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8100-EDIT-NIVEAU-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO134     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PERIODE DU                   :  ' WS-DATE-DEBUT
                   ' AU ' WS-DATE-FIN.
           DISPLAY 'ACTIVITES LUES               :  ' WS-CPT-LUS.
           DISPLAY 'ACTIVITES HORS PERIODE       :  '
                   WS-CPT-HORS-PERIODE.
           DISPLAY 'ACTIVITES RETENUES           :  ' WS-CPT-RETENUS.
           DISPLAY 'DEPOTS EDITES                :  ' WS-CPT-DEPOTS.
           DISPLAY 'PREPARATEURS EDITES          :  ' WS-CPT-PREPAS.
           DISPLAY 'VAGUES SANS HEURES VALIDES   :  '
                   WS-CUM-VAG-SANS-H(3).
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO134         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO134        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
