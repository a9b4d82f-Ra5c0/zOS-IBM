      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO155                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CAMPAGNE DE MODIFICATION EN MASSE DES COMPTES (DECOUVERT     *
      *  AUTORISE, CODE PRODUIT, INDICATEUR D'EXONERATION DES FRAIS)  *
      *  SUR LE MAITRE INDEXE CPTEKS, DEFINIE PAR LE FICHIER CAMPAG   *
      *  (COPY CAMPAG : SELECTION ET MODIFICATIONS). LE MODE EST LU   *
      *  EN SYSIN :                                                   *
      *  - 'S' SIMULATION : LES COMPTES SELECTIONNES SONT EDITES SUR  *
      *    ETACAM AVEC LEURS VALEURS AVANT ET APRES, SANS AUCUNE MISE *
      *    A JOUR ; L'ETAT EST REVU AVANT APPROBATION ;               *
      *  - 'R' PASSAGE REEL : CONTROLE A QUATRE YEUX SUR LE MODELE    *
      *    D'ARIO085 - LES DECISIONS AUTHENTIFIEES (COPY DECAPP,      *
      *    DOMAINE 'K', CLE = CODE CAMPAGNE, SAISIES PAR ARIC273)     *
      *    DOIVENT COMPTER AU MOINS UNE APPROBATION ET AUCUN REJET,   *
      *    CHAQUE APPROBATEUR ETANT CONNU DE USRPRF AU NIVEAU 'M' ET  *
      *    DIFFERENT DE L'AUTEUR DE LA CAMPAGNE ; TOUTE VIOLATION     *
      *    ARRETE LE PROGRAMME EN CODE RETOUR 12 SANS TOUCHER AU      *
      *    MAITRE. CHAQUE COMPTE MODIFIE EST REECRIT, TRACE PAR UNE   *
      *    IMAGE AVANT/APRES (COPY JRNCPT) ET ECRIT DANS LE FICHIER   *
      *    D'ANNULATION CAMREVS (COPY CAMREV) ;                       *
      *  - 'A' ANNULATION : LE FICHIER D'ANNULATION D'UN PASSAGE REEL *
      *    (CAMREV) EST RELU ET LES VALEURS AVANT SONT RESTAUREES     *
      *    POUR LES COMPTES QUI PORTENT ENCORE LES VALEURS APRES ;    *
      *    LES AUTRES SONT EDITES EN CONFLIT ET LE PROGRAMME REND 4.  *
      *  LES COMPTES CLOTURES NE SONT JAMAIS SELECTIONNES ; UN COMPTE *
      *  DEJA CONFORME EST EDITE MAIS NI REECRIT NI ECRIT DANS LE     *
      *  FICHIER D'ANNULATION.                                        *
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
       PROGRAM-ID.      ARIO155.
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
      *                      F-CAMPAG-E : DEFINITION DE LA CAMPAGNE
      *                      -------------------------------------------
           SELECT  F-CAMPAG-E          ASSIGN TO CAMPAG
                   FILE STATUS         IS WS-FS-CAMPAG-E.
      *                      -------------------------------------------
      *                      F-CPTEKS : MAITRE INDEXE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTEKS            ASSIGN TO CPTEKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KS-CLE
                   FILE STATUS         IS WS-FS-CPTEKS.
      *                      -------------------------------------------
      *                      F-DECAPP-E : DECISIONS AUTHENTIFIEES
      *                      -------------------------------------------
           SELECT  F-DECAPP-E          ASSIGN TO DECAPP
                   FILE STATUS         IS WS-FS-DECAPP-E.
      *                      -------------------------------------------
      *                      F-USRPRF : PROFILS UTILISATEUR (INDEXE)
      *                      -------------------------------------------
           SELECT  F-USRPRF            ASSIGN TO USRPRF
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-UPR-CLE
                   FILE STATUS         IS WS-FS-USRPRF.
      *                      -------------------------------------------
      *                      F-CAMREV-E : ANNULATION A APPLIQUER
      *                      -------------------------------------------
           SELECT  F-CAMREV-E          ASSIGN TO CAMREV
                   FILE STATUS         IS WS-FS-CAMREV-E.
      *                      -------------------------------------------
      *                      F-CAMREV-S : ANNULATION DU PASSAGE REEL
      *                      -------------------------------------------
           SELECT  F-CAMREV-S          ASSIGN TO CAMREVS
                   FILE STATUS         IS WS-FS-CAMREV-S.
      *                      -------------------------------------------
      *                      F-JRNCPT-S : JOURNAL AVEC IMAGES
      *                      -------------------------------------------
           SELECT  F-JRNCPT-S          ASSIGN TO JRNCPT
                   FILE STATUS         IS WS-FS-JRNCPT.
      *                      -------------------------------------------
      *                      F-ETACAM-S : ETAT DE LA CAMPAGNE
      *                      -------------------------------------------
           SELECT  F-ETACAM-S          ASSIGN TO ETACAM
                   FILE STATUS         IS WS-FS-ETACAM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-CAMPAG-E
           RECORDING MODE IS F.
       01  FS-ENRG-CAMPAG-E           PIC X(120).
      *
       FD  F-CPTEKS
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-CPTEKS.
           05  FS-KS-CLE              PIC X(10).
           05  FILLER                 PIC X(140).
      *
       FD  F-DECAPP-E
           RECORDING MODE IS F.
       01  FS-ENRG-DECAPP-E           PIC X(80).
      *
       FD  F-USRPRF
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-USRPRF.
           05  FS-UPR-CLE             PIC X(08).
           05  FILLER                 PIC X(42).
      *
       FD  F-CAMREV-E
           RECORDING MODE IS F.
       01  FS-ENRG-CAMREV-E           PIC X(80).
      *
       FD  F-CAMREV-S
           RECORDING MODE IS F.
       01  FS-ENRG-CAMREV-S           PIC X(80).
      *
       FD  F-JRNCPT-S
           RECORDING MODE IS F.
       01  FS-ENRG-JRNCPT-S           PIC X(340).
      *
       FD  F-ETACAM-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETACAM-S           PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MAITRE DES COMPTES ----------------------------*
      *
           COPY TP3CPTE.
      *
       01  WS-CPTE-AVANT             PIC X(150).
      *
      *---------------- CAMPAGNE ET FICHIER D'ANNULATION --------------*
      *
           COPY CAMPAG.
      *
           COPY CAMREV.
      *
      *---------------- JOURNAL AVEC IMAGES AVANT/APRES ---------------*
      *
           COPY JRNCPT.
      *
      *---------------- PROFIL UTILISATEUR (DESSIN ARIC260) -----------*
      *
       01  WS-ENRG-USRPRF.
           05  WS-UPR-USER           PIC X(08).
           05  WS-UPR-NOM            PIC X(20).
           05  WS-UPR-NIVEAU         PIC X(01).
               88  UPR-MAINT         VALUE 'M'.
           05  WS-UPR-AUTOR          PIC X(12).
           05  FILLER                PIC X(09).
      *
      *---------------- DECISIONS AUTHENTIFIEES (ARIC273) -------------*
      *
           COPY DECAPP.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CAMPAG-E            PIC XX.
           88  OK-CAMPAG-E           VALUE '00'.
           88  EOF-CAMPAG-E          VALUE '10'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  EOF-CPTEKS            VALUE '10'.
           88  NOT-CPTEKS            VALUE '23'.
       01  WS-FS-DECAPP-E            PIC XX.
           88  OK-DECAPP-E           VALUE '00'.
           88  EOF-DECAPP-E          VALUE '10'.
       01  WS-FS-USRPRF              PIC XX.
           88  OK-USRPRF             VALUE '00'.
           88  NOTFOUND-USRPRF       VALUE '23'.
       01  WS-FS-CAMREV-E            PIC XX.
           88  OK-CAMREV-E           VALUE '00'.
           88  EOF-CAMREV-E          VALUE '10'.
       01  WS-FS-CAMREV-S            PIC XX.
           88  OK-CAMREV-S           VALUE '00'.
       01  WS-FS-JRNCPT              PIC XX.
           88  OK-JRNCPT             VALUE '00'.
       01  WS-FS-ETACAM              PIC XX.
           88  OK-ETACAM             VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-MODE           PIC X(01).
               88  DEM-SIMULATION    VALUE 'S'.
               88  DEM-REEL          VALUE 'R'.
               88  DEM-ANNULATION    VALUE 'A'.
           05  FILLER                PIC X(79).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-HEURE-SYST.
           05  WS-HEURE-HHMMSS       PIC X(06).
           05  FILLER                PIC X(02).
       01  WS-APPROB-CTRL            PIC X(08).
       01  WS-APPROBATEUR            PIC X(08) VALUE SPACES.
       01  WS-REJETEUR               PIC X(08) VALUE SPACES.
       01  WS-SW-SELECTION           PIC X(01).
           88  CPTE-SELECTIONNE      VALUE 'O'.
           88  CPTE-NON-SELECTIONNE  VALUE 'N'.
      *
      *    VALEURS AVANT ET APRES DU COMPTE EN COURS (EDITION).
      *
       01  WS-VAL-AVANT.
           05  WS-AV-DECOUV          PIC 9(6)V99.
           05  WS-AV-PRODUIT         PIC X(03).
           05  WS-AV-EXO             PIC X(01).
       01  WS-VAL-APRES.
           05  WS-AP-DECOUV          PIC 9(6)V99.
           05  WS-AP-PRODUIT         PIC X(03).
           05  WS-AP-EXO             PIC X(01).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LUS                PIC 9(07) VALUE ZERO.
       01  WS-CPT-SELECTIONNES       PIC 9(07) VALUE ZERO.
       01  WS-CPT-CONFORMES          PIC 9(07) VALUE ZERO.
       01  WS-CPT-MODIFIES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-ANNULES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CONFLITS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-DECISIONS          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LCAM-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LCAM-TITRE.
           05  FILLER                PIC X(20)
               VALUE 'ESTIAC - CAMPAGNE '.
           05  WS-LCAM-CODE          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-LIBELLE       PIC X(30).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-LCAM-MODE          PIC X(31).
       01  WS-LCAM-AUTEUR.
           05  FILLER                PIC X(20)
               VALUE 'AUTEUR            : '.
           05  WS-LCAM-AUT           PIC X(08).
           05  FILLER                PIC X(20)
               VALUE '   APPROBATEUR   : '.
           05  WS-LCAM-APP           PIC X(08).
       01  WS-LCAM-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(15) VALUE 'TITULAIRE'.
           05  FILLER                PIC X(13) VALUE '       SOLDE'.
           05  FILLER                PIC X(21)
               VALUE '  AVANT : DECOUVERT'.
           05  FILLER                PIC X(21)
               VALUE '  APRES : DECOUVERT'.
           05  FILLER                PIC X(20) VALUE 'OBSERVATION'.
       01  WS-LCAM-DETAIL.
           05  WS-LCAM-CPTE          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-NOM           PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-SOLDE         PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LCAM-AV-DECOUV     PIC ZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-AV-PRODUIT    PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-AV-EXO        PIC X(01).
           05  FILLER                PIC X(05) VALUE SPACE.
           05  WS-LCAM-AP-DECOUV     PIC ZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-AP-PRODUIT    PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCAM-AP-EXO        PIC X(01).
           05  FILLER                PIC X(05) VALUE SPACE.
           05  WS-LCAM-OBS           PIC X(20).
       01  WS-LCAM-VIDE              PIC X(40)
           VALUE 'AUCUN COMPTE CONCERNE'.
       01  WS-LCAM-TOTAL.
           05  WS-LCAM-TOT-LIB       PIC X(30).
           05  WS-LCAM-TOT-NB        PIC ZZZZZZ9.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETACAM          PIC X(01) VALUE 'T'.
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
           ACCEPT WS-HEURE-SYST          FROM TIME.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO155'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           IF NOT (DEM-SIMULATION OR DEM-REEL OR DEM-ANNULATION)
              DISPLAY 'MODE SYSIN INVALIDE (S, R OU A) : '
                      WS-DEM-MODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 1100-LIT-CAMPAGNE-DEB
              THRU 1100-LIT-CAMPAGNE-FIN.
      *
           IF DEM-REEL
              PERFORM 1200-CTRL-APPROBATION-DEB
                 THRU 1200-CTRL-APPROBATION-FIN
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           IF DEM-ANNULATION
              PERFORM 3000-ANNULATION-DEB
                 THRU 3000-ANNULATION-FIN
           ELSE
              PERFORM 2000-CAMPAGNE-DEB
                 THRU 2000-CAMPAGNE-FIN
           END-IF.
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
           MOVE WS-CPT-SELECTIONNES      TO WS-RUN-NBENR.
           IF DEM-ANNULATION
              MOVE WS-CPT-ANNULES        TO WS-RUN-NBENR
           END-IF.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-CONFLITS > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-CONFLITS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   LECTURE ET CONTROLE DE LA DEFINITION DE LA CAMPAGNE         *
      *---------------------------------------------------------------*
      *
       1100-LIT-CAMPAGNE-DEB.
           OPEN INPUT F-CAMPAG-E.
           IF NOT OK-CAMPAG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAMPAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMPAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ F-CAMPAG-E INTO WS-ENRG-F-CAMPAG.
           IF EOF-CAMPAG-E
              DISPLAY 'FICHIER DE CAMPAGNE VIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT OK-CAMPAG-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAMPAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMPAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CAMPAG-E.
      *
           IF WS-CAM-CODE = SPACES OR WS-CAM-AUTEUR = SPACES
              DISPLAY 'CAMPAGNE SANS CODE OU SANS AUTEUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT (CAM-MOD-DECOUV OR CAM-MOD-PRODUIT OR CAM-MOD-EXO)
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE
                      ' SANS AUCUNE MODIFICATION DEMANDEE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-CAM-SEL-SOLDE-MIN IS NOT NUMERIC
              OR WS-CAM-SEL-SOLDE-MAX IS NOT NUMERIC
              OR WS-CAM-SEL-SOLDE-MIN > WS-CAM-SEL-SOLDE-MAX
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE
                      ' : TRANCHE DE SOLDE INVALIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CAM-MOD-DECOUV AND WS-CAM-MOD-DECOUV IS NOT NUMERIC
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE
                      ' : DECOUVERT AUTORISE NON NUMERIQUE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CAM-MOD-EXO
              AND NOT (WS-CAM-MOD-EXO = 'O' OR WS-CAM-MOD-EXO = 'N')
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE
                      ' : INDICATEUR D''EXONERATION O OU N'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       1100-LIT-CAMPAGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE A QUATRE YEUX DU PASSAGE REEL (DOMAINE 'K')        *
      *---------------------------------------------------------------*
      *
      *    CHAQUE DECISION DE LA CAMPAGNE EST VERIFIEE (APPROBATEUR
      *    CONNU DE USRPRF AU NIVEAU 'M', DIFFERENT DE L'AUTEUR) ;
      *    UN REJET OU L'ABSENCE D'APPROBATION ARRETE LE PASSAGE.
      *
       1200-CTRL-APPROBATION-DEB.
           OPEN INPUT F-DECAPP-E.
           IF NOT OK-DECAPP-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 1210-READ-FDECAPP-DEB
              THRU 1210-READ-FDECAPP-FIN.
           PERFORM 1220-UNE-DECISION-DEB
              THRU 1220-UNE-DECISION-FIN
             UNTIL EOF-DECAPP-E.
           CLOSE F-DECAPP-E.
      *
           IF WS-REJETEUR NOT = SPACES
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE ' REJETEE PAR '
                      WS-REJETEUR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-APPROBATEUR = SPACES
              DISPLAY 'CAMPAGNE ' WS-CAM-CODE ' NON APPROUVEE : '
                      'PASSAGE REEL REFUSE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       1200-CTRL-APPROBATION-FIN.
           EXIT.
      *
       1210-READ-FDECAPP-DEB.
           READ F-DECAPP-E INTO WS-DEC-ENR.
           IF NOT (OK-DECAPP-E OR EOF-DECAPP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       1210-READ-FDECAPP-FIN.
           EXIT.
      *
       1220-UNE-DECISION-DEB.
           IF NOT DEC-DOM-CAMPAGNE
              OR WS-DEC-CLE NOT = WS-CAM-CODE
              GO TO 1220-UNE-DECISION-SUITE
           END-IF.
           IF NOT (DEC-APPROUVE OR DEC-REJETE)
              DISPLAY 'ACTION DE DECISION INCONNUE : ' WS-DEC-ACTION
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-DEC-APPROBATEUR = WS-CAM-AUTEUR
              DISPLAY 'APPROBATEUR = AUTEUR : SEPARATION DES '
                      'TACHES VIOLEE, CAMPAGNE ' WS-CAM-CODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DEC-APPROBATEUR       TO WS-APPROB-CTRL.
           PERFORM 7000-CTRL-APPROBATEUR-DEB
              THRU 7000-CTRL-APPROBATEUR-FIN.
           ADD 1                         TO WS-CPT-DECISIONS.
           IF DEC-REJETE
              MOVE WS-DEC-APPROBATEUR    TO WS-REJETEUR
           ELSE
              MOVE WS-DEC-APPROBATEUR    TO WS-APPROBATEUR
           END-IF.
       1220-UNE-DECISION-SUITE.
           PERFORM 1210-READ-FDECAPP-DEB
              THRU 1210-READ-FDECAPP-FIN.
       1220-UNE-DECISION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   SIMULATION OU PASSAGE REEL : PARCOURS DU MAITRE             *
      *---------------------------------------------------------------*
      *
       2000-CAMPAGNE-DEB.
           PERFORM 6010-READ-NEXT-CPTEKS-DEB
              THRU 6010-READ-NEXT-CPTEKS-FIN.
           PERFORM 2010-UN-COMPTE-DEB
              THRU 2010-UN-COMPTE-FIN
             UNTIL CPTE-CPTE-MAX.
       2000-CAMPAGNE-FIN.
           EXIT.
      *
       2010-UN-COMPTE-DEB.
           ADD 1                         TO WS-CPT-LUS.
           PERFORM 7100-SELECTION-DEB
              THRU 7100-SELECTION-FIN.
           IF CPTE-NON-SELECTIONNE
              GO TO 2010-UN-COMPTE-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-SELECTIONNES.
      *
           MOVE WS-ENRG-F-CPTE           TO WS-CPTE-AVANT.
           MOVE WS-CPTE-DECOUV-AUT       TO WS-AV-DECOUV.
           MOVE WS-CPTE-PRODUIT          TO WS-AV-PRODUIT.
           MOVE WS-CPTE-EXO-FRAIS        TO WS-AV-EXO.
           IF CAM-MOD-DECOUV
              MOVE WS-CAM-MOD-DECOUV     TO WS-CPTE-DECOUV-AUT
           END-IF.
           IF CAM-MOD-PRODUIT
              MOVE WS-CAM-MOD-PRODUIT    TO WS-CPTE-PRODUIT
           END-IF.
           IF CAM-MOD-EXO
              MOVE WS-CAM-MOD-EXO        TO WS-CPTE-EXO-FRAIS
           END-IF.
           MOVE WS-CPTE-DECOUV-AUT       TO WS-AP-DECOUV.
           MOVE WS-CPTE-PRODUIT          TO WS-AP-PRODUIT.
           MOVE WS-CPTE-EXO-FRAIS        TO WS-AP-EXO.
      *
           IF WS-VAL-APRES = WS-VAL-AVANT
              ADD 1                      TO WS-CPT-CONFORMES
              MOVE 'DEJA CONFORME'       TO WS-LCAM-OBS
              PERFORM 8010-EDIT-COMPTE-DEB
                 THRU 8010-EDIT-COMPTE-FIN
              GO TO 2010-UN-COMPTE-SUITE
           END-IF.
      *
           IF DEM-SIMULATION
              MOVE 'A MODIFIER'          TO WS-LCAM-OBS
              PERFORM 8010-EDIT-COMPTE-DEB
                 THRU 8010-EDIT-COMPTE-FIN
              GO TO 2010-UN-COMPTE-SUITE
           END-IF.
      *
           MOVE WS-DATE-SYST(1:2)        TO WS-CPTE-DMAJ-SS.
           MOVE WS-DATE-SYST(3:2)        TO WS-CPTE-DMAJ-AA.
           MOVE WS-DATE-SYST(5:2)        TO WS-CPTE-DMAJ-MM.
           MOVE WS-DATE-SYST(7:2)        TO WS-CPTE-DMAJ-JJ.
           PERFORM 6020-REWRITE-CPTEKS-DEB
              THRU 6020-REWRITE-CPTEKS-FIN.
           PERFORM 6040-WRITE-FJRNCPT-DEB
              THRU 6040-WRITE-FJRNCPT-FIN.
      *
           MOVE SPACES                   TO WS-ENRG-F-CAMREV.
           MOVE WS-CAM-CODE              TO WS-CRV-CAMPAGNE.
           MOVE WS-CPTE-CPTE             TO WS-CRV-CPTE.
           MOVE WS-VAL-AVANT             TO WS-CRV-AVANT.
           MOVE WS-VAL-APRES             TO WS-CRV-APRES.
           MOVE WS-DATE-SYST             TO WS-CRV-DATE.
           MOVE WS-APPROBATEUR           TO WS-CRV-APPROB.
           PERFORM 6030-WRITE-FCAMREV-DEB
              THRU 6030-WRITE-FCAMREV-FIN.
      *
           ADD 1                         TO WS-CPT-MODIFIES.
           MOVE 'MODIFIE'                TO WS-LCAM-OBS.
           PERFORM 8010-EDIT-COMPTE-DEB
              THRU 8010-EDIT-COMPTE-FIN.
      *
       2010-UN-COMPTE-SUITE.
           PERFORM 6010-READ-NEXT-CPTEKS-DEB
              THRU 6010-READ-NEXT-CPTEKS-FIN.
      *
       2010-UN-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ANNULATION D'UN PASSAGE REEL                                *
      *---------------------------------------------------------------*
      *
       3000-ANNULATION-DEB.
           PERFORM 6060-READ-FCAMREV-DEB
              THRU 6060-READ-FCAMREV-FIN.
           PERFORM 3010-UN-RETOUR-DEB
              THRU 3010-UN-RETOUR-FIN
             UNTIL EOF-CAMREV-E.
       3000-ANNULATION-FIN.
           EXIT.
      *
      *    LES VALEURS AVANT NE SONT RESTAUREES QUE SI LE COMPTE N'A
      *    PAS ETE MODIFIE DEPUIS LA CAMPAGNE (VALEURS APRES INTACTES).
      *
       3010-UN-RETOUR-DEB.
           IF WS-CRV-CAMPAGNE NOT = WS-CAM-CODE
              DISPLAY 'FICHIER D''ANNULATION DE LA CAMPAGNE '
                      WS-CRV-CAMPAGNE ' ET NON ' WS-CAM-CODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-SELECTIONNES.
           MOVE WS-CRV-AVANT             TO WS-VAL-AVANT.
           MOVE WS-CRV-APRES             TO WS-VAL-APRES.
      *
           MOVE WS-CRV-CPTE              TO FS-KS-CLE.
           READ F-CPTEKS INTO WS-ENRG-F-CPTE.
           IF NOT-CPTEKS
              MOVE SPACES                TO WS-ENRG-F-CPTE
              MOVE WS-CRV-CPTE           TO WS-CPTE-CPTE
              MOVE ZERO                  TO WS-CPTE-SOLDE
              ADD 1                      TO WS-CPT-CONFLITS
              MOVE 'CONFLIT : INCONNU'   TO WS-LCAM-OBS
              PERFORM 8010-EDIT-COMPTE-DEB
                 THRU 8010-EDIT-COMPTE-FIN
              GO TO 3010-UN-RETOUR-SUITE
           END-IF.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              DISPLAY 'CLE = ' WS-CRV-CPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF WS-CPTE-DECOUV-AUT NOT = WS-AP-DECOUV
              OR WS-CPTE-PRODUIT NOT = WS-AP-PRODUIT
              OR WS-CPTE-EXO-FRAIS NOT = WS-AP-EXO
              ADD 1                      TO WS-CPT-CONFLITS
              MOVE 'CONFLIT : MODIFIE'   TO WS-LCAM-OBS
              PERFORM 8010-EDIT-COMPTE-DEB
                 THRU 8010-EDIT-COMPTE-FIN
              GO TO 3010-UN-RETOUR-SUITE
           END-IF.
      *
           MOVE WS-ENRG-F-CPTE           TO WS-CPTE-AVANT.
           MOVE WS-AV-DECOUV             TO WS-CPTE-DECOUV-AUT.
           MOVE WS-AV-PRODUIT            TO WS-CPTE-PRODUIT.
           MOVE WS-AV-EXO                TO WS-CPTE-EXO-FRAIS.
           MOVE WS-DATE-SYST(1:2)        TO WS-CPTE-DMAJ-SS.
           MOVE WS-DATE-SYST(3:2)        TO WS-CPTE-DMAJ-AA.
           MOVE WS-DATE-SYST(5:2)        TO WS-CPTE-DMAJ-MM.
           MOVE WS-DATE-SYST(7:2)        TO WS-CPTE-DMAJ-JJ.
           PERFORM 6020-REWRITE-CPTEKS-DEB
              THRU 6020-REWRITE-CPTEKS-FIN.
           PERFORM 6040-WRITE-FJRNCPT-DEB
              THRU 6040-WRITE-FJRNCPT-FIN.
      *
           ADD 1                         TO WS-CPT-ANNULES.
           MOVE 'ANNULE'                 TO WS-LCAM-OBS.
           PERFORM 8010-EDIT-COMPTE-DEB
              THRU 8010-EDIT-COMPTE-FIN.
      *
       3010-UN-RETOUR-SUITE.
           PERFORM 6060-READ-FCAMREV-DEB
              THRU 6060-READ-FCAMREV-FIN.
      *
       3010-UN-RETOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           IF DEM-SIMULATION
              OPEN INPUT F-CPTEKS
           ELSE
              OPEN I-O F-CPTEKS
           END-IF.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT DEM-SIMULATION
              OPEN OUTPUT F-JRNCPT-S
              IF NOT OK-JRNCPT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-JRNCPT-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-JRNCPT
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF DEM-REEL
              OPEN OUTPUT F-CAMREV-S
              IF NOT OK-CAMREV-S
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAMREV-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMREV-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF DEM-ANNULATION
              OPEN INPUT F-CAMREV-E
              IF NOT OK-CAMREV-E
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAMREV-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMREV-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           OPEN OUTPUT F-ETACAM-S.
           IF NOT OK-ETACAM
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETACAM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETACAM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-NEXT-CPTEKS-DEB.
           READ F-CPTEKS NEXT RECORD INTO WS-ENRG-F-CPTE.
           IF EOF-CPTEKS
              SET CPTE-CPTE-MAX          TO TRUE
              GO TO 6010-READ-NEXT-CPTEKS-FIN
           END-IF.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-NEXT-CPTEKS-FIN.
           EXIT.
      *
       6020-REWRITE-CPTEKS-DEB.
           REWRITE FS-ENRG-CPTEKS        FROM WS-ENRG-F-CPTE.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              DISPLAY 'CLE = ' WS-CPTE-CPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-REWRITE-CPTEKS-FIN.
           EXIT.
      *
       6030-WRITE-FCAMREV-DEB.
           WRITE FS-ENRG-CAMREV-S        FROM WS-ENRG-F-CAMREV.
           IF NOT OK-CAMREV-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CAMREV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMREV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-WRITE-FCAMREV-FIN.
           EXIT.
      *
      *    IMAGE AVANT/APRES DU COMPTE REECRIT : L'AUTEUR RETENU EST
      *    L'APPROBATEUR EN PASSAGE REEL, LE PROGRAMME EN ANNULATION.
      *
       6040-WRITE-FJRNCPT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-JRNCPT.
           SET JCP-MODIFICATION          TO TRUE.
           SET JCP-EN-LOT                TO TRUE.
           IF DEM-REEL
              MOVE WS-APPROBATEUR        TO WS-JCP-USER
           ELSE
              MOVE 'ARIO155'             TO WS-JCP-USER
           END-IF.
           MOVE WS-DATE-SYST             TO WS-JCP-DATE.
           MOVE WS-HEURE-HHMMSS          TO WS-JCP-HEURE.
           MOVE WS-CPTE-CPTE             TO WS-JCP-CPTE.
           MOVE WS-CPTE-AVANT            TO WS-JCP-AVANT.
           MOVE WS-ENRG-F-CPTE           TO WS-JCP-APRES.
           WRITE FS-ENRG-JRNCPT-S        FROM WS-ENRG-F-JRNCPT.
           IF NOT OK-JRNCPT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-JRNCPT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-JRNCPT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FJRNCPT-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTEKS.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT DEM-SIMULATION
              CLOSE F-JRNCPT-S
           END-IF.
           IF DEM-REEL
              CLOSE F-CAMREV-S
           END-IF.
           IF DEM-ANNULATION
              CLOSE F-CAMREV-E
           END-IF.
           CLOSE F-ETACAM-S.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6060-READ-FCAMREV-DEB.
           READ F-CAMREV-E INTO WS-ENRG-F-CAMREV.
           IF NOT (OK-CAMREV-E OR EOF-CAMREV-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAMREV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMREV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-READ-FCAMREV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    L'APPROBATEUR DOIT EXISTER DANS USRPRF AVEC LE NIVEAU
      *    MAINTENANCE 'M'.
      *
       7000-CTRL-APPROBATEUR-DEB.
           OPEN INPUT F-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-APPROB-CTRL           TO FS-UPR-CLE.
           READ F-USRPRF INTO WS-ENRG-USRPRF.
           IF NOTFOUND-USRPRF
              DISPLAY 'APPROBATEUR INCONNU DE USRPRF : '
                      WS-APPROB-CTRL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT UPR-MAINT
              DISPLAY 'NIVEAU MAINTENANCE USRPRF EXIGE POUR '
                      WS-APPROB-CTRL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-USRPRF.
       7000-CTRL-APPROBATEUR-FIN.
           EXIT.
      *
      *    SELECTION DU COMPTE : AGENCE, PRODUIT, STATUT ET TRANCHE
      *    DE SOLDE DE LA CAMPAGNE ; LES COMPTES CLOTURES SONT
      *    TOUJOURS ECARTES.
      *
       7100-SELECTION-DEB.
           SET CPTE-NON-SELECTIONNE      TO TRUE.
           IF CPTE-CLOTURE
              GO TO 7100-SELECTION-FIN
           END-IF.
           IF NOT CAM-TOUTES-AGENCES
              AND WS-CPTE-AGENCE NOT = WS-CAM-SEL-AGENCE
              GO TO 7100-SELECTION-FIN
           END-IF.
           IF NOT CAM-TOUS-PRODUITS
              AND WS-CPTE-PRODUIT NOT = WS-CAM-SEL-PRODUIT
              GO TO 7100-SELECTION-FIN
           END-IF.
           IF NOT CAM-TOUS-STATUTS
              AND WS-CPTE-STATUT NOT = WS-CAM-SEL-STATUT
              GO TO 7100-SELECTION-FIN
           END-IF.
           IF WS-CAM-SEL-SOLDE-MIN NOT = ZERO
              OR WS-CAM-SEL-SOLDE-MAX NOT = ZERO
              IF WS-CPTE-SOLDE < WS-CAM-SEL-SOLDE-MIN
                 OR WS-CPTE-SOLDE > WS-CAM-SEL-SOLDE-MAX
                 GO TO 7100-SELECTION-FIN
              END-IF
           END-IF.
           SET CPTE-SELECTIONNE          TO TRUE.
       7100-SELECTION-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO155'                TO WS-MSQ-PROG.
           MOVE 'ETACAM'                 TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETACAM.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCAM-DETAIL
      *    AVANT ECRITURE SUR ETACAM.
      *
       7610-MASQUE-LCAM-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETACAM        TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LCAM-CPTE             TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCAM-CPTE.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LCAM-NOM              TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCAM-NOM.
       7610-MASQUE-LCAM-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-CAM-CODE              TO WS-LCAM-CODE.
           MOVE WS-CAM-LIBELLE           TO WS-LCAM-LIBELLE.
           EVALUATE TRUE
              WHEN DEM-SIMULATION
                 MOVE 'SIMULATION (AUCUNE MISE A JOUR)'
                                         TO WS-LCAM-MODE
              WHEN DEM-REEL
                 MOVE 'PASSAGE REEL'     TO WS-LCAM-MODE
              WHEN OTHER
                 MOVE 'ANNULATION'       TO WS-LCAM-MODE
           END-EVALUATE.
           MOVE WS-CAM-AUTEUR            TO WS-LCAM-AUT.
           MOVE WS-APPROBATEUR           TO WS-LCAM-APP.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-AUTEUR.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TIRET.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-INTITULE.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-COMPTE-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LCAM-CPTE.
           MOVE WS-CPTE-NOM              TO WS-LCAM-NOM.
           MOVE WS-CPTE-SOLDE            TO WS-LCAM-SOLDE.
           MOVE WS-AV-DECOUV             TO WS-LCAM-AV-DECOUV.
           MOVE WS-AV-PRODUIT            TO WS-LCAM-AV-PRODUIT.
           MOVE WS-AV-EXO                TO WS-LCAM-AV-EXO.
           MOVE WS-AP-DECOUV             TO WS-LCAM-AP-DECOUV.
           MOVE WS-AP-PRODUIT            TO WS-LCAM-AP-PRODUIT.
           MOVE WS-AP-EXO                TO WS-LCAM-AP-EXO.
           PERFORM 7610-MASQUE-LCAM-DETAIL-DEB
              THRU 7610-MASQUE-LCAM-DETAIL-FIN.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-DETAIL.
       8010-EDIT-COMPTE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           IF WS-CPT-SELECTIONNES = ZERO
              WRITE FS-ENRG-ETACAM-S     FROM WS-LCAM-VIDE
           END-IF.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TIRET.
           IF DEM-ANNULATION
              MOVE 'COMPTES A RETABLIR          :'
                                         TO WS-LCAM-TOT-LIB
              MOVE WS-CPT-SELECTIONNES   TO WS-LCAM-TOT-NB
              WRITE FS-ENRG-ETACAM-S     FROM WS-LCAM-TOTAL
              MOVE 'COMPTES RETABLIS            :'
                                         TO WS-LCAM-TOT-LIB
              MOVE WS-CPT-ANNULES        TO WS-LCAM-TOT-NB
              WRITE FS-ENRG-ETACAM-S     FROM WS-LCAM-TOTAL
              MOVE 'COMPTES EN CONFLIT          :'
                                         TO WS-LCAM-TOT-LIB
              MOVE WS-CPT-CONFLITS       TO WS-LCAM-TOT-NB
              WRITE FS-ENRG-ETACAM-S     FROM WS-LCAM-TOTAL
              GO TO 8030-EDIT-TOTAUX-FIN
           END-IF.
           MOVE 'COMPTES SELECTIONNES        :' TO WS-LCAM-TOT-LIB.
           MOVE WS-CPT-SELECTIONNES      TO WS-LCAM-TOT-NB.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TOTAL.
           MOVE 'COMPTES DEJA CONFORMES      :' TO WS-LCAM-TOT-LIB.
           MOVE WS-CPT-CONFORMES         TO WS-LCAM-TOT-NB.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TOTAL.
           IF DEM-SIMULATION
              MOVE 'COMPTES A MODIFIER          :'
                                         TO WS-LCAM-TOT-LIB
              COMPUTE WS-LCAM-TOT-NB = WS-CPT-SELECTIONNES
                                     - WS-CPT-CONFORMES
           ELSE
              MOVE 'COMPTES MODIFIES            :'
                                         TO WS-LCAM-TOT-LIB
              MOVE WS-CPT-MODIFIES       TO WS-LCAM-TOT-NB
           END-IF.
           WRITE FS-ENRG-ETACAM-S        FROM WS-LCAM-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO155     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CAMPAGNE / MODE              :  ' WS-CAM-CODE
                   ' / ' WS-DEM-MODE.
           DISPLAY 'DECISIONS DE LA CAMPAGNE     :  '
                   WS-CPT-DECISIONS.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-LUS.
           DISPLAY 'COMPTES SELECTIONNES         :  '
                   WS-CPT-SELECTIONNES.
           DISPLAY 'COMPTES DEJA CONFORMES       :  '
                   WS-CPT-CONFORMES.
           DISPLAY 'COMPTES MODIFIES             :  ' WS-CPT-MODIFIES.
           DISPLAY 'COMPTES RETABLIS             :  ' WS-CPT-ANNULES.
           DISPLAY 'COMPTES EN CONFLIT           :  ' WS-CPT-CONFLITS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO155         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO155        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
