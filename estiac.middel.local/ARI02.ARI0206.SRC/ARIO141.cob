      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO141                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  INTEGRATION QUOTIDIENNE DU FICHIER DE COMPENSATION CARTE DU  *
      *  RESEAU (F-COMPEN-E, COPY COMPEN), A PASSER APRES ARIO067 ET  *
      *  AVANT LA CHAINE DE NUIT ARIO126 / ARIO326 :                  *
      *  - CHAQUE PRESENTATION EST RAPPROCHEE DE LA PRE-AUTORISATION  *
      *    ACTIVE DE MEME COMPTE ET DE MEME REFERENCE (F-HOLDS-E,     *
      *    COPY AUTCB, FICHIER HOLDSS PRODUIT PAR ARIO067) ; LA       *
      *    PRE-AUTORISATION RAPPROCHEE EST LEVEE ('L') DANS LE        *
      *    FICHIER REECRIT F-HOLDS-S, QUI ALIMENTE ARIO326 ;          *
      *  - CHAQUE PRESENTATION VALIDE DONNE LE MOUVEMENT CARTE        *
      *    DEFINITIF TP3MVTS CODE 'C' (F-MVTCMP-S, CONCATENE A        *
      *    F-MVTS-E POUR ARIO126), REFERENCE DE L'AUTORISATION EN     *
      *    REF-VIR ET ENSEIGNE DU COMMERCANT EN CONTREPARTIE ;        *
      *  - L'ETAT F-ETATCMP-S LISTE LES PRESENTATIONS FORCEES (SANS   *
      *    PRE-AUTORISATION ACTIVE), LES ECARTS DE MONTANT AU-DELA    *
      *    DE LA TOLERANCE ET LES PRESENTATIONS REJETEES (COMPTE      *
      *    ABSENT, MONTANT NUL OU NON NUMERIQUE). TOLERANCE EN        *
      *    POURCENTAGE DU MONTANT AUTORISE, PARAMETRE ARIS903         *
      *    'TOLCOMPN', 10 % A DEFAUT.                                 *
      *  LE RAPPROCHEMENT PAR REFERENCE D'ARIO326 RESTE EN PLACE      *
      *  POUR LES MOUVEMENTS 'C' VENUS D'AILLEURS ; UNE AUTORISATION  *
      *  DEJA LEVEE ICI N'Y EST PLUS ACTIVE ET N'EST DONC PAS LEVEE   *
      *  UNE SECONDE FOIS.                                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-HLD) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO141.
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
      *                      F-HOLDS-E : PRE-AUTORISATIONS (ARIO067)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HOLDS-E  ASSIGN TO HOLDS
                   FILE STATUS         IS WS-FS-HOLDS-E.
      *                      -------------------------------------------
      *                      F-COMPEN-E : COMPENSATION CARTE DU RESEAU
      *                      -------------------------------------------
           SELECT  OPTIONAL F-COMPEN-E ASSIGN TO COMPEN
                   FILE STATUS         IS WS-FS-COMPEN-E.
      *                      -------------------------------------------
      *                      F-HOLDS-S : PRE-AUTORISATIONS (ARIO326)
      *                      -------------------------------------------
           SELECT  F-HOLDS-S           ASSIGN TO HOLDSS
                   FILE STATUS         IS WS-FS-HOLDS-S.
      *                      -------------------------------------------
      *                      F-MVTCMP-S : MOUVEMENTS CARTE (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTCMP-S          ASSIGN TO MVTCMP
                   FILE STATUS         IS WS-FS-MVTCMP-S.
      *                      -------------------------------------------
      *                      F-ETATCMP-S : ETAT DE LA COMPENSATION
      *                      -------------------------------------------
           SELECT  F-ETATCMP-S         ASSIGN TO ETATCMP
                   FILE STATUS         IS WS-FS-ETATCMP-S.
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
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       FD  F-COMPEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-COMPEN-E           PIC X(100).
      *
       FD  F-HOLDS-S
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-S            PIC X(60).
      *
       FD  F-MVTCMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTCMP-S           PIC X(150).
      *
       FD  F-ETATCMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCMP-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- PRE-AUTORISATIONS CARTE -----------------------*
      *
           COPY AUTCB.
      *
      *---------------- PRESENTATION DE COMPENSATION ------------------*
      *
           COPY COMPEN.
      *
      *---------------- MOUVEMENT (COTE BANQUE) -----------------------*
      *
           COPY TP3MVTS.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-HOLDS-E             PIC XX.
           88  OK-HOLDS-E            VALUE '00' '05'.
           88  EOF-HOLDS-E           VALUE '10'.
           88  NOTFOUND-HOLDS-E      VALUE '35'.
       01  WS-FS-COMPEN-E            PIC XX.
           88  OK-COMPEN-E           VALUE '00' '05'.
           88  EOF-COMPEN-E          VALUE '10'.
           88  NOTFOUND-COMPEN-E     VALUE '35'.
       01  WS-FS-HOLDS-S             PIC XX.
           88  OK-HOLDS-S            VALUE '00'.
       01  WS-FS-MVTCMP-S            PIC XX.
           88  OK-MVTCMP-S           VALUE '00'.
       01  WS-FS-ETATCMP-S           PIC XX.
           88  OK-ETATCMP-S          VALUE '00'.
      *
       01  WS-SW-FIN-COMPEN          PIC X(01) VALUE 'N'.
           88  FIN-COMPEN            VALUE 'O'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DATE DU JOUR ----------------------------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *---------------- TOLERANCE ET ECART DE MONTANT -----------------*
      *
       01  WS-TOL-POURCENT           PIC 9(03) VALUE 10.
       01  WS-ECART                  PIC S9(8)V99 COMP-3.
       01  WS-ECART-ABS              PIC 9(8)V99 COMP-3.
       01  WS-ECART-MAX              PIC 9(8)V99 COMP-3.
      *
       01  WS-LIB-PAIEMENT.
           05  FILLER                PIC X(19)
               VALUE 'PAIEMENT CARTE ****'.
           05  WS-LIB-PAI-FIN        PIC X(04).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-HLD-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMP-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMP-RAPPROCHEES    PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMP-FORCEES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMP-ECARTS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-CMP-REJETEES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-ECRITS         PIC 9(05) VALUE ZERO.
       01  WS-TOT-MVT-ECRITS         PIC 9(09)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LCMP-TIRET             PIC X(74) VALUE ALL '-'.
       01  WS-LCMP-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'COMPENSATION CARTE - ANOMALIES DU       '.
           05  WS-LCMP-DATE-ED       PIC 9(08).
       01  WS-LCMP-SOUS-TITRE.
           05  FILLER                PIC X(36)
               VALUE 'TOLERANCE SUR LE MONTANT AUTORISE  :'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCMP-TOL-ED        PIC ZZ9.
           05  FILLER                PIC X(02) VALUE ' %'.
       01  WS-LCMP-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(09) VALUE 'REFERENCE'.
           05  FILLER                PIC X(12) VALUE '  PRESENTE'.
           05  FILLER                PIC X(12) VALUE '  AUTORISE'.
           05  FILLER                PIC X(30) VALUE 'ANOMALIE'.
       01  WS-LCMP-LIGNE.
           05  WS-LCMP-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCMP-REF-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCMP-MT-ED         PIC ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCMP-HLD-ED        PIC ZZZZZZZ9,99 BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCMP-LIB-ED        PIC X(30).
       01  WS-LCMP-TOTAL.
           05  WS-LCMP-TOT-LIB       PIC X(40).
           05  WS-LCMP-TOT-NB        PIC ZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LCMP-TOT-MT        PIC ZZZZZZZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCMP         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO141'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6200-CHARGE-HOLDS-DEB
              THRU 6200-CHARGE-HOLDS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCOMPEN-DEB
              THRU 6010-READ-FCOMPEN-FIN.
      *
           PERFORM 1000-TRT-PRESENTATION-DEB
              THRU 1000-TRT-PRESENTATION-FIN
             UNTIL FIN-COMPEN.
      *
           PERFORM 6230-REECRIT-HOLDS-DEB
              THRU 6230-REECRIT-HOLDS-FIN.
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
           MOVE WS-CPT-MVT-ECRITS        TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UNE PRESENTATION DE COMPENSATION               *
      *---------------------------------------------------------------*
      *
      *    UNE PRESENTATION SANS COMPTE OU DE MONTANT NUL OU NON
      *    NUMERIQUE EST REJETEE SANS MOUVEMENT. LES AUTRES SONT
      *    RAPPROCHEES DE LEUR AUTORISATION PUIS COMPTABILISEES, QUE
      *    L'AUTORISATION AIT ETE TROUVEE OU NON (PRESENTATION
      *    FORCEE).
      *
       1000-TRT-PRESENTATION-DEB.
      *
           MOVE WS-CMP-CPTE-E            TO WS-LCMP-CPTE-ED.
           MOVE WS-CMP-REF-E             TO WS-LCMP-REF-ED.
           MOVE ZERO                     TO WS-LCMP-MT-ED
                                            WS-LCMP-HLD-ED.
      *
           IF WS-CMP-CPTE-E = SPACES
              OR WS-CMP-MT-X-E IS NOT NUMERIC
              OR WS-CMP-MT-E = ZERO
              ADD 1                      TO WS-CPT-CMP-REJETEES
              MOVE 'REJETEE : COMPTE OU MONTANT'
                                         TO WS-LCMP-LIB-ED
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
              GO TO 1000-TRT-PRESENTATION-SUITE
           END-IF.
      *
           MOVE WS-CMP-MT-E              TO WS-LCMP-MT-ED.
           PERFORM 7100-RECH-HOLD-DEB
              THRU 7100-RECH-HOLD-FIN.
      *
           IF HOLD-TROUVEE
              PERFORM 2000-TRT-RAPPROCHEMENT-DEB
                 THRU 2000-TRT-RAPPROCHEMENT-FIN
           ELSE
              ADD 1                      TO WS-CPT-CMP-FORCEES
              MOVE 'FORCEE : SANS AUTORISATION'
                                         TO WS-LCMP-LIB-ED
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
           END-IF.
      *
           PERFORM 7200-EMISSION-MVT-DEB
              THRU 7200-EMISSION-MVT-FIN.
      *
       1000-TRT-PRESENTATION-SUITE.
           PERFORM 6010-READ-FCOMPEN-DEB
              THRU 6010-READ-FCOMPEN-FIN.
      *
       1000-TRT-PRESENTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RAPPROCHEMENT D'UNE PRESENTATION ET DE SON AUTORISATION     *
      *---------------------------------------------------------------*
      *
      *    L'AUTORISATION EST LEVEE ; UN ECART ENTRE LE MONTANT
      *    PRESENTE ET LE MONTANT AUTORISE SUPERIEUR A LA TOLERANCE
      *    (EN POURCENTAGE DU MONTANT AUTORISE) EST SIGNALE, LE
      *    MOUVEMENT ETANT PASSE POUR LE MONTANT PRESENTE.
      *
       2000-TRT-RAPPROCHEMENT-DEB.
      *
           ADD 1                         TO WS-CPT-CMP-RAPPROCHEES.
           SET HOLD-LEVEE(WS-IX-HLD)     TO TRUE.
      *
           COMPUTE WS-ECART = WS-CMP-MT-E - WS-HLD-MT(WS-IX-HLD).
           IF WS-ECART < ZERO
              COMPUTE WS-ECART-ABS = ZERO - WS-ECART
           ELSE
              MOVE WS-ECART              TO WS-ECART-ABS
           END-IF.
           COMPUTE WS-ECART-MAX ROUNDED =
                   WS-HLD-MT(WS-IX-HLD) * WS-TOL-POURCENT / 100.
      *
           IF WS-ECART-ABS > WS-ECART-MAX
              ADD 1                      TO WS-CPT-CMP-ECARTS
              MOVE WS-HLD-MT(WS-IX-HLD)  TO WS-LCMP-HLD-ED
              IF WS-ECART > ZERO
                 MOVE 'ECART HORS TOLERANCE : HAUSSE'
                                         TO WS-LCMP-LIB-ED
              ELSE
                 MOVE 'ECART HORS TOLERANCE : BAISSE'
                                         TO WS-LCMP-LIB-ED
              END-IF
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
           END-IF.
      *
       2000-TRT-RAPPROCHEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-COMPEN-E.
           IF NOT (OK-COMPEN-E OR NOTFOUND-COMPEN-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-COMPEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-COMPEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTCMP-S.
           IF NOT OK-MVTCMP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTCMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATCMP-S.
           IF NOT OK-ETATCMP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCOMPEN-DEB.
           IF NOTFOUND-COMPEN-E
              SET FIN-COMPEN             TO TRUE
              GO TO 6010-READ-FCOMPEN-FIN
           END-IF.
           READ F-COMPEN-E INTO WS-ENRG-F-COMPEN.
           EVALUATE TRUE
              WHEN OK-COMPEN-E
                 ADD 1                   TO WS-CPT-CMP-LUES
              WHEN EOF-COMPEN-E
                 SET FIN-COMPEN          TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COMPEN-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-COMPEN-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FCOMPEN-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF NOT NOTFOUND-COMPEN-E
              CLOSE F-COMPEN-E
           END-IF.
           CLOSE F-MVTCMP-S.
           IF NOT OK-MVTCMP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTCMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATCMP-S.
           IF NOT OK-ETATCMP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATCMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES PRE-AUTORISATIONS EN MEMOIRE (FICHIER
      *    OPTIONNEL : ABSENT, TOUTES LES PRESENTATIONS SONT FORCEES).
      *
       6200-CHARGE-HOLDS-DEB.
           MOVE ZERO                    TO WS-NB-HLD.
           OPEN INPUT F-HOLDS-E.
           EVALUATE TRUE
              WHEN OK-HOLDS-E
                 PERFORM 6210-READ-FHOLDS-DEB
                    THRU 6210-READ-FHOLDS-FIN
                 PERFORM 6220-ALIM-HOLDS-DEB
                    THRU 6220-ALIM-HOLDS-FIN
                   UNTIL EOF-HOLDS-E
                 CLOSE F-HOLDS-E
              WHEN NOTFOUND-HOLDS-E
                 GO TO 6200-CHARGE-HOLDS-FIN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-CHARGE-HOLDS-FIN.
           EXIT.
      *
       6210-READ-FHOLDS-DEB.
           READ F-HOLDS-E INTO WS-ENRG-F-HOLDS.
           IF NOT (OK-HOLDS-E OR EOF-HOLDS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FHOLDS-FIN.
           EXIT.
      *
       6220-ALIM-HOLDS-DEB.
           IF WS-NB-HLD < WS-MAX-HLD
              ADD 1                    TO WS-NB-HLD
              ADD 1                    TO WS-CPT-HLD-LUES
              SET WS-IX-HLD            TO WS-NB-HLD
              MOVE WS-HLD-CPTE-E    TO WS-HLD-CPTE(WS-IX-HLD)
              MOVE WS-HLD-MT-E      TO WS-HLD-MT(WS-IX-HLD)
              MOVE WS-HLD-REF-E     TO WS-HLD-REF(WS-IX-HLD)
              MOVE WS-HLD-DEXP-E    TO WS-HLD-DEXP(WS-IX-HLD)
              MOVE WS-HLD-STATUT-E  TO WS-HLD-STATUT(WS-IX-HLD)
              MOVE WS-HLD-CARTE-E   TO WS-HLD-CARTE(WS-IX-HLD)
           ELSE
              DISPLAY 'F-HOLDS-E : PLUS DE 5000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FHOLDS-DEB
              THRU 6210-READ-FHOLDS-FIN.
       6220-ALIM-HOLDS-FIN.
           EXIT.
      *
      *    REECRITURE DES PRE-AUTORISATIONS, LEVEES COMPRISES (LA
      *    PURGE DES AUTORISATIONS LEVEES OU EXPIREES RESTE A ARIO067).
      *
       6230-REECRIT-HOLDS-DEB.
           OPEN OUTPUT F-HOLDS-S.
           IF NOT OK-HOLDS-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6235-WRITE-UN-HOLD-DEB
              THRU 6235-WRITE-UN-HOLD-FIN
             VARYING WS-IX-HLD FROM 1 BY 1
               UNTIL WS-IX-HLD > WS-NB-HLD.
           CLOSE F-HOLDS-S.
           IF NOT OK-HOLDS-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-HOLDS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-REECRIT-HOLDS-FIN.
           EXIT.
      *
       6235-WRITE-UN-HOLD-DEB.
           MOVE SPACES                   TO WS-ENRG-F-HOLDS.
           MOVE WS-HLD-CPTE(WS-IX-HLD)   TO WS-HLD-CPTE-E.
           MOVE WS-HLD-MT(WS-IX-HLD)     TO WS-HLD-MT-E.
           MOVE WS-HLD-REF(WS-IX-HLD)    TO WS-HLD-REF-E.
           MOVE WS-HLD-DEXP(WS-IX-HLD)   TO WS-HLD-DEXP-E.
           MOVE WS-HLD-STATUT(WS-IX-HLD) TO WS-HLD-STATUT-E.
           MOVE WS-HLD-CARTE(WS-IX-HLD)  TO WS-HLD-CARTE-E.
           WRITE FS-ENRG-HOLDS-S         FROM WS-ENRG-F-HOLDS.
           IF NOT OK-HOLDS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HOLDS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6235-WRITE-UN-HOLD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    TOLERANCE D'ECART EN POURCENTAGE DU MONTANT AUTORISE ;
      *    PARAMETRE ABSENT OU NON NUMERIQUE = 10 %.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'TOLCOMPN'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-TOL-POURCENT
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    RECHERCHE DE L'AUTORISATION ACTIVE DE LA PRESENTATION
      *    (MEME COMPTE, MEME REFERENCE) ; UNE REFERENCE A BLANC NE
      *    RAPPROCHE RIEN.
      *
       7100-RECH-HOLD-DEB.
           SET HOLD-NON-TROUVEE          TO TRUE.
           IF WS-CMP-REF-E = SPACES
              GO TO 7100-RECH-HOLD-FIN
           END-IF.
           MOVE 1                        TO WS-IX-HLD.
           PERFORM 7110-RECH-UN-HOLD-DEB
              THRU 7110-RECH-UN-HOLD-FIN
             UNTIL (WS-IX-HLD > WS-NB-HLD) OR HOLD-TROUVEE.
       7100-RECH-HOLD-FIN.
           EXIT.
      *
       7110-RECH-UN-HOLD-DEB.
           IF WS-HLD-CPTE(WS-IX-HLD) = WS-CMP-CPTE-E
              AND WS-HLD-REF(WS-IX-HLD) = WS-CMP-REF-E
              AND HOLD-ACTIVE(WS-IX-HLD)
              SET HOLD-TROUVEE           TO TRUE
           ELSE
              ADD 1                      TO WS-IX-HLD
           END-IF.
       7110-RECH-UN-HOLD-FIN.
           EXIT.
      *
      *    MOUVEMENT CARTE DEFINITIF TP3MVTS CODE 'C' POUR LE MONTANT
      *    PRESENTE : REFERENCE DE L'AUTORISATION EN REF-VIR,
      *    ENSEIGNE DU COMMERCANT EN CONTREPARTIE.
      *
       7200-EMISSION-MVT-DEB.
           MOVE WS-CMP-CARTE-E(13:4)     TO WS-LIB-PAI-FIN.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-CMP-CPTE-E            TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST             TO WS-MVTS-DATE.
           MOVE 'C'                      TO WS-MVTS-CODE.
           MOVE WS-CMP-MT-E              TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE WS-CMP-REF-E             TO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
           MOVE WS-LIB-PAIEMENT          TO WS-MVTS-LIBELLE.
           MOVE WS-CMP-ENSEIGNE-E        TO WS-MVTS-CTP-NOM.
           WRITE FS-ENRG-MVTCMP-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTCMP-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTCMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MVT-ECRITS.
           ADD WS-CMP-MT-E               TO WS-TOT-MVT-ECRITS.
       7200-EMISSION-MVT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO141'                TO WS-MSQ-PROG.
           MOVE 'ETATCMP'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCMP.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCMP-LIGNE
      *    AVANT ECRITURE SUR ETATCMP.
      *
       7610-MASQUE-LCMP-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATCMP       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LCMP-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCMP-CPTE-ED.
       7610-MASQUE-LCMP-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LCMP-DATE-ED.
           MOVE WS-TOL-POURCENT          TO WS-LCMP-TOL-ED.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-SOUS-TITRE.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TIRET.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-INTITULE.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           PERFORM 7610-MASQUE-LCMP-LIGNE-DEB
              THRU 7610-MASQUE-LCMP-LIGNE-FIN.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TIRET.
           MOVE 'PRESENTATIONS LUES'     TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-CMP-LUES          TO WS-LCMP-TOT-NB.
           MOVE ZERO                     TO WS-LCMP-TOT-MT.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
           MOVE '  DONT RAPPROCHEES D''UNE AUTORISATION'
                                         TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-CMP-RAPPROCHEES   TO WS-LCMP-TOT-NB.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
           MOVE '    DONT ECARTS HORS TOLERANCE'
                                         TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-CMP-ECARTS        TO WS-LCMP-TOT-NB.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
           MOVE '  DONT FORCEES (SANS AUTORISATION)'
                                         TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-CMP-FORCEES       TO WS-LCMP-TOT-NB.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
           MOVE '  DONT REJETEES'        TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-CMP-REJETEES      TO WS-LCMP-TOT-NB.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
           MOVE 'MOUVEMENTS CARTE EMIS'  TO WS-LCMP-TOT-LIB.
           MOVE WS-CPT-MVT-ECRITS        TO WS-LCMP-TOT-NB.
           MOVE WS-TOT-MVT-ECRITS        TO WS-LCMP-TOT-MT.
           WRITE FS-ENRG-ETATCMP-S       FROM WS-LCMP-TOTAL.
       8020-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO141     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'AUTORISATIONS CHARGEES       :  ' WS-CPT-HLD-LUES.
           DISPLAY 'PRESENTATIONS LUES           :  ' WS-CPT-CMP-LUES.
           DISPLAY 'PRESENTATIONS RAPPROCHEES    :  '
                   WS-CPT-CMP-RAPPROCHEES.
           DISPLAY 'ECARTS HORS TOLERANCE        :  '
                   WS-CPT-CMP-ECARTS.
           DISPLAY 'PRESENTATIONS FORCEES        :  '
                   WS-CPT-CMP-FORCEES.
           DISPLAY 'PRESENTATIONS REJETEES       :  '
                   WS-CPT-CMP-REJETEES.
           DISPLAY 'MOUVEMENTS CARTE EMIS        :  '
                   WS-CPT-MVT-ECRITS.
           DISPLAY 'MONTANT DES MOUVEMENTS       :  '
                   WS-TOT-MVT-ECRITS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO141         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO141        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
