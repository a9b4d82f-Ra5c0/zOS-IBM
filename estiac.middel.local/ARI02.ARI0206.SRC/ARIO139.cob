      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO139                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  EMISSION ET MAINTENANCE DES CARTES BANCAIRES : LE MAITRE     *
      *  DES CARTES (F-CARTE-E, COPY CARTE, TRIE PAR NUMERO) EST      *
      *  RAPPROCHE DES TRANSACTIONS DE MAINTENANCE (F-CRTMAJ-E,       *
      *  TRIEES SUR LA MEME CLE) :                                    *
      *  - 'C' EMISSION D'UNE CARTE : TYPE 'CL' OU 'PR', COMPTE A VUE *
      *    OUVERT DU MAITRE INDEXE CPTEKS, PORTEUR ACTIF DU           *
      *    REFERENTIEL CLIENTS (F-CLIM-E) LIE AU COMPTE COMME         *
      *    TITULAIRE OU CO-TITULAIRE (F-LIEN-E, LIEN ACTIF). LA CARTE *
      *    EST CREEE ACTIVE, EXPIRANT LE MEME MOIS TROIS ANS PLUS     *
      *    TARD, SANS COTISATION ENCORE PERCUE ;                      *
      *  - 'B' OPPOSITION (CARTE ACTIVE -> BLOQUEE) ;                 *
      *  - 'D' LEVEE D'OPPOSITION (CARTE BLOQUEE -> ACTIVE) ;         *
      *  - 'R' RESILIATION (CARTE ACTIVE OU BLOQUEE -> RESILIEE).     *
      *  LE MAITRE EST REECRIT PERE-FILS (F-CARTE-S) ; LES            *
      *  OPERATIONS ET LES TRANSACTIONS REJETEES (AVEC LEUR MOTIF)    *
      *  SONT LISTEES SUR LE JOURNAL F-ETATCRT-S.                     *
      *  LE RENOUVELLEMENT ET LA COTISATION ANNUELLE SONT TRAITES     *
      *  PAR ARIO140 (MENSUEL).                                       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO139.
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
      *                      F-CRTMAJ-E : TRANSACTIONS DE MAINTENANCE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CRTMAJ-E ASSIGN TO CRTMAJ
                   FILE STATUS         IS WS-FS-CRTMAJ-E.
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
      *                      F-LIEN-E : LIENS CLIENTS / COMPTES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LIEN-E   ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      F-CARTE-S : CARTES (MAITRE N)
      *                      -------------------------------------------
           SELECT  F-CARTE-S           ASSIGN TO CARTES
                   FILE STATUS         IS WS-FS-CARTE-S.
      *                      -------------------------------------------
      *                      F-ETATCRT-S : JOURNAL DES CARTES
      *                      -------------------------------------------
           SELECT  F-ETATCRT-S         ASSIGN TO ETATCRT
                   FILE STATUS         IS WS-FS-ETATCRT-S.
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
       FD  F-CRTMAJ-E
           RECORDING MODE IS F.
       01  FS-ENRG-CRTMAJ-E           PIC X(80).
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
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       FD  F-CARTE-S
           RECORDING MODE IS F.
       01  FS-ENRG-CARTE-S            PIC X(80).
      *
       FD  F-ETATCRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCRT-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- CARTE (MAITRE) --------------------------------*
      *
           COPY CARTE.
      *
      *---------------- COMPTE (COTE BANQUE) --------------------------*
      *
           COPY TP3CPTE.
      *
      *---------------- REFERENTIEL CLIENTS ET LIENS ------------------*
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CARTE-E             PIC XX.
           88  OK-CARTE-E            VALUE '00' '05'.
           88  EOF-CARTE-E           VALUE '10'.
           88  NOTFOUND-CARTE-E      VALUE '35'.
       01  WS-FS-CRTMAJ-E            PIC XX.
           88  OK-CRTMAJ-E           VALUE '00' '05'.
           88  EOF-CRTMAJ-E          VALUE '10'.
           88  NOTFOUND-CRTMAJ-E     VALUE '35'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  NOTFOUND-CPTEKS       VALUE '23'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00' '05'.
           88  EOF-CLIM-E            VALUE '10'.
           88  NOTFOUND-CLIM-E       VALUE '35'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUE '00' '05'.
           88  EOF-LIEN-E            VALUE '10'.
           88  NOTFOUND-LIEN-E       VALUE '35'.
       01  WS-FS-CARTE-S             PIC XX.
           88  OK-CARTE-S            VALUE '00'.
       01  WS-FS-ETATCRT-S           PIC XX.
           88  OK-ETATCRT-S          VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- TRANSACTION DE MAINTENANCE --------------------*
      *
       01  WS-ENRG-F-CRTMAJ.
           05  WS-MAJ-ACTION         PIC X(01).
               88  MAJ-CREATION      VALUE 'C'.
               88  MAJ-OPPOSITION    VALUE 'B'.
               88  MAJ-LEVEE-OPPO    VALUE 'D'.
               88  MAJ-RESILIATION   VALUE 'R'.
           05  WS-MAJ-NUM            PIC X(16).
               88  MAJ-NUM-MAX       VALUE HIGH-VALUES.
           05  WS-MAJ-CPTE           PIC X(10).
           05  WS-MAJ-CLI            PIC X(08).
           05  WS-MAJ-TYPE           PIC X(02).
               88  MAJ-TYPE-VALIDE   VALUES 'CL' 'PR'.
           05  FILLER                PIC X(43).
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
      *---------------- SAUVEGARDE DE L'ENREGISTREMENT MAITRE ---------*
      *
      *    UNE EMISSION EST CONSTRUITE DANS LA ZONE COMMUNE DE LA
      *    CARTE ; L'ENREGISTREMENT MAITRE EN COURS DE RAPPROCHEMENT
      *    EST PRESERVE ICI PENDANT CE TEMPS.
      *
       01  WS-SAV-CARTE              PIC X(80).
       01  WS-MOTIF-REJET            PIC X(40).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CRT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-ECRITES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-EMISES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-BLOQUEES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-DEBLOQUEES     PIC 9(05) VALUE ZERO.
       01  WS-CPT-CRT-RESILIEES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-MAJ-REJET          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LCRT-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LCRT-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'JOURNAL DES CARTES BANCAIRES AU '.
           05  WS-LCRT-DATE-ED       PIC 9(08).
       01  WS-LCRT-LIGNE.
           05  WS-LCRT-NUM-ED        PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRT-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRT-ACTION-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRT-LIB-ED        PIC X(40).
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCRT         PIC X(01) VALUE 'T'.
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
      *   TRAITEMENT PRINCIPAL : RAPPROCHEMENT MAITRE / MAINTENANCE   *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO139'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6200-CHARGE-REF-CLIENTS-DEB
              THRU 6200-CHARGE-REF-CLIENTS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCARTE-DEB
              THRU 6010-READ-FCARTE-FIN.
      *
           PERFORM 6020-READ-FCRTMAJ-DEB
              THRU 6020-READ-FCRTMAJ-FIN.
      *
           PERFORM 1000-RAPPROCHEMENT-DEB
              THRU 1000-RAPPROCHEMENT-FIN
             UNTIL CRT-NUM-MAX-E AND MAJ-NUM-MAX.
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
      *   RAPPROCHEMENT D'UNE CLE                                     *
      *---------------------------------------------------------------*
      *
       1000-RAPPROCHEMENT-DEB.
      *
           EVALUATE TRUE
              WHEN WS-CRT-NUM-E < WS-MAJ-NUM
                   PERFORM 2000-CARTE-SANS-MAJ-DEB
                      THRU 2000-CARTE-SANS-MAJ-FIN
              WHEN WS-CRT-NUM-E = WS-MAJ-NUM
                   PERFORM 2010-CARTE-AVEC-MAJ-DEB
                      THRU 2010-CARTE-AVEC-MAJ-FIN
              WHEN WS-CRT-NUM-E > WS-MAJ-NUM
                   PERFORM 2020-MAJ-SANS-CARTE-DEB
                      THRU 2020-MAJ-SANS-CARTE-FIN
           END-EVALUATE.
      *
       1000-RAPPROCHEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CARTE SANS (OU APRES SES) TRANSACTIONS : REPORT             *
      *---------------------------------------------------------------*
      *
       2000-CARTE-SANS-MAJ-DEB.
      *
           PERFORM 6040-WRITE-FCARTES-DEB
              THRU 6040-WRITE-FCARTES-FIN.
      *
           PERFORM 6010-READ-FCARTE-DEB
              THRU 6010-READ-FCARTE-FIN.
      *
       2000-CARTE-SANS-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CARTE AVEC TRANSACTION                                      *
      *---------------------------------------------------------------*
      *
      *    LA CARTE RESTE EN MAIN TANT QUE DES TRANSACTIONS PORTENT
      *    SUR ELLE (OPPOSITION PUIS LEVEE LE MEME JOUR, ETC.) ; ELLE
      *    EST REPORTEE PAR 2000 QUAND LA CLE SUIVANTE EST ATTEINTE.
      *
       2010-CARTE-AVEC-MAJ-DEB.
      *
           MOVE WS-MAJ-NUM               TO WS-LCRT-NUM-ED.
           MOVE WS-CRT-CPTE-E            TO WS-LCRT-CPTE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LCRT-ACTION-ED.
      *
           EVALUATE TRUE
              WHEN MAJ-OPPOSITION AND CRT-ACTIVE-E
                   ADD 1                  TO WS-CPT-CRT-BLOQUEES
                   SET CRT-BLOQUEE-E      TO TRUE
                   MOVE 'OPPOSITION : CARTE BLOQUEE'
                                          TO WS-LCRT-LIB-ED
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-LEVEE-OPPO AND CRT-BLOQUEE-E
                   ADD 1                  TO WS-CPT-CRT-DEBLOQUEES
                   SET CRT-ACTIVE-E       TO TRUE
                   MOVE 'LEVEE D''OPPOSITION : CARTE REACTIVEE'
                                          TO WS-LCRT-LIB-ED
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-RESILIATION AND NOT CRT-RESILIEE-E
                   ADD 1                  TO WS-CPT-CRT-RESILIEES
                   SET CRT-RESILIEE-E     TO TRUE
                   MOVE 'CARTE RESILIEE'  TO WS-LCRT-LIB-ED
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-CREATION
                   MOVE 'EMISSION D''UNE CARTE DEJA EXISTANTE'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN MAJ-OPPOSITION OR MAJ-LEVEE-OPPO
                   OR MAJ-RESILIATION
                   MOVE 'TRANSACTION INCOMPATIBLE AVEC LE STATUT'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN OTHER
                   MOVE 'TRANSACTION MAINTENANCE IRRECEVABLE'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
           END-EVALUATE.
      *
           PERFORM 6020-READ-FCRTMAJ-DEB
              THRU 6020-READ-FCRTMAJ-FIN.
      *
       2010-CARTE-AVEC-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRANSACTION SANS CARTE : EMISSION OU REJET                  *
      *---------------------------------------------------------------*
      *
       2020-MAJ-SANS-CARTE-DEB.
      *
           IF MAJ-CREATION
              PERFORM 7000-CTRL-CREATION-DEB
                 THRU 7000-CTRL-CREATION-FIN
           ELSE
              MOVE 'TRANSACTION SUR UNE CARTE INCONNUE'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
           END-IF.
      *
           PERFORM 6020-READ-FCRTMAJ-DEB
              THRU 6020-READ-FCRTMAJ-FIN.
      *
       2020-MAJ-SANS-CARTE-FIN.
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
           OPEN INPUT F-CRTMAJ-E.
           IF NOT (OK-CRTMAJ-E OR NOTFOUND-CRTMAJ-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CRTMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CRTMAJ-E
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
           OPEN OUTPUT F-ETATCRT-S.
           IF NOT OK-ETATCRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCRT-S
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
       6020-READ-FCRTMAJ-DEB.
           IF NOTFOUND-CRTMAJ-E
              SET MAJ-NUM-MAX            TO TRUE
              GO TO 6020-READ-FCRTMAJ-FIN
           END-IF.
           READ F-CRTMAJ-E INTO WS-ENRG-F-CRTMAJ.
           EVALUATE TRUE
              WHEN OK-CRTMAJ-E
                 CONTINUE
              WHEN EOF-CRTMAJ-E
                 SET MAJ-NUM-MAX         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRTMAJ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CRTMAJ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FCRTMAJ-FIN.
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
           IF NOT NOTFOUND-CRTMAJ-E
              CLOSE F-CRTMAJ-E
           END-IF.
           CLOSE F-CPTEKS.
           CLOSE F-CARTE-S.
           IF NOT OK-CARTE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CARTE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATCRT-S.
           IF NOT OK-ETATCRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATCRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL CLIENTS ET DES LIENS EN MEMOIRE
      *    (FICHIERS OPTIONNELS : ABSENTS, AUCUN PORTEUR NE PEUT ETRE
      *    RECONNU ET TOUTE EMISSION EST REJETEE).
      *
       6200-CHARGE-REF-CLIENTS-DEB.
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
                 GO TO 6200-CHARGE-REF-CLIENTS-FIN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           MOVE ZERO                    TO WS-NB-LIEN.
           OPEN INPUT F-LIEN-E.
           EVALUATE TRUE
              WHEN OK-LIEN-E
                 PERFORM 6230-READ-FLIEN-DEB
                    THRU 6230-READ-FLIEN-FIN
                 PERFORM 6240-ALIM-LIEN-DEB
                    THRU 6240-ALIM-LIEN-FIN
                   UNTIL EOF-LIEN-E
                 CLOSE F-LIEN-E
              WHEN NOTFOUND-LIEN-E
                 GO TO 6200-CHARGE-REF-CLIENTS-FIN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-CHARGE-REF-CLIENTS-FIN.
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
       6230-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-READ-FLIEN-FIN.
           EXIT.
      *
       6240-ALIM-LIEN-DEB.
           IF WS-NB-LIEN < WS-MAX-LIEN
              ADD 1                     TO WS-NB-LIEN
              SET WS-IX-LIEN            TO WS-NB-LIEN
              MOVE WS-LIE-CPTE-E     TO WS-LIEN-CPTE(WS-IX-LIEN)
              MOVE WS-LIE-CLI-E      TO WS-LIEN-CLI(WS-IX-LIEN)
              MOVE WS-LIE-ROLE-E     TO WS-LIEN-ROLE(WS-IX-LIEN)
              MOVE WS-LIE-DFIN-E     TO WS-LIEN-DFIN(WS-IX-LIEN)
           ELSE
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
       6240-ALIM-LIEN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    CONTROLE D'UNE EMISSION : NUMERO, TYPE, COMPTE ET PORTEUR.
      *    UNE EMISSION RECEVABLE DEVIENT UNE CARTE ACTIVE ECRITE SUR
      *    LE NOUVEAU MAITRE A SA PLACE DANS L'ORDRE DES NUMEROS.
      *
       7000-CTRL-CREATION-DEB.
      *
           IF WS-MAJ-NUM IS NOT NUMERIC
              OR NOT MAJ-TYPE-VALIDE
              MOVE 'NUMERO NON NUMERIQUE OU TYPE NI CL NI PR'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
      *    COMPTE DE RATTACHEMENT : COMPTE A VUE OUVERT DU MAITRE.
      *
           MOVE WS-MAJ-CPTE              TO FS-KS-CLE.
           READ F-CPTEKS INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                 MOVE 'COMPTE DE RATTACHEMENT INCONNU'
                                         TO WS-MOTIF-REJET
              WHEN NOT OK-CPTEKS
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER CPTEKS'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN NOT CPTE-OUVERT
                 MOVE 'COMPTE DE RATTACHEMENT BLOQUE OU CLOS'
                                         TO WS-MOTIF-REJET
              WHEN NOT CPTE-A-VUE
                 MOVE 'COMPTE DE RATTACHEMENT NON A VUE'
                                         TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE SPACE              TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACE
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
      *    PORTEUR : CLIENT ACTIF, TITULAIRE OU CO-TITULAIRE DU COMPTE.
      *
           PERFORM 7100-RECH-PORTEUR-DEB
              THRU 7100-RECH-PORTEUR-FIN.
           IF LIEN-NON-TROUVE
              MOVE 'PORTEUR NON TITULAIRE ACTIF DU COMPTE'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
           IF CLIM-NON-TROUVE
              MOVE 'PORTEUR INCONNU OU RADIE DU REFERENTIEL'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-CRT-EMISES.
           MOVE WS-ENRG-F-CARTE          TO WS-SAV-CARTE.
           MOVE SPACES                   TO WS-ENRG-F-CARTE.
           MOVE WS-MAJ-NUM               TO WS-CRT-NUM-E.
           MOVE WS-MAJ-CPTE              TO WS-CRT-CPTE-E.
           MOVE WS-MAJ-CLI               TO WS-CRT-CLI-E.
           MOVE WS-MAJ-TYPE              TO WS-CRT-TYPE-E.
           MOVE WS-DATE-SYST-N           TO WS-CRT-DEMIS-E.
           COMPUTE WS-CRT-DEXP-E = (WS-DATE-SYST-AA + 3) * 100
                                 + WS-DATE-SYST-MM.
           SET CRT-ACTIVE-E              TO TRUE.
           MOVE ZERO                     TO WS-CRT-DRENOUV-E
                                            WS-CRT-DCOTIS-E.
           PERFORM 6040-WRITE-FCARTES-DEB
              THRU 6040-WRITE-FCARTES-FIN.
      *
           MOVE WS-MAJ-NUM               TO WS-LCRT-NUM-ED.
           MOVE WS-MAJ-CPTE              TO WS-LCRT-CPTE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LCRT-ACTION-ED.
           MOVE 'CARTE EMISE - EXPIRATION'
                                         TO WS-LCRT-LIB-ED.
           MOVE WS-CRT-DEXP-E            TO WS-LCRT-LIB-ED(26:6).
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           MOVE WS-SAV-CARTE             TO WS-ENRG-F-CARTE.
      *
       7000-CTRL-CREATION-FIN.
           EXIT.
      *
      *    TRANSACTION IRRECEVABLE : LISTEE AVEC SON MOTIF ET COMPTEE.
      *
       7050-REJET-MAJ-DEB.
           ADD 1                         TO WS-CPT-MAJ-REJET.
           MOVE WS-MAJ-NUM               TO WS-LCRT-NUM-ED.
           MOVE WS-MAJ-CPTE              TO WS-LCRT-CPTE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LCRT-ACTION-ED.
           MOVE WS-MOTIF-REJET           TO WS-LCRT-LIB-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7050-REJET-MAJ-FIN.
           EXIT.
      *
      *    RECHERCHE DU LIEN ACTIF DU PORTEUR SUR LE COMPTE (TITULAIRE
      *    OU CO-TITULAIRE) PUIS DU PORTEUR ACTIF DANS LE REFERENTIEL.
      *
       7100-RECH-PORTEUR-DEB.
           SET CLIM-NON-TROUVE          TO TRUE.
           SET LIEN-NON-TROUVE          TO TRUE.
           SET WS-IX-LIEN               TO 1.
           PERFORM 7110-RECH-LIEN-PORT-DEB
              THRU 7110-RECH-LIEN-PORT-FIN
             UNTIL (WS-IX-LIEN > WS-NB-LIEN) OR LIEN-TROUVE.
           IF LIEN-NON-TROUVE
              GO TO 7100-RECH-PORTEUR-FIN
           END-IF.
           SET WS-IX-CLIM               TO 1.
           PERFORM 7120-RECH-UN-CLIENT-DEB
              THRU 7120-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLIM > WS-NB-CLIM) OR CLIM-TROUVE.
       7100-RECH-PORTEUR-FIN.
           EXIT.
      *
       7110-RECH-LIEN-PORT-DEB.
           IF WS-LIEN-CPTE(WS-IX-LIEN) = WS-MAJ-CPTE
              AND WS-LIEN-CLI(WS-IX-LIEN) = WS-MAJ-CLI
              AND LIEN-ACTIF(WS-IX-LIEN)
              AND (LIEN-TITULAIRE(WS-IX-LIEN)
                   OR LIEN-COTITULAIRE(WS-IX-LIEN))
              SET LIEN-TROUVE           TO TRUE
           ELSE
              ADD 1                     TO WS-IX-LIEN
           END-IF.
       7110-RECH-LIEN-PORT-FIN.
           EXIT.
      *
       7120-RECH-UN-CLIENT-DEB.
           IF WS-CLIM-NUM(WS-IX-CLIM) = WS-MAJ-CLI
              AND WS-CLIM-STATUT(WS-IX-CLIM) NOT = 'R'
              SET CLIM-TROUVE           TO TRUE
           ELSE
              ADD 1                     TO WS-IX-CLIM
           END-IF.
       7120-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO139'                TO WS-MSQ-PROG.
           MOVE 'ETATCRT'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCRT.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCRT-LIGNE
      *    AVANT ECRITURE SUR ETATCRT.
      *
       7610-MASQUE-LCRT-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATCRT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LCRT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCRT-CPTE-ED.
       7610-MASQUE-LCRT-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LCRT-DATE-ED.
           WRITE FS-ENRG-ETATCRT-S       FROM WS-LCRT-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCRT-S       FROM WS-LCRT-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           PERFORM 7610-MASQUE-LCRT-LIGNE-DEB
              THRU 7610-MASQUE-LCRT-LIGNE-FIN.
           WRITE FS-ENRG-ETATCRT-S       FROM WS-LCRT-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO139     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CARTES LUES AU MAITRE        :  ' WS-CPT-CRT-LUES.
           DISPLAY 'CARTES EMISES                :  '
                   WS-CPT-CRT-EMISES.
           DISPLAY 'CARTES MISES EN OPPOSITION   :  '
                   WS-CPT-CRT-BLOQUEES.
           DISPLAY 'OPPOSITIONS LEVEES           :  '
                   WS-CPT-CRT-DEBLOQUEES.
           DISPLAY 'CARTES RESILIEES             :  '
                   WS-CPT-CRT-RESILIEES.
           DISPLAY 'CARTES ECRITES AU MAITRE     :  '
                   WS-CPT-CRT-ECRITES.
           DISPLAY 'TRANSACTIONS REJETEES        :  '
                   WS-CPT-MAJ-REJET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO139         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO139        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
