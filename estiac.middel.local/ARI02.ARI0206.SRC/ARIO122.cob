      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO122                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ANALYSE MENSUELLE DE LA MARGE BRUTE REALISEE POUR LA PERIODE *
      *  AAAAMM RECUE EN SYSIN (DEFAUT : MOIS PRECEDENT) :            *
      *  CHAQUE LIGNE FACTUREE DE LA PERIODE (CONCATENATION DES       *
      *  FICHIERS FACLIG DE LA FACTURATION ARIO095), DIMINUEE DES     *
      *  LIGNES D'AVOIR DES RETOURS ARIO097 (FICHIERS AVOLIG), EST    *
      *  VALORISEE AU COUT MOYEN PONDERE DE L'ARTICLE EN VIGUEUR A LA *
      *  DATE DE LA VENTE (DERNIERE VALORISATION ARIO938 DE DATE      *
      *  INFERIEURE OU EGALE, HISTORIQUE CMPART). LES RESULTATS       *
      *  (CHIFFRE D'AFFAIRES HT, COUT, MARGE, TAUX DE MARGE) SONT     *
      *  CUMULES PAR CLIENT, PAR ARTICLE ET PAR CATEGORIE D'ARTICLE   *
      *  (WS-ART-CATEG LU DANS ART0206). L'ETAT DONNE D'ABORD LES     *
      *  LIGNES VENDUES SOUS LE COUT AVEC LA REMISE QUI LES A         *
      *  PROVOQUEES (CATEGORIE TARIFAIRE ET POURCENTAGE PORTES PAR    *
      *  LA LIGNE) ET LES LIGNES SANS COUT CONNU, PUIS LES CUMULS ET  *
      *  LE CLASSEMENT DES DIX CLIENTS ET DES DIX ARTICLES LES MOINS  *
      *  RENTABLES (MARGE LA PLUS FAIBLE).                            *
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
       PROGRAM-ID.      ARIO122.
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
      *                      F-FACLIG-E : LIGNES DE FACTURE (ARIO095)
      *                      -------------------------------------------
           SELECT  F-FACLIG-E          ASSIGN TO FACLIG
                   FILE STATUS         IS WS-FS-FACLIG.
      *                      -------------------------------------------
      *                      F-AVOLIG-E : LIGNES D'AVOIR (ARIO097)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AVOLIG-E ASSIGN TO AVOLIG
                   FILE STATUS         IS WS-FS-AVOLIG.
      *                      -------------------------------------------
      *                      F-CMPART-E : HISTORIQUE DES COUTS MOYENS
      *                      -------------------------------------------
           SELECT  F-CMPART-E          ASSIGN TO CMPART
                   FILE STATUS         IS WS-FS-CMPART.
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART.
      *                      -------------------------------------------
      *                      F-ETAT-S : ETAT DES MARGES
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATMRG
                   FILE STATUS         IS WS-FS-ETAT.
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
       FD  F-FACLIG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-E           PIC X(60).
      *
       FD  F-AVOLIG-E
           RECORDING MODE IS F.
       01  FS-ENRG-AVOLIG-E           PIC X(60).
      *
       FD  F-CMPART-E
           RECORDING MODE IS F.
       01  FS-ENRG-CMPART-E           PIC X(30).
      *
       FD  F-ART-E
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETAT-S             PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- LIGNE DE FACTURE OU D'AVOIR -------------------*
      *
           COPY FACLIG.
      *
      *---------------- COUT MOYEN PONDERE DATE -----------------------*
      *
           COPY CMPART.
      *
      *---------------- ENREGISTREMENT ARTICLE ------------------------*
      *
           COPY ARTICLE.
      *
      *---------------- HISTORIQUE DES COUTS EN MEMOIRE ---------------*
      *
       01  WS-TAB-CMP.
           05  WS-TCP-EL             OCCURS 9000 TIMES.
               10  WS-TCP-ART        PIC X(06).
               10  WS-TCP-DATE       PIC 9(08).
               10  WS-TCP-CMP        PIC 9(05)V99 COMP-3.
       01  WS-NB-CMP                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CMP                 PIC S9(04) COMP VALUE ZERO.
       01  WS-JX-CMP                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- CUMULS PAR CLIENT -----------------------------*
      *
       01  WS-TAB-CLI.
           05  WS-TCL-EL             OCCURS 1000 TIMES.
               10  WS-TCL-CODE       PIC X(08).
               10  WS-TCL-CA         PIC S9(11)V99 COMP-3.
               10  WS-TCL-COUT       PIC S9(11)V99 COMP-3.
               10  WS-TCL-SW-CLASSE  PIC X(01).
                   88  TCL-CLASSE        VALUE 'O'.
                   88  TCL-NON-CLASSE    VALUE 'N'.
       01  WS-NB-CLI                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CLI                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CLI-TROUVE          PIC X(01).
           88  CLI-TROUVE            VALUE 'O'.
           88  CLI-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CUMULS PAR ARTICLE ----------------------------*
      *
       01  WS-TAB-ART.
           05  WS-TAR-EL             OCCURS 2000 TIMES.
               10  WS-TAR-CODE       PIC X(06).
               10  WS-TAR-CATEG      PIC X(04).
               10  WS-TAR-CA         PIC S9(11)V99 COMP-3.
               10  WS-TAR-COUT       PIC S9(11)V99 COMP-3.
               10  WS-TAR-SW-CLASSE  PIC X(01).
                   88  TAR-CLASSE        VALUE 'O'.
                   88  TAR-NON-CLASSE    VALUE 'N'.
       01  WS-NB-ART                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ART                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-ART-TROUVE          PIC X(01).
           88  ART-TROUVE            VALUE 'O'.
           88  ART-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CUMULS PAR CATEGORIE --------------------------*
      *
       01  WS-TAB-CAT.
           05  WS-TCT-EL             OCCURS 100 TIMES.
               10  WS-TCT-CATEG      PIC X(04).
               10  WS-TCT-CA         PIC S9(11)V99 COMP-3.
               10  WS-TCT-COUT       PIC S9(11)V99 COMP-3.
       01  WS-NB-CAT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CAT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CAT-TROUVE          PIC X(01).
           88  CAT-TROUVEE           VALUE 'O'.
           88  CAT-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-FACLIG              PIC XX.
           88  OK-FACLIG             VALUE '00'.
           88  EOF-FACLIG            VALUE '10'.
       01  WS-FS-AVOLIG              PIC XX.
           88  OK-AVOLIG             VALUE '00'.
           88  EOF-AVOLIG            VALUE '10'.
           88  NOTFOUND-AVOLIG       VALUE '35'.
       01  WS-FS-CMPART              PIC XX.
           88  OK-CMPART             VALUE '00'.
           88  EOF-CMPART            VALUE '10'.
       01  WS-FS-ART                 PIC XX.
           88  OK-ART                VALUE '00'.
           88  NOTFOUND-ART          VALUE '23'.
       01  WS-FS-ETAT                PIC XX.
           88  OK-ETAT               VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-PERIODE        PIC X(06).
           05  FILLER                PIC X(74).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-SYST-R REDEFINES WS-DATE-SYST.
           05  WS-DSY-AAAA           PIC 9(04).
           05  WS-DSY-MM             PIC 9(02).
           05  WS-DSY-JJ             PIC 9(02).
       01  WS-PERIODE                PIC 9(06).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-AAAA           PIC 9(04).
           05  WS-PER-MM             PIC 9(02).
       01  WS-CMP-RETENU             PIC 9(05)V99.
       01  WS-SW-CMP                 PIC X(01).
           88  CMP-TROUVE            VALUE 'O'.
           88  CMP-NON-TROUVE        VALUE 'N'.
       01  WS-LIG-CA                 PIC S9(09)V99 COMP-3.
       01  WS-LIG-COUT               PIC S9(09)V99 COMP-3.
       01  WS-CALC-CA                PIC S9(11)V99 COMP-3.
       01  WS-CALC-COUT              PIC S9(11)V99 COMP-3.
       01  WS-CALC-MARGE             PIC S9(11)V99 COMP-3.
       01  WS-CALC-TAUX              PIC S9(05)V99 COMP-3.
       01  WS-TOT-CA                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-COUT               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RANG                   PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-MIN                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MARGE-MIN              PIC S9(11)V99 COMP-3.
       01  WS-MARGE-EL               PIC S9(11)V99 COMP-3.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-FACLIG             PIC 9(07) VALUE ZERO.
       01  WS-CPT-AVOLIG             PIC 9(07) VALUE ZERO.
       01  WS-CPT-HORS-PERIODE       PIC 9(07) VALUE ZERO.
       01  WS-CPT-SOUS-COUT          PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-CMP           PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES DE L'ETAT ------------------------------*
      *
       01  WS-LMRG-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LMRG-TITRE.
           05  FILLER                PIC X(45) VALUE
               'ESTIAC - ANALYSE DE LA MARGE BRUTE - PERIODE '.
           05  WS-LMRG-PERIODE-ED    PIC 9(06).
       01  WS-LMRG-SECTION           PIC X(132).
       01  WS-LMRG-ENT-EXC.
           05  FILLER                PIC X(40) VALUE
               'PIECE    COMMANDE CLIENT   DATE     ARTI'.
           05  FILLER                PIC X(40) VALUE
               'CLE     QTE       CA HT        COUT     '.
           05  FILLER                PIC X(52) VALUE
               '    MARGE  REMISE  OBSERVATION'.
       01  WS-LMRG-EXC.
           05  WS-LMRG-X-PIECE-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-CDE-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-CLI-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-DATE-ED     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-ART-ED      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-QTE-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-CA-ED       PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-COUT-ED     PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-MARGE-ED    PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMRG-X-REMCAT-ED   PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-X-REMPCT-ED   PIC X(02).
           05  FILLER                PIC X(02) VALUE '% '.
           05  WS-LMRG-X-NOTE-ED     PIC X(20).
       01  WS-LMRG-ENT-SYNT.
           05  FILLER                PIC X(40) VALUE
               'RANG CODE     CATEG   CHIFFRE AFF. HT   '.
           05  FILLER                PIC X(40) VALUE
               '     COUT REVIENT            MARGE   TAU'.
           05  FILLER                PIC X(52) VALUE
               'X %'.
       01  WS-LMRG-SYNT.
           05  WS-LMRG-S-RANG-ED     PIC ZZZ.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMRG-S-CODE-ED     PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMRG-S-CATEG-ED    PIC X(04).
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LMRG-S-CA-ED       PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LMRG-S-COUT-ED     PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LMRG-S-MARGE-ED    PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LMRG-S-TAUX-ED     PIC -ZZZ9,99.
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
           IF WS-DEM-PERIODE IS NUMERIC
              MOVE WS-DEM-PERIODE        TO WS-PERIODE
           ELSE
              MOVE WS-DSY-AAAA           TO WS-PER-AAAA
              MOVE WS-DSY-MM             TO WS-PER-MM
              IF WS-PER-MM = 1
                 SUBTRACT 1              FROM WS-PER-AAAA
                 MOVE 12                 TO WS-PER-MM
              ELSE
                 SUBTRACT 1              FROM WS-PER-MM
              END-IF
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO122'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6100-CHARGE-CMP-DEB
              THRU 6100-CHARGE-CMP-FIN.
      *
      *--------------- LIGNES FACTUREES ET AVOIRS DE LA PERIODE -------*
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FFACLIG-DEB
              THRU 6010-READ-FFACLIG-FIN.
           PERFORM 1000-TRT-FACLIG-DEB
              THRU 1000-TRT-FACLIG-FIN
             UNTIL EOF-FACLIG.
      *
           PERFORM 6200-TRT-AVOIRS-DEB
              THRU 6200-TRT-AVOIRS-FIN.
      *
      *--------------- CUMULS ET CLASSEMENTS --------------------------*
      *
           PERFORM 8200-EDIT-CLIENTS-DEB
              THRU 8200-EDIT-CLIENTS-FIN.
           PERFORM 8300-EDIT-ARTICLES-DEB
              THRU 8300-EDIT-ARTICLES-FIN.
           PERFORM 8400-EDIT-CATEGORIES-DEB
              THRU 8400-EDIT-CATEGORIES-FIN.
           PERFORM 8500-CLASSE-CLIENTS-DEB
              THRU 8500-CLASSE-CLIENTS-FIN.
           PERFORM 8600-CLASSE-ARTICLES-DEB
              THRU 8600-CLASSE-ARTICLES-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-FACLIG + WS-CPT-AVOLIG.
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
      *   TRAITEMENT D'UNE LIGNE DE FACTURE OU D'AVOIR                *
      *---------------------------------------------------------------*
      *
       1000-TRT-FACLIG-DEB.
      *
           IF WS-FLG-DATE(1:6) NOT = WS-PERIODE
              ADD 1                      TO WS-CPT-HORS-PERIODE
              GO TO 1000-SUITE
           END-IF.
           IF FLG-AVOIR
              ADD 1                      TO WS-CPT-AVOLIG
           ELSE
              ADD 1                      TO WS-CPT-FACLIG
           END-IF.
      *
      *    COUT DE LA LIGNE AU CMP EN VIGUEUR A LA DATE DE LA VENTE.
      *
           PERFORM 7000-RECH-CMP-DEB
              THRU 7000-RECH-CMP-FIN.
           MOVE WS-FLG-MT-HT             TO WS-LIG-CA.
           COMPUTE WS-LIG-COUT ROUNDED = WS-FLG-QTE * WS-CMP-RETENU.
      *
      *    UN AVOIR VIENT EN DEDUCTION DU CHIFFRE D'AFFAIRES ET DU
      *    COUT (LA MARCHANDISE RETOURNEE REVIENT EN STOCK).
      *
           IF FLG-AVOIR
              COMPUTE WS-LIG-CA   = ZERO - WS-LIG-CA
              COMPUTE WS-LIG-COUT = ZERO - WS-LIG-COUT
           END-IF.
      *
           PERFORM 7100-RECH-CLIENT-DEB
              THRU 7100-RECH-CLIENT-FIN.
           ADD WS-LIG-CA                 TO WS-TCL-CA(WS-IX-CLI).
           ADD WS-LIG-COUT               TO WS-TCL-COUT(WS-IX-CLI).
           PERFORM 7200-RECH-ARTICLE-DEB
              THRU 7200-RECH-ARTICLE-FIN.
           ADD WS-LIG-CA                 TO WS-TAR-CA(WS-IX-ART).
           ADD WS-LIG-COUT               TO WS-TAR-COUT(WS-IX-ART).
           PERFORM 7300-RECH-CATEG-DEB
              THRU 7300-RECH-CATEG-FIN.
           ADD WS-LIG-CA                 TO WS-TCT-CA(WS-IX-CAT).
           ADD WS-LIG-COUT               TO WS-TCT-COUT(WS-IX-CAT).
           ADD WS-LIG-CA                 TO WS-TOT-CA.
           ADD WS-LIG-COUT               TO WS-TOT-COUT.
      *
      *    LIGNES A SIGNALER : VENTE SOUS LE COUT, ARTICLE SANS COUT.
      *
           MOVE SPACES                   TO WS-LMRG-X-NOTE-ED.
           IF CMP-NON-TROUVE
              ADD 1                      TO WS-CPT-SANS-CMP
              MOVE 'SANS COUT CONNU'     TO WS-LMRG-X-NOTE-ED
              PERFORM 8100-EDIT-EXCEPTION-DEB
                 THRU 8100-EDIT-EXCEPTION-FIN
              GO TO 1000-SUITE
           END-IF.
           IF FLG-FACTURE
              AND WS-LIG-CA < WS-LIG-COUT
              ADD 1                      TO WS-CPT-SOUS-COUT
              IF WS-FLG-REM-CAT = SPACES
                 MOVE 'VENTE SOUS LE COUT'  TO WS-LMRG-X-NOTE-ED
              ELSE
                 MOVE 'SOUS LE COUT REMISE' TO WS-LMRG-X-NOTE-ED
              END-IF
              PERFORM 8100-EDIT-EXCEPTION-DEB
                 THRU 8100-EDIT-EXCEPTION-FIN
           END-IF.
      *
       1000-SUITE.
           IF FLG-AVOIR
              PERFORM 6210-READ-FAVOLIG-DEB
                 THRU 6210-READ-FAVOLIG-FIN
           ELSE
              PERFORM 6010-READ-FFACLIG-DEB
                 THRU 6010-READ-FFACLIG-FIN
           END-IF.
      *
       1000-TRT-FACLIG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-FACLIG-E.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CMPART-E.
           IF NOT OK-CMPART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CMPART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMPART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETAT-S.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FFACLIG-DEB.
           READ F-FACLIG-E               INTO WS-ENRG-F-FACLIG.
           IF NOT OK-FACLIG AND NOT EOF-FACLIG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *    LES LIGNES DE FACLIG SONT TOUJOURS DES LIGNES DE FACTURE.
           IF OK-FACLIG
              SET FLG-FACTURE            TO TRUE
           END-IF.
       6010-READ-FFACLIG-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-FACLIG-E.
           CLOSE F-CMPART-E.
           CLOSE F-ART-E.
           CLOSE F-ETAT-S.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    HISTORIQUE DES COUTS : SEULES LES VALORISATIONS ANTERIEURES
      *    A LA FIN DE LA PERIODE PEUVENT SERVIR.
      *
       6100-CHARGE-CMP-DEB.
           PERFORM 6110-READ-FCMPART-DEB
              THRU 6110-READ-FCMPART-FIN.
           PERFORM 6120-RANGE-CMP-DEB
              THRU 6120-RANGE-CMP-FIN
             UNTIL EOF-CMPART.
       6100-CHARGE-CMP-FIN.
           EXIT.
      *
       6110-READ-FCMPART-DEB.
           READ F-CMPART-E               INTO WS-ENRG-F-CMPART.
           IF NOT OK-CMPART AND NOT EOF-CMPART
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CMPART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMPART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FCMPART-FIN.
           EXIT.
      *
       6120-RANGE-CMP-DEB.
           IF WS-CPA-DATE(1:6) > WS-PERIODE
              GO TO 6120-SUITE
           END-IF.
           IF WS-NB-CMP = 9000
              DISPLAY 'TABLE DES COUTS MOYENS SATUREE (9000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CMP.
           MOVE WS-CPA-ART               TO WS-TCP-ART(WS-NB-CMP).
           MOVE WS-CPA-DATE              TO WS-TCP-DATE(WS-NB-CMP).
           MOVE WS-CPA-CMP               TO WS-TCP-CMP(WS-NB-CMP).
       6120-SUITE.
           PERFORM 6110-READ-FCMPART-DEB
              THRU 6110-READ-FCMPART-FIN.
       6120-RANGE-CMP-FIN.
           EXIT.
      *
      *    AVOIRS DES RETOURS : FICHIER FACULTATIF, TRAITE LIGNE A
      *    LIGNE COMME LES FACTURES.
      *
       6200-TRT-AVOIRS-DEB.
           OPEN INPUT F-AVOLIG-E.
           IF NOTFOUND-AVOLIG
              GO TO 6200-TRT-AVOIRS-FIN
           END-IF.
           IF NOT OK-AVOLIG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AVOLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVOLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FAVOLIG-DEB
              THRU 6210-READ-FAVOLIG-FIN.
           PERFORM 1000-TRT-FACLIG-DEB
              THRU 1000-TRT-FACLIG-FIN
             UNTIL EOF-AVOLIG.
           CLOSE F-AVOLIG-E.
       6200-TRT-AVOIRS-FIN.
           EXIT.
      *
       6210-READ-FAVOLIG-DEB.
           READ F-AVOLIG-E               INTO WS-ENRG-F-FACLIG.
           IF NOT OK-AVOLIG AND NOT EOF-AVOLIG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AVOLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVOLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *    LES LIGNES D'AVOLIG SONT TOUJOURS DES LIGNES D'AVOIR.
           IF OK-AVOLIG
              SET FLG-AVOIR              TO TRUE
           END-IF.
       6210-READ-FAVOLIG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : RECHERCHES ET CALCULS                              *
      *---------------------------------------------------------------*
      *
      *    CMP RETENU : VALORISATION DE L'ARTICLE LA PLUS RECENTE DE
      *    DATE INFERIEURE OU EGALE A LA DATE DE LA LIGNE.
      *
       7000-RECH-CMP-DEB.
           MOVE ZERO                     TO WS-JX-CMP
                                            WS-CMP-RETENU.
           PERFORM 7010-EXAMINE-CMP-DEB
              THRU 7010-EXAMINE-CMP-FIN
             VARYING WS-IX-CMP FROM 1 BY 1
               UNTIL WS-IX-CMP > WS-NB-CMP.
           IF WS-JX-CMP > ZERO
              SET CMP-TROUVE             TO TRUE
              MOVE WS-TCP-CMP(WS-JX-CMP) TO WS-CMP-RETENU
           ELSE
              SET CMP-NON-TROUVE         TO TRUE
           END-IF.
       7000-RECH-CMP-FIN.
           EXIT.
      *
       7010-EXAMINE-CMP-DEB.
           IF WS-TCP-ART(WS-IX-CMP) = WS-FLG-ART
              AND WS-TCP-DATE(WS-IX-CMP) NOT > WS-FLG-DATE
              IF WS-JX-CMP = ZERO
                 OR WS-TCP-DATE(WS-IX-CMP) >
                    WS-TCP-DATE(WS-JX-CMP)
                 MOVE WS-IX-CMP          TO WS-JX-CMP
              END-IF
           END-IF.
       7010-EXAMINE-CMP-FIN.
           EXIT.
      *
       7100-RECH-CLIENT-DEB.
           SET CLI-NON-TROUVE            TO TRUE.
           PERFORM 7110-COMPARE-CLIENT-DEB
              THRU 7110-COMPARE-CLIENT-FIN
             VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-NB-CLI
                  OR CLI-TROUVE.
           IF CLI-TROUVE
              SUBTRACT 1                 FROM WS-IX-CLI
              GO TO 7100-RECH-CLIENT-FIN
           END-IF.
           IF WS-NB-CLI = 1000
              DISPLAY 'TABLE DES CLIENTS SATUREE (1000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CLI.
           MOVE WS-NB-CLI                TO WS-IX-CLI.
           MOVE WS-FLG-CLIENT            TO WS-TCL-CODE(WS-IX-CLI).
           MOVE ZERO                     TO WS-TCL-CA(WS-IX-CLI)
                                            WS-TCL-COUT(WS-IX-CLI).
           SET TCL-NON-CLASSE(WS-IX-CLI) TO TRUE.
       7100-RECH-CLIENT-FIN.
           EXIT.
      *
       7110-COMPARE-CLIENT-DEB.
           IF WS-TCL-CODE(WS-IX-CLI) = WS-FLG-CLIENT
              SET CLI-TROUVE             TO TRUE
           END-IF.
       7110-COMPARE-CLIENT-FIN.
           EXIT.
      *
      *    UN ARTICLE NOUVEAU DANS LA TABLE PREND SA CATEGORIE DANS
      *    ART0206 ('????' S'IL N'Y EST PLUS).
      *
       7200-RECH-ARTICLE-DEB.
           SET ART-NON-TROUVE            TO TRUE.
           PERFORM 7210-COMPARE-ARTICLE-DEB
              THRU 7210-COMPARE-ARTICLE-FIN
             VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-NB-ART
                  OR ART-TROUVE.
           IF ART-TROUVE
              SUBTRACT 1                 FROM WS-IX-ART
              GO TO 7200-RECH-ARTICLE-FIN
           END-IF.
           IF WS-NB-ART = 2000
              DISPLAY 'TABLE DES ARTICLES SATUREE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ART.
           MOVE WS-NB-ART                TO WS-IX-ART.
           MOVE WS-FLG-ART               TO WS-TAR-CODE(WS-IX-ART).
           MOVE ZERO                     TO WS-TAR-CA(WS-IX-ART)
                                            WS-TAR-COUT(WS-IX-ART).
           SET TAR-NON-CLASSE(WS-IX-ART) TO TRUE.
           MOVE WS-FLG-ART               TO FS-ART-CODE.
           READ F-ART-E                  INTO WS-ART-ENR.
           IF OK-ART
              MOVE WS-ART-CATEG          TO WS-TAR-CATEG(WS-IX-ART)
           ELSE
              IF NOTFOUND-ART
                 MOVE '????'             TO WS-TAR-CATEG(WS-IX-ART)
              ELSE
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       7200-RECH-ARTICLE-FIN.
           EXIT.
      *
       7210-COMPARE-ARTICLE-DEB.
           IF WS-TAR-CODE(WS-IX-ART) = WS-FLG-ART
              SET ART-TROUVE             TO TRUE
           END-IF.
       7210-COMPARE-ARTICLE-FIN.
           EXIT.
      *
      *    CATEGORIE DE L'ARTICLE COURANT (WS-IX-ART).
      *
       7300-RECH-CATEG-DEB.
           SET CAT-NON-TROUVEE           TO TRUE.
           PERFORM 7310-COMPARE-CATEG-DEB
              THRU 7310-COMPARE-CATEG-FIN
             VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-NB-CAT
                  OR CAT-TROUVEE.
           IF CAT-TROUVEE
              SUBTRACT 1                 FROM WS-IX-CAT
              GO TO 7300-RECH-CATEG-FIN
           END-IF.
           IF WS-NB-CAT = 100
              DISPLAY 'TABLE DES CATEGORIES SATUREE (100)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CAT.
           MOVE WS-NB-CAT                TO WS-IX-CAT.
           MOVE WS-TAR-CATEG(WS-IX-ART)  TO WS-TCT-CATEG(WS-IX-CAT).
           MOVE ZERO                     TO WS-TCT-CA(WS-IX-CAT)
                                            WS-TCT-COUT(WS-IX-CAT).
       7300-RECH-CATEG-FIN.
           EXIT.
      *
       7310-COMPARE-CATEG-DEB.
           IF WS-TCT-CATEG(WS-IX-CAT) = WS-TAR-CATEG(WS-IX-ART)
              SET CAT-TROUVEE            TO TRUE
           END-IF.
       7310-COMPARE-CATEG-FIN.
           EXIT.
      *
      *    MARGE ET TAUX DE MARGE (SUR LE CHIFFRE D'AFFAIRES) A PARTIR
      *    DE WS-CALC-CA ET WS-CALC-COUT.
      *
       7400-CALCUL-MARGE-DEB.
           COMPUTE WS-CALC-MARGE = WS-CALC-CA - WS-CALC-COUT.
           MOVE ZERO                     TO WS-CALC-TAUX.
           IF WS-CALC-CA NOT = ZERO
              COMPUTE WS-CALC-TAUX ROUNDED =
                      WS-CALC-MARGE * 100 / WS-CALC-CA
                 ON SIZE ERROR
                    MOVE ZERO            TO WS-CALC-TAUX
              END-COMPUTE
           END-IF.
       7400-CALCUL-MARGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-PERIODE               TO WS-LMRG-PERIODE-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-TITRE
              AFTER ADVANCING PAGE.
           MOVE 'LIGNES VENDUES SOUS LE COUT OU SANS COUT CONNU'
                                         TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-EXC.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8050-EDIT-SECTION-DEB.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-TIRET.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-SECTION.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-TIRET.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8050-EDIT-SECTION-FIN.
           EXIT.
      *
       8100-EDIT-EXCEPTION-DEB.
           MOVE WS-FLG-FAC-NO            TO WS-LMRG-X-PIECE-ED.
           MOVE WS-FLG-CDE-NO            TO WS-LMRG-X-CDE-ED.
           MOVE WS-FLG-CLIENT            TO WS-LMRG-X-CLI-ED.
           MOVE WS-FLG-DATE              TO WS-LMRG-X-DATE-ED.
           MOVE WS-FLG-ART               TO WS-LMRG-X-ART-ED.
           MOVE WS-FLG-QTE               TO WS-LMRG-X-QTE-ED.
           MOVE WS-LIG-CA                TO WS-LMRG-X-CA-ED.
           MOVE WS-LIG-COUT              TO WS-LMRG-X-COUT-ED.
           COMPUTE WS-CALC-MARGE = WS-LIG-CA - WS-LIG-COUT.
           MOVE WS-CALC-MARGE            TO WS-LMRG-X-MARGE-ED.
           MOVE WS-FLG-REM-CAT           TO WS-LMRG-X-REMCAT-ED.
           MOVE WS-FLG-REM-PCT           TO WS-LMRG-X-REMPCT-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-EXC.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8100-EDIT-EXCEPTION-FIN.
           EXIT.
      *
      *    LIGNE DE SYNTHESE (CODE, CATEGORIE, RANG DEJA POSES).
      *
       8150-EDIT-SYNTHESE-DEB.
           PERFORM 7400-CALCUL-MARGE-DEB
              THRU 7400-CALCUL-MARGE-FIN.
           MOVE WS-CALC-CA               TO WS-LMRG-S-CA-ED.
           MOVE WS-CALC-COUT             TO WS-LMRG-S-COUT-ED.
           MOVE WS-CALC-MARGE            TO WS-LMRG-S-MARGE-ED.
           MOVE WS-CALC-TAUX             TO WS-LMRG-S-TAUX-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-SYNT.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8150-EDIT-SYNTHESE-FIN.
           EXIT.
      *
       8200-EDIT-CLIENTS-DEB.
           MOVE 'MARGE PAR CLIENT'       TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-SYNT.
           PERFORM 8210-EDIT-UN-CLIENT-DEB
              THRU 8210-EDIT-UN-CLIENT-FIN
             VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-NB-CLI.
      *
      *    TOTAL GENERAL DE LA PERIODE.
      *
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-TIRET.
           MOVE ZERO                     TO WS-LMRG-S-RANG-ED.
           MOVE 'TOTAL'                  TO WS-LMRG-S-CODE-ED.
           MOVE SPACES                   TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TOT-CA                TO WS-CALC-CA.
           MOVE WS-TOT-COUT              TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8200-EDIT-CLIENTS-FIN.
           EXIT.
      *
       8210-EDIT-UN-CLIENT-DEB.
           MOVE ZERO                     TO WS-LMRG-S-RANG-ED.
           MOVE WS-TCL-CODE(WS-IX-CLI)   TO WS-LMRG-S-CODE-ED.
           MOVE SPACES                   TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TCL-CA(WS-IX-CLI)     TO WS-CALC-CA.
           MOVE WS-TCL-COUT(WS-IX-CLI)   TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8210-EDIT-UN-CLIENT-FIN.
           EXIT.
      *
       8300-EDIT-ARTICLES-DEB.
           MOVE 'MARGE PAR ARTICLE'      TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-SYNT.
           PERFORM 8310-EDIT-UN-ARTICLE-DEB
              THRU 8310-EDIT-UN-ARTICLE-FIN
             VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-NB-ART.
       8300-EDIT-ARTICLES-FIN.
           EXIT.
      *
       8310-EDIT-UN-ARTICLE-DEB.
           MOVE ZERO                     TO WS-LMRG-S-RANG-ED.
           MOVE WS-TAR-CODE(WS-IX-ART)   TO WS-LMRG-S-CODE-ED.
           MOVE WS-TAR-CATEG(WS-IX-ART)  TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TAR-CA(WS-IX-ART)     TO WS-CALC-CA.
           MOVE WS-TAR-COUT(WS-IX-ART)   TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8310-EDIT-UN-ARTICLE-FIN.
           EXIT.
      *
       8400-EDIT-CATEGORIES-DEB.
           MOVE 'MARGE PAR CATEGORIE D''ARTICLE' TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-SYNT.
           PERFORM 8410-EDIT-UNE-CATEG-DEB
              THRU 8410-EDIT-UNE-CATEG-FIN
             VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-NB-CAT.
       8400-EDIT-CATEGORIES-FIN.
           EXIT.
      *
       8410-EDIT-UNE-CATEG-DEB.
           MOVE ZERO                     TO WS-LMRG-S-RANG-ED.
           MOVE SPACES                   TO WS-LMRG-S-CODE-ED.
           MOVE WS-TCT-CATEG(WS-IX-CAT)  TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TCT-CA(WS-IX-CAT)     TO WS-CALC-CA.
           MOVE WS-TCT-COUT(WS-IX-CAT)   TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8410-EDIT-UNE-CATEG-FIN.
           EXIT.
      *
      *    DIX CLIENTS LES MOINS RENTABLES : A CHAQUE RANG, LE CLIENT
      *    NON ENCORE CLASSE DE PLUS FAIBLE MARGE.
      *
       8500-CLASSE-CLIENTS-DEB.
           MOVE 'LES DIX CLIENTS LES MOINS RENTABLES'
                                         TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-SYNT.
           PERFORM 8510-RANG-CLIENT-DEB
              THRU 8510-RANG-CLIENT-FIN
             VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > 10
                  OR WS-RANG > WS-NB-CLI.
       8500-CLASSE-CLIENTS-FIN.
           EXIT.
      *
       8510-RANG-CLIENT-DEB.
           MOVE ZERO                     TO WS-IX-MIN.
           PERFORM 8520-MIN-CLIENT-DEB
              THRU 8520-MIN-CLIENT-FIN
             VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-NB-CLI.
           SET TCL-CLASSE(WS-IX-MIN)     TO TRUE.
           MOVE WS-RANG                  TO WS-LMRG-S-RANG-ED.
           MOVE WS-TCL-CODE(WS-IX-MIN)   TO WS-LMRG-S-CODE-ED.
           MOVE SPACES                   TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TCL-CA(WS-IX-MIN)     TO WS-CALC-CA.
           MOVE WS-TCL-COUT(WS-IX-MIN)   TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8510-RANG-CLIENT-FIN.
           EXIT.
      *
       8520-MIN-CLIENT-DEB.
           IF TCL-CLASSE(WS-IX-CLI)
              GO TO 8520-MIN-CLIENT-FIN
           END-IF.
           COMPUTE WS-MARGE-EL = WS-TCL-CA(WS-IX-CLI)
                               - WS-TCL-COUT(WS-IX-CLI).
           IF WS-IX-MIN = ZERO
              OR WS-MARGE-EL < WS-MARGE-MIN
              MOVE WS-IX-CLI             TO WS-IX-MIN
              MOVE WS-MARGE-EL           TO WS-MARGE-MIN
           END-IF.
       8520-MIN-CLIENT-FIN.
           EXIT.
      *
       8600-CLASSE-ARTICLES-DEB.
           MOVE 'LES DIX ARTICLES LES MOINS RENTABLES'
                                         TO WS-LMRG-SECTION.
           PERFORM 8050-EDIT-SECTION-DEB
              THRU 8050-EDIT-SECTION-FIN.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMRG-ENT-SYNT.
           PERFORM 8610-RANG-ARTICLE-DEB
              THRU 8610-RANG-ARTICLE-FIN
             VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > 10
                  OR WS-RANG > WS-NB-ART.
       8600-CLASSE-ARTICLES-FIN.
           EXIT.
      *
       8610-RANG-ARTICLE-DEB.
           MOVE ZERO                     TO WS-IX-MIN.
           PERFORM 8620-MIN-ARTICLE-DEB
              THRU 8620-MIN-ARTICLE-FIN
             VARYING WS-IX-ART FROM 1 BY 1
               UNTIL WS-IX-ART > WS-NB-ART.
           SET TAR-CLASSE(WS-IX-MIN)     TO TRUE.
           MOVE WS-RANG                  TO WS-LMRG-S-RANG-ED.
           MOVE WS-TAR-CODE(WS-IX-MIN)   TO WS-LMRG-S-CODE-ED.
           MOVE WS-TAR-CATEG(WS-IX-MIN)  TO WS-LMRG-S-CATEG-ED.
           MOVE WS-TAR-CA(WS-IX-MIN)     TO WS-CALC-CA.
           MOVE WS-TAR-COUT(WS-IX-MIN)   TO WS-CALC-COUT.
           PERFORM 8150-EDIT-SYNTHESE-DEB
              THRU 8150-EDIT-SYNTHESE-FIN.
       8610-RANG-ARTICLE-FIN.
           EXIT.
      *
       8620-MIN-ARTICLE-DEB.
           IF TAR-CLASSE(WS-IX-ART)
              GO TO 8620-MIN-ARTICLE-FIN
           END-IF.
           COMPUTE WS-MARGE-EL = WS-TAR-CA(WS-IX-ART)
                               - WS-TAR-COUT(WS-IX-ART).
           IF WS-IX-MIN = ZERO
              OR WS-MARGE-EL < WS-MARGE-MIN
              MOVE WS-IX-ART             TO WS-IX-MIN
              MOVE WS-MARGE-EL           TO WS-MARGE-MIN
           END-IF.
       8620-MIN-ARTICLE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO122     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PERIODE ANALYSEE             :  ' WS-PERIODE.
           DISPLAY 'LIGNES DE FACTURE            :  ' WS-CPT-FACLIG.
           DISPLAY 'LIGNES D''AVOIR               :  ' WS-CPT-AVOLIG.
           DISPLAY 'LIGNES HORS PERIODE IGNOREES :  '
                   WS-CPT-HORS-PERIODE.
           DISPLAY 'LIGNES VENDUES SOUS LE COUT  :  '
                   WS-CPT-SOUS-COUT.
           DISPLAY 'LIGNES SANS COUT CONNU       :  '
                   WS-CPT-SANS-CMP.
           DISPLAY 'CLIENTS                      :  ' WS-NB-CLI.
           DISPLAY 'ARTICLES                     :  ' WS-NB-ART.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO122         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO122        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
