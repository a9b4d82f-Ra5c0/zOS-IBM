      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO117                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RAPPROCHEMENT LIVRE / FACTURE (CONTROLE DE FIN DE MOIS) :    *
      *  LES COMMANDES CDE0206 (COPY CDECLI) SONT RAPPROCHEES DES     *
      *  BONS DE LIVRAISON DU REGISTRE BLREG (ARIO092) ET DES LIGNES  *
      *  DE FACTURE FACLIG (ARIO095), CUMULES PAR COMMANDE. LE        *
      *  PROGRAMME SIGNALE LES MARCHANDISES LIVREES NON FACTUREES,    *
      *  FACTUREES NON LIVREES, LES ECARTS DE QUANTITE ENTRE LIVRE ET *
      *  FACTURE, LES COMMANDES FACTUREES PLUSIEURS FOIS ET LES       *
      *  COMMANDES SERVIES ('S') SANS INDICATEUR DE FACTURATION       *
      *  DEPUIS AU MOINS 'DELFACT' JOURS (DEFAUT 5) A LA DATE         *
      *  D'ARRETE (SYSIN, DEFAUT DATE DU JOUR). L'ANCIENNETE PART DE  *
      *  LA DATE DU DERNIER BL, A DEFAUT DE LA DATE PROMISE OU DE LA  *
      *  DATE DEMANDEE. LES BL ET LIGNES DE FACTURE SANS COMMANDE     *
      *  CONNUE SONT LISTES, AINSI QUE LES LIGNES DONT LA FACTURE     *
      *  EST ABSENTE DU REGISTRE FACREG (FACULTATIF).                 *
      *  LES CONCATENATIONS BLREG ET FACLIG DOIVENT COUVRIR LE MEME   *
      *  HORIZON QUE LE FICHIER DES COMMANDES.                        *
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
       PROGRAM-ID.      ARIO117.
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
      *                      F-CDE-E : FICHIER DES COMMANDES CDE0206
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO CDE0206
                   FILE STATUS         IS WS-FS-CDE.
      *                      -------------------------------------------
      *                      F-BLREG-E : REGISTRE DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  F-BLREG-E           ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG.
      *                      -------------------------------------------
      *                      F-FACLIG-E : LIGNES DE FACTURE PAR COMMANDE
      *                      -------------------------------------------
           SELECT  F-FACLIG-E          ASSIGN TO FACLIG
                   FILE STATUS         IS WS-FS-FACLIG.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FACREG-E ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG.
      *                      -------------------------------------------
      *                      F-ETATRAP-S : ETAT DU RAPPROCHEMENT
      *                      -------------------------------------------
           SELECT  F-ETATRAP-S         ASSIGN TO ETATRAP
                   FILE STATUS         IS WS-FS-ETATRAP.
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
       FD  F-CDE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-E              PIC X(60).
      *
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-FACLIG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-E           PIC X(60).
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-ETATRAP-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRAP-S          PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- COMMANDES CLIENTS ----------------------------*
      *
           COPY CDECLI.
      *
      *---------------- REGISTRE DES BONS DE LIVRAISON ---------------*
      *
           COPY BLREG.
      *
      *---------------- LIGNES DE FACTURE PAR COMMANDE ----------------*
      *
           COPY FACLIG.
      *
      *---------------- REGISTRE DES FACTURES -------------------------*
      *
           COPY FACREG.
      *
      *---------------- ZONE D'ECHANGE ARIS902 (CALENDRIER) -----------*
      *
           COPY CALJOUR.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- COMMANDES EN MEMOIRE --------------------------*
      *
       01  WS-TAB-CDE.
           05  WS-TCD-EL             OCCURS 5000 TIMES.
               10  WS-TCD-NO         PIC X(08).
               10  WS-TCD-CLIENT     PIC X(08).
               10  WS-TCD-ART        PIC X(06).
               10  WS-TCD-STAT       PIC X(01).
               10  WS-TCD-FACTUREE   PIC X(01).
               10  WS-TCD-QTE-ALL    PIC 9(07) COMP-3.
               10  WS-TCD-QTE-LIV    PIC 9(07) COMP-3.
               10  WS-TCD-QTE-FAC    PIC 9(07) COMP-3.
               10  WS-TCD-MT-FAC     PIC 9(11)V99 COMP-3.
               10  WS-TCD-NB-FAC     PIC 9(03) COMP-3.
               10  WS-TCD-DATE-BL    PIC 9(08).
               10  WS-TCD-DATE-REF   PIC 9(08).
       01  WS-NB-CDE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CDE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CDE-TROUVEE         PIC X(01) VALUE 'N'.
           88  CDE-TROUVEE           VALUE 'O'.
           88  CDE-NON-TROUVEE       VALUE 'N'.
       01  WS-CDE-CHERCHEE           PIC X(08).
      *
      *---------------- FACTURES DU REGISTRE EN MEMOIRE ---------------*
      *
       01  WS-TAB-FRG.
           05  WS-TFR-NO             PIC X(08) OCCURS 5000 TIMES.
       01  WS-NB-FRG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-FRG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-FRG-TROUVEE         PIC X(01) VALUE 'N'.
           88  FRG-TROUVEE           VALUE 'O'.
           88  FRG-NON-TROUVEE       VALUE 'N'.
       01  WS-SW-REGISTRE            PIC X(01) VALUE 'N'.
           88  REGISTRE-PRESENT      VALUE 'O'.
           88  REGISTRE-ABSENT       VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CDE                 PIC XX.
           88  OK-CDE                VALUE '00'.
           88  EOF-CDE               VALUE '10'.
       01  WS-FS-BLREG               PIC XX.
           88  OK-BLREG              VALUE '00'.
           88  EOF-BLREG             VALUE '10'.
       01  WS-FS-FACLIG              PIC XX.
           88  OK-FACLIG             VALUE '00'.
           88  EOF-FACLIG            VALUE '10'.
       01  WS-FS-FACREG              PIC XX.
           88  OK-FACREG             VALUE '00' '05'.
           88  EOF-FACREG            VALUE '10'.
           88  NOTFOUND-FACREG       VALUE '35'.
       01  WS-FS-ETATRAP             PIC XX.
           88  OK-ETATRAP            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-ARRETE    PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-ARRETE            PIC 9(08).
       01  WS-DELAI-FACT             PIC 9(03) VALUE 5.
       01  WS-AGE                    PIC 9(05).
       01  WS-MOTIF                  PIC X(26).
       01  WS-SW-ANOMALIE            PIC X(01).
           88  CDE-EN-ANOMALIE       VALUE 'O'.
           88  CDE-SANS-ANOMALIE     VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-COMMANDES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-LUS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACLIG-LUES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACREG-LUES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-ORPHELINS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-ORPHELINES     PIC 9(05) VALUE ZERO.
       01  WS-CPT-HORS-REGISTRE      PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIV-NON-FAC        PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-NON-LIV        PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECART-QTE          PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-MULTIPLE       PIC 9(05) VALUE ZERO.
       01  WS-CPT-SERVIE-NON-FAC     PIC 9(05) VALUE ZERO.
       01  WS-CPT-ANOMALIES          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES DE L'ETAT DU RAPPROCHEMENT -------------*
      *
       01  WS-LRAP-BLANC             PIC X(132) VALUE SPACE.
       01  WS-LRAP-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LRAP-TITRE.
           05  FILLER                PIC X(55) VALUE
               'ESTIAC - RAPPROCHEMENT LIVRE / FACTURE ARRETE AU '.
           05  WS-LRAP-DATE-ED       PIC 9(08).
           05  FILLER                PIC X(20) VALUE
               '   DELAI FACTURE : '.
           05  WS-LRAP-DELAI-ED      PIC ZZ9.
           05  FILLER                PIC X(02) VALUE ' J'.
       01  WS-LRAP-SOUS-TITRE.
           05  FILLER                PIC X(05) VALUE '*** '.
           05  WS-LRAP-ST-LIB-ED     PIC X(60).
       01  WS-LRAP-ENTETE.
           05  FILLER                PIC X(46) VALUE
               'ANOMALIE                   COMMANDE CLIENT   '.
           05  FILLER                PIC X(49) VALUE
               'ARTICLE S F   QTE ALLOUE  QTE LIVREE   QTE FACT. '.
           05  FILLER                PIC X(37) VALUE
               'NBF    MONTANT HT  AGE J'.
       01  WS-LRAP-DETAIL.
           05  WS-LRAP-MOTIF-ED      PIC X(26).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-CDE-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-STAT-ED       PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-FLAG-ED       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-QALL-ED       PIC ZZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-QLIV-ED       PIC ZZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-QFAC-ED       PIC ZZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-NBF-ED        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-MT-ED         PIC ZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-AGE-ED        PIC ZZZZ9.
       01  WS-LRAP-PIECE.
           05  WS-LRAP-P-MOTIF-ED    PIC X(26).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-P-CDE-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRAP-P-CLI-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-P-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-P-LIB-ED      PIC X(10).
           05  WS-LRAP-P-NO-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-P-QTE-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRAP-P-DATE-ED     PIC X(08).
       01  WS-LRAP-TOTAL.
           05  WS-LRAP-T-LIB-ED      PIC X(40).
           05  WS-LRAP-T-NB-ED       PIC ZZZZ9.
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
           IF WS-DEM-DATE-ARRETE IS NUMERIC
              MOVE WS-DEM-DATE-ARRETE    TO WS-DATE-ARRETE
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-ARRETE
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO117'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- CHARGEMENT DES COMMANDES CDE0206 --------------*
      *
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
           PERFORM 1000-CHARGE-COMMANDE-DEB
              THRU 1000-CHARGE-COMMANDE-FIN
             UNTIL EOF-CDE.
      *
      *--------------- CHARGEMENT DU REGISTRE DES FACTURES ------------*
      *
           PERFORM 1500-CHARGE-REGISTRE-DEB
              THRU 1500-CHARGE-REGISTRE-FIN.
      *
      *--------------- CUMUL DES QUANTITES LIVREES (BLREG) ------------*
      *
           MOVE 'BONS DE LIVRAISON SANS COMMANDE CDE0206'
                                         TO WS-LRAP-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           PERFORM 6020-READ-FBLREG-DEB
              THRU 6020-READ-FBLREG-FIN.
           PERFORM 2000-CUMUL-LIVRE-DEB
              THRU 2000-CUMUL-LIVRE-FIN
             UNTIL EOF-BLREG.
      *
      *--------------- CUMUL DES QUANTITES FACTUREES (FACLIG) ---------*
      *
           MOVE 'LIGNES DE FACTURE SANS COMMANDE OU HORS REGISTRE'
                                         TO WS-LRAP-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           PERFORM 6030-READ-FFACLIG-DEB
              THRU 6030-READ-FFACLIG-FIN.
           PERFORM 3000-CUMUL-FACTURE-DEB
              THRU 3000-CUMUL-FACTURE-FIN
             UNTIL EOF-FACLIG.
      *
      *--------------- RAPPROCHEMENT PAR COMMANDE ---------------------*
      *
           MOVE 'ANOMALIES PAR COMMANDE'  TO WS-LRAP-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-ENTETE.
           PERFORM 4000-RAPPROCHE-CDE-DEB
              THRU 4000-RAPPROCHE-CDE-FIN
             VARYING WS-IX-CDE FROM 1 BY 1
               UNTIL WS-IX-CDE > WS-NB-CDE.
      *
           PERFORM 8060-EDIT-TOTAUX-DEB
              THRU 8060-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-ANOMALIES         TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UNE COMMANDE                                   *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-COMMANDE-DEB.
      *
           IF WS-NB-CDE = 5000
              DISPLAY 'TABLE DES COMMANDES SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CDE.
           ADD 1                         TO WS-CPT-COMMANDES.
           MOVE WS-CDE-NO                TO WS-TCD-NO(WS-NB-CDE).
           MOVE WS-CDE-CLIENT            TO WS-TCD-CLIENT(WS-NB-CDE).
           MOVE WS-CDE-ART               TO WS-TCD-ART(WS-NB-CDE).
           MOVE WS-CDE-STAT              TO WS-TCD-STAT(WS-NB-CDE).
           MOVE WS-CDE-FACTUREE          TO WS-TCD-FACTUREE(WS-NB-CDE).
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-TCD-QTE-ALL(WS-NB-CDE).
           MOVE ZERO                     TO WS-TCD-QTE-LIV(WS-NB-CDE)
                                            WS-TCD-QTE-FAC(WS-NB-CDE)
                                            WS-TCD-MT-FAC(WS-NB-CDE)
                                            WS-TCD-NB-FAC(WS-NB-CDE)
                                            WS-TCD-DATE-BL(WS-NB-CDE).
      *
      *    DATE DE REFERENCE A DEFAUT DE BL DATE : DATE PROMISE,
      *    SINON DATE DEMANDEE.
      *
           IF WS-CDE-DATE-PROMISE IS NUMERIC
              AND WS-CDE-DATE-PROMISE > ZERO
              MOVE WS-CDE-DATE-PROMISE   TO WS-TCD-DATE-REF(WS-NB-CDE)
           ELSE
              MOVE WS-CDE-DATE-DEM       TO WS-TCD-DATE-REF(WS-NB-CDE)
           END-IF.
      *
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
      *
       1000-CHARGE-COMMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CHARGEMENT DES NUMEROS DU REGISTRE DES FACTURES (FACULTATIF)*
      *---------------------------------------------------------------*
      *
       1500-CHARGE-REGISTRE-DEB.
      *
           OPEN INPUT F-FACREG-E.
           IF NOTFOUND-FACREG
              GO TO 1500-CHARGE-REGISTRE-FIN
           END-IF.
           IF NOT OK-FACREG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET REGISTRE-PRESENT          TO TRUE.
      *
           PERFORM 6040-READ-FFACREG-DEB
              THRU 6040-READ-FFACREG-FIN.
           PERFORM 1510-UNE-FACTURE-DEB
              THRU 1510-UNE-FACTURE-FIN
             UNTIL EOF-FACREG.
      *
           CLOSE F-FACREG-E.
           IF NOT OK-FACREG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       1500-CHARGE-REGISTRE-FIN.
           EXIT.
      *
       1510-UNE-FACTURE-DEB.
      *
           IF WS-NB-FRG = 5000
              DISPLAY 'TABLE DU REGISTRE DES FACTURES SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-FRG.
           ADD 1                         TO WS-CPT-FACREG-LUES.
           MOVE WS-FAC-NO                TO WS-TFR-NO(WS-NB-FRG).
      *
           PERFORM 6040-READ-FFACREG-DEB
              THRU 6040-READ-FFACREG-FIN.
      *
       1510-UNE-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CUMUL D'UNE LIGNE DE BON DE LIVRAISON SUR SA COMMANDE       *
      *---------------------------------------------------------------*
      *
       2000-CUMUL-LIVRE-DEB.
      *
           ADD 1                         TO WS-CPT-BL-LUS.
           MOVE WS-BLR-CDE-NO            TO WS-CDE-CHERCHEE.
           PERFORM 7100-RECH-COMMANDE-DEB
              THRU 7100-RECH-COMMANDE-FIN.
      *
           IF CDE-NON-TROUVEE
              ADD 1                      TO WS-CPT-BL-ORPHELINS
              ADD 1                      TO WS-CPT-ANOMALIES
              MOVE SPACES                TO WS-LRAP-PIECE
              MOVE 'BL SANS COMMANDE'    TO WS-LRAP-P-MOTIF-ED
              MOVE WS-BLR-CDE-NO         TO WS-LRAP-P-CDE-ED
              MOVE WS-BLR-CLIENT         TO WS-LRAP-P-CLI-ED
              MOVE WS-BLR-ART            TO WS-LRAP-P-ART-ED
              MOVE 'BL NO   : '          TO WS-LRAP-P-LIB-ED
              MOVE WS-BLR-NO-BL          TO WS-LRAP-P-NO-ED
              MOVE WS-BLR-QTE            TO WS-LRAP-P-QTE-ED
              WRITE FS-ENRG-ETATRAP-S    FROM WS-LRAP-PIECE
              GO TO 2000-SUITE
           END-IF.
      *
           ADD WS-BLR-QTE                TO WS-TCD-QTE-LIV(WS-IX-CDE).
      *
      *    DATE DE LIVRAISON : LA PLUS RECENTE DES LIGNES DATEES (LES
      *    BL ANTERIEURS A LA DATATION DU REGISTRE SONT IGNORES).
      *
           IF WS-BLR-DATE-BL IS NUMERIC
              AND WS-BLR-DATE-BL > WS-TCD-DATE-BL(WS-IX-CDE)
              MOVE WS-BLR-DATE-BL        TO WS-TCD-DATE-BL(WS-IX-CDE)
           END-IF.
      *
       2000-SUITE.
           PERFORM 6020-READ-FBLREG-DEB
              THRU 6020-READ-FBLREG-FIN.
      *
       2000-CUMUL-LIVRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CUMUL D'UNE LIGNE DE FACTURE SUR SA COMMANDE                *
      *---------------------------------------------------------------*
      *
       3000-CUMUL-FACTURE-DEB.
      *
           ADD 1                         TO WS-CPT-FACLIG-LUES.
      *
           IF REGISTRE-PRESENT
              PERFORM 7200-RECH-FACTURE-DEB
                 THRU 7200-RECH-FACTURE-FIN
              IF FRG-NON-TROUVEE
                 ADD 1                   TO WS-CPT-HORS-REGISTRE
                 ADD 1                   TO WS-CPT-ANOMALIES
                 MOVE 'FACTURE HORS REGISTRE' TO WS-MOTIF
                 PERFORM 8030-EDIT-LIGNE-FAC-DEB
                    THRU 8030-EDIT-LIGNE-FAC-FIN
              END-IF
           END-IF.
      *
           MOVE WS-FLG-CDE-NO            TO WS-CDE-CHERCHEE.
           PERFORM 7100-RECH-COMMANDE-DEB
              THRU 7100-RECH-COMMANDE-FIN.
      *
           IF CDE-NON-TROUVEE
              ADD 1                      TO WS-CPT-FAC-ORPHELINES
              ADD 1                      TO WS-CPT-ANOMALIES
              MOVE 'FACTURE SANS COMMANDE' TO WS-MOTIF
              PERFORM 8030-EDIT-LIGNE-FAC-DEB
                 THRU 8030-EDIT-LIGNE-FAC-FIN
              GO TO 3000-SUITE
           END-IF.
      *
           ADD WS-FLG-QTE                TO WS-TCD-QTE-FAC(WS-IX-CDE).
           ADD WS-FLG-MT-HT              TO WS-TCD-MT-FAC(WS-IX-CDE).
           ADD 1                         TO WS-TCD-NB-FAC(WS-IX-CDE).
      *
       3000-SUITE.
           PERFORM 6030-READ-FFACLIG-DEB
              THRU 6030-READ-FFACLIG-FIN.
      *
       3000-CUMUL-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RAPPROCHEMENT LIVRE / FACTURE D'UNE COMMANDE                *
      *---------------------------------------------------------------*
      *
       4000-RAPPROCHE-CDE-DEB.
      *
           SET CDE-SANS-ANOMALIE         TO TRUE.
      *
      *    ANCIENNETE DEPUIS LE DERNIER BL, A DEFAUT DEPUIS LA DATE
      *    DE REFERENCE DE LA COMMANDE.
      *
           SET CAL-FCT-ECART-CAL         TO TRUE.
           IF WS-TCD-DATE-BL(WS-IX-CDE) > ZERO
              MOVE WS-TCD-DATE-BL(WS-IX-CDE)  TO WS-CAL-DATE-1
           ELSE
              MOVE WS-TCD-DATE-REF(WS-IX-CDE) TO WS-CAL-DATE-1
           END-IF.
           MOVE WS-DATE-ARRETE           TO WS-CAL-DATE-2.
           MOVE ZERO                     TO WS-AGE.
           IF WS-CAL-DATE-1 < WS-DATE-ARRETE
              CALL 'ARIS902'          USING WS-CAL-PARM
              IF CAL-RC-OK
                 MOVE WS-CAL-NB-JOURS    TO WS-AGE
              END-IF
           END-IF.
      *
           IF WS-TCD-QTE-LIV(WS-IX-CDE) > ZERO
              AND WS-TCD-QTE-FAC(WS-IX-CDE) = ZERO
              ADD 1                      TO WS-CPT-LIV-NON-FAC
              MOVE 'LIVRE NON FACTURE'   TO WS-MOTIF
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
      *
           IF WS-TCD-QTE-FAC(WS-IX-CDE) > ZERO
              AND WS-TCD-QTE-LIV(WS-IX-CDE) = ZERO
              ADD 1                      TO WS-CPT-FAC-NON-LIV
              MOVE 'FACTURE NON LIVRE'   TO WS-MOTIF
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
      *
           IF WS-TCD-QTE-FAC(WS-IX-CDE) > ZERO
              AND WS-TCD-QTE-LIV(WS-IX-CDE) > ZERO
              AND WS-TCD-QTE-FAC(WS-IX-CDE)
                  NOT = WS-TCD-QTE-LIV(WS-IX-CDE)
              ADD 1                      TO WS-CPT-ECART-QTE
              MOVE 'ECART LIVRE / FACTURE'  TO WS-MOTIF
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
      *
           IF WS-TCD-NB-FAC(WS-IX-CDE) > 1
              ADD 1                      TO WS-CPT-FAC-MULTIPLE
              MOVE 'FACTUREE PLUSIEURS FOIS' TO WS-MOTIF
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
      *
           IF WS-TCD-STAT(WS-IX-CDE) = 'S'
              AND WS-TCD-FACTUREE(WS-IX-CDE) NOT = 'F'
              AND WS-AGE NOT < WS-DELAI-FACT
              ADD 1                      TO WS-CPT-SERVIE-NON-FAC
              MOVE 'SERVIE NON FACTUREE'  TO WS-MOTIF
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
      *
           IF CDE-EN-ANOMALIE
              ADD 1                      TO WS-CPT-ANOMALIES
           END-IF.
      *
       4000-RAPPROCHE-CDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CDE-E.
           IF NOT OK-CDE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FACLIG-E.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATRAP-S.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCDE-DEB.
           READ F-CDE-E                  INTO WS-CDE-ENR.
           IF NOT OK-CDE AND NOT EOF-CDE
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCDE-FIN.
           EXIT.
      *
       6020-READ-FBLREG-DEB.
           READ F-BLREG-E                INTO WS-ENRG-F-BLREG.
           IF NOT OK-BLREG AND NOT EOF-BLREG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FBLREG-FIN.
           EXIT.
      *
       6030-READ-FFACLIG-DEB.
           READ F-FACLIG-E               INTO WS-ENRG-F-FACLIG.
           IF NOT OK-FACLIG AND NOT EOF-FACLIG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FFACLIG-FIN.
           EXIT.
      *
       6040-READ-FFACREG-DEB.
           READ F-FACREG-E               INTO WS-ENRG-F-FACREG.
           IF NOT OK-FACREG AND NOT EOF-FACREG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FFACREG-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CDE-E.
           IF NOT OK-CDE
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FACLIG-E.
           IF NOT OK-FACLIG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATRAP-S.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES ET RECHERCHES EN TABLE                  *
      *---------------------------------------------------------------*
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'DELFACT'                TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DELAI-FACT
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
       7100-RECH-COMMANDE-DEB.
           SET CDE-NON-TROUVEE           TO TRUE.
           PERFORM 7110-COMPARE-CDE-DEB
              THRU 7110-COMPARE-CDE-FIN
             VARYING WS-IX-CDE FROM 1 BY 1
               UNTIL WS-IX-CDE > WS-NB-CDE
                  OR CDE-TROUVEE.
           IF CDE-TROUVEE
              SUBTRACT 1                 FROM WS-IX-CDE
           END-IF.
       7100-RECH-COMMANDE-FIN.
           EXIT.
      *
       7110-COMPARE-CDE-DEB.
           IF WS-TCD-NO(WS-IX-CDE) = WS-CDE-CHERCHEE
              SET CDE-TROUVEE            TO TRUE
           END-IF.
       7110-COMPARE-CDE-FIN.
           EXIT.
      *
       7200-RECH-FACTURE-DEB.
           SET FRG-NON-TROUVEE           TO TRUE.
           PERFORM 7210-COMPARE-FAC-DEB
              THRU 7210-COMPARE-FAC-FIN
             VARYING WS-IX-FRG FROM 1 BY 1
               UNTIL WS-IX-FRG > WS-NB-FRG
                  OR FRG-TROUVEE.
       7200-RECH-FACTURE-FIN.
           EXIT.
      *
       7210-COMPARE-FAC-DEB.
           IF WS-TFR-NO(WS-IX-FRG) = WS-FLG-FAC-NO
              SET FRG-TROUVEE            TO TRUE
           END-IF.
       7210-COMPARE-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : EDITION DE L'ETAT DU RAPPROCHEMENT                 *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-ARRETE           TO WS-LRAP-DATE-ED.
           MOVE WS-DELAI-FACT            TO WS-LRAP-DELAI-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TITRE.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-SOUS-TITRE-DEB.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-BLANC.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-SOUS-TITRE.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-BLANC.
       8010-EDIT-SOUS-TITRE-FIN.
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           SET CDE-EN-ANOMALIE           TO TRUE.
           MOVE WS-MOTIF                 TO WS-LRAP-MOTIF-ED.
           MOVE WS-TCD-NO(WS-IX-CDE)     TO WS-LRAP-CDE-ED.
           MOVE WS-TCD-CLIENT(WS-IX-CDE) TO WS-LRAP-CLI-ED.
           MOVE WS-TCD-ART(WS-IX-CDE)    TO WS-LRAP-ART-ED.
           MOVE WS-TCD-STAT(WS-IX-CDE)   TO WS-LRAP-STAT-ED.
           MOVE WS-TCD-FACTUREE(WS-IX-CDE)
                                         TO WS-LRAP-FLAG-ED.
           MOVE WS-TCD-QTE-ALL(WS-IX-CDE) TO WS-LRAP-QALL-ED.
           MOVE WS-TCD-QTE-LIV(WS-IX-CDE) TO WS-LRAP-QLIV-ED.
           MOVE WS-TCD-QTE-FAC(WS-IX-CDE) TO WS-LRAP-QFAC-ED.
           MOVE WS-TCD-NB-FAC(WS-IX-CDE) TO WS-LRAP-NBF-ED.
           MOVE WS-TCD-MT-FAC(WS-IX-CDE) TO WS-LRAP-MT-ED.
           MOVE WS-AGE                   TO WS-LRAP-AGE-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-DETAIL.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8020-EDIT-DETAIL-FIN.
           EXIT.
      *
       8030-EDIT-LIGNE-FAC-DEB.
           MOVE SPACES                   TO WS-LRAP-PIECE.
           MOVE WS-MOTIF                 TO WS-LRAP-P-MOTIF-ED.
           MOVE WS-FLG-CDE-NO            TO WS-LRAP-P-CDE-ED.
           MOVE WS-FLG-CLIENT            TO WS-LRAP-P-CLI-ED.
           MOVE WS-FLG-ART               TO WS-LRAP-P-ART-ED.
           MOVE 'FACTURE : '             TO WS-LRAP-P-LIB-ED.
           MOVE WS-FLG-FAC-NO            TO WS-LRAP-P-NO-ED.
           MOVE WS-FLG-QTE               TO WS-LRAP-P-QTE-ED.
           MOVE WS-FLG-DATE              TO WS-LRAP-P-DATE-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-PIECE.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8030-EDIT-LIGNE-FAC-FIN.
           EXIT.
      *
       8060-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TIRET.
           MOVE 'LIVRE NON FACTURE                     '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-LIV-NON-FAC       TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'FACTURE NON LIVRE                     '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-FAC-NON-LIV       TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'ECARTS DE QUANTITE LIVRE / FACTURE    '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-ECART-QTE         TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'COMMANDES FACTUREES PLUSIEURS FOIS    '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-FAC-MULTIPLE      TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'SERVIES NON FACTUREES APRES DELAI     '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-SERVIE-NON-FAC    TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'BL SANS COMMANDE                      '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-BL-ORPHELINS      TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'LIGNES DE FACTURE SANS COMMANDE       '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-FAC-ORPHELINES    TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           MOVE 'LIGNES DE FACTURE HORS REGISTRE       '
                                         TO WS-LRAP-T-LIB-ED.
           MOVE WS-CPT-HORS-REGISTRE     TO WS-LRAP-T-NB-ED.
           WRITE FS-ENRG-ETATRAP-S       FROM WS-LRAP-TOTAL.
           IF NOT OK-ETATRAP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8060-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO117     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'COMMANDES CDE0206            :  ' WS-CPT-COMMANDES.
           DISPLAY 'LIGNES DE BL LUES            :  ' WS-CPT-BL-LUS.
           DISPLAY 'LIGNES DE FACTURE LUES       :  '
                   WS-CPT-FACLIG-LUES.
           DISPLAY 'FACTURES DU REGISTRE         :  '
                   WS-CPT-FACREG-LUES.
           DISPLAY 'LIVRE NON FACTURE            :  '
                   WS-CPT-LIV-NON-FAC.
           DISPLAY 'FACTURE NON LIVRE            :  '
                   WS-CPT-FAC-NON-LIV.
           DISPLAY 'ECARTS DE QUANTITE           :  ' WS-CPT-ECART-QTE.
           DISPLAY 'FACTURATIONS MULTIPLES       :  '
                   WS-CPT-FAC-MULTIPLE.
           DISPLAY 'SERVIES NON FACTUREES        :  '
                   WS-CPT-SERVIE-NON-FAC.
           DISPLAY 'BL SANS COMMANDE             :  '
                   WS-CPT-BL-ORPHELINS.
           DISPLAY 'FACTURES SANS COMMANDE       :  '
                   WS-CPT-FAC-ORPHELINES.
           DISPLAY 'FACTURES HORS REGISTRE       :  '
                   WS-CPT-HORS-REGISTRE.
           DISPLAY 'TOTAL DES ANOMALIES          :  ' WS-CPT-ANOMALIES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO117         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO117        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
