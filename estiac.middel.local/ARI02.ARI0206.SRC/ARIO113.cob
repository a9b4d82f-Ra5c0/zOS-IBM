      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO113                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  REGLEMENT DES FOURNISSEURS : LES LIGNES BONNES A PAYER       *
      *  (F-PAYAPP-E, ECRIT PAR LE RAPPROCHEMENT A TROIS VOIES        *
      *  ARIO098) SONT VERSEES A L'ECHEANCIER DES DETTES ECHFOU       *
      *  (PERE-FILS, COPY ECHFOU) AVEC LEUR DATE D'ECHEANCE : DATE    *
      *  DE FACTURE + DELAI DE PAIEMENT DU FOURNISSEUR (COPY FOUPAI,  *
      *  DEFAUT PARAMETRE 'DELPAIFO'), REPORTEE AU JOUR OUVRE         *
      *  SUIVANT (ARIS902). UNE LIGNE DEJA CONNUE DE L'ECHEANCIER     *
      *  EST IGNOREE. LES LIGNES ECHUES A LA DATE DE REGLEMENT        *
      *  (SYSIN, DEFAUT DATE DU JOUR) SONT REGROUPEES PAR             *
      *  FOURNISSEUR ET DIMINUEES DES NOTES DE DEBIT OUVERTES         *
      *  D'ARIO099 (F-NOTDEB, PERE-FILS, PASSEES AU STATUT 'I'        *
      *  IMPUTEE) TANT QUE LE NET RESTE POSITIF : UN SEUL REGLEMENT   *
      *  PAR FOURNISSEUR, EMIS EN MOUVEMENT TP3MVTS CODE 'E' SUR LE   *
      *  COMPTE DE DECAISSEMENT DE L'ENTREPOT (PARAMETRE 'CPTEFOU'),  *
      *  CONTREPARTIE = IBAN DU FOURNISSEUR. LE MOUVEMENT SUIT LA     *
      *  NUIT (ARIO126/ARIO326) PUIS LA REMISE SORTANTE ARIO047 ET    *
      *  LE CONTROLE A QUATRE YEUX ARIO085/ARIO086. LES LIGNES        *
      *  REGLEES PASSENT AU STATUT 'P' AVEC LA REFERENCE DU           *
      *  REGLEMENT. UN AVIS DE REGLEMENT PAR FOURNISSEUR EST EDITE    *
      *  (F-ETATAVI-S) ; LES LIGNES RETENUES (FOURNISSEUR BLOQUE OU   *
      *  SANS IBAN) SORTENT SUR L'ETAT DE CONTROLE F-ETATPAI-S.       *
      *  LES LIGNES REGLEES DEPUIS PLUS DE 'JRPURECH' JOURS (DEFAUT   *
      *  90) SONT PURGEES A LA REPRISE DE L'ECHEANCIER ; SEULES LES   *
      *  LIGNES A PAYER ET LES REGLEMENTS RECENTS SONT RECONDUITS.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  PURGE DES LIGNES REGLEES DE L'ECHEANCIER AU  *
      *               !  DELA DE 'JRPURECH' JOURS (DEFAUT 90)         *
      * 15/10/2026    !  NOTE IMPUTEE : DATE DU REGLEMENT DANS        *
      *               !  WS-NDB-DATE-PAI, LA DATE D'AVOIR EST GARDEE  *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO113.
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
      *                      F-PAYAPP-E : LIGNES BONNES A PAYER
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PAYAPP-E ASSIGN TO PAYAPP
                   FILE STATUS         IS WS-FS-PAYAPP-E.
      *                      -------------------------------------------
      *                      F-ECHFOU-E : ECHEANCIER FOURNISSEURS (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ECHFOU-E ASSIGN TO ECHFOU
                   FILE STATUS         IS WS-FS-ECHFOU-E.
      *                      -------------------------------------------
      *                      F-ECHFOU-S : ECHEANCIER FOURNISSEURS (N)
      *                      -------------------------------------------
           SELECT  F-ECHFOU-S          ASSIGN TO ECHFOUS
                   FILE STATUS         IS WS-FS-ECHFOU-S.
      *                      -------------------------------------------
      *                      F-FOUPAI-E : CONDITIONS DE REGLEMENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FOUPAI-E ASSIGN TO FOUPAI
                   FILE STATUS         IS WS-FS-FOUPAI-E.
      *                      -------------------------------------------
      *                      F-NOTDEB-E : NOTES DE DEBIT (N-1, ARIO099)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-NOTDEB-E ASSIGN TO NOTDEB
                   FILE STATUS         IS WS-FS-NOTDEB-E.
      *                      -------------------------------------------
      *                      F-NOTDEB-S : NOTES DE DEBIT (N)
      *                      -------------------------------------------
           SELECT  F-NOTDEB-S          ASSIGN TO NOTDEBS
                   FILE STATUS         IS WS-FS-NOTDEB-S.
      *                      -------------------------------------------
      *                      F-MVTS-S : REGLEMENTS EMIS (POUR ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO MVTSFOU
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      F-ETATAVI-S : AVIS DE REGLEMENT
      *                      -------------------------------------------
           SELECT  F-ETATAVI-S         ASSIGN TO ETATAVI
                   FILE STATUS         IS WS-FS-ETATAVI.
      *                      -------------------------------------------
      *                      F-ETATPAI-S : ETAT DE CONTROLE DU REGLEMENT
      *                      -------------------------------------------
           SELECT  F-ETATPAI-S         ASSIGN TO ETATPAI
                   FILE STATUS         IS WS-FS-ETATPAI.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-PAYAPP-E
           RECORDING MODE IS F.
       01  FS-ENRG-PAYAPP-E           PIC X(50).
      *
       FD  F-ECHFOU-E
           RECORDING MODE IS F.
       01  FS-ENRG-ECHFOU-E           PIC X(100).
      *
       FD  F-ECHFOU-S
           RECORDING MODE IS F.
       01  FS-ENRG-ECHFOU-S           PIC X(100).
      *
       FD  F-FOUPAI-E
           RECORDING MODE IS F.
       01  FS-ENRG-FOUPAI-E           PIC X(80).
      *
       FD  F-NOTDEB-E
           RECORDING MODE IS F.
       01  FS-ENRG-NOTDEB-E           PIC X(70).
      *
       FD  F-NOTDEB-S
           RECORDING MODE IS F.
       01  FS-ENRG-NOTDEB-S           PIC X(70).
      *
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTS-S             PIC X(150).
      *
       FD  F-ETATAVI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATAVI-S          PIC X(80).
      *
       FD  F-ETATPAI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPAI-S          PIC X(90).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ECHEANCIER DES DETTES FOURNISSEURS ------------*
      *
           COPY ECHFOU.
      *
      *---------------- CONDITIONS DE REGLEMENT DES FOURNISSEURS ------*
      *
           COPY FOUPAI.
      *
      *---------------- ENREGISTREMENT MVTS EMIS (PARTAGE ARIO326) ----*
      *
           COPY TP3MVTS.
      *
      *---------------- ZONE D'ECHANGE ARIS902 (JOURS OUVRES) ---------*
      *
           COPY CALJOUR.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- LIGNE BONNE A PAYER (PARTAGE ARIO098) ---------*
      *
       01  WS-ENRG-F-PAYAPP.
           05  WS-PAY-FACTURE        PIC X(10).
           05  WS-PAY-FOU            PIC X(06).
           05  WS-PAY-CMD-NO         PIC X(08).
           05  WS-PAY-ART            PIC X(06).
           05  WS-PAY-QTE            PIC 9(06).
           05  WS-PAY-PXU            PIC 9(3)V99.
           05  WS-PAY-DATE           PIC 9(08).
           05  FILLER                PIC X(01).
      *
      *---------------- NOTE DE DEBIT (PARTAGE ARIO099) ---------------*
      *
       01  WS-ENRG-F-NOTDEB.
           05  WS-NDB-NOTE           PIC X(08).
           05  WS-NDB-FOU            PIC X(06).
           05  WS-NDB-CMD-NO         PIC X(08).
           05  WS-NDB-MT             PIC 9(9)V99.
           05  WS-NDB-DATE           PIC 9(08).
           05  WS-NDB-STATUT         PIC X(01).
               88  NDB-OUVERTE       VALUE 'O'.
               88  NDB-SOLDEE        VALUE 'S'.
               88  NDB-IMPUTEE       VALUE 'I'.
           05  WS-NDB-DATE-AVOIR     PIC 9(08).
           05  WS-NDB-REF-PAI        PIC X(08).
           05  WS-NDB-DATE-PAI       PIC 9(08).
           05  FILLER                PIC X(04).
      *
      *---------------- ECHEANCIER EN MEMOIRE -------------------------*
      *
       01  WS-TAB-ECH.
           05  WS-TEC-EL             OCCURS 2000 TIMES.
               10  WS-TEC-ENRG       PIC X(100).
       01  WS-NB-ECH                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ECH                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-ECH-TROUVEE         PIC X(01) VALUE 'N'.
           88  ECH-TROUVEE           VALUE 'O'.
           88  ECH-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- NOTES DE DEBIT EN MEMOIRE ---------------------*
      *
       01  WS-TAB-NDB.
           05  WS-TND-EL             OCCURS 300 TIMES.
               10  WS-TND-ENRG       PIC X(70).
       01  WS-NB-NDB                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-NDB                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- FOURNISSEURS A REGLER -------------------------*
      *
       01  WS-TAB-REG.
           05  WS-TRG-EL             OCCURS 300 TIMES.
               10  WS-TRG-FOU        PIC X(06).
               10  WS-TRG-BRUT       PIC 9(11)V99 COMP-3.
               10  WS-TRG-NB-LIG     PIC S9(04) COMP.
       01  WS-NB-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-REG-TROUVE          PIC X(01) VALUE 'N'.
           88  REG-TROUVE            VALUE 'O'.
           88  REG-NON-TROUVE        VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-PAYAPP-E            PIC XX.
           88  OK-PAYAPP-E           VALUE '00'.
           88  EOF-PAYAPP-E          VALUE '10'.
           88  NOTFOUND-PAYAPP-E     VALUE '35'.
       01  WS-FS-ECHFOU-E            PIC XX.
           88  OK-ECHFOU-E           VALUE '00'.
           88  EOF-ECHFOU-E          VALUE '10'.
           88  NOTFOUND-ECHFOU-E     VALUE '35'.
       01  WS-FS-ECHFOU-S            PIC XX.
           88  OK-ECHFOU-S           VALUE '00'.
       01  WS-FS-FOUPAI-E            PIC XX.
           88  OK-FOUPAI-E           VALUE '00'.
           88  EOF-FOUPAI-E          VALUE '10'.
           88  NOTFOUND-FOUPAI-E     VALUE '35'.
       01  WS-FS-NOTDEB-E            PIC XX.
           88  OK-NOTDEB-E           VALUE '00'.
           88  EOF-NOTDEB-E          VALUE '10'.
           88  NOTFOUND-NOTDEB-E     VALUE '35'.
       01  WS-FS-NOTDEB-S            PIC XX.
           88  OK-NOTDEB-S           VALUE '00'.
       01  WS-FS-MVTS-S              PIC XX.
           88  OK-MVTS-S             VALUE '00'.
       01  WS-FS-ETATAVI             PIC XX.
           88  OK-ETATAVI            VALUE '00'.
       01  WS-FS-ETATPAI             PIC XX.
           88  OK-ETATPAI            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-REGL      PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-REGL              PIC 9(08).
       01  FILLER REDEFINES WS-DATE-REGL.
           05  WS-DREG-AAAA          PIC 9(04).
           05  WS-DREG-MMJJ          PIC 9(04).
       01  WS-CPTE-DECAISS           PIC X(10).
       01  WS-DELAI-DEFAUT           PIC 9(03) VALUE 30.
       01  WS-DELAI-FOU              PIC 9(03).
       01  WS-JR-PURGE               PIC 9(05) VALUE 90.
       01  WS-DATE-PURGE             PIC 9(08) VALUE ZERO.
       01  WS-SEQ-REGL               PIC 9(04) VALUE ZERO.
       01  WS-REF-REGL.
           05  WS-REF-MMJJ           PIC 9(04).
           05  WS-REF-SEQ            PIC 9(04).
       01  WS-MT-BRUT                PIC 9(11)V99 COMP-3.
       01  WS-MT-NOTES               PIC 9(11)V99 COMP-3.
       01  WS-MT-NET                 PIC 9(11)V99 COMP-3.
       01  WS-MOTIF-RETENUE          PIC X(30).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-PAYAPP             PIC 9(05) VALUE ZERO.
       01  WS-CPT-NOUVELLES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-PURGEES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-DOUBLONS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-PAYEES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-RETENUES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-REGLEMENTS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-NOTES-IMP          PIC 9(05) VALUE ZERO.
       01  WS-TOT-REGLE              PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NOTES-IMP          PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES DE L'AVIS DE REGLEMENT -----------------*
      *
       01  WS-LAVI-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LAVI-TITRE.
           05  FILLER                PIC X(40) VALUE
               'ESTIAC - AVIS DE REGLEMENT FOURNISSEUR'.
           05  FILLER                PIC X(12) VALUE 'REFERENCE : '.
           05  WS-LAVI-REF-ED        PIC X(08).
       01  WS-LAVI-FOU.
           05  FILLER                PIC X(14) VALUE 'FOURNISSEUR : '.
           05  WS-LAVI-FOU-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-NOM-ED        PIC X(25).
       01  WS-LAVI-IBAN.
           05  FILLER                PIC X(14) VALUE 'IBAN        : '.
           05  WS-LAVI-IBAN-ED       PIC X(27).
           05  FILLER                PIC X(09) VALUE '   DATE :'.
           05  WS-LAVI-DATE-ED       PIC 9(08).
       01  WS-LAVI-ENTETE            PIC X(72) VALUE
           'FACTURE     COMMANDE  ARTICLE    QTE     ECHEANCE       MON
      -    'TANT'.
       01  WS-LAVI-LIGNE.
           05  WS-LAVI-FAC-ED        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-CMD-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-ART-ED        PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAVI-QTE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-ECH-ED        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-MT-ED         PIC ZZZZZZZZ9,99.
       01  WS-LAVI-NOTE.
           05  FILLER                PIC X(19) VALUE
               'NOTE DE DEBIT     '.
           05  WS-LAVI-NOTE-ED       PIC X(08).
           05  FILLER                PIC X(18) VALUE SPACE.
           05  WS-LAVI-NOTE-MT-ED    PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE ' -'.
       01  WS-LAVI-TOTAL.
           05  WS-LAVI-TOT-LIB-ED    PIC X(45).
           05  WS-LAVI-TOT-MT-ED     PIC ZZZZZZZZZZ9,99.
      *
      *---------------- LIGNES DE L'ETAT DE CONTROLE ------------------*
      *
       01  WS-LPAI-TIRET             PIC X(90) VALUE ALL '-'.
       01  WS-LPAI-TITRE.
           05  FILLER                PIC X(45) VALUE
               'ESTIAC - REGLEMENT DES FOURNISSEURS DU '.
           05  WS-LPAI-DATE-ED       PIC 9(08).
       01  WS-LPAI-REGL.
           05  FILLER                PIC X(11) VALUE 'REGLEMENT '.
           05  WS-LPAI-REF-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-FOU-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-NB-ED         PIC ZZZ9.
           05  FILLER                PIC X(08) VALUE ' LIGNES '.
           05  WS-LPAI-BRUT-ED       PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-NOTES-ED      PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-NET-ED        PIC ZZZZZZZZ9,99.
       01  WS-LPAI-RETENUE.
           05  FILLER                PIC X(11) VALUE 'RETENUE   '.
           05  WS-LPAI-R-FOU-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-R-FAC-ED      PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-R-MT-ED       PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-R-MOTIF-ED    PIC X(30).
       01  WS-LPAI-DOUBLON.
           05  FILLER                PIC X(11) VALUE 'DOUBLON   '.
           05  WS-LPAI-D-FOU-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-D-FAC-ED      PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-D-CMD-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPAI-D-ART-ED      PIC X(06).
           05  FILLER                PIC X(30) VALUE
               '  LIGNE DEJA A L''ECHEANCIER'.
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
           IF WS-DEM-DATE-REGL IS NUMERIC
              MOVE WS-DEM-DATE-REGL      TO WS-DATE-REGL
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-REGL
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO113'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7020-LIRE-PARAMETRES-DEB
              THRU 7020-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- CHARGEMENT DES CONDITIONS DE REGLEMENT --------*
      *
           PERFORM 6010-READ-FFOUPAI-DEB
              THRU 6010-READ-FFOUPAI-FIN.
           PERFORM 1000-CHARGE-FOUPAI-DEB
              THRU 1000-CHARGE-FOUPAI-FIN
             UNTIL EOF-FOUPAI-E.
      *
      *--------------- REPRISE DE L'ECHEANCIER (N-1) -----------------*
      *
           PERFORM 6020-READ-FECHFOU-DEB
              THRU 6020-READ-FECHFOU-FIN.
           PERFORM 1100-REPREND-ECHEANCE-DEB
              THRU 1100-REPREND-ECHEANCE-FIN
             UNTIL EOF-ECHFOU-E.
      *
      *--------------- REPRISE DES NOTES DE DEBIT (N-1) --------------*
      *
           PERFORM 6030-READ-FNOTDEB-DEB
              THRU 6030-READ-FNOTDEB-FIN.
           PERFORM 1200-REPREND-NOTE-DEB
              THRU 1200-REPREND-NOTE-FIN
             UNTIL EOF-NOTDEB-E.
      *
      *--------------- VERSEMENT DES LIGNES BONNES A PAYER -----------*
      *
           PERFORM 6040-READ-FPAYAPP-DEB
              THRU 6040-READ-FPAYAPP-FIN.
           PERFORM 2000-VERSE-LIGNE-DEB
              THRU 2000-VERSE-LIGNE-FIN
             UNTIL EOF-PAYAPP-E.
      *
      *--------------- SELECTION DES LIGNES ECHUES -------------------*
      *
           PERFORM 3000-SELECT-ECHUE-DEB
              THRU 3000-SELECT-ECHUE-FIN
             VARYING WS-IX-ECH FROM 1 BY 1
               UNTIL WS-IX-ECH > WS-NB-ECH.
      *
      *--------------- UN REGLEMENT PAR FOURNISSEUR ------------------*
      *
           PERFORM 4000-REGLE-FOURNISSEUR-DEB
              THRU 4000-REGLE-FOURNISSEUR-FIN
             VARYING WS-IX-REG FROM 1 BY 1
               UNTIL WS-IX-REG > WS-NB-REG.
      *
      *--------------- REECRITURE DES REGISTRES ----------------------*
      *
           PERFORM 5000-REECRIT-ECHEANCE-DEB
              THRU 5000-REECRIT-ECHEANCE-FIN
             VARYING WS-IX-ECH FROM 1 BY 1
               UNTIL WS-IX-ECH > WS-NB-ECH.
           PERFORM 5100-REECRIT-NOTE-DEB
              THRU 5100-REECRIT-NOTE-FIN
             VARYING WS-IX-NDB FROM 1 BY 1
               UNTIL WS-IX-NDB > WS-NB-NDB.
      *
           PERFORM 8900-EDIT-TOTAUX-DEB
              THRU 8900-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-REGLEMENTS        TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UNE CONDITION DE REGLEMENT                     *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-FOUPAI-DEB.
      *
           IF WS-NB-FPA = 300
              DISPLAY 'TABLE DES CONDITIONS FOURNISSEUR SATUREE (300)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-FPA.
           MOVE WS-NB-FPA                TO WS-IX-FPA.
           MOVE WS-FPA-CODE-E            TO WS-FPA-CODE(WS-IX-FPA).
           MOVE WS-FPA-NOM-E             TO WS-FPA-NOM(WS-IX-FPA).
           MOVE WS-FPA-IBAN-E            TO WS-FPA-IBAN(WS-IX-FPA).
           IF WS-FPA-DELAI-E IS NUMERIC
              MOVE WS-FPA-DELAI-E        TO WS-FPA-DELAI(WS-IX-FPA)
           ELSE
              MOVE WS-DELAI-DEFAUT       TO WS-FPA-DELAI(WS-IX-FPA)
           END-IF.
           MOVE WS-FPA-STATUT-E          TO WS-FPA-STATUT(WS-IX-FPA).
      *
           PERFORM 6010-READ-FFOUPAI-DEB
              THRU 6010-READ-FFOUPAI-FIN.
      *
       1000-CHARGE-FOUPAI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REPRISE D'UNE LIGNE DE L'ECHEANCIER (N-1)                   *
      *---------------------------------------------------------------*
      *
      *    UNE LIGNE REGLEE AVANT LA DATE DE PURGE N'EST PAS REPRISE :
      *    L'ECHEANCIER NE GARDE QUE LES LIGNES A PAYER ET LES
      *    REGLEMENTS RECENTS (CONTROLE DES DOUBLES D'ARIO098).
      *
       1100-REPREND-ECHEANCE-DEB.
      *
           IF EFO-PAYEE
              AND WS-EFO-DATE-PAI < WS-DATE-PURGE
              ADD 1                      TO WS-CPT-PURGEES
              GO TO 1100-SUITE
           END-IF.
      *
           IF WS-NB-ECH = 2000
              DISPLAY 'TABLE DE L''ECHEANCIER SATUREE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ECH.
           MOVE WS-NB-ECH                TO WS-IX-ECH.
           MOVE WS-ENRG-F-ECHFOU         TO WS-TEC-ENRG(WS-IX-ECH).
      *
       1100-SUITE.
           PERFORM 6020-READ-FECHFOU-DEB
              THRU 6020-READ-FECHFOU-FIN.
      *
       1100-REPREND-ECHEANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REPRISE D'UNE NOTE DE DEBIT (N-1)                           *
      *---------------------------------------------------------------*
      *
       1200-REPREND-NOTE-DEB.
      *
           IF WS-NB-NDB = 300
              DISPLAY 'TABLE DES NOTES SATUREE (300)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-NDB.
           MOVE WS-NB-NDB                TO WS-IX-NDB.
           MOVE WS-ENRG-F-NOTDEB         TO WS-TND-ENRG(WS-IX-NDB).
      *
           PERFORM 6030-READ-FNOTDEB-DEB
              THRU 6030-READ-FNOTDEB-FIN.
      *
       1200-REPREND-NOTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   VERSEMENT D'UNE LIGNE BONNE A PAYER A L'ECHEANCIER          *
      *---------------------------------------------------------------*
      *
      *    UNE LIGNE DEJA PRESENTE (MEME FACTURE, COMMANDE, ARTICLE)
      *    N'EST PAS REPRISE, QUEL QUE SOIT SON STATUT : UNE REPRISE
      *    D'ARIO098 NE PEUT PAS FAIRE PAYER DEUX FOIS (DANS LA
      *    LIMITE DE LA DUREE DE CONSERVATION 'JRPURECH').
      *
       2000-VERSE-LIGNE-DEB.
      *
           ADD 1                         TO WS-CPT-PAYAPP.
      *
           PERFORM 7000-RECH-ECHEANCE-DEB
              THRU 7000-RECH-ECHEANCE-FIN.
           IF ECH-TROUVEE
              ADD 1                      TO WS-CPT-DOUBLONS
              MOVE WS-PAY-FOU            TO WS-LPAI-D-FOU-ED
              MOVE WS-PAY-FACTURE        TO WS-LPAI-D-FAC-ED
              MOVE WS-PAY-CMD-NO         TO WS-LPAI-D-CMD-ED
              MOVE WS-PAY-ART            TO WS-LPAI-D-ART-ED
              WRITE FS-ENRG-ETATPAI-S    FROM WS-LPAI-DOUBLON
              GO TO 2000-SUITE
           END-IF.
      *
           IF WS-NB-ECH = 2000
              DISPLAY 'TABLE DE L''ECHEANCIER SATUREE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 7100-RECH-FOUPAI-DEB
              THRU 7100-RECH-FOUPAI-FIN.
           IF FPA-TROUVE
              MOVE WS-FPA-DELAI(WS-IX-FPA) TO WS-DELAI-FOU
           ELSE
              MOVE WS-DELAI-DEFAUT       TO WS-DELAI-FOU
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-ECHFOU.
           MOVE WS-PAY-FACTURE           TO WS-EFO-FACTURE.
           MOVE WS-PAY-CMD-NO            TO WS-EFO-CMD-NO.
           MOVE WS-PAY-ART               TO WS-EFO-ART.
           MOVE WS-PAY-FOU               TO WS-EFO-FOU.
           MOVE WS-PAY-QTE               TO WS-EFO-QTE.
           MOVE WS-PAY-PXU               TO WS-EFO-PXU.
           MOVE WS-PAY-DATE              TO WS-EFO-DATE-FAC.
           COMPUTE WS-EFO-MT = WS-PAY-QTE * WS-PAY-PXU.
           PERFORM 7200-CALC-ECHEANCE-DEB
              THRU 7200-CALC-ECHEANCE-FIN.
           SET EFO-A-PAYER               TO TRUE.
           MOVE SPACES                   TO WS-EFO-REF-PAI.
           MOVE ZERO                     TO WS-EFO-DATE-PAI.
      *
           ADD 1                         TO WS-NB-ECH
                                            WS-CPT-NOUVELLES.
           MOVE WS-NB-ECH                TO WS-IX-ECH.
           MOVE WS-ENRG-F-ECHFOU         TO WS-TEC-ENRG(WS-IX-ECH).
      *
       2000-SUITE.
           PERFORM 6040-READ-FPAYAPP-DEB
              THRU 6040-READ-FPAYAPP-FIN.
      *
       2000-VERSE-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CUMUL DES LIGNES ECHUES PAR FOURNISSEUR                     *
      *---------------------------------------------------------------*
      *
       3000-SELECT-ECHUE-DEB.
      *
           MOVE WS-TEC-ENRG(WS-IX-ECH)   TO WS-ENRG-F-ECHFOU.
           IF NOT EFO-A-PAYER
              OR WS-EFO-DATE-ECH > WS-DATE-REGL
              GO TO 3000-SELECT-ECHUE-FIN
           END-IF.
      *
           SET REG-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-REG.
           PERFORM 7300-RECH-UN-REG-DEB
              THRU 7300-RECH-UN-REG-FIN
             UNTIL (WS-IX-REG > WS-NB-REG) OR REG-TROUVE.
           IF REG-NON-TROUVE
              IF WS-NB-REG = 300
                 DISPLAY 'TABLE DES FOURNISSEURS A REGLER SATUREE (300)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-REG
              MOVE WS-NB-REG              TO WS-IX-REG
              MOVE WS-EFO-FOU            TO WS-TRG-FOU(WS-IX-REG)
              MOVE ZERO                  TO WS-TRG-BRUT(WS-IX-REG)
                                            WS-TRG-NB-LIG(WS-IX-REG)
           END-IF.
           ADD WS-EFO-MT                 TO WS-TRG-BRUT(WS-IX-REG).
           ADD 1                         TO WS-TRG-NB-LIG(WS-IX-REG).
      *
       3000-SELECT-ECHUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REGLEMENT D'UN FOURNISSEUR                                  *
      *---------------------------------------------------------------*
      *
      *    UN FOURNISSEUR SANS CONDITIONS DE REGLEMENT, BLOQUE OU
      *    SANS IBAN VOIT SES LIGNES RETENUES (ELLES RESTENT 'A' ET
      *    SERONT PROPOSEES AU PROCHAIN REGLEMENT). SINON LES NOTES
      *    DE DEBIT OUVERTES SONT IMPUTEES, DANS L'ORDRE DU REGISTRE,
      *    TANT QUE LE NET RESTE STRICTEMENT POSITIF ; UNE NOTE QUI
      *    ANNULERAIT LE REGLEMENT ATTEND LE SUIVANT.
      *
       4000-REGLE-FOURNISSEUR-DEB.
      *
           MOVE WS-TRG-FOU(WS-IX-REG)    TO WS-PAY-FOU.
           PERFORM 7100-RECH-FOUPAI-DEB
              THRU 7100-RECH-FOUPAI-FIN.
           MOVE SPACES                   TO WS-MOTIF-RETENUE.
           EVALUATE TRUE
              WHEN FPA-NON-TROUVE
                 MOVE 'CONDITIONS DE REGLEMENT ABSENTES'
                                         TO WS-MOTIF-RETENUE
              WHEN FPA-BLOQUE(WS-IX-FPA)
                 MOVE 'FOURNISSEUR BLOQUE'
                                         TO WS-MOTIF-RETENUE
              WHEN WS-FPA-IBAN(WS-IX-FPA) = SPACES
                 MOVE 'IBAN DE REGLEMENT ABSENT'
                                         TO WS-MOTIF-RETENUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-MOTIF-RETENUE NOT = SPACES
              PERFORM 4100-RETIENT-LIGNES-DEB
                 THRU 4100-RETIENT-LIGNES-FIN
                VARYING WS-IX-ECH FROM 1 BY 1
                  UNTIL WS-IX-ECH > WS-NB-ECH
              GO TO 4000-REGLE-FOURNISSEUR-FIN
           END-IF.
      *
           MOVE WS-TRG-BRUT(WS-IX-REG)   TO WS-MT-BRUT
                                            WS-MT-NET.
           MOVE ZERO                     TO WS-MT-NOTES.
           ADD 1                         TO WS-SEQ-REGL.
           MOVE WS-DREG-MMJJ             TO WS-REF-MMJJ.
           MOVE WS-SEQ-REGL              TO WS-REF-SEQ.
      *
           PERFORM 8100-EDIT-AVIS-ENTETE-DEB
              THRU 8100-EDIT-AVIS-ENTETE-FIN.
      *
           PERFORM 4200-PAYE-LIGNE-DEB
              THRU 4200-PAYE-LIGNE-FIN
             VARYING WS-IX-ECH FROM 1 BY 1
               UNTIL WS-IX-ECH > WS-NB-ECH.
      *
           PERFORM 4300-IMPUTE-NOTE-DEB
              THRU 4300-IMPUTE-NOTE-FIN
             VARYING WS-IX-NDB FROM 1 BY 1
               UNTIL WS-IX-NDB > WS-NB-NDB.
      *
           PERFORM 7400-EMET-REGLEMENT-DEB
              THRU 7400-EMET-REGLEMENT-FIN.
      *
           PERFORM 8200-EDIT-AVIS-PIED-DEB
              THRU 8200-EDIT-AVIS-PIED-FIN.
      *
       4000-REGLE-FOURNISSEUR-FIN.
           EXIT.
      *
       4100-RETIENT-LIGNES-DEB.
           MOVE WS-TEC-ENRG(WS-IX-ECH)   TO WS-ENRG-F-ECHFOU.
           IF WS-EFO-FOU = WS-PAY-FOU
              AND EFO-A-PAYER
              AND WS-EFO-DATE-ECH NOT > WS-DATE-REGL
              ADD 1                      TO WS-CPT-LIG-RETENUES
              MOVE WS-EFO-FOU            TO WS-LPAI-R-FOU-ED
              MOVE WS-EFO-FACTURE        TO WS-LPAI-R-FAC-ED
              MOVE WS-EFO-MT             TO WS-LPAI-R-MT-ED
              MOVE WS-MOTIF-RETENUE      TO WS-LPAI-R-MOTIF-ED
              WRITE FS-ENRG-ETATPAI-S    FROM WS-LPAI-RETENUE
           END-IF.
       4100-RETIENT-LIGNES-FIN.
           EXIT.
      *
       4200-PAYE-LIGNE-DEB.
           MOVE WS-TEC-ENRG(WS-IX-ECH)   TO WS-ENRG-F-ECHFOU.
           IF WS-EFO-FOU = WS-PAY-FOU
              AND EFO-A-PAYER
              AND WS-EFO-DATE-ECH NOT > WS-DATE-REGL
              SET EFO-PAYEE              TO TRUE
              MOVE WS-REF-REGL           TO WS-EFO-REF-PAI
              MOVE WS-DATE-REGL          TO WS-EFO-DATE-PAI
              MOVE WS-ENRG-F-ECHFOU      TO WS-TEC-ENRG(WS-IX-ECH)
              ADD 1                      TO WS-CPT-LIG-PAYEES
              MOVE WS-EFO-FACTURE        TO WS-LAVI-FAC-ED
              MOVE WS-EFO-CMD-NO         TO WS-LAVI-CMD-ED
              MOVE WS-EFO-ART            TO WS-LAVI-ART-ED
              MOVE WS-EFO-QTE            TO WS-LAVI-QTE-ED
              MOVE WS-EFO-DATE-ECH       TO WS-LAVI-ECH-ED
              MOVE WS-EFO-MT             TO WS-LAVI-MT-ED
              WRITE FS-ENRG-ETATAVI-S    FROM WS-LAVI-LIGNE
           END-IF.
       4200-PAYE-LIGNE-FIN.
           EXIT.
      *
       4300-IMPUTE-NOTE-DEB.
           MOVE WS-TND-ENRG(WS-IX-NDB)   TO WS-ENRG-F-NOTDEB.
           IF WS-NDB-FOU = WS-PAY-FOU
              AND NDB-OUVERTE
              AND WS-NDB-MT < WS-MT-NET
              SUBTRACT WS-NDB-MT       FROM WS-MT-NET
              ADD WS-NDB-MT              TO WS-MT-NOTES
                                            WS-TOT-NOTES-IMP
              ADD 1                      TO WS-CPT-NOTES-IMP
              SET NDB-IMPUTEE            TO TRUE
              MOVE WS-DATE-REGL          TO WS-NDB-DATE-PAI
              MOVE WS-REF-REGL           TO WS-NDB-REF-PAI
              MOVE WS-ENRG-F-NOTDEB      TO WS-TND-ENRG(WS-IX-NDB)
              MOVE WS-NDB-NOTE           TO WS-LAVI-NOTE-ED
              MOVE WS-NDB-MT             TO WS-LAVI-NOTE-MT-ED
              WRITE FS-ENRG-ETATAVI-S    FROM WS-LAVI-NOTE
           END-IF.
       4300-IMPUTE-NOTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REECRITURE DES REGISTRES (PERE-FILS)                        *
      *---------------------------------------------------------------*
      *
       5000-REECRIT-ECHEANCE-DEB.
           WRITE FS-ENRG-ECHFOU-S        FROM WS-TEC-ENRG(WS-IX-ECH).
           IF NOT OK-ECHFOU-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ECHFOU-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHFOU-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       5000-REECRIT-ECHEANCE-FIN.
           EXIT.
      *
       5100-REECRIT-NOTE-DEB.
           WRITE FS-ENRG-NOTDEB-S        FROM WS-TND-ENRG(WS-IX-NDB).
           IF NOT OK-NOTDEB-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-NOTDEB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NOTDEB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       5100-REECRIT-NOTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-PAYAPP-E.
           IF NOT (OK-PAYAPP-E OR NOTFOUND-PAYAPP-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PAYAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PAYAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ECHFOU-E.
           IF NOT (OK-ECHFOU-E OR NOTFOUND-ECHFOU-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ECHFOU-S.
           IF NOT OK-ECHFOU-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHFOU-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHFOU-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FOUPAI-E.
           IF NOT (OK-FOUPAI-E OR NOTFOUND-FOUPAI-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FOUPAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOUPAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-NOTDEB-E.
           IF NOT (OK-NOTDEB-E OR NOTFOUND-NOTDEB-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-NOTDEB-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NOTDEB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-NOTDEB-S.
           IF NOT OK-NOTDEB-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-NOTDEB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NOTDEB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTS-S.
           IF NOT OK-MVTS-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATAVI-S.
           IF NOT OK-ETATAVI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATAVI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATAVI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATPAI-S.
           IF NOT OK-ETATPAI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPAI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPAI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FFOUPAI-DEB.
           IF NOTFOUND-FOUPAI-E
              SET EOF-FOUPAI-E           TO TRUE
              GO TO 6010-READ-FFOUPAI-FIN
           END-IF.
           READ F-FOUPAI-E INTO WS-ENRG-F-FOUPAI.
           IF NOT (OK-FOUPAI-E OR EOF-FOUPAI-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUPAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOUPAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FFOUPAI-FIN.
           EXIT.
      *
       6020-READ-FECHFOU-DEB.
           IF NOTFOUND-ECHFOU-E
              SET EOF-ECHFOU-E           TO TRUE
              GO TO 6020-READ-FECHFOU-FIN
           END-IF.
           READ F-ECHFOU-E INTO WS-ENRG-F-ECHFOU.
           IF NOT (OK-ECHFOU-E OR EOF-ECHFOU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECHFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FECHFOU-FIN.
           EXIT.
      *
       6030-READ-FNOTDEB-DEB.
           IF NOTFOUND-NOTDEB-E
              SET EOF-NOTDEB-E           TO TRUE
              GO TO 6030-READ-FNOTDEB-FIN
           END-IF.
           READ F-NOTDEB-E INTO WS-ENRG-F-NOTDEB.
           IF NOT (OK-NOTDEB-E OR EOF-NOTDEB-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-NOTDEB-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NOTDEB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FNOTDEB-FIN.
           EXIT.
      *
       6040-READ-FPAYAPP-DEB.
           IF NOTFOUND-PAYAPP-E
              SET EOF-PAYAPP-E           TO TRUE
              GO TO 6040-READ-FPAYAPP-FIN
           END-IF.
           READ F-PAYAPP-E INTO WS-ENRG-F-PAYAPP.
           IF NOT (OK-PAYAPP-E OR EOF-PAYAPP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PAYAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PAYAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FPAYAPP-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF NOT NOTFOUND-PAYAPP-E
              CLOSE F-PAYAPP-E
           END-IF.
           IF NOT NOTFOUND-ECHFOU-E
              CLOSE F-ECHFOU-E
           END-IF.
           IF NOT NOTFOUND-FOUPAI-E
              CLOSE F-FOUPAI-E
           END-IF.
           IF NOT NOTFOUND-NOTDEB-E
              CLOSE F-NOTDEB-E
           END-IF.
           CLOSE F-ECHFOU-S.
           IF NOT OK-ECHFOU-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ECHFOU-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHFOU-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-NOTDEB-S.
           IF NOT OK-NOTDEB-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-NOTDEB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NOTDEB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTS-S.
           IF NOT OK-MVTS-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATAVI-S.
           IF NOT OK-ETATAVI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATAVI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATAVI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATPAI-S.
           IF NOT OK-ETATPAI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPAI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPAI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-RECH-ECHEANCE-DEB.
           SET ECH-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-ECH.
           PERFORM 7010-RECH-UNE-ECHEANCE-DEB
              THRU 7010-RECH-UNE-ECHEANCE-FIN
             UNTIL (WS-IX-ECH > WS-NB-ECH) OR ECH-TROUVEE.
       7000-RECH-ECHEANCE-FIN.
           EXIT.
      *
       7010-RECH-UNE-ECHEANCE-DEB.
           MOVE WS-TEC-ENRG(WS-IX-ECH)   TO WS-ENRG-F-ECHFOU.
           IF WS-EFO-FACTURE = WS-PAY-FACTURE
              AND WS-EFO-CMD-NO = WS-PAY-CMD-NO
              AND WS-EFO-ART = WS-PAY-ART
              SET ECH-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-ECH
           END-IF.
       7010-RECH-UNE-ECHEANCE-FIN.
           EXIT.
      *
      *    PARAMETRES : COMPTE DE DECAISSEMENT DE L'ENTREPOT
      *    ('CPTEFOU', OBLIGATOIRE) ET DELAI DE PAIEMENT PAR DEFAUT
      *    EN JOURS ('DELPAIFO', DEFAUT 30).
      *
       7020-LIRE-PARAMETRES-DEB.
           MOVE 'CPTEFOU '               TO WS-PAR-ID.
           MOVE WS-DATE-REGL             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-ABSENT
              OR WS-PAR-VALEUR = SPACES
              DISPLAY 'PARAMETRE CPTEFOU ABSENT : COMPTE DE '
                      'DECAISSEMENT FOURNISSEURS INCONNU'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-PAR-VALEUR            TO WS-CPTE-DECAISS.
           MOVE 'DELPAIFO'               TO WS-PAR-ID.
           MOVE WS-DATE-REGL             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DELAI-DEFAUT
           END-IF.
           MOVE 'JRPURECH'               TO WS-PAR-ID.
           MOVE WS-DATE-REGL             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:5) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:5)    TO WS-JR-PURGE
           END-IF.
           SET CAL-FCT-RETRAIT-CAL       TO TRUE.
           MOVE WS-DATE-REGL             TO WS-CAL-DATE-1.
           MOVE WS-JR-PURGE              TO WS-CAL-NB-JOURS.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-DATE-2         TO WS-DATE-PURGE
           END-IF.
       7020-LIRE-PARAMETRES-FIN.
           EXIT.
      *
       7100-RECH-FOUPAI-DEB.
           SET FPA-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-FPA.
           PERFORM 7110-RECH-UN-FOUPAI-DEB
              THRU 7110-RECH-UN-FOUPAI-FIN
             UNTIL (WS-IX-FPA > WS-NB-FPA) OR FPA-TROUVE.
       7100-RECH-FOUPAI-FIN.
           EXIT.
      *
       7110-RECH-UN-FOUPAI-DEB.
           IF WS-FPA-CODE(WS-IX-FPA) = WS-PAY-FOU
              SET FPA-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-FPA
           END-IF.
       7110-RECH-UN-FOUPAI-FIN.
           EXIT.
      *
      *    ECHEANCE = DATE DE FACTURE + DELAI EN JOURS CALENDAIRES,
      *    REPORTEE AU JOUR OUVRE SUIVANT SI ELLE TOMBE UN JOUR
      *    CHOME. CALENDRIER EN ERREUR : ECHEANCE = DATE DE FACTURE
      *    (LA LIGNE N'EST PAS BLOQUEE PAR UN INCIDENT DE CALENDRIER).
      *
       7200-CALC-ECHEANCE-DEB.
           MOVE WS-PAY-DATE              TO WS-EFO-DATE-ECH.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           MOVE WS-PAY-DATE              TO WS-CAL-DATE-1.
           MOVE WS-DELAI-FOU             TO WS-CAL-NB-JOURS.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              GO TO 7200-CALC-ECHEANCE-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-EFO-DATE-ECH.
           SET CAL-FCT-OUVRE             TO TRUE.
           MOVE WS-EFO-DATE-ECH          TO WS-CAL-DATE-1.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK AND CAL-JOUR-CHOME
              SET CAL-FCT-AJOUT          TO TRUE
              MOVE WS-EFO-DATE-ECH       TO WS-CAL-DATE-1
              MOVE 1                     TO WS-CAL-NB-JOURS
              CALL 'ARIS902'          USING WS-CAL-PARM
              IF CAL-RC-OK
                 MOVE WS-CAL-DATE-2      TO WS-EFO-DATE-ECH
              END-IF
           END-IF.
       7200-CALC-ECHEANCE-FIN.
           EXIT.
      *
       7300-RECH-UN-REG-DEB.
           IF WS-TRG-FOU(WS-IX-REG) = WS-EFO-FOU
              SET REG-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-REG
           END-IF.
       7300-RECH-UN-REG-FIN.
           EXIT.
      *
      *    EMISSION DU REGLEMENT EN MOUVEMENT TP3MVTS : CODE 'E'
      *    (SORTANT) SUR LE COMPTE DE DECAISSEMENT, REFERENCE DU
      *    REGLEMENT EN REF-VIR, BENEFICIAIRE ET IBAN EN CONTREPARTIE.
      *
       7400-EMET-REGLEMENT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-CPTE-DECAISS          TO WS-MVTS-CPTE.
           MOVE WS-DATE-REGL             TO WS-MVTS-DATE.
           MOVE 'E'                      TO WS-MVTS-CODE.
           MOVE WS-MT-NET                TO WS-MVTS-MT.
           MOVE WS-REF-REGL              TO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
           STRING 'REGLEMENT FOURNISSEUR ' WS-PAY-FOU
                  DELIMITED BY SIZE    INTO WS-MVTS-LIBELLE.
           MOVE WS-FPA-NOM(WS-IX-FPA)    TO WS-MVTS-CTP-NOM.
           MOVE WS-FPA-IBAN(WS-IX-FPA)   TO WS-MVTS-CTP-IBAN.
           WRITE FS-ENRG-MVTS-S          FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-REGLEMENTS.
           ADD WS-MT-NET                 TO WS-TOT-REGLE.
      *
           MOVE WS-REF-REGL              TO WS-LPAI-REF-ED.
           MOVE WS-PAY-FOU               TO WS-LPAI-FOU-ED.
           MOVE WS-TRG-NB-LIG(WS-IX-REG) TO WS-LPAI-NB-ED.
           MOVE WS-MT-BRUT               TO WS-LPAI-BRUT-ED.
           MOVE WS-MT-NOTES              TO WS-LPAI-NOTES-ED.
           MOVE WS-MT-NET                TO WS-LPAI-NET-ED.
           WRITE FS-ENRG-ETATPAI-S       FROM WS-LPAI-REGL.
       7400-EMET-REGLEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-REGL             TO WS-LPAI-DATE-ED.
           WRITE FS-ENRG-ETATPAI-S       FROM WS-LPAI-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATPAI-S       FROM WS-LPAI-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    UN AVIS PAR FOURNISSEUR, SUR SA PROPRE PAGE.
      *
       8100-EDIT-AVIS-ENTETE-DEB.
           MOVE WS-REF-REGL              TO WS-LAVI-REF-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TIRET.
           MOVE WS-PAY-FOU               TO WS-LAVI-FOU-ED.
           MOVE WS-FPA-NOM(WS-IX-FPA)    TO WS-LAVI-NOM-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-FOU.
           MOVE WS-FPA-IBAN(WS-IX-FPA)   TO WS-LAVI-IBAN-ED.
           MOVE WS-DATE-REGL             TO WS-LAVI-DATE-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-IBAN.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TIRET.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-ENTETE.
       8100-EDIT-AVIS-ENTETE-FIN.
           EXIT.
      *
       8200-EDIT-AVIS-PIED-DEB.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TIRET.
           MOVE 'TOTAL DES FACTURES REGLEES'
                                         TO WS-LAVI-TOT-LIB-ED.
           MOVE WS-MT-BRUT               TO WS-LAVI-TOT-MT-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TOTAL.
           MOVE 'DEDUCTION DES NOTES DE DEBIT'
                                         TO WS-LAVI-TOT-LIB-ED.
           MOVE WS-MT-NOTES              TO WS-LAVI-TOT-MT-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TOTAL.
           MOVE 'NET VIRE A VOTRE COMPTE'
                                         TO WS-LAVI-TOT-LIB-ED.
           MOVE WS-MT-NET                TO WS-LAVI-TOT-MT-ED.
           WRITE FS-ENRG-ETATAVI-S       FROM WS-LAVI-TOTAL.
       8200-EDIT-AVIS-PIED-FIN.
           EXIT.
      *
       8900-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATPAI-S       FROM WS-LPAI-TIRET.
           MOVE SPACES                   TO WS-LPAI-REF-ED
                                            WS-LPAI-FOU-ED.
           MOVE WS-CPT-LIG-PAYEES        TO WS-LPAI-NB-ED.
           COMPUTE WS-MT-BRUT = WS-TOT-REGLE + WS-TOT-NOTES-IMP.
           MOVE WS-MT-BRUT               TO WS-LPAI-BRUT-ED.
           MOVE WS-TOT-NOTES-IMP         TO WS-LPAI-NOTES-ED.
           MOVE WS-TOT-REGLE             TO WS-LPAI-NET-ED.
           WRITE FS-ENRG-ETATPAI-S       FROM WS-LPAI-REGL.
       8900-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO113     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DATE DE REGLEMENT            :  ' WS-DATE-REGL.
           DISPLAY 'LIGNES BONNES A PAYER LUES   :  ' WS-CPT-PAYAPP.
           DISPLAY 'LIGNES VERSEES A L''ECHEANCE  :  '
                   WS-CPT-NOUVELLES.
           DISPLAY 'LIGNES REGLEES PURGEES       :  '
                   WS-CPT-PURGEES.
           DISPLAY 'LIGNES DEJA CONNUES (DOUBLE) :  '
                   WS-CPT-DOUBLONS.
           DISPLAY 'LIGNES REGLEES               :  '
                   WS-CPT-LIG-PAYEES.
           DISPLAY 'LIGNES ECHUES RETENUES       :  '
                   WS-CPT-LIG-RETENUES.
           DISPLAY 'NOTES DE DEBIT IMPUTEES      :  '
                   WS-CPT-NOTES-IMP.
           DISPLAY 'REGLEMENTS EMIS              :  '
                   WS-CPT-REGLEMENTS.
           DISPLAY 'TOTAL NET REGLE              :  ' WS-TOT-REGLE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO113         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO113        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
