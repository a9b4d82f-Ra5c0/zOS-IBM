      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO157                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  COMMANDE QUOTIDIENNE DE FONDS DES AGENCES AUPRES DU          *
      *  TRANSPORTEUR DE FONDS, PASSE APRES LE RAPPROCHEMENT DES      *
      *  CAISSES ARIO075 (MEME FICHIER DES DECLARATIONS F-CAISSE-E).  *
      *  1) RAPPROCHEMENT DES COMMANDES DES JOURS PRECEDENTS : LE     *
      *     REGISTRE DES COMMANDES EN ATTENTE CDFATT (COPY CDEFON)    *
      *     EST CONFRONTE AUX CONFIRMATIONS DU TRANSPORTEUR LIVFON    *
      *     (CONVENTION ARIS907, MONTANT LIVRE OU ENLEVE) ; ECARTS,   *
      *     CONFIRMATIONS SANS COMMANDE ET COMMANDES NON CONFIRMEES A *
      *     LEUR DATE DE LIVRAISON SONT SIGNALES SUR L'ETAT ETARCF.   *
      *  2) PROPOSITION DU JOUR PAR AGENCE DOTEE DE LIMITES (COPY     *
      *     CAILIM) : LES RETRAITS ('R') ET DEPOTS ('D') DE HISMVT    *
      *     SUR LES CAISEM DERNIERES SEMAINES SONT MOYENNES PAR JOUR  *
      *     DE SEMAINE (JOURS OUVRES SEULS, CALENDRIER ARIS902) ; LA  *
      *     LIVRAISON A LIEU LE JOUR OUVRE SUIVANT ET DOIT COUVRIR    *
      *     CE JOUR, LES RETRAITS ETANT MAJORES DE CAIFERIE % PAR     *
      *     JOUR FERIE DE SEMAINE AVANT LA LIVRAISON SUIVANTE.        *
      *     A PARTIR DE L'ENCAISSE DECLAREE EN FIN DE JOURNEE :       *
      *     - SI L'ENCAISSE PASSE SOUS LE MINIMUM (EN COURS DE        *
      *       JOURNEE OU EN FIN DE JOURNEE) : APPROVISIONNEMENT 'A'   *
      *       JUSQU'A LA CIBLE, ARRONDI AU MULTIPLE SUPERIEUR ;       *
      *     - SI ELLE DEPASSE LE MAXIMUM EN FIN DE JOURNEE : RETOUR   *
      *       DE FONDS 'R' JUSQU'A LA CIBLE, SANS DESCENDRE SOUS LE   *
      *       MINIMUM AVANT LES RETRAITS, ARRONDI AU MULTIPLE         *
      *       INFERIEUR.                                              *
      *     LES COMMANDES SONT EMISES VERS LE TRANSPORTEUR (CDEFONS,  *
      *     CONVENTION ARIS907) ET AJOUTEES AU REGISTRE CDFATTS       *
      *     (PERE-FILS) ; CHAQUE AGENCE RECOIT UNE PAGE DE            *
      *     CONFIRMATION (ETAT ETACDF) A VISER PAR LE DIRECTEUR.      *
      *  SYSIN FACULTATIVE : DATE DE LA JOURNEE (AAAAMMJJ), SINON LA  *
      *  DATE SYSTEME. RC 4 SI LE RAPPROCHEMENT SIGNALE UN ECART.     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-AGREF) ; DEPASSEMENT =    *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO157.
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
      *                      F-CAISSE-E : DECLARATIONS DE CAISSE
      *                      -------------------------------------------
           SELECT  F-CAISSE-E          ASSIGN TO CAISSE
                   FILE STATUS         IS WS-FS-CAISSE-E.
      *                      -------------------------------------------
      *                      F-CAILIM-E : LIMITES D'ENCAISSE
      *                      -------------------------------------------
           SELECT  F-CAILIM-E          ASSIGN TO CAILIM
                   FILE STATUS         IS WS-FS-CAILIM-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-AGREF-E : REFERENTIEL DES AGENCES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AGREF-E  ASSIGN TO AGREF
                   FILE STATUS         IS WS-FS-AGREF-E.
      *                      -------------------------------------------
      *                      F-CDFATT-E : COMMANDES EN ATTENTE (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CDFATT-E ASSIGN TO CDFATT
                   FILE STATUS         IS WS-FS-CDFATT-E.
      *                      -------------------------------------------
      *                      F-LIVFON-E : CONFIRMATIONS DU TRANSPORTEUR
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LIVFON-E ASSIGN TO LIVFON
                   FILE STATUS         IS WS-FS-LIVFON-E.
      *                      -------------------------------------------
      *                      F-CDFATT-S : COMMANDES EN ATTENTE (N)
      *                      -------------------------------------------
           SELECT  F-CDFATT-S          ASSIGN TO CDFATTS
                   FILE STATUS         IS WS-FS-CDFATT-S.
      *                      -------------------------------------------
      *                      F-CDEFON-S : COMMANDES AU TRANSPORTEUR
      *                      -------------------------------------------
           SELECT  F-CDEFON-S          ASSIGN TO CDEFONS
                   FILE STATUS         IS WS-FS-CDEFON-S.
      *                      -------------------------------------------
      *                      F-ETACDF-S : CONFIRMATIONS PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-ETACDF-S          ASSIGN TO ETACDF
                   FILE STATUS         IS WS-FS-ETACDF.
      *                      -------------------------------------------
      *                      F-ETARCF-S : RAPPROCHEMENT DES LIVRAISONS
      *                      -------------------------------------------
           SELECT  F-ETARCF-S          ASSIGN TO ETARCF
                   FILE STATUS         IS WS-FS-ETARCF.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-CAISSE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CAISSE-E           PIC X(40).
      *
       FD  F-CAILIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CAILIM-E           PIC X(50).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-AGREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-AGREF-E            PIC X(50).
      *
       FD  F-CDFATT-E
           RECORDING MODE IS F.
       01  FS-ENRG-CDFATT-E           PIC X(80).
      *
       FD  F-LIVFON-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIVFON-E           PIC X(80).
      *
       FD  F-CDFATT-S
           RECORDING MODE IS F.
       01  FS-ENRG-CDFATT-S           PIC X(80).
      *
       FD  F-CDEFON-S
           RECORDING MODE IS F.
       01  FS-ENRG-CDEFON-S           PIC X(80).
      *
       FD  F-ETACDF-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETACDF-S           PIC X(132).
      *
       FD  F-ETARCF-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETARCF-S           PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- DECLARATION DE CAISSE (ARIO075) ---------------*
      *
       01  WS-ENRG-F-CAISSE.
           05  WS-CAI-AGENCE           PIC X(03).
           05  WS-CAI-DATE             PIC 9(08).
           05  WS-CAI-FONDS-OUV        PIC 9(9)V99.
           05  WS-CAI-DECLARE          PIC 9(9)V99.
           05  FILLER                  PIC X(07).
      *
      *---------------- LIMITES D'ENCAISSE PAR AGENCE -----------------*
      *
           COPY CAILIM.
      *
      *---------------- HISTORIQUE DES MOUVEMENTS ---------------------*
      *
           COPY HISMVT.
      *
      *---------------- REFERENTIEL DES AGENCES -----------------------*
      *
           COPY AGENCE.
      *
      *---------------- COMMANDE DE FONDS -----------------------------*
      *
           COPY CDEFON.
      *
      *---------------- ZONE D'ECHANGE ARIS902 (CALENDRIER) -----------*
      *
           COPY CALJOUR.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- ZONE D'ECHANGE ARIS907 (CONTROLE FICHIER) -----*
      *
           COPY CTLFIC.
      *
       01  WS-SW-CTL-TOTAL           PIC X(01) VALUE 'N'.
           88  TOTAL-VU              VALUE 'O'.
           88  TOTAL-NON-VU          VALUE 'N'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CAISSE-E            PIC XX.
           88  OK-CAISSE-E           VALUE '00'.
           88  EOF-CAISSE-E          VALUE '10'.
       01  WS-FS-CAILIM-E            PIC XX.
           88  OK-CAILIM-E           VALUE '00'.
           88  EOF-CAILIM-E          VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
       01  WS-FS-AGREF-E             PIC XX.
           88  OK-AGREF-E            VALUES '00' '05'.
           88  EOF-AGREF-E           VALUE '10'.
       01  WS-FS-CDFATT-E            PIC XX.
           88  OK-CDFATT-E           VALUES '00' '05'.
           88  EOF-CDFATT-E          VALUE '10'.
       01  WS-FS-LIVFON-E            PIC XX.
           88  OK-LIVFON-E           VALUE '00'.
           88  ABSENT-LIVFON-E       VALUE '05'.
           88  EOF-LIVFON-E          VALUE '10'.
       01  WS-FS-CDFATT-S            PIC XX.
           88  OK-CDFATT-S           VALUE '00'.
       01  WS-FS-CDEFON-S            PIC XX.
           88  OK-CDEFON-S           VALUE '00'.
       01  WS-FS-ETACDF              PIC XX.
           88  OK-ETACDF             VALUE '00'.
       01  WS-FS-ETARCF              PIC XX.
           88  OK-ETARCF             VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE           PIC 9(08).
           05  WS-DEM-DATE-X REDEFINES WS-DEM-DATE
                                     PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- DATES DE LA JOURNEE ---------------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-LIV               PIC 9(08).
       01  WS-DATE-LIV-SUIV          PIC 9(08).
       01  WS-DATE-TRAV              PIC 9(08).
       01  WS-JSEM-LIV               PIC 9(01).
       01  WS-NB-FERIES-LIV          PIC 9(02) VALUE ZERO.
       01  WS-DATE-ED.
           05  WS-DATE-ED-AAAA       PIC 9(04).
           05  WS-DATE-ED-MM         PIC 9(02).
           05  WS-DATE-ED-JJ         PIC 9(02).
       01  WS-DATE-ED-N REDEFINES WS-DATE-ED
                                     PIC 9(08).
       01  WS-DATE-LIB.
           05  WS-DATE-LIB-JJ        PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-DATE-LIB-MM        PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-DATE-LIB-AAAA      PIC 9(04).
      *
      *---------------- NOMS DES JOURS DE LA SEMAINE ------------------*
      *
       01  WS-TAB-JOURS-V.
           05  FILLER                PIC X(08) VALUE 'LUNDI'.
           05  FILLER                PIC X(08) VALUE 'MARDI'.
           05  FILLER                PIC X(08) VALUE 'MERCREDI'.
           05  FILLER                PIC X(08) VALUE 'JEUDI'.
           05  FILLER                PIC X(08) VALUE 'VENDREDI'.
           05  FILLER                PIC X(08) VALUE 'SAMEDI'.
           05  FILLER                PIC X(08) VALUE 'DIMANCHE'.
       01  WS-TAB-JOURS REDEFINES WS-TAB-JOURS-V.
           05  WS-JOUR-NOM           PIC X(08) OCCURS 7 TIMES.
      *
      *---------------- FENETRE D'HISTORIQUE (CAISEM SEMAINES) --------*
      *
      *    UN POSTE PAR JOUR CALENDAIRE DE LA FENETRE, DU PLUS ANCIEN
      *    AU JOUR DE TRAITEMENT INCLUS ; WS-NBJ-SEM COMPTE LES JOURS
      *    OUVRES DE LA FENETRE PAR JOUR DE SEMAINE (DIVISEUR DES
      *    MOYENNES, LES JOURS FERIES N'ETANT PAS DES JOURS SANS
      *    ACTIVITE A MOYENNER).
      *
       01  WS-TAB-FEN.
           05  WS-FEN-EL             OCCURS 91 TIMES.
               10  WS-FEN-DATE       PIC 9(08).
               10  WS-FEN-JSEM       PIC 9(01).
               10  WS-FEN-OUVRE      PIC X(01).
                   88  FEN-OUVRE     VALUE 'O'.
       01  WS-NB-FEN                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-FEN                 PIC S9(04) COMP VALUE ZERO.
       01  WS-DATE-DEB-FEN           PIC 9(08).
       01  WS-TAB-NBJ.
           05  WS-NBJ-SEM            PIC 9(03) OCCURS 7 TIMES.
       01  WS-IX-JSEM                PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-FEN-TROUVE          PIC X(01) VALUE 'N'.
           88  FEN-TROUVE            VALUE 'O'.
           88  FEN-NON-TROUVE        VALUE 'N'.
      *
      *---------------- TABLE DES AGENCES A APPROVISIONNER ------------*
      *
      *    UNE AGENCE ENTRE DANS LA TABLE PAR SES LIMITES OU PAR SA
      *    DECLARATION DE CAISSE ; CAPACITE DU REFERENTIEL (999),
      *    AU-DELA LE PASSAGE S'ARRETE (RC 12) PLUTOT QUE D'OMETTRE
      *    UNE AGENCE.
      *
       01  WS-TAB-AGC.
           05  WS-AGC-EL             OCCURS 999 TIMES.
               10  WS-AGC-AGENCE     PIC X(03).
               10  WS-AGC-SW-LIM     PIC X(01).
                   88  AGC-AVEC-LIM  VALUE 'O'.
               10  WS-AGC-MINI       PIC 9(9)V99   COMP-3.
               10  WS-AGC-MAXI       PIC 9(9)V99   COMP-3.
               10  WS-AGC-CIBLE      PIC 9(9)V99   COMP-3.
               10  WS-AGC-MULTIPLE   PIC 9(07)     COMP-3.
               10  WS-AGC-SW-DECL    PIC X(01).
                   88  AGC-DECLAREE  VALUE 'O'.
               10  WS-AGC-DECLARE    PIC 9(9)V99   COMP-3.
               10  WS-AGC-DATE-DECL  PIC 9(08).
               10  WS-AGC-JOUR       OCCURS 7 TIMES.
                   15  WS-AGC-RET    PIC 9(11)V99  COMP-3.
                   15  WS-AGC-DEP    PIC 9(11)V99  COMP-3.
       01  WS-NB-AGC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-AGC                PIC S9(04) COMP VALUE 999.
       01  WS-IX-AGC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-AGENCE-RECH            PIC X(03).
       01  WS-SW-AGC-TROUVE          PIC X(01) VALUE 'N'.
           88  AGC-TROUVEE           VALUE 'O'.
           88  AGC-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- REGISTRE DES COMMANDES EN ATTENTE -------------*
      *
       01  WS-TAB-ATT.
           05  WS-ATT-EL             OCCURS 500 TIMES.
               10  WS-ATT-REF        PIC X(12).
               10  WS-ATT-ENRG       PIC X(80).
               10  WS-ATT-SW         PIC X(01).
                   88  ATT-SOLDEE    VALUE 'S'.
                   88  ATT-OUVERTE   VALUE 'O'.
       01  WS-NB-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-ATT                PIC S9(04) COMP VALUE 500.
       01  WS-IX-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-REF-RECH               PIC X(12).
       01  WS-SW-ATT-TROUVE          PIC X(01) VALUE 'N'.
           88  ATT-TROUVEE           VALUE 'O'.
           88  ATT-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- PARAMETRES (ARIS903) --------------------------*
      *
       01  WS-NB-SEMAINES            PIC 9(02) VALUE 8.
       01  WS-PCT-FERIE              PIC 9(03) VALUE 50.
       01  WS-MULTIPLE-DEF           PIC 9(07) VALUE 1000.
       01  WS-PCT-MAJORATION         PIC 9(04) VALUE ZERO.
      *
      *---------------- VARIABLES DE CALCUL ---------------------------*
      *
       01  WS-RET-MOYEN              PIC S9(11)V99 COMP-3.
       01  WS-RET-MAJORE             PIC S9(11)V99 COMP-3.
       01  WS-DEP-MOYEN              PIC S9(11)V99 COMP-3.
       01  WS-PROJETE                PIC S9(11)V99 COMP-3.
       01  WS-CIBLE                  PIC S9(11)V99 COMP-3.
       01  WS-BESOIN                 PIC S9(11)V99 COMP-3.
       01  WS-BESOIN-JOUR            PIC S9(11)V99 COMP-3.
       01  WS-PLAFOND-RETOUR         PIC S9(11)V99 COMP-3.
       01  WS-MT-CDE                 PIC S9(11)V99 COMP-3.
       01  WS-APRES-CDE              PIC S9(11)V99 COMP-3.
       01  WS-MULTIPLE               PIC 9(07)     COMP-3.
       01  WS-NB-MULTIPLES           PIC 9(09)     COMP-3.
       01  WS-ECART                  PIC S9(11)V99 COMP-3.
       01  WS-ED-MT-VAL              PIC S9(11)V99 COMP-3.
       01  WS-SENS-CDE               PIC X(01).
           88  CDE-APPRO             VALUE 'A'.
           88  CDE-RETOUR            VALUE 'R'.
           88  CDE-AUCUNE            VALUE ' '.
       01  WS-MOTIF                  PIC X(50).
       01  WS-NB-JOURS-X             PIC 9(03).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LIMITES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-DECLARE            PIC 9(05) VALUE ZERO.
       01  WS-CPT-DECL-PERIMEES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVTS-LUS           PIC 9(09) VALUE ZERO.
       01  WS-CPT-MVTS-RETENUS       PIC 9(09) VALUE ZERO.
       01  WS-CPT-ATT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONFIRM            PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONFORMES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-CDE           PIC 9(05) VALUE ZERO.
       01  WS-CPT-NON-CONFIRM        PIC 9(05) VALUE ZERO.
       01  WS-CPT-APPRO              PIC 9(05) VALUE ZERO.
       01  WS-CPT-RETOUR             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-CDE-JOUR      PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-LIM           PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-DECL          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ATT-ECRITES        PIC 9(05) VALUE ZERO.
       01  WS-TOT-APPRO              PIC 9(11)V99  COMP-3 VALUE ZERO.
       01  WS-TOT-RETOUR             PIC 9(11)V99  COMP-3 VALUE ZERO.
       01  WS-TOT-CDE-RAP            PIC 9(11)V99  COMP-3 VALUE ZERO.
       01  WS-TOT-LIV-RAP            PIC 9(11)V99  COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION : CONFIRMATION AGENCE --------*
      *
       01  WS-LCDF-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LCDF-BLANC             PIC X(132) VALUE SPACES.
       01  WS-LCDF-TITRE.
           05  FILLER                PIC X(46)
               VALUE 'ESTIAC - COMMANDE DE FONDS - CONFIRMATION DE L'.
           05  FILLER                PIC X(10) VALUE '''AGENCE : '.
           05  WS-LCDF-AGENCE        PIC X(03).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-LCDF-LIBEL         PIC X(20).
       01  WS-LCDF-DATES.
           05  FILLER                PIC X(11) VALUE 'JOURNEE DU '.
           05  WS-LCDF-DATE-JOUR     PIC X(10).
           05  FILLER                PIC X(16)
               VALUE '   LIVRAISON LE '.
           05  WS-LCDF-JOUR-LIV      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCDF-DATE-LIV      PIC X(10).
           05  FILLER                PIC X(25)
               VALUE '   LIVRAISON SUIVANTE LE '.
           05  WS-LCDF-DATE-SUIV     PIC X(10).
       01  WS-LCDF-MONTANT.
           05  WS-LCDF-MT-LIB        PIC X(55).
           05  WS-LCDF-MT-ED         PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LCDF-MT-COMPL      PIC X(28).
       01  WS-LCDF-HISTO.
           05  FILLER                PIC X(34)
               VALUE 'HISTORIQUE RETENU : MOYENNE DES '.
           05  WS-LCDF-HIS-NB        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCDF-HIS-JOUR      PIC X(08).
           05  FILLER                PIC X(21)
               VALUE ' OUVRES DES DERNIERES'.
           05  WS-LCDF-HIS-SEM       PIC ZZ9.
           05  FILLER                PIC X(10) VALUE ' SEMAINES'.
       01  WS-LCDF-FERIES.
           05  FILLER                PIC X(45)
               VALUE 'JOURS FERIES AVANT LA LIVRAISON SUIVANTE : '.
           05  WS-LCDF-FER-NB        PIC Z9.
           05  FILLER                PIC X(26)
               VALUE '   MAJORATION DES RETRAITS'.
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LCDF-FER-PCT       PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE ' %'.
       01  WS-LCDF-PROPOSITION.
           05  FILLER                PIC X(14) VALUE 'PROPOSITION : '.
           05  WS-LCDF-PROP-LIB      PIC X(30).
           05  WS-LCDF-PROP-MT       PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LCDF-MOTIF.
           05  FILLER                PIC X(14) VALUE 'MOTIF       : '.
           05  WS-LCDF-MOTIF-LIB     PIC X(50).
       01  WS-LCDF-VISA              PIC X(80)
           VALUE 'VISA DU DIRECTEUR D''AGENCE :'.
       01  WS-LCDF-TOTAL.
           05  FILLER                PIC X(30)
               VALUE 'TOTAL DES COMMANDES EMISES : '.
           05  FILLER                PIC X(17)
               VALUE 'APPROVISIONNEMENT'.
           05  WS-LCDF-TOT-NBA       PIC ZZZZ9.
           05  WS-LCDF-TOT-MTA       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE '   RETOUR '.
           05  WS-LCDF-TOT-NBR       PIC ZZZZ9.
           05  WS-LCDF-TOT-MTR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *---------------- LIGNES D'EDITION : RAPPROCHEMENT --------------*
      *
       01  WS-LRCF-TITRE.
           05  FILLER                PIC X(48)
               VALUE 'ESTIAC - RAPPROCHEMENT DES COMMANDES DE FONDS - '.
           05  FILLER                PIC X(03) VALUE 'LE '.
           05  WS-LRCF-DATE          PIC X(10).
       01  WS-LRCF-INTITULE.
           05  FILLER                PIC X(07) VALUE 'AGENCE'.
           05  FILLER                PIC X(12) VALUE 'COMMANDE LE'.
           05  FILLER                PIC X(05) VALUE 'SENS'.
           05  FILLER                PIC X(12) VALUE 'LIVRAISON'.
           05  FILLER                PIC X(16) VALUE '        COMMANDE'.
           05  FILLER                PIC X(16) VALUE '          LIVRE'.
           05  FILLER                PIC X(16) VALUE '          ECART'.
           05  FILLER                PIC X(16) VALUE '  SIGNALEMENT'.
       01  WS-LRCF-DETAIL.
           05  WS-LRCF-AGENCE        PIC X(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LRCF-DATE-CDE      PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-SENS          PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LRCF-DATE-LIV      PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-MT-CDE        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-MT-LIV        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-ECART         PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-SIGNAL        PIC X(20).
       01  WS-LRCF-TOTAL.
           05  FILLER                PIC X(36)
               VALUE 'TOTAL DES CONFIRMATIONS RAPPROCHEES'.
           05  WS-LRCF-TOT-CDE       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LRCF-TOT-LIV       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LRCF-VIDE.
           05  FILLER                PIC X(27)
               VALUE 'AUCUNE COMMANDE EN ATTENTE '.
           05  FILLER                PIC X(33)
               VALUE 'NI CONFIRMATION A RAPPROCHER'.
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
           IF WS-DEM-DATE-X IS NUMERIC AND WS-DEM-DATE > ZERO
              MOVE WS-DEM-DATE           TO WS-DATE-SYST
           ELSE
              ACCEPT WS-DATE-SYST      FROM DATE YYYYMMDD
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO157'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 1000-INIT-DATES-DEB
              THRU 1000-INIT-DATES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6060-CHARGE-AGREF-DEB
              THRU 6060-CHARGE-AGREF-FIN.
      *
      *--------------- LIMITES ET DECLARATIONS DES AGENCES -----------*
      *
           PERFORM 6100-CHARGE-LIMITES-DEB
              THRU 6100-CHARGE-LIMITES-FIN.
      *
           PERFORM 6200-CHARGE-DECLARATIONS-DEB
              THRU 6200-CHARGE-DECLARATIONS-FIN.
      *
      *--------------- PROFIL DES MOUVEMENTS ESPECES -----------------*
      *
           PERFORM 6030-READ-FHISMVT-DEB
              THRU 6030-READ-FHISMVT-FIN.
      *
           PERFORM 2000-CUMUL-MOUVEMENT-DEB
              THRU 2000-CUMUL-MOUVEMENT-FIN
             UNTIL EOF-HISMVT-E.
      *
      *--------------- RAPPROCHEMENT DES COMMANDES PRECEDENTES -------*
      *
           PERFORM 6300-CHARGE-ATTENTE-DEB
              THRU 6300-CHARGE-ATTENTE-FIN.
      *
           PERFORM 3000-RAPPROCHEMENT-DEB
              THRU 3000-RAPPROCHEMENT-FIN.
      *
      *--------------- PROPOSITIONS DU JOUR --------------------------*
      *
           PERFORM 4000-PROPOSITIONS-DEB
              THRU 4000-PROPOSITIONS-FIN.
      *
           PERFORM 6040-WRITE-FCDFATT-DEB
              THRU 6040-WRITE-FCDFATT-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-APPRO + WS-CPT-RETOUR.
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
      *   DATES DE LIVRAISON ET FENETRE D'HISTORIQUE                  *
      *---------------------------------------------------------------*
      *
      *    LIVRAISON : PREMIER JOUR OUVRE APRES LA JOURNEE ; LA
      *    LIVRAISON SUIVANTE POSSIBLE EST LE JOUR OUVRE D'APRES. LES
      *    JOURS FERIES DE SEMAINE (LUNDI A VENDREDI CHOMES) ENTRE
      *    LES DEUX MAJORENT LES RETRAITS A COUVRIR.
      *
       1000-INIT-DATES-DEB.
           SET CAL-FCT-AJOUT             TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           MOVE 1                        TO WS-CAL-NB-JOURS.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-DATE-2            TO WS-DATE-LIV.
      *
           SET CAL-FCT-AJOUT             TO TRUE.
           MOVE WS-DATE-LIV              TO WS-CAL-DATE-1.
           MOVE 1                        TO WS-CAL-NB-JOURS.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-DATE-2            TO WS-DATE-LIV-SUIV.
      *
           SET CAL-FCT-JOUR-SEM          TO TRUE.
           MOVE WS-DATE-LIV              TO WS-CAL-DATE-1.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-NB-JOURS          TO WS-JSEM-LIV.
      *
           MOVE WS-DATE-LIV              TO WS-DATE-TRAV.
           PERFORM 1010-COMPTE-FERIE-DEB
              THRU 1010-COMPTE-FERIE-FIN
             UNTIL WS-DATE-TRAV NOT < WS-DATE-LIV-SUIV.
      *
      *    FENETRE : LES 7 X CAISEM JOURS QUI SE TERMINENT A LA
      *    JOURNEE TRAITEE.
      *
           SET CAL-FCT-RETRAIT-CAL       TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           COMPUTE WS-CAL-NB-JOURS = (7 * WS-NB-SEMAINES) - 1.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-DATE-2            TO WS-DATE-DEB-FEN
                                            WS-DATE-TRAV.
           INITIALIZE WS-TAB-NBJ.
           PERFORM 1020-ALIM-FENETRE-DEB
              THRU 1020-ALIM-FENETRE-FIN
             UNTIL WS-DATE-TRAV > WS-DATE-SYST.
       1000-INIT-DATES-FIN.
           EXIT.
      *
       1010-COMPTE-FERIE-DEB.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           MOVE WS-DATE-TRAV             TO WS-CAL-DATE-1.
           MOVE 1                        TO WS-CAL-NB-JOURS.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-DATE-2            TO WS-DATE-TRAV.
           IF WS-DATE-TRAV NOT < WS-DATE-LIV-SUIV
              GO TO 1010-COMPTE-FERIE-FIN
           END-IF.
           SET CAL-FCT-JOUR-SEM          TO TRUE.
           MOVE WS-DATE-TRAV             TO WS-CAL-DATE-1.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           IF WS-CAL-NB-JOURS NOT > 5 AND CAL-JOUR-CHOME
              ADD 1                      TO WS-NB-FERIES-LIV
           END-IF.
       1010-COMPTE-FERIE-FIN.
           EXIT.
      *
       1020-ALIM-FENETRE-DEB.
           ADD 1                         TO WS-NB-FEN.
           MOVE WS-NB-FEN                TO WS-IX-FEN.
           MOVE WS-DATE-TRAV             TO WS-FEN-DATE(WS-IX-FEN).
           SET CAL-FCT-JOUR-SEM          TO TRUE.
           MOVE WS-DATE-TRAV             TO WS-CAL-DATE-1.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-NB-JOURS          TO WS-FEN-JSEM(WS-IX-FEN).
           MOVE WS-CAL-RESULTAT          TO WS-FEN-OUVRE(WS-IX-FEN).
           IF FEN-OUVRE(WS-IX-FEN)
              MOVE WS-CAL-NB-JOURS       TO WS-IX-JSEM
              ADD 1                      TO WS-NBJ-SEM(WS-IX-JSEM)
           END-IF.
      *
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           MOVE WS-DATE-TRAV             TO WS-CAL-DATE-1.
           MOVE 1                        TO WS-CAL-NB-JOURS.
           PERFORM 7100-APPEL-CALENDRIER-DEB
              THRU 7100-APPEL-CALENDRIER-FIN.
           MOVE WS-CAL-DATE-2            TO WS-DATE-TRAV.
       1020-ALIM-FENETRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CUMUL D'UN MOUVEMENT ESPECES DE LA FENETRE                  *
      *---------------------------------------------------------------*
      *
      *    MEMES CODES QUE LE RAPPROCHEMENT DE CAISSE ARIO075 :
      *    RETRAITS 'R' ET DEPOTS 'D', AGENCE = 3 PREMIERS CARACTERES
      *    DU COMPTE ; SEULS LES JOURS OUVRES DE LA FENETRE COMPTENT.
      *
       2000-CUMUL-MOUVEMENT-DEB.
      *
           ADD 1                         TO WS-CPT-MVTS-LUS.
      *
           IF WS-HIS-CODE NOT = 'R' AND WS-HIS-CODE NOT = 'D'
              GO TO 2000-CUMUL-SUIVANT
           END-IF.
           IF WS-HIS-DCPTA < WS-DATE-DEB-FEN
              OR WS-HIS-DCPTA > WS-DATE-SYST
              GO TO 2000-CUMUL-SUIVANT
           END-IF.
           MOVE WS-HIS-CPTE(1:3)         TO WS-AGENCE-RECH.
           PERFORM 7200-RECH-AGENCE-DEB
              THRU 7200-RECH-AGENCE-FIN.
           IF AGC-NON-TROUVEE
              GO TO 2000-CUMUL-SUIVANT
           END-IF.
           SET FEN-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-FEN.
           PERFORM 7300-RECH-FENETRE-DEB
              THRU 7300-RECH-FENETRE-FIN
             UNTIL WS-IX-FEN > WS-NB-FEN OR FEN-TROUVE.
           IF FEN-NON-TROUVE
              GO TO 2000-CUMUL-SUIVANT
           END-IF.
           IF NOT FEN-OUVRE(WS-IX-FEN)
              GO TO 2000-CUMUL-SUIVANT
           END-IF.
      *
           ADD 1                         TO WS-CPT-MVTS-RETENUS.
           MOVE WS-FEN-JSEM(WS-IX-FEN)   TO WS-IX-JSEM.
           IF WS-HIS-CODE = 'D'
              ADD WS-HIS-MT        TO WS-AGC-DEP(WS-IX-AGC, WS-IX-JSEM)
           ELSE
              ADD WS-HIS-MT        TO WS-AGC-RET(WS-IX-AGC, WS-IX-JSEM)
           END-IF.
      *
       2000-CUMUL-SUIVANT.
           PERFORM 6030-READ-FHISMVT-DEB
              THRU 6030-READ-FHISMVT-FIN.
      *
       2000-CUMUL-MOUVEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RAPPROCHEMENT DES CONFIRMATIONS DU TRANSPORTEUR             *
      *---------------------------------------------------------------*
      *
      *    LE FICHIER LIVFON EST FACULTATIF (PAS DE CONFIRMATION CE
      *    JOUR) ; S'IL EST PRESENT IL SUIT LA CONVENTION ARIS907
      *    (ENTETE 'LIVFON', EMPREINTE DES MONTANTS LIVRES) ET UN
      *    TRANSFERT TRONQUE ARRETE LE PASSAGE AVANT TOUTE COMMANDE.
      *
       3000-RAPPROCHEMENT-DEB.
           MOVE WS-DATE-SYST             TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LRCF-DATE.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LRCF-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LCDF-TIRET.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LRCF-INTITULE.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LCDF-TIRET.
      *
           OPEN INPUT F-LIVFON-E.
           IF NOT (OK-LIVFON-E OR ABSENT-LIVFON-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIVFON-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIVFON-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6070-READ-FLIVFON-DEB
              THRU 6070-READ-FLIVFON-FIN.
           IF NOT EOF-LIVFON-E
              PERFORM 3100-CTRL-ENTETE-DEB
                 THRU 3100-CTRL-ENTETE-FIN
              PERFORM 3010-UNE-CONFIRMATION-DEB
                 THRU 3010-UNE-CONFIRMATION-FIN
                UNTIL EOF-LIVFON-E
              IF TOTAL-NON-VU
                 DISPLAY 'TOTAL DE FICHIER ABSENT : TRANSFERT TRONQUE ?'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           CLOSE F-LIVFON-E.
      *
      *    COMMANDES DONT LA DATE DE LIVRAISON EST PASSEE SANS
      *    CONFIRMATION : SIGNALEES ET CONSERVEES AU REGISTRE.
      *
           PERFORM 3020-NON-CONFIRMEE-DEB
              THRU 3020-NON-CONFIRMEE-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT.
      *
           IF WS-CPT-CONFIRM = ZERO AND WS-CPT-NON-CONFIRM = ZERO
              WRITE FS-ENRG-ETARCF-S     FROM WS-LRCF-VIDE
           END-IF.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LCDF-TIRET.
           MOVE WS-TOT-CDE-RAP           TO WS-LRCF-TOT-CDE.
           MOVE WS-TOT-LIV-RAP           TO WS-LRCF-TOT-LIV.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LRCF-TOTAL.
       3000-RAPPROCHEMENT-FIN.
           EXIT.
      *
       3010-UNE-CONFIRMATION-DEB.
           IF CDF-TOTAL
              PERFORM 3200-CTRL-TOTAL-DEB
                 THRU 3200-CTRL-TOTAL-FIN
              GO TO 3010-SUIVANTE
           END-IF.
           IF TOTAL-VU
              DISPLAY 'ENREGISTREMENT RECU APRES LE TOTAL DE FICHIER'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-CONFIRM.
           SET CTF-FCT-MOUVEMENT         TO TRUE.
           IF WS-CDF-MT-LIVRE IS NUMERIC
              MOVE WS-CDF-MT-LIVRE       TO WS-CTF-MT
           ELSE
              MOVE ZERO                  TO WS-CTF-MT
              MOVE ZERO                  TO WS-CDF-MT-LIVRE
           END-IF.
           CALL 'ARIS907'             USING WS-CTF-PARM.
      *
           MOVE WS-CDF-REF               TO WS-REF-RECH.
           PERFORM 7500-RECH-ATTENTE-DEB
              THRU 7500-RECH-ATTENTE-FIN.
      *
           MOVE WS-CDF-AGENCE            TO WS-LRCF-AGENCE.
           MOVE WS-CDF-SENS              TO WS-LRCF-SENS.
           MOVE WS-CDF-DATE-CDE          TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LRCF-DATE-CDE.
           MOVE WS-CDF-MT-LIVRE          TO WS-LRCF-MT-LIV.
      *
           IF ATT-NON-TROUVEE
              ADD 1                      TO WS-CPT-SANS-CDE
                                            WS-CPT-ECARTS
              MOVE WS-CDF-DATE-LIV       TO WS-DATE-ED-N
              MOVE ZERO                  TO WS-LRCF-MT-CDE
              MOVE WS-CDF-MT-LIVRE       TO WS-LRCF-ECART
              MOVE '** SANS COMMANDE'    TO WS-LRCF-SIGNAL
              GO TO 3010-EDITION
           END-IF.
      *
      *    COMMANDE TROUVEE : LE MONTANT CONFIRME EST RAPPROCHE DU
      *    MONTANT COMMANDE ; LA COMMANDE EST SOLDEE DANS TOUS LES
      *    CAS (UN ECART SE TRAITE AVEC LE TRANSPORTEUR, PAS PAR UNE
      *    NOUVELLE CONFIRMATION).
      *
           MOVE WS-CDF-MT-LIVRE          TO WS-ECART.
           ADD WS-CDF-MT-LIVRE           TO WS-TOT-LIV-RAP.
           MOVE WS-ATT-ENRG(WS-IX-ATT)   TO WS-ENRG-CDEFON.
           SET ATT-SOLDEE(WS-IX-ATT)     TO TRUE.
           ADD WS-CDF-MT                 TO WS-TOT-CDE-RAP.
           MOVE WS-CDF-MT                TO WS-LRCF-MT-CDE.
           SUBTRACT WS-CDF-MT            FROM WS-ECART.
           MOVE WS-ECART                 TO WS-LRCF-ECART.
           IF WS-ECART = ZERO
              ADD 1                      TO WS-CPT-CONFORMES
              MOVE 'CONFORME'            TO WS-LRCF-SIGNAL
           ELSE
              ADD 1                      TO WS-CPT-ECARTS
              MOVE '** ECART'            TO WS-LRCF-SIGNAL
           END-IF.
           MOVE WS-CDF-DATE-LIV          TO WS-DATE-ED-N.
      *
       3010-EDITION.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LRCF-DATE-LIV.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LRCF-DETAIL.
      *
       3010-SUIVANTE.
           PERFORM 6070-READ-FLIVFON-DEB
              THRU 6070-READ-FLIVFON-FIN.
      *
       3010-UNE-CONFIRMATION-FIN.
           EXIT.
      *
       3020-NON-CONFIRMEE-DEB.
           IF ATT-SOLDEE(WS-IX-ATT)
              GO TO 3020-NON-CONFIRMEE-FIN
           END-IF.
           MOVE WS-ATT-ENRG(WS-IX-ATT)   TO WS-ENRG-CDEFON.
           IF WS-CDF-DATE-LIV NOT < WS-DATE-SYST
              GO TO 3020-NON-CONFIRMEE-FIN
           END-IF.
           ADD 1                         TO WS-CPT-NON-CONFIRM
                                            WS-CPT-ECARTS.
           MOVE WS-CDF-AGENCE            TO WS-LRCF-AGENCE.
           MOVE WS-CDF-SENS              TO WS-LRCF-SENS.
           MOVE WS-CDF-DATE-CDE          TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LRCF-DATE-CDE.
           MOVE WS-CDF-DATE-LIV          TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LRCF-DATE-LIV.
           MOVE WS-CDF-MT                TO WS-LRCF-MT-CDE.
           MOVE ZERO                     TO WS-LRCF-MT-LIV
                                            WS-LRCF-ECART.
           MOVE '** NON CONFIRMEE'       TO WS-LRCF-SIGNAL.
           WRITE FS-ENRG-ETARCF-S        FROM WS-LRCF-DETAIL.
       3020-NON-CONFIRMEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLES D'ENTETE ET DE TOTAL (CONVENTION ARIS907)         *
      *---------------------------------------------------------------*
      *
       3100-CTRL-ENTETE-DEB.
           SET CTF-FCT-INIT              TO TRUE.
           MOVE 'LIVFON'                 TO WS-CTF-FICHIER.
           MOVE ZERO                     TO WS-CTF-DATE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           SET CTF-FCT-CTRL-ENTETE       TO TRUE.
           MOVE WS-ENRG-CDEFON           TO WS-CTF-ENRG.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           IF CTF-RC-ERREUR
              DISPLAY WS-CTF-MESSAGE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6070-READ-FLIVFON-DEB
              THRU 6070-READ-FLIVFON-FIN.
       3100-CTRL-ENTETE-FIN.
           EXIT.
      *
       3200-CTRL-TOTAL-DEB.
           SET CTF-FCT-CTRL-TOTAL        TO TRUE.
           MOVE WS-ENRG-CDEFON           TO WS-CTF-ENRG.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           IF CTF-RC-ERREUR
              DISPLAY WS-CTF-MESSAGE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET TOTAL-VU                  TO TRUE.
       3200-CTRL-TOTAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PROPOSITIONS DU JOUR ET FICHIER DU TRANSPORTEUR             *
      *---------------------------------------------------------------*
      *
       4000-PROPOSITIONS-DEB.
           SET CTF-FCT-INIT              TO TRUE.
           MOVE 'CDEFON'                 TO WS-CTF-FICHIER.
           MOVE WS-DATE-SYST             TO WS-CTF-DATE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           SET CTF-FCT-BATIT-ENTETE      TO TRUE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           MOVE WS-CTF-ENRG              TO FS-ENRG-CDEFON-S.
           PERFORM 6080-WRITE-FCDEFON-DEB
              THRU 6080-WRITE-FCDEFON-FIN.
      *
           PERFORM 4010-UNE-AGENCE-DEB
              THRU 4010-UNE-AGENCE-FIN
             VARYING WS-IX-AGC FROM 1 BY 1
               UNTIL WS-IX-AGC > WS-NB-AGC.
      *
           SET CTF-FCT-BATIT-TOTAL       TO TRUE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           MOVE WS-CTF-ENRG              TO FS-ENRG-CDEFON-S.
           PERFORM 6080-WRITE-FCDEFON-DEB
              THRU 6080-WRITE-FCDEFON-FIN.
      *
           MOVE WS-CPT-APPRO             TO WS-LCDF-TOT-NBA.
           MOVE WS-TOT-APPRO             TO WS-LCDF-TOT-MTA.
           MOVE WS-CPT-RETOUR            TO WS-LCDF-TOT-NBR.
           MOVE WS-TOT-RETOUR            TO WS-LCDF-TOT-MTR.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-TIRET
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-TOTAL.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-TIRET.
       4000-PROPOSITIONS-FIN.
           EXIT.
      *
      *    UNE PAGE PAR AGENCE ; SANS LIMITES OU SANS DECLARATION DU
      *    JOUR, LA PAGE INDIQUE POURQUOI AUCUNE COMMANDE N'EST FAITE.
      *
       4010-UNE-AGENCE-DEB.
           PERFORM 8000-EDIT-ENTETE-AGENCE-DEB
              THRU 8000-EDIT-ENTETE-AGENCE-FIN.
      *
           IF NOT AGC-AVEC-LIM(WS-IX-AGC)
              ADD 1                      TO WS-CPT-SANS-LIM
              MOVE 'LIMITES D''ENCAISSE NON PARAMETREES (CAILIM)'
                                         TO WS-LCDF-MOTIF-LIB
              WRITE FS-ENRG-ETACDF-S     FROM WS-LCDF-MOTIF
              GO TO 4010-UNE-AGENCE-FIN
           END-IF.
           IF NOT AGC-DECLAREE(WS-IX-AGC)
              ADD 1                      TO WS-CPT-SANS-DECL
              MOVE 'DECLARATION DE CAISSE DU JOUR ABSENTE'
                                         TO WS-LCDF-MOTIF-LIB
              WRITE FS-ENRG-ETACDF-S     FROM WS-LCDF-MOTIF
              GO TO 4010-UNE-AGENCE-FIN
           END-IF.
      *
           PERFORM 4100-CALCUL-PREVISION-DEB
              THRU 4100-CALCUL-PREVISION-FIN.
           PERFORM 4200-CALCUL-COMMANDE-DEB
              THRU 4200-CALCUL-COMMANDE-FIN.
           PERFORM 8100-EDIT-PROPOSITION-DEB
              THRU 8100-EDIT-PROPOSITION-FIN.
      *
           IF CDE-AUCUNE
              ADD 1                      TO WS-CPT-SANS-CDE-JOUR
           ELSE
              PERFORM 4300-EMET-COMMANDE-DEB
                 THRU 4300-EMET-COMMANDE-FIN
           END-IF.
       4010-UNE-AGENCE-FIN.
           EXIT.
      *
      *    MOYENNES DU JOUR DE SEMAINE DE LA LIVRAISON ; LES RETRAITS
      *    SONT MAJORES POUR LES JOURS FERIES QUI SUIVENT.
      *
       4100-CALCUL-PREVISION-DEB.
           MOVE ZERO                     TO WS-RET-MOYEN
                                            WS-DEP-MOYEN.
           IF WS-NBJ-SEM(WS-JSEM-LIV) > ZERO
              COMPUTE WS-RET-MOYEN ROUNDED =
                      WS-AGC-RET(WS-IX-AGC, WS-JSEM-LIV)
                    / WS-NBJ-SEM(WS-JSEM-LIV)
              COMPUTE WS-DEP-MOYEN ROUNDED =
                      WS-AGC-DEP(WS-IX-AGC, WS-JSEM-LIV)
                    / WS-NBJ-SEM(WS-JSEM-LIV)
           END-IF.
           COMPUTE WS-PCT-MAJORATION = WS-NB-FERIES-LIV * WS-PCT-FERIE.
           COMPUTE WS-RET-MAJORE ROUNDED = WS-RET-MOYEN
                 + (WS-RET-MOYEN * WS-PCT-MAJORATION / 100).
           COMPUTE WS-PROJETE = WS-AGC-DECLARE(WS-IX-AGC)
                              + WS-DEP-MOYEN - WS-RET-MAJORE.
           IF WS-AGC-CIBLE(WS-IX-AGC) > ZERO
              MOVE WS-AGC-CIBLE(WS-IX-AGC) TO WS-CIBLE
           ELSE
              COMPUTE WS-CIBLE ROUNDED = (WS-AGC-MINI(WS-IX-AGC)
                                       + WS-AGC-MAXI(WS-IX-AGC)) / 2
           END-IF.
           IF WS-AGC-MULTIPLE(WS-IX-AGC) > ZERO
              MOVE WS-AGC-MULTIPLE(WS-IX-AGC) TO WS-MULTIPLE
           ELSE
              MOVE WS-MULTIPLE-DEF       TO WS-MULTIPLE
           END-IF.
       4100-CALCUL-PREVISION-FIN.
           EXIT.
      *
      *    APPROVISIONNEMENT : LE PLUS GRAND DES DEUX BESOINS (TENIR
      *    LE MINIMUM APRES LES RETRAITS, ATTEINDRE LA CIBLE EN FIN
      *    DE JOURNEE), ARRONDI AU MULTIPLE SUPERIEUR.
      *    RETOUR : EXCEDENT SUR LA CIBLE, PLAFONNE POUR QUE LES
      *    RETRAITS DU JOUR RESTENT COUVERTS AU-DESSUS DU MINIMUM,
      *    ARRONDI AU MULTIPLE INFERIEUR.
      *
       4200-CALCUL-COMMANDE-DEB.
           SET CDE-AUCUNE                TO TRUE.
           MOVE ZERO                     TO WS-MT-CDE.
           COMPUTE WS-BESOIN-JOUR = WS-AGC-MINI(WS-IX-AGC)
                                  + WS-RET-MAJORE
                                  - WS-AGC-DECLARE(WS-IX-AGC).
      *
           IF WS-BESOIN-JOUR > ZERO
              OR WS-PROJETE < WS-AGC-MINI(WS-IX-AGC)
              COMPUTE WS-BESOIN = WS-CIBLE - WS-PROJETE
              IF WS-BESOIN-JOUR > WS-BESOIN
                 MOVE WS-BESOIN-JOUR     TO WS-BESOIN
              END-IF
              DIVIDE WS-BESOIN BY WS-MULTIPLE GIVING WS-NB-MULTIPLES
              IF WS-NB-MULTIPLES * WS-MULTIPLE < WS-BESOIN
                 ADD 1                   TO WS-NB-MULTIPLES
              END-IF
              COMPUTE WS-MT-CDE = WS-NB-MULTIPLES * WS-MULTIPLE
              SET CDE-APPRO              TO TRUE
              IF WS-BESOIN-JOUR > ZERO
                 MOVE 'RETRAITS PREVUS AU-DELA DE L''ENCAISSE - MINIMUM'
                                         TO WS-MOTIF
              ELSE
                 MOVE 'ENCAISSE PREVUE SOUS LE MINIMUM EN FIN DE JOUR'
                                         TO WS-MOTIF
              END-IF
              GO TO 4200-CALCUL-COMMANDE-SUITE
           END-IF.
      *
           IF WS-PROJETE > WS-AGC-MAXI(WS-IX-AGC)
              COMPUTE WS-BESOIN = WS-PROJETE - WS-CIBLE
              COMPUTE WS-PLAFOND-RETOUR = WS-AGC-DECLARE(WS-IX-AGC)
                                        - WS-RET-MAJORE
                                        - WS-AGC-MINI(WS-IX-AGC)
              IF WS-PLAFOND-RETOUR < WS-BESOIN
                 MOVE WS-PLAFOND-RETOUR  TO WS-BESOIN
              END-IF
              IF WS-BESOIN > ZERO
                 DIVIDE WS-BESOIN BY WS-MULTIPLE
                        GIVING WS-NB-MULTIPLES
                 COMPUTE WS-MT-CDE = WS-NB-MULTIPLES * WS-MULTIPLE
              END-IF
              IF WS-MT-CDE > ZERO
                 SET CDE-RETOUR          TO TRUE
                 MOVE 'ENCAISSE PREVUE AU-DESSUS DU MAXIMUM ASSURE'
                                         TO WS-MOTIF
              ELSE
                 MOVE 'EXCEDENT INFERIEUR AU MULTIPLE DE COMMANDE'
                                         TO WS-MOTIF
              END-IF
              GO TO 4200-CALCUL-COMMANDE-SUITE
           END-IF.
      *
           MOVE 'ENCAISSE PREVUE DANS LES LIMITES'
                                         TO WS-MOTIF.
      *
       4200-CALCUL-COMMANDE-SUITE.
           EVALUATE TRUE
              WHEN CDE-APPRO
                 COMPUTE WS-APRES-CDE = WS-PROJETE + WS-MT-CDE
              WHEN CDE-RETOUR
                 COMPUTE WS-APRES-CDE = WS-PROJETE - WS-MT-CDE
              WHEN OTHER
                 MOVE WS-PROJETE         TO WS-APRES-CDE
           END-EVALUATE.
       4200-CALCUL-COMMANDE-FIN.
           EXIT.
      *
      *    COMMANDE EMISE VERS LE TRANSPORTEUR ET INSCRITE AU
      *    REGISTRE ; UN NOUVEAU PASSAGE DE LA MEME JOURNEE REMPLACE
      *    LA COMMANDE DE MEME REFERENCE.
      *
       4300-EMET-COMMANDE-DEB.
           MOVE SPACES                   TO WS-ENRG-CDEFON.
           SET CDF-DETAIL                TO TRUE.
           MOVE WS-AGC-AGENCE(WS-IX-AGC) TO WS-CDF-AGENCE.
           MOVE WS-DATE-SYST             TO WS-CDF-DATE-CDE.
           MOVE WS-SENS-CDE              TO WS-CDF-SENS.
           MOVE WS-DATE-LIV              TO WS-CDF-DATE-LIV.
           MOVE WS-MT-CDE                TO WS-CDF-MT.
           MOVE ZERO                     TO WS-CDF-MT-LIVRE.
           SET CDF-EMISE                 TO TRUE.
      *
           MOVE WS-ENRG-CDEFON           TO FS-ENRG-CDEFON-S.
           PERFORM 6080-WRITE-FCDEFON-DEB
              THRU 6080-WRITE-FCDEFON-FIN.
           SET CTF-FCT-MOUVEMENT         TO TRUE.
           MOVE WS-CDF-MT                TO WS-CTF-MT.
           CALL 'ARIS907'             USING WS-CTF-PARM.
      *
           IF CDE-APPRO
              ADD 1                      TO WS-CPT-APPRO
              ADD WS-MT-CDE              TO WS-TOT-APPRO
           ELSE
              ADD 1                      TO WS-CPT-RETOUR
              ADD WS-MT-CDE              TO WS-TOT-RETOUR
           END-IF.
      *
           MOVE WS-CDF-REF               TO WS-REF-RECH.
           PERFORM 7500-RECH-ATTENTE-DEB
              THRU 7500-RECH-ATTENTE-FIN.
           IF ATT-NON-TROUVEE
              PERFORM 7510-AJOUT-ATTENTE-DEB
                 THRU 7510-AJOUT-ATTENTE-FIN
           END-IF.
           MOVE WS-ENRG-CDEFON           TO WS-ATT-ENRG(WS-IX-ATT).
           SET ATT-OUVERTE(WS-IX-ATT)    TO TRUE.
       4300-EMET-COMMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CDFATT-S.
           IF NOT OK-CDFATT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDFATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDFATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CDEFON-S.
           IF NOT OK-CDEFON-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDEFON-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDEFON-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETACDF-S.
           IF NOT OK-ETACDF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETACDF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETACDF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETARCF-S.
           IF NOT OK-ETARCF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETARCF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETARCF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6030-READ-FHISMVT-DEB.
           READ F-HISMVT-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-HISMVT-E OR EOF-HISMVT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FHISMVT-FIN.
           EXIT.
      *
      *    REGISTRE DES COMMANDES RESTANT A CONFIRMER (LES COMMANDES
      *    SOLDEES PAR UNE CONFIRMATION NE SONT PAS RECOPIEES).
      *
       6040-WRITE-FCDFATT-DEB.
           IF ATT-SOLDEE(WS-IX-ATT)
              GO TO 6040-WRITE-FCDFATT-FIN
           END-IF.
           WRITE FS-ENRG-CDFATT-S        FROM WS-ATT-ENRG(WS-IX-ATT).
           IF NOT OK-CDFATT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CDFATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDFATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ATT-ECRITES.
       6040-WRITE-FCDFATT-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-HISMVT-E
                 F-CDFATT-S
                 F-CDEFON-S
                 F-ETACDF-S
                 F-ETARCF-S.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6060-CHARGE-AGREF-DEB.
           OPEN INPUT F-AGREF-E.
           IF NOT OK-AGREF-E
              DISPLAY 'F-AGREF-E ILLISIBLE, FILE STATUS = '
                      WS-FS-AGREF-E
              GO TO 6060-CHARGE-AGREF-FIN
           END-IF.
           PERFORM 6062-READ-FAGREF-DEB
              THRU 6062-READ-FAGREF-FIN.
           PERFORM 6064-ALIM-TAB-AGREF-DEB
              THRU 6064-ALIM-TAB-AGREF-FIN
             UNTIL EOF-AGREF-E.
           CLOSE F-AGREF-E.
       6060-CHARGE-AGREF-FIN.
           EXIT.
      *
       6062-READ-FAGREF-DEB.
           READ F-AGREF-E INTO WS-ENRG-F-AGREF.
           IF NOT (OK-AGREF-E OR EOF-AGREF-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AGREF-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AGREF-E
              SET EOF-AGREF-E            TO TRUE
           END-IF.
       6062-READ-FAGREF-FIN.
           EXIT.
      *
       6064-ALIM-TAB-AGREF-DEB.
           IF WS-NB-AGREF < WS-MAX-AGREF
              ADD 1                      TO WS-NB-AGREF
              SET WS-IX-AGREF            TO WS-NB-AGREF
              MOVE WS-AGR-CODE-E       TO WS-AGR-CODE(WS-IX-AGREF)
              MOVE WS-AGR-LIBEL-E      TO WS-AGR-LIBEL(WS-IX-AGREF)
              MOVE WS-AGR-REGION-E     TO WS-AGR-REGION(WS-IX-AGREF)
              MOVE WS-AGR-STATUT-E     TO WS-AGR-STATUT(WS-IX-AGREF)
              MOVE WS-AGR-DCLOT-E      TO WS-AGR-DCLOT(WS-IX-AGREF)
              MOVE WS-AGR-ABSORB-E     TO WS-AGR-ABSORB(WS-IX-AGREF)
           ELSE
              DISPLAY 'F-AGREF-E : PLUS DE 999 AGENCES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6062-READ-FAGREF-DEB
              THRU 6062-READ-FAGREF-FIN.
       6064-ALIM-TAB-AGREF-FIN.
           EXIT.
      *
       6070-READ-FLIVFON-DEB.
           READ F-LIVFON-E INTO WS-ENRG-CDEFON.
           IF NOT (OK-LIVFON-E OR EOF-LIVFON-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIVFON-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIVFON-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-FLIVFON-FIN.
           EXIT.
      *
       6080-WRITE-FCDEFON-DEB.
           WRITE FS-ENRG-CDEFON-S.
           IF NOT OK-CDEFON-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CDEFON-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDEFON-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-WRITE-FCDEFON-FIN.
           EXIT.
      *
      *    LIMITES D'ENCAISSE : FICHIER OBLIGATOIRE, UNE LIGNE PAR
      *    AGENCE (UNE LIGNE EN DOUBLE REMPLACE LA PRECEDENTE).
      *
       6100-CHARGE-LIMITES-DEB.
           OPEN INPUT F-CAILIM-E.
           IF NOT OK-CAILIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAILIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAILIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FCAILIM-DEB
              THRU 6110-READ-FCAILIM-FIN.
           PERFORM 6120-ALIM-LIMITE-DEB
              THRU 6120-ALIM-LIMITE-FIN
             UNTIL EOF-CAILIM-E.
           CLOSE F-CAILIM-E.
       6100-CHARGE-LIMITES-FIN.
           EXIT.
      *
       6110-READ-FCAILIM-DEB.
           READ F-CAILIM-E INTO WS-ENRG-F-CAILIM.
           IF NOT (OK-CAILIM-E OR EOF-CAILIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAILIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAILIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FCAILIM-FIN.
           EXIT.
      *
       6120-ALIM-LIMITE-DEB.
           IF WS-CLM-MINI-E IS NOT NUMERIC
              OR WS-CLM-MAXI-E IS NOT NUMERIC
              OR WS-CLM-CIBLE-E IS NOT NUMERIC
              OR WS-CLM-MULTIPLE-E IS NOT NUMERIC
              OR WS-CLM-MAXI-E < WS-CLM-MINI-E
              DISPLAY 'LIMITES D''ENCAISSE INVALIDES, AGENCE '
                      WS-CLM-AGENCE-E ' IGNOREE'
              GO TO 6120-ALIM-LIMITE-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-LIMITES.
           MOVE WS-CLM-AGENCE-E          TO WS-AGENCE-RECH.
           PERFORM 7210-AJOUT-AGENCE-DEB
              THRU 7210-AJOUT-AGENCE-FIN.
           MOVE 'O'                      TO WS-AGC-SW-LIM(WS-IX-AGC).
           MOVE WS-CLM-MINI-E            TO WS-AGC-MINI(WS-IX-AGC).
           MOVE WS-CLM-MAXI-E            TO WS-AGC-MAXI(WS-IX-AGC).
           MOVE WS-CLM-CIBLE-E           TO WS-AGC-CIBLE(WS-IX-AGC).
           MOVE WS-CLM-MULTIPLE-E        TO WS-AGC-MULTIPLE(WS-IX-AGC).
      *
       6120-ALIM-LIMITE-SUITE.
           PERFORM 6110-READ-FCAILIM-DEB
              THRU 6110-READ-FCAILIM-FIN.
      *
       6120-ALIM-LIMITE-FIN.
           EXIT.
      *
      *    DECLARATIONS DE CAISSE : SEULE L'ENCAISSE DECLAREE POUR
      *    LA JOURNEE TRAITEE EST RETENUE.
      *
       6200-CHARGE-DECLARATIONS-DEB.
           OPEN INPUT F-CAISSE-E.
           IF NOT OK-CAISSE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAISSE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAISSE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCAISSE-DEB
              THRU 6210-READ-FCAISSE-FIN.
           PERFORM 6220-ALIM-DECLARATION-DEB
              THRU 6220-ALIM-DECLARATION-FIN
             UNTIL EOF-CAISSE-E.
           CLOSE F-CAISSE-E.
       6200-CHARGE-DECLARATIONS-FIN.
           EXIT.
      *
       6210-READ-FCAISSE-DEB.
           READ F-CAISSE-E INTO WS-ENRG-F-CAISSE.
           IF NOT (OK-CAISSE-E OR EOF-CAISSE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAISSE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAISSE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FCAISSE-FIN.
           EXIT.
      *
       6220-ALIM-DECLARATION-DEB.
           IF WS-CAI-DATE NOT = WS-DATE-SYST
              OR WS-CAI-DECLARE IS NOT NUMERIC
              ADD 1                      TO WS-CPT-DECL-PERIMEES
              GO TO 6220-ALIM-DECLARATION-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-DECLARE.
           MOVE WS-CAI-AGENCE            TO WS-AGENCE-RECH.
           PERFORM 7210-AJOUT-AGENCE-DEB
              THRU 7210-AJOUT-AGENCE-FIN.
           MOVE 'O'                      TO WS-AGC-SW-DECL(WS-IX-AGC).
           MOVE WS-CAI-DECLARE           TO WS-AGC-DECLARE(WS-IX-AGC).
           MOVE WS-CAI-DATE              TO WS-AGC-DATE-DECL(WS-IX-AGC).
      *
       6220-ALIM-DECLARATION-SUITE.
           PERFORM 6210-READ-FCAISSE-DEB
              THRU 6210-READ-FCAISSE-FIN.
      *
       6220-ALIM-DECLARATION-FIN.
           EXIT.
      *
      *    REGISTRE DES COMMANDES EN ATTENTE (FACULTATIF AU PREMIER
      *    PASSAGE) ; CAPACITE DE LA TABLE CONTROLEE A L'AJOUT.
      *
       6300-CHARGE-ATTENTE-DEB.
           OPEN INPUT F-CDFATT-E.
           IF NOT OK-CDFATT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDFATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDFATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FCDFATT-DEB
              THRU 6310-READ-FCDFATT-FIN.
           PERFORM 6320-ALIM-ATTENTE-DEB
              THRU 6320-ALIM-ATTENTE-FIN
             UNTIL EOF-CDFATT-E.
           CLOSE F-CDFATT-E.
       6300-CHARGE-ATTENTE-FIN.
           EXIT.
      *
       6310-READ-FCDFATT-DEB.
           READ F-CDFATT-E INTO WS-ENRG-CDEFON.
           IF NOT (OK-CDFATT-E OR EOF-CDFATT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDFATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDFATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FCDFATT-FIN.
           EXIT.
      *
       6320-ALIM-ATTENTE-DEB.
           ADD 1                         TO WS-CPT-ATT-LUES.
           MOVE WS-CDF-REF               TO WS-REF-RECH.
           PERFORM 7500-RECH-ATTENTE-DEB
              THRU 7500-RECH-ATTENTE-FIN.
           IF ATT-NON-TROUVEE
              PERFORM 7510-AJOUT-ATTENTE-DEB
                 THRU 7510-AJOUT-ATTENTE-FIN
           END-IF.
           MOVE WS-ENRG-CDEFON           TO WS-ATT-ENRG(WS-IX-ATT).
           SET ATT-OUVERTE(WS-IX-ATT)    TO TRUE.
           PERFORM 6310-READ-FCDFATT-DEB
              THRU 6310-READ-FCDFATT-FIN.
       6320-ALIM-ATTENTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES, RECHERCHES ET CALCULS                  *
      *---------------------------------------------------------------*
      *
      *    CAISEM : SEMAINES D'HISTORIQUE (1 A 13, DEFAUT 8) ;
      *    CAIFERIE : MAJORATION DES RETRAITS PAR JOUR FERIE EN % ;
      *    CAIMULT : MULTIPLE D'ARRONDI PAR DEFAUT EN EUROS.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'CAISEM'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:2) IS NUMERIC
              AND WS-PAR-VALEUR(1:2) > '00'
              AND WS-PAR-VALEUR(1:2) NOT > '13'
              MOVE WS-PAR-VALEUR(1:2)    TO WS-NB-SEMAINES
           END-IF.
           MOVE 'CAIFERIE'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-PCT-FERIE
           END-IF.
           MOVE 'CAIMULT'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:7) IS NUMERIC
              AND WS-PAR-VALEUR(1:7) > '0000000'
              MOVE WS-PAR-VALEUR(1:7)    TO WS-MULTIPLE-DEF
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
       7100-APPEL-CALENDRIER-DEB.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ERREUR CALENDRIER ARIS902, FONCTION '
                      WS-CAL-FONCTION ' DATE ' WS-CAL-DATE-1
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7100-APPEL-CALENDRIER-FIN.
           EXIT.
      *
      *    RECHERCHE DE WS-AGENCE-RECH (POSITIONNE WS-IX-AGC).
      *
       7200-RECH-AGENCE-DEB.
           SET AGC-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-AGC.
           PERFORM 7205-RECH-UNE-AGENCE-DEB
              THRU 7205-RECH-UNE-AGENCE-FIN
             UNTIL (WS-IX-AGC > WS-NB-AGC) OR AGC-TROUVEE.
       7200-RECH-AGENCE-FIN.
           EXIT.
      *
       7205-RECH-UNE-AGENCE-DEB.
           IF WS-AGC-AGENCE(WS-IX-AGC) = WS-AGENCE-RECH
              SET AGC-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-AGC
           END-IF.
       7205-RECH-UNE-AGENCE-FIN.
           EXIT.
      *
      *    RECHERCHE OU AJOUT DE WS-AGENCE-RECH ; TABLE SATUREE =
      *    ARRET DU PASSAGE.
      *
       7210-AJOUT-AGENCE-DEB.
           PERFORM 7200-RECH-AGENCE-DEB
              THRU 7200-RECH-AGENCE-FIN.
           IF AGC-TROUVEE
              GO TO 7210-AJOUT-AGENCE-FIN
           END-IF.
           IF WS-NB-AGC NOT < WS-MAX-AGC
              DISPLAY 'TABLE DES AGENCES SATUREE ('
                      WS-MAX-AGC ' POSTES) : ' WS-AGENCE-RECH
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-AGC.
           MOVE WS-NB-AGC                TO WS-IX-AGC.
           INITIALIZE WS-AGC-EL(WS-IX-AGC).
           MOVE WS-AGENCE-RECH           TO WS-AGC-AGENCE(WS-IX-AGC).
           MOVE 'N'                      TO WS-AGC-SW-LIM(WS-IX-AGC)
                                            WS-AGC-SW-DECL(WS-IX-AGC).
       7210-AJOUT-AGENCE-FIN.
           EXIT.
      *
       7300-RECH-FENETRE-DEB.
           IF WS-FEN-DATE(WS-IX-FEN) = WS-HIS-DCPTA
              SET FEN-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-FEN
           END-IF.
       7300-RECH-FENETRE-FIN.
           EXIT.
      *
      *    WS-DATE-ED-N (AAAAMMJJ) -> WS-DATE-LIB (JJ/MM/AAAA).
      *
       7400-FORMATE-DATE-DEB.
           MOVE WS-DATE-ED-JJ            TO WS-DATE-LIB-JJ.
           MOVE WS-DATE-ED-MM            TO WS-DATE-LIB-MM.
           MOVE WS-DATE-ED-AAAA          TO WS-DATE-LIB-AAAA.
       7400-FORMATE-DATE-FIN.
           EXIT.
      *
      *    RECHERCHE DE LA REFERENCE WS-REF-RECH DANS LE REGISTRE
      *    (POSITIONNE WS-IX-ATT).
      *
       7500-RECH-ATTENTE-DEB.
           SET ATT-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-ATT.
           PERFORM 7505-RECH-UNE-ATTENTE-DEB
              THRU 7505-RECH-UNE-ATTENTE-FIN
             UNTIL (WS-IX-ATT > WS-NB-ATT) OR ATT-TROUVEE.
       7500-RECH-ATTENTE-FIN.
           EXIT.
      *
       7505-RECH-UNE-ATTENTE-DEB.
           IF WS-ATT-REF(WS-IX-ATT) = WS-REF-RECH
              AND NOT ATT-SOLDEE(WS-IX-ATT)
              SET ATT-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-ATT
           END-IF.
       7505-RECH-UNE-ATTENTE-FIN.
           EXIT.
      *
       7510-AJOUT-ATTENTE-DEB.
           IF WS-NB-ATT NOT < WS-MAX-ATT
              DISPLAY 'REGISTRE DES COMMANDES EN ATTENTE SATURE ('
                      WS-MAX-ATT ' POSTES) : ' WS-REF-RECH
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ATT.
           MOVE WS-NB-ATT                TO WS-IX-ATT.
           MOVE WS-REF-RECH              TO WS-ATT-REF(WS-IX-ATT).
       7510-AJOUT-ATTENTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-AGENCE-DEB.
           MOVE WS-AGC-AGENCE(WS-IX-AGC) TO WS-LCDF-AGENCE.
           MOVE 'HORS REFERENTIEL'       TO WS-LCDF-LIBEL.
           SET AGREF-NON-TROUVE          TO TRUE.
           PERFORM 8010-RECH-LIBELLE-DEB
              THRU 8010-RECH-LIBELLE-FIN
             VARYING WS-IX-AGREF FROM 1 BY 1
               UNTIL WS-IX-AGREF > WS-NB-AGREF OR AGREF-TROUVE.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-TIRET.
      *
           MOVE WS-DATE-SYST             TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LCDF-DATE-JOUR.
           MOVE WS-JOUR-NOM(WS-JSEM-LIV) TO WS-LCDF-JOUR-LIV.
           MOVE WS-DATE-LIV              TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LCDF-DATE-LIV.
           MOVE WS-DATE-LIV-SUIV         TO WS-DATE-ED-N.
           PERFORM 7400-FORMATE-DATE-DEB
              THRU 7400-FORMATE-DATE-FIN.
           MOVE WS-DATE-LIB              TO WS-LCDF-DATE-SUIV.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-DATES.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
       8000-EDIT-ENTETE-AGENCE-FIN.
           EXIT.
      *
       8010-RECH-LIBELLE-DEB.
           IF WS-AGR-CODE(WS-IX-AGREF) = WS-AGC-AGENCE(WS-IX-AGC)
              SET AGREF-TROUVE           TO TRUE
              MOVE WS-AGR-LIBEL(WS-IX-AGREF) TO WS-LCDF-LIBEL
           END-IF.
       8010-RECH-LIBELLE-FIN.
           EXIT.
      *
       8100-EDIT-PROPOSITION-DEB.
           MOVE WS-NBJ-SEM(WS-JSEM-LIV)  TO WS-LCDF-HIS-NB.
           MOVE WS-JOUR-NOM(WS-JSEM-LIV) TO WS-LCDF-HIS-JOUR.
           MOVE WS-NB-SEMAINES           TO WS-LCDF-HIS-SEM.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-HISTO.
           MOVE WS-NB-FERIES-LIV         TO WS-LCDF-FER-NB.
           MOVE WS-PCT-MAJORATION        TO WS-LCDF-FER-PCT.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-FERIES.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
      *
           MOVE 'ENCAISSE DECLAREE EN FIN DE JOURNEE'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-AGC-DECLARE(WS-IX-AGC) TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'RETRAITS MOYENS DU JOUR DE LIVRAISON'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-RET-MOYEN             TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'RETRAITS A COUVRIR (APRES MAJORATION)'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-RET-MAJORE            TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'DEPOTS MOYENS DU JOUR DE LIVRAISON'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-DEP-MOYEN             TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'ENCAISSE PREVUE EN FIN DE LIVRAISON, SANS COMMANDE'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-PROJETE               TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
           MOVE 'ENCAISSE MINIMUM'       TO WS-LCDF-MT-LIB.
           MOVE WS-AGC-MINI(WS-IX-AGC)   TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'ENCAISSE CIBLE'         TO WS-LCDF-MT-LIB.
           MOVE WS-CIBLE                 TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           MOVE 'ENCAISSE MAXIMUM'       TO WS-LCDF-MT-LIB.
           MOVE WS-AGC-MAXI(WS-IX-AGC)   TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
      *
           EVALUATE TRUE
              WHEN CDE-APPRO
                 MOVE 'APPROVISIONNEMENT DE'  TO WS-LCDF-PROP-LIB
              WHEN CDE-RETOUR
                 MOVE 'RETOUR DE FONDS DE'    TO WS-LCDF-PROP-LIB
              WHEN OTHER
                 MOVE 'AUCUNE COMMANDE'       TO WS-LCDF-PROP-LIB
           END-EVALUATE.
           MOVE WS-MT-CDE                TO WS-LCDF-PROP-MT.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-PROPOSITION.
           MOVE WS-MOTIF                 TO WS-LCDF-MOTIF-LIB.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-MOTIF.
           MOVE 'ENCAISSE PREVUE EN FIN DE LIVRAISON, APRES COMMANDE'
                                         TO WS-LCDF-MT-LIB.
           MOVE WS-APRES-CDE             TO WS-ED-MT-VAL.
           PERFORM 8110-EDIT-MONTANT-DEB
              THRU 8110-EDIT-MONTANT-FIN.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-BLANC.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-VISA.
       8100-EDIT-PROPOSITION-FIN.
           EXIT.
      *
       8110-EDIT-MONTANT-DEB.
           MOVE WS-ED-MT-VAL             TO WS-LCDF-MT-ED.
           MOVE SPACES                   TO WS-LCDF-MT-COMPL.
           WRITE FS-ENRG-ETACDF-S        FROM WS-LCDF-MONTANT.
       8110-EDIT-MONTANT-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO157     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'JOURNEE TRAITEE              :  ' WS-DATE-SYST.
           DISPLAY 'DATE DE LIVRAISON            :  ' WS-DATE-LIV.
           DISPLAY 'JOURS FERIES AVANT SUIVANTE  :  ' WS-NB-FERIES-LIV.
           DISPLAY 'AGENCES AVEC LIMITES         :  ' WS-CPT-LIMITES.
           DISPLAY 'DECLARATIONS DU JOUR         :  ' WS-CPT-DECLARE.
           DISPLAY 'DECLARATIONS HORS JOURNEE    :  '
                   WS-CPT-DECL-PERIMEES.
           DISPLAY 'MOUVEMENTS HISMVT LUS        :  ' WS-CPT-MVTS-LUS.
           DISPLAY 'MOUVEMENTS ESPECES RETENUS   :  '
                   WS-CPT-MVTS-RETENUS.
           DISPLAY 'COMMANDES EN ATTENTE LUES    :  ' WS-CPT-ATT-LUES.
           DISPLAY 'CONFIRMATIONS RECUES         :  ' WS-CPT-CONFIRM.
           DISPLAY '  DONT CONFORMES             :  ' WS-CPT-CONFORMES.
           DISPLAY '  DONT SANS COMMANDE         :  ' WS-CPT-SANS-CDE.
           DISPLAY 'COMMANDES NON CONFIRMEES     :  '
                   WS-CPT-NON-CONFIRM.
           DISPLAY 'SIGNALEMENTS DU RAPPROCHEMENT:  ' WS-CPT-ECARTS.
           DISPLAY 'APPROVISIONNEMENTS EMIS      :  ' WS-CPT-APPRO.
           DISPLAY 'RETOURS DE FONDS EMIS        :  ' WS-CPT-RETOUR.
           DISPLAY 'AGENCES SANS COMMANDE        :  '
                   WS-CPT-SANS-CDE-JOUR.
           DISPLAY 'AGENCES SANS LIMITES         :  ' WS-CPT-SANS-LIM.
           DISPLAY 'AGENCES SANS DECLARATION     :  ' WS-CPT-SANS-DECL.
           DISPLAY 'COMMANDES EN ATTENTE ECRITES :  '
                   WS-CPT-ATT-ECRITES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO157         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO157        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
