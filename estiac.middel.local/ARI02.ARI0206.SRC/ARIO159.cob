      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO159                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  TRAITEMENT DES DEMANDES DE REMBOURSEMENT DE PRELEVEMENTS     *
      *  PRESENTEES PAR LES CLIENTS DEBITEURS, AVANT LE PASSAGE       *
      *  D'ARIO126 :                                                  *
      *  - LES RECLAMATIONS SAISIES PAR LES AGENCES (F-RBTPRE-E,      *
      *    COPY RBTPRE) SONT CHARGEES EN TABLE ; UNE RECLAMATION EN   *
      *    DOUBLE DANS LE LOT OU PORTANT SUR UN PRELEVEMENT DEJA      *
      *    REMBOURSE (HISTORIQUE DES REMBOURSEMENTS F-HISRBT-E) EST   *
      *    REFUSEE ;                                                  *
      *  - LE PRELEVEMENT D'ORIGINE EST RECHERCHE DANS HISMVT SUR LE  *
      *    COMPTE DU CLIENT : MOUVEMENT 'P' DE MEME REFERENCE ET DE    *
      *    MEME MONTANT, EMIS PAR LE MEME CREANCIER (CONTREPARTIE     *
      *    ALIMENTEE PAR ARIO063) ET NON DEJA EXTOURNE ('A' DE MEME   *
      *    REFERENCE) ;                                               *
      *  - LE TYPE EST DETERMINE PAR LE FICHIER DES MANDATS (COPY     *
      *    MANDAT) : UN MANDAT DU CREANCIER SUR LE COMPTE SIGNE AU    *
      *    PLUS TARD A LA DATE DU DEBIT REND LE PRELEVEMENT AUTORISE  *
      *    (DELAI DE 8 SEMAINES, SOIT 56 JOURS CALENDAIRES ARIS902),  *
      *    SINON IL EST NON AUTORISE (DELAI DE 13 MOIS) ; UN TYPE     *
      *    SAISI DIFFERENT EST RECLASSE ET SIGNALE ;                  *
      *  - LA RECLAMATION ACCEPTEE DONNE LIEU A DEUX MOUVEMENTS       *
      *    TP3MVTS (F-MVTRBT-S, CONCATENE A F-MVTS-E POUR ARIO126) :  *
      *    CREDIT 'A' DU CLIENT EN DATE DE VALEUR DU DEBIT D'ORIGINE, *
      *    ET MOUVEMENT SORTANT 'E' SUR LE COMPTE INTERNE DES         *
      *    REMBOURSEMENTS (PARAMETRE 'CPTRBTPR', OBLIGATOIRE) QUI     *
      *    PORTE LE RETOUR VERS LA BANQUE DU CREANCIER DANS LE        *
      *    FICHIER D'ECHANGE SORTANT D'ARIO047 : NOM ET IBAN DU       *
      *    CREANCIER RELEVES SUR LE PRELEVEMENT D'ORIGINE DANS HISMVT *
      *    ET REFERENCE D'ORIGINE, REPRIS DANS L'ENREGISTREMENT       *
      *    BENEFICIAIRE 'B' ;                                         *
      *  - LE REMBOURSEMENT EST AJOUTE A L'HISTORIQUE (F-HISRBT-S,    *
      *    PERE-FILS, LIMITE AUX 13 DERNIERS MOIS).                   *
      *  EDITION F-ETARBT-S : DECISION PAR RECLAMATION PUIS VOLUMES   *
      *  DE REMBOURSEMENT PAR CREANCIER (LOT ET 13 MOIS GLISSANTS)    *
      *  RAPPORTES AU NOMBRE DE SES MANDATS ACTIFS ; AU-DELA DU SEUIL *
      *  'TXRBTPR' (EN %, DEFAUT 5) LE CREANCIER EST SIGNALE POUR     *
      *  SUSPENSION DE SES MANDATS.                                   *
      *  DATE DE TRAITEMENT EN SYSIN (AAAAMMJJ), DATE SYSTEME A       *
      *  DEFAUT. RC 4 SI UNE RECLAMATION EST REFUSEE OU UN CREANCIER  *
      *  SIGNALE.                                                     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  MANDATS LUS EN ACCES DIRECT SUR LE FICHIER   *
      *               !  INDEXE MANDAT (CLE SECONDAIRE COMPTE) AU     *
      *               !  LIEU D'UNE TABLE DE 500 POSTES               *
      * 15/10/2026    !  RETOUR 'E' ADRESSE A LA BANQUE DU CREANCIER  *
      *               !  (NOM ET IBAN DE CONTREPARTIE DU PRELEVEMENT  *
      *               !  D'ORIGINE RELUS DANS HISMVT)                 *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO159.
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
      *                      F-RBTPRE-E : RECLAMATIONS DES AGENCES
      *                      -------------------------------------------
           SELECT  F-RBTPRE-E          ASSIGN TO RBTPRE
                   FILE STATUS         IS WS-FS-RBTPRE-E.
      *                      -------------------------------------------
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-MANDAT-E          ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-MAN-CLE
                   ALTERNATE RECORD    IS FS-MAN-CPTE
                                       WITH DUPLICATES
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-CPTEKS : MAITRE INDEXE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTEKS            ASSIGN TO CPTEKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KS-CLE
                   FILE STATUS         IS WS-FS-CPTEKS.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-HISRBT-E : HISTORIQUE DES REMBOURSEMENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HISRBT-E ASSIGN TO HISRBT
                   FILE STATUS         IS WS-FS-HISRBT-E.
      *                      -------------------------------------------
      *                      F-HISRBT-S : NOUVEL HISTORIQUE (FILS)
      *                      -------------------------------------------
           SELECT  F-HISRBT-S          ASSIGN TO HISRBTS
                   FILE STATUS         IS WS-FS-HISRBT-S.
      *                      -------------------------------------------
      *                      F-MVTRBT-S : MOUVEMENTS EMIS (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTRBT-S          ASSIGN TO MVTRBT
                   FILE STATUS         IS WS-FS-MVTRBT-S.
      *                      -------------------------------------------
      *                      F-ETARBT-S : ETAT DES REMBOURSEMENTS
      *                      -------------------------------------------
           SELECT  F-ETARBT-S          ASSIGN TO ETARBT
                   FILE STATUS         IS WS-FS-ETARBT-S.
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
       FD  F-RBTPRE-E
           RECORDING MODE IS F.
       01  FS-ENRG-RBTPRE-E           PIC X(80).
      *
       FD  F-MANDAT-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-MANDAT-E.
           05  FS-MAN-CLE.
               10  FS-MAN-CREANCIER   PIC X(08).
               10  FS-MAN-CPTE        PIC X(10).
               10  FS-MAN-DSIGN       PIC X(08).
           05  FILLER                 PIC X(14).
      *
       FD  F-CPTEKS
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-CPTEKS.
           05  FS-KS-CLE              PIC X(10).
           05  FILLER                 PIC X(140).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-HISRBT-E
           RECORDING MODE IS F.
       01  FS-ENRG-HISRBT-E           PIC X(80).
      *
       FD  F-HISRBT-S
           RECORDING MODE IS F.
       01  FS-ENRG-HISRBT-S           PIC X(80).
      *
       FD  F-MVTRBT-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTRBT-S           PIC X(150).
      *
       FD  F-ETARBT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETARBT-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- COMPTE, MOUVEMENT ET HISTORIQUE ---------------*
      *
           COPY TP3CPTE.
      *
           COPY TP3MVTS.
      *
           COPY HISMVT.
      *
      *---------------- RECLAMATION / HISTORIQUE DES REMBOURSEMENTS ---*
      *
           COPY RBTPRE.
      *
      *---------------- MANDATS DE PRELEVEMENT ------------------------*
      *
           COPY MANDAT.
      *
      *---------------- CALENDRIER DES JOURS OUVRES (ARIS902) ---------*
      *
           COPY CALJOUR.
      *
      *---------------- PARAMETRES CENTRAUX (ARIS903) -----------------*
      *
           COPY PARAPPL.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-RBTPRE-E            PIC XX.
           88  OK-RBTPRE-E           VALUE '00'.
           88  EOF-RBTPRE-E          VALUE '10'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUE '00'.
           88  DUPLICATE-MANDAT-E    VALUE '02'.
           88  EOF-MANDAT-E          VALUE '10'.
           88  NOT-ENRG-MANDAT-E     VALUE '23'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  NOTFOUND-CPTEKS       VALUE '23'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
           88  NOT-HISMVT-E          VALUE '23'.
       01  WS-FS-HISRBT-E            PIC XX.
           88  OK-HISRBT-E           VALUE '00' '05'.
           88  EOF-HISRBT-E          VALUE '10'.
       01  WS-FS-HISRBT-S            PIC XX.
           88  OK-HISRBT-S           VALUE '00'.
       01  WS-FS-MVTRBT-S            PIC XX.
           88  OK-MVTRBT-S           VALUE '00'.
       01  WS-FS-ETARBT-S            PIC XX.
           88  OK-ETARBT-S           VALUE '00'.
      *
      *---------------- DATE DE TRAITEMENT (SYSIN OPTIONNELLE) --------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE           PIC 9(08).
           05  WS-DEM-DATE-X REDEFINES WS-DEM-DATE
                                     PIC X(08).
           05  FILLER                PIC X(72).
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *---------------- PARAMETRES DU TRAITEMENT ----------------------*
      *
      *    CPTRBTPR : COMPTE INTERNE DEBITE DES RETOURS EMIS VERS LES
      *    BANQUES DES CREANCIERS (OBLIGATOIRE) ; TXRBTPR : TAUX DE
      *    REMBOURSEMENT SUR 13 MOIS, EN % DES MANDATS ACTIFS, AU-DELA
      *    DUQUEL LE CREANCIER EST SIGNALE (DEFAUT 5).
      *
       01  WS-CPTE-RBT               PIC X(10) VALUE SPACES.
       01  WS-SEUIL-TAUX             PIC 9(03) VALUE 5.
      *
      *---------------- CALCUL DES DELAIS EN MOIS ---------------------*
      *
      *    AJOUT OU RETRAIT DE 13 MOIS A WS-DT-MOIS, JOUR CONSERVE :
      *    UNE DATE RESULTAT TELLE QUE LE 31/02 RESTE COMPARABLE EN
      *    AAAAMMJJ ET BORNE CORRECTEMENT LE DELAI.
      *
       01  WS-DT-MOIS                PIC 9(08) VALUE ZERO.
       01  WS-DT-MOIS-DECOUPE REDEFINES WS-DT-MOIS.
           05  WS-DT-MOIS-AA         PIC 9(04).
           05  WS-DT-MOIS-MM         PIC 9(02).
           05  WS-DT-MOIS-JJ         PIC 9(02).
       01  WS-DATE-PURGE             PIC 9(08) VALUE ZERO.
       01  WS-DATE-LIMITE            PIC 9(08) VALUE ZERO.
       01  WS-NB-JOURS-AUTORISE      PIC 9(05) VALUE 56.
      *
      *---------------- TABLE DES RECLAMATIONS DU LOT -----------------*
      *
      *    UNE LIGNE PAR RECLAMATION, DANS L'ORDRE DU FICHIER. LE
      *    MOTIF PORTE LE REFUS ; LE TYPE RETENU ET LA DATE DE VALEUR
      *    D'ORIGINE SONT ETABLIS A LA VALIDATION.
      *
       01  WS-TAB-RBT.
           05  WS-TRB-EL             OCCURS 500 TIMES.
               10  WS-TRB-CPTE       PIC X(10).
               10  WS-TRB-CREANCIER  PIC X(08).
               10  WS-TRB-REF        PIC X(08).
               10  WS-TRB-MT         PIC 9(8)V99.
               10  WS-TRB-DDEBIT     PIC 9(08).
               10  WS-TRB-TYPE       PIC X(01).
               10  WS-TRB-TYPE-RET   PIC X(01).
                   88  TRB-AUTORISE  VALUE 'A'.
                   88  TRB-NON-AUTORISE VALUE 'N'.
               10  WS-TRB-DRECLAM    PIC 9(08).
               10  WS-TRB-AGENT      PIC X(08).
               10  WS-TRB-DVAL       PIC 9(08).
               10  WS-TRB-MOTIF      PIC X(40).
               10  WS-TRB-CTP-NOM    PIC X(25).
               10  WS-TRB-CTP-IBAN   PIC X(27).
       01  WS-NB-RBT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RBT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RBT-2               PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-RBT-TROUVE          PIC X(01) VALUE 'N'.
           88  RBT-TROUVEE           VALUE 'O'.
           88  RBT-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- TABLE DES CREANCIERS --------------------------*
      *
      *    MANDATS ACTIFS ET REMBOURSEMENTS DU LOT ET DES 13 DERNIERS
      *    MOIS (HISTORIQUE + LOT) PAR CREANCIER.
      *
       01  WS-TAB-CRE.
           05  WS-CRE-EL             OCCURS 300 TIMES.
               10  WS-CRE-CREANCIER  PIC X(08).
               10  WS-CRE-NB-MANDAT  PIC S9(05) COMP.
               10  WS-CRE-NB-LOT     PIC S9(05) COMP.
               10  WS-CRE-MT-LOT     PIC 9(9)V99 COMP-3.
               10  WS-CRE-NB-13M     PIC S9(05) COMP.
               10  WS-CRE-MT-13M     PIC 9(9)V99 COMP-3.
       01  WS-NB-CRE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CRE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CREANCIER-RECH         PIC X(08).
       01  WS-SW-CRE-TROUVE          PIC X(01) VALUE 'N'.
           88  CRE-TROUVE            VALUE 'O'.
           88  CRE-NON-TROUVE        VALUE 'N'.
      *
      *---------------- RECHERCHE DU PRELEVEMENT D'ORIGINE ------------*
      *
       01  WS-SW-FIN-HISTO           PIC X(01) VALUE 'N'.
           88  FIN-HISTO             VALUE 'O'.
           88  PAS-FIN-HISTO         VALUE 'N'.
       01  WS-SW-PRLV                PIC X(01) VALUE 'N'.
           88  PRLV-TROUVE           VALUE 'O'.
           88  PRLV-NON-TROUVE       VALUE 'N'.
       01  WS-SW-EXTOURNE            PIC X(01) VALUE 'N'.
           88  PRLV-EXTOURNE         VALUE 'O'.
           88  PRLV-NON-EXTOURNE     VALUE 'N'.
       01  WS-CREANCIER-HISTO        PIC X(08).
       01  WS-DCPTA-PRLV             PIC 9(08) VALUE ZERO.
       01  WS-SW-RECLASSE            PIC X(01) VALUE 'N'.
           88  TYPE-RECLASSE         VALUE 'O'.
           88  TYPE-CONFORME         VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-RECLAMATIONS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-REMBOURSEES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-REFUSEES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-RECLASSEES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-EMIS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-HISRBT-LUS         PIC 9(07) VALUE ZERO.
       01  WS-CPT-HISRBT-PURGES      PIC 9(07) VALUE ZERO.
       01  WS-CPT-HISRBT-ECRITS      PIC 9(07) VALUE ZERO.
       01  WS-CPT-CRE-SIGNALES       PIC 9(05) VALUE ZERO.
       01  WS-TOT-REMBOURSE          PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LRBT-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LRBT-BLANC             PIC X(80) VALUE SPACES.
       01  WS-LRBT-TITRE.
           05  FILLER                PIC X(42)
               VALUE 'REMBOURSEMENTS DE PRELEVEMENTS TRAITES LE '.
           05  WS-LRBT-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LRBT-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LRBT-AA-ED         PIC 9999.
       01  WS-LRBT-ENTETE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(09) VALUE 'CREANC.'.
           05  FILLER                PIC X(09) VALUE 'REFERENCE'.
           05  FILLER                PIC X(12) VALUE '     MONTANT'.
           05  FILLER                PIC X(02) VALUE ' T'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(35) VALUE 'DECISION'.
       01  WS-LRBT-DETAIL.
           05  WS-LRBT-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-CREANCIER-ED  PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-REF-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-MT-ED         PIC ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-TYPE-ED       PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-DECISION-ED   PIC X(37).
       01  WS-LRBT-ACCORD.
           05  FILLER                PIC X(16) VALUE 'REMBOURSE VALEUR'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRBT-DVAL-ED       PIC 9(08).
           05  WS-LRBT-RECLASSE-ED   PIC X(12).
      *
       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(48)
               VALUE 'VOLUMES DE REMBOURSEMENT PAR CREANCIER DEPUIS LE'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-DPURGE-ED     PIC 9(08).
       01  WS-LCRE-ENTETE.
           05  FILLER                PIC X(10) VALUE 'CREANCIER'.
           05  FILLER                PIC X(08) VALUE ' MANDATS'.
           05  FILLER                PIC X(07) VALUE '    LOT'.
           05  FILLER                PIC X(14) VALUE '   MONTANT LOT'.
           05  FILLER                PIC X(08) VALUE ' 13 MOIS'.
           05  FILLER                PIC X(14) VALUE '  MONTANT 13 M'.
           05  FILLER                PIC X(09) VALUE '   TAUX %'.
       01  WS-LCRE-DETAIL.
           05  WS-LCRE-CREANCIER-ED  PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRE-NB-MAN-ED     PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-NB-LOT-ED     PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-MT-LOT-ED     PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-NB-13M-ED     PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-MT-13M-ED     PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRE-TAUX-ED       PIC ZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRE-ALERTE-ED     PIC X(01).
       01  WS-LCRE-SUSPENSION.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(50)
               VALUE '==> SUSPENSION DES MANDATS A ENVISAGER'.
      *
       01  WS-TAUX-RBT               PIC 9(4)V99 VALUE ZERO.
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETARBT          PIC X(01) VALUE 'T'.
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
           MOVE SPACES                   TO WS-ENRG-DEMANDE.
           ACCEPT WS-ENRG-DEMANDE.
           IF WS-DEM-DATE-X IS NUMERIC AND WS-DEM-DATE > ZERO
              MOVE WS-DEM-DATE           TO WS-DATE-SYST-N
           ELSE
              ACCEPT WS-DATE-SYST      FROM DATE YYYYMMDD
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO159'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
      *    FENETRE DES 13 DERNIERS MOIS CONSERVEE A L'HISTORIQUE.
      *
           MOVE WS-DATE-SYST-N           TO WS-DT-MOIS.
           PERFORM 7210-RETRAIT-13-MOIS-DEB
              THRU 7210-RETRAIT-13-MOIS-FIN.
           MOVE WS-DT-MOIS               TO WS-DATE-PURGE.
      *
           PERFORM 6100-CHARGE-MANDATS-DEB
              THRU 6100-CHARGE-MANDATS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6200-CHARGE-RECLAMATIONS-DEB
              THRU 6200-CHARGE-RECLAMATIONS-FIN.
      *
      *--------------- REPRISE DE L'HISTORIQUE DES REMBOURSEMENTS -----*
      *
           PERFORM 6300-REPRISE-HISTORIQUE-DEB
              THRU 6300-REPRISE-HISTORIQUE-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- TRAITEMENT DE CHAQUE RECLAMATION ---------------*
      *
           PERFORM 1000-TRT-RECLAMATION-DEB
              THRU 1000-TRT-RECLAMATION-FIN
             VARYING WS-IX-RBT FROM 1 BY 1
               UNTIL WS-IX-RBT > WS-NB-RBT.
      *
      *--------------- VOLUMES PAR CREANCIER --------------------------*
      *
           PERFORM 8300-EDIT-CREANCIERS-DEB
              THRU 8300-EDIT-CREANCIERS-FIN.
      *
      *--------------- FIN DE TRAITEMENT ------------------------------*
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-REMBOURSEES       TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-REFUSEES > ZERO
              OR WS-CPT-CRE-SIGNALES > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-REFUSEES > ZERO
              OR WS-CPT-CRE-SIGNALES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UNE RECLAMATION                                *
      *---------------------------------------------------------------*
      *
       1000-TRT-RECLAMATION-DEB.
      *
           SET TYPE-CONFORME             TO TRUE.
      *
           IF WS-TRB-MOTIF(WS-IX-RBT) = SPACES
              PERFORM 3000-CTRL-COMPTE-DEB
                 THRU 3000-CTRL-COMPTE-FIN
           END-IF.
      *
           IF WS-TRB-MOTIF(WS-IX-RBT) = SPACES
              PERFORM 3100-RECH-PRELEVEMENT-DEB
                 THRU 3100-RECH-PRELEVEMENT-FIN
           END-IF.
      *
           IF WS-TRB-MOTIF(WS-IX-RBT) = SPACES
              PERFORM 3200-CTRL-TYPE-DEB
                 THRU 3200-CTRL-TYPE-FIN
           END-IF.
      *
           IF WS-TRB-MOTIF(WS-IX-RBT) = SPACES
              PERFORM 3300-CTRL-DELAI-DEB
                 THRU 3300-CTRL-DELAI-FIN
           END-IF.
      *
           IF WS-TRB-MOTIF(WS-IX-RBT) NOT = SPACES
              ADD 1                      TO WS-CPT-REFUSEES
              PERFORM 8100-EDIT-RECLAMATION-DEB
                 THRU 8100-EDIT-RECLAMATION-FIN
              GO TO 1000-TRT-RECLAMATION-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-REMBOURSEES.
           IF TYPE-RECLASSE
              ADD 1                      TO WS-CPT-RECLASSEES
           END-IF.
           ADD WS-TRB-MT(WS-IX-RBT)      TO WS-TOT-REMBOURSE.
           PERFORM 7300-EMET-MOUVEMENTS-DEB
              THRU 7300-EMET-MOUVEMENTS-FIN.
           PERFORM 7400-ENREG-HISTORIQUE-DEB
              THRU 7400-ENREG-HISTORIQUE-FIN.
           PERFORM 8100-EDIT-RECLAMATION-DEB
              THRU 8100-EDIT-RECLAMATION-FIN.
      *
       1000-TRT-RECLAMATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE DU COMPTE DU CLIENT                                *
      *---------------------------------------------------------------*
      *
       3000-CTRL-COMPTE-DEB.
      *
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO FS-KS-CLE.
           PERFORM 6030-READ-CPTEKS-DEB
              THRU 6030-READ-CPTEKS-FIN.
      *
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                   MOVE 'COMPTE INCONNU AU MAITRE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN CPTE-CLOTURE
                   MOVE 'COMPTE CLOS : REMBOURSEMENT MANUEL'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN CPTE-INTERNE
                   MOVE 'COMPTE INTERNE NON REMBOURSABLE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       3000-CTRL-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RECHERCHE DU PRELEVEMENT D'ORIGINE DANS HISMVT              *
      *---------------------------------------------------------------*
      *
      *    PARCOURS DE L'HISTORIQUE DU COMPTE A PARTIR DE LA DATE DE
      *    DEBIT DECLAREE : PREMIER 'P' DE MEME REFERENCE ET MONTANT
      *    (LA COMPTABILISATION PEUT ETRE POSTERIEURE A L'ECHEANCE SI
      *    LE PRELEVEMENT EST PASSE PAR LE SUSPENS), PUIS TOUT 'A' DE
      *    MEME REFERENCE ET MONTANT QUI L'A DEJA EXTOURNE.
      *
       3100-RECH-PRELEVEMENT-DEB.
      *
           SET PRLV-NON-TROUVE           TO TRUE.
           SET PRLV-NON-EXTOURNE         TO TRUE.
           SET PAS-FIN-HISTO             TO TRUE.
           MOVE SPACES                   TO WS-CREANCIER-HISTO.
      *
           PERFORM 6230-START-FHISMVT-DEB
              THRU 6230-START-FHISMVT-FIN.
           PERFORM 6240-READ-NEXT-FHISMVT-DEB
              THRU 6240-READ-NEXT-FHISMVT-FIN.
           PERFORM 3110-UN-MVT-HISTO-DEB
              THRU 3110-UN-MVT-HISTO-FIN
             UNTIL FIN-HISTO.
      *
           EVALUATE TRUE
              WHEN PRLV-NON-TROUVE
                   MOVE 'PRELEVEMENT ABSENT DE L''HISTORIQUE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN PRLV-EXTOURNE
                   MOVE 'PRELEVEMENT DEJA EXTOURNE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN WS-CREANCIER-HISTO NOT = SPACES
               AND WS-TRB-CREANCIER(WS-IX-RBT) = SPACES
                   MOVE WS-CREANCIER-HISTO
                                   TO WS-TRB-CREANCIER(WS-IX-RBT)
              WHEN WS-CREANCIER-HISTO NOT = SPACES
               AND WS-CREANCIER-HISTO NOT =
                   WS-TRB-CREANCIER(WS-IX-RBT)
                   MOVE 'CREANCIER DIFFERENT DU PRELEVEMENT'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN WS-TRB-CREANCIER(WS-IX-RBT) = SPACES
                   MOVE 'CREANCIER NON IDENTIFIE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       3100-RECH-PRELEVEMENT-FIN.
           EXIT.
      *
       3110-UN-MVT-HISTO-DEB.
      *
           IF WS-HIS-REF-VIR NOT = WS-TRB-REF(WS-IX-RBT)
              OR WS-HIS-MT NOT = WS-TRB-MT(WS-IX-RBT)
              GO TO 3110-SUITE
           END-IF.
      *
           IF WS-HIS-CODE = 'P'
              AND PRLV-NON-TROUVE
              SET PRLV-TROUVE            TO TRUE
              MOVE WS-HIS-CTP-NOM(1:8)   TO WS-CREANCIER-HISTO
              MOVE WS-HIS-CTP-NOM         TO WS-TRB-CTP-NOM(WS-IX-RBT)
              MOVE WS-HIS-CTP-IBAN        TO WS-TRB-CTP-IBAN(WS-IX-RBT)
              MOVE WS-HIS-DCPTA          TO WS-DCPTA-PRLV
              IF WS-HIS-DATE-VALEUR IS NUMERIC
                 AND WS-HIS-DATE-VALEUR > ZERO
                 MOVE WS-HIS-DATE-VALEUR TO WS-TRB-DVAL(WS-IX-RBT)
              ELSE
                 MOVE WS-HIS-DCPTA       TO WS-TRB-DVAL(WS-IX-RBT)
              END-IF
           END-IF.
      *
           IF WS-HIS-CODE = 'A'
              AND PRLV-TROUVE
              SET PRLV-EXTOURNE          TO TRUE
           END-IF.
      *
       3110-SUITE.
           PERFORM 6240-READ-NEXT-FHISMVT-DEB
              THRU 6240-READ-NEXT-FHISMVT-FIN.
      *
       3110-UN-MVT-HISTO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TYPE DU PRELEVEMENT SELON LE FICHIER DES MANDATS            *
      *---------------------------------------------------------------*
      *
       3200-CTRL-TYPE-DEB.
      *
           PERFORM 7100-RECH-MANDAT-DEB
              THRU 7100-RECH-MANDAT-FIN.
           IF MANDAT-TROUVE
              MOVE 'A'                   TO WS-TRB-TYPE-RET(WS-IX-RBT)
           ELSE
              MOVE 'N'                   TO WS-TRB-TYPE-RET(WS-IX-RBT)
           END-IF.
      *
           IF (WS-TRB-TYPE(WS-IX-RBT) = 'A' OR 'N')
              AND WS-TRB-TYPE(WS-IX-RBT) NOT =
                  WS-TRB-TYPE-RET(WS-IX-RBT)
              SET TYPE-RECLASSE          TO TRUE
           END-IF.
      *
       3200-CTRL-TYPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   DELAI DE RECLAMATION SELON LE TYPE RETENU                   *
      *---------------------------------------------------------------*
      *
      *    LE DELAI COURT DE LA DATE DE COMPTABILISATION DU DEBIT A LA
      *    DATE DE LA RECLAMATION : 56 JOURS CALENDAIRES POUR UN
      *    PRELEVEMENT AUTORISE, 13 MOIS POUR UN NON AUTORISE.
      *
       3300-CTRL-DELAI-DEB.
      *
           IF WS-TRB-DRECLAM(WS-IX-RBT) < WS-DCPTA-PRLV
              MOVE 'RECLAMATION ANTERIEURE AU DEBIT'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              GO TO 3300-CTRL-DELAI-FIN
           END-IF.
      *
           IF TRB-AUTORISE(WS-IX-RBT)
              SET CAL-FCT-ECART-CAL      TO TRUE
              MOVE WS-DCPTA-PRLV         TO WS-CAL-DATE-1
              MOVE WS-TRB-DRECLAM(WS-IX-RBT)
                                         TO WS-CAL-DATE-2
              PERFORM 7150-APPEL-CALENDRIER-DEB
                 THRU 7150-APPEL-CALENDRIER-FIN
              IF WS-CAL-NB-JOURS > WS-NB-JOURS-AUTORISE
                 MOVE 'DELAI DE 8 SEMAINES DEPASSE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              END-IF
           ELSE
              MOVE WS-DCPTA-PRLV         TO WS-DT-MOIS
              PERFORM 7200-AJOUT-13-MOIS-DEB
                 THRU 7200-AJOUT-13-MOIS-FIN
              MOVE WS-DT-MOIS            TO WS-DATE-LIMITE
              IF WS-TRB-DRECLAM(WS-IX-RBT) > WS-DATE-LIMITE
                 MOVE 'DELAI DE 13 MOIS DEPASSE'
                                         TO WS-TRB-MOTIF(WS-IX-RBT)
              END-IF
           END-IF.
      *
       3300-CTRL-DELAI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-RBTPRE-E.
           IF NOT OK-RBTPRE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RBTPRE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RBTPRE-E
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
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-HISRBT-E.
           IF NOT OK-HISRBT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISRBT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISRBT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-HISRBT-S.
           IF NOT OK-HISRBT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTRBT-S.
           IF NOT OK-MVTRBT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETARBT-S.
           IF NOT OK-ETARBT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETARBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETARBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FRBTPRE-DEB.
           READ F-RBTPRE-E INTO WS-ENRG-F-RBTPRE.
           IF NOT (OK-RBTPRE-E OR EOF-RBTPRE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RBTPRE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RBTPRE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FRBTPRE-FIN.
           EXIT.
      *
       6030-READ-CPTEKS-DEB.
           READ F-CPTEKS INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN OK-CPTEKS
                 CONTINUE
              WHEN NOTFOUND-CPTEKS
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER CPTEKS'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6030-READ-CPTEKS-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-RBTPRE-E
                 F-CPTEKS
                 F-HISMVT-E
                 F-HISRBT-E.
           CLOSE F-HISRBT-S.
           IF NOT OK-HISRBT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-HISRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTRBT-S.
           IF NOT OK-MVTRBT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETARBT-S.
           CLOSE F-MANDAT-E.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    PASSAGE SEQUENTIEL DU FICHIER INDEXE DES MANDATS : CHAQUE
      *    MANDAT ACTIF EST DECOMPTE SUR SON CREANCIER. LE FICHIER
      *    RESTE OUVERT POUR LA RECHERCHE PAR COMPTE (7100).
      *
       6100-CHARGE-MANDATS-DEB.
           OPEN INPUT F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FMANDAT-DEB
              THRU 6110-READ-FMANDAT-FIN.
           PERFORM 6120-ALIM-MANDAT-DEB
              THRU 6120-ALIM-MANDAT-FIN
             UNTIL EOF-MANDAT-E.
       6100-CHARGE-MANDATS-FIN.
           EXIT.
      *
       6110-READ-FMANDAT-DEB.
           READ F-MANDAT-E NEXT
              INTO WS-ENRG-F-MANDAT
           END-READ.
           IF NOT (OK-MANDAT-E OR EOF-MANDAT-E OR DUPLICATE-MANDAT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FMANDAT-FIN.
           EXIT.
      *
       6120-ALIM-MANDAT-DEB.
           IF MANDAT-ACTIF-E
              MOVE WS-MAN-CREANCIER-E    TO WS-CREANCIER-RECH
              PERFORM 7800-RECH-CREANCIER-DEB
                 THRU 7800-RECH-CREANCIER-FIN
              ADD 1                 TO WS-CRE-NB-MANDAT(WS-IX-CRE)
           END-IF.
           PERFORM 6110-READ-FMANDAT-DEB
              THRU 6110-READ-FMANDAT-FIN.
       6120-ALIM-MANDAT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER MANDAT DU COMPTE PLACE DANS
      *    FS-MAN-CPTE ; AUCUN MANDAT = LECTURE DU COMPTE TERMINEE.
      *
       6130-POINTER-FMANDAT-DEB.
           SET MANDAT-CPTE-EN-COURS      TO TRUE.
           START F-MANDAT-E
              KEY >= FS-MAN-CPTE
           END-START.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 CONTINUE
              WHEN NOT-ENRG-MANDAT-E
                 SET MANDAT-CPTE-FINI    TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE POSITIONNEMENT SUR F-MANDAT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6130-POINTER-FMANDAT-FIN.
           EXIT.
      *
      *    RECLAMATIONS EN TABLE : CONTROLE DE FORME ET REFUS DES
      *    DOUBLES (MEME COMPTE ET MEME REFERENCE DANS LE LOT).
      *
       6200-CHARGE-RECLAMATIONS-DEB.
           PERFORM 6010-READ-FRBTPRE-DEB
              THRU 6010-READ-FRBTPRE-FIN.
           PERFORM 6210-ALIM-RECLAMATION-DEB
              THRU 6210-ALIM-RECLAMATION-FIN
             UNTIL EOF-RBTPRE-E.
       6200-CHARGE-RECLAMATIONS-FIN.
           EXIT.
      *
       6210-ALIM-RECLAMATION-DEB.
           IF WS-NB-RBT = 500
              DISPLAY 'F-RBTPRE-E : PLUS DE 500 RECLAMATIONS, '
                      'TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-RBT
                                            WS-CPT-RECLAMATIONS.
           MOVE WS-RBT-CPTE         TO WS-TRB-CPTE(WS-NB-RBT).
           MOVE WS-RBT-CREANCIER    TO WS-TRB-CREANCIER(WS-NB-RBT).
           MOVE WS-RBT-REF          TO WS-TRB-REF(WS-NB-RBT).
           MOVE WS-RBT-TYPE         TO WS-TRB-TYPE(WS-NB-RBT).
           MOVE WS-RBT-AGENT        TO WS-TRB-AGENT(WS-NB-RBT).
           MOVE SPACES              TO WS-TRB-TYPE-RET(WS-NB-RBT)
                                       WS-TRB-MOTIF(WS-NB-RBT)
                                       WS-TRB-CTP-NOM(WS-NB-RBT)
                                       WS-TRB-CTP-IBAN(WS-NB-RBT).
           MOVE ZERO                TO WS-TRB-DVAL(WS-NB-RBT).
           IF WS-RBT-MT-X IS NUMERIC
              MOVE WS-RBT-MT        TO WS-TRB-MT(WS-NB-RBT)
           ELSE
              MOVE ZERO             TO WS-TRB-MT(WS-NB-RBT)
           END-IF.
           IF WS-RBT-DDEBIT-X IS NUMERIC
              MOVE WS-RBT-DDEBIT    TO WS-TRB-DDEBIT(WS-NB-RBT)
           ELSE
              MOVE ZERO             TO WS-TRB-DDEBIT(WS-NB-RBT)
           END-IF.
           IF WS-RBT-DRECLAM-X IS NUMERIC
              AND WS-RBT-DRECLAM > ZERO
              MOVE WS-RBT-DRECLAM   TO WS-TRB-DRECLAM(WS-NB-RBT)
           ELSE
              MOVE WS-DATE-SYST-N   TO WS-TRB-DRECLAM(WS-NB-RBT)
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-RBT-CPTE = SPACES
                OR WS-RBT-REF = SPACES
                OR WS-TRB-MT(WS-NB-RBT) = ZERO
                OR WS-TRB-DDEBIT(WS-NB-RBT) = ZERO
                   MOVE 'RECLAMATION INCOMPLETE'
                                         TO WS-TRB-MOTIF(WS-NB-RBT)
              WHEN WS-TRB-DRECLAM(WS-NB-RBT) > WS-DATE-SYST-N
                   MOVE 'RECLAMATION DATEE DANS LE FUTUR'
                                         TO WS-TRB-MOTIF(WS-NB-RBT)
              WHEN OTHER
                   MOVE 1                TO WS-IX-RBT-2
                   PERFORM 6215-CTRL-DOUBLE-DEB
                      THRU 6215-CTRL-DOUBLE-FIN
                     UNTIL WS-IX-RBT-2 NOT < WS-NB-RBT
           END-EVALUATE.
      *
           PERFORM 6010-READ-FRBTPRE-DEB
              THRU 6010-READ-FRBTPRE-FIN.
       6210-ALIM-RECLAMATION-FIN.
           EXIT.
      *
       6215-CTRL-DOUBLE-DEB.
           IF WS-TRB-CPTE(WS-IX-RBT-2) = WS-RBT-CPTE
              AND WS-TRB-REF(WS-IX-RBT-2) = WS-RBT-REF
              MOVE 'RECLAMATION EN DOUBLE DANS LE LOT'
                                         TO WS-TRB-MOTIF(WS-NB-RBT)
              MOVE WS-NB-RBT             TO WS-IX-RBT-2
           ELSE
              ADD 1                      TO WS-IX-RBT-2
           END-IF.
       6215-CTRL-DOUBLE-FIN.
           EXIT.
      *
       6230-START-FHISMVT-DEB.
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO WS-HIS-CPTE.
           MOVE WS-TRB-DDEBIT(WS-IX-RBT) TO WS-HIS-DCPTA.
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
       6230-START-FHISMVT-FIN.
           EXIT.
      *
       6240-READ-NEXT-FHISMVT-DEB.
           IF FIN-HISTO
              GO TO 6240-READ-NEXT-FHISMVT-FIN
           END-IF.
           READ F-HISMVT-E NEXT RECORD INTO WS-ENRG-F-HISMVT.
           EVALUATE TRUE
              WHEN EOF-HISMVT-E
                 SET FIN-HISTO           TO TRUE
              WHEN OK-HISMVT-E
                 IF WS-HIS-CPTE NOT = WS-TRB-CPTE(WS-IX-RBT)
                    SET FIN-HISTO        TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6240-READ-NEXT-FHISMVT-FIN.
           EXIT.
      *
      *    REPRISE DE L'HISTORIQUE PERE : LES REMBOURSEMENTS DES 13
      *    DERNIERS MOIS SONT RECOPIES ET CUMULES PAR CREANCIER, LES
      *    PLUS ANCIENS SONT PURGES ; UNE RECLAMATION DU LOT PORTANT
      *    SUR UN PRELEVEMENT DEJA REMBOURSE EST REFUSEE.
      *
       6300-REPRISE-HISTORIQUE-DEB.
           PERFORM 6310-READ-FHISRBT-DEB
              THRU 6310-READ-FHISRBT-FIN.
           PERFORM 6320-UN-REMBOURSEMENT-DEB
              THRU 6320-UN-REMBOURSEMENT-FIN
             UNTIL EOF-HISRBT-E.
       6300-REPRISE-HISTORIQUE-FIN.
           EXIT.
      *
       6310-READ-FHISRBT-DEB.
           READ F-HISRBT-E INTO WS-ENRG-F-RBTPRE.
           IF NOT (OK-HISRBT-E OR EOF-HISRBT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISRBT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISRBT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FHISRBT-FIN.
           EXIT.
      *
       6320-UN-REMBOURSEMENT-DEB.
           ADD 1                         TO WS-CPT-HISRBT-LUS.
      *
           PERFORM 7900-RECH-RECLAMATION-DEB
              THRU 7900-RECH-RECLAMATION-FIN.
           IF RBT-TROUVEE
              AND WS-TRB-MOTIF(WS-IX-RBT) = SPACES
              MOVE 'DEJA REMBOURSE LE '  TO WS-TRB-MOTIF(WS-IX-RBT)
              MOVE WS-RBT-DTRT      TO WS-TRB-MOTIF(WS-IX-RBT)(19:8)
           END-IF.
      *
           IF WS-RBT-DTRT NOT > WS-DATE-PURGE
              ADD 1                      TO WS-CPT-HISRBT-PURGES
           ELSE
              MOVE WS-RBT-CREANCIER      TO WS-CREANCIER-RECH
              PERFORM 7800-RECH-CREANCIER-DEB
                 THRU 7800-RECH-CREANCIER-FIN
              ADD 1                 TO WS-CRE-NB-13M(WS-IX-CRE)
              ADD WS-RBT-MT         TO WS-CRE-MT-13M(WS-IX-CRE)
              PERFORM 6400-WRITE-FHISRBT-DEB
                 THRU 6400-WRITE-FHISRBT-FIN
           END-IF.
      *
           PERFORM 6310-READ-FHISRBT-DEB
              THRU 6310-READ-FHISRBT-FIN.
       6320-UN-REMBOURSEMENT-FIN.
           EXIT.
      *
       6400-WRITE-FHISRBT-DEB.
           WRITE FS-ENRG-HISRBT-S        FROM WS-ENRG-F-RBTPRE.
           IF NOT OK-HISRBT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HISRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-HISRBT-ECRITS.
       6400-WRITE-FHISRBT-FIN.
           EXIT.
      *
       6500-WRITE-FMVTRBT-DEB.
           WRITE FS-ENRG-MVTRBT-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTRBT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTRBT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTRBT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MVT-EMIS.
       6500-WRITE-FMVTRBT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES, RECHERCHES ET CALCULS                  *
      *---------------------------------------------------------------*
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'CPTRBTPR'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR NOT = SPACE
              MOVE WS-PAR-VALEUR         TO WS-CPTE-RBT
           ELSE
              DISPLAY 'PARAMETRE CPTRBTPR ABSENT : COMPTE INTERNE '
                      'DES REMBOURSEMENTS NON DEFINI'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'TXRBTPR'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              AND WS-PAR-VALEUR(1:3) > '000'
              MOVE WS-PAR-VALEUR(1:3)    TO WS-SEUIL-TAUX
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    UN MANDAT DU CREANCIER SUR LE COMPTE, SIGNE AU PLUS TARD A
      *    LA DATE DU DEBIT, REND LE PRELEVEMENT AUTORISE QUEL QUE
      *    SOIT SON STATUT ACTUEL (REVOCATION OU SUSPENSION
      *    POSTERIEURES AU DEBIT).
      *
       7100-RECH-MANDAT-DEB.
           SET MANDAT-NON-TROUVE         TO TRUE.
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO FS-MAN-CPTE.
           PERFORM 6130-POINTER-FMANDAT-DEB
              THRU 6130-POINTER-FMANDAT-FIN.
           PERFORM 7105-RECH-UN-MANDAT-DEB
              THRU 7105-RECH-UN-MANDAT-FIN
             UNTIL MANDAT-CPTE-FINI OR MANDAT-TROUVE.
       7100-RECH-MANDAT-FIN.
           EXIT.
      *
       7105-RECH-UN-MANDAT-DEB.
           PERFORM 6110-READ-FMANDAT-DEB
              THRU 6110-READ-FMANDAT-FIN.
           IF EOF-MANDAT-E
              OR WS-MAN-CPTE-E NOT = WS-TRB-CPTE(WS-IX-RBT)
              SET MANDAT-CPTE-FINI       TO TRUE
              GO TO 7105-RECH-UN-MANDAT-FIN
           END-IF.
           IF WS-MAN-CREANCIER-E = WS-TRB-CREANCIER(WS-IX-RBT)
              AND WS-MAN-DSIGN-E NOT > WS-DCPTA-PRLV
              SET MANDAT-TROUVE          TO TRUE
           END-IF.
       7105-RECH-UN-MANDAT-FIN.
           EXIT.
      *
       7150-APPEL-CALENDRIER-DEB.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ERREUR CALENDRIER ARIS902, FONCTION '
                      WS-CAL-FONCTION ' DATE ' WS-CAL-DATE-1
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7150-APPEL-CALENDRIER-FIN.
           EXIT.
      *
       7200-AJOUT-13-MOIS-DEB.
           ADD 1                         TO WS-DT-MOIS-AA.
           ADD 1                         TO WS-DT-MOIS-MM.
           IF WS-DT-MOIS-MM > 12
              SUBTRACT 12              FROM WS-DT-MOIS-MM
              ADD 1                      TO WS-DT-MOIS-AA
           END-IF.
       7200-AJOUT-13-MOIS-FIN.
           EXIT.
      *
       7210-RETRAIT-13-MOIS-DEB.
           SUBTRACT 1                  FROM WS-DT-MOIS-AA.
           IF WS-DT-MOIS-MM = 1
              MOVE 12                    TO WS-DT-MOIS-MM
              SUBTRACT 1               FROM WS-DT-MOIS-AA
           ELSE
              SUBTRACT 1               FROM WS-DT-MOIS-MM
           END-IF.
       7210-RETRAIT-13-MOIS-FIN.
           EXIT.
      *
      *    MOUVEMENTS DU REMBOURSEMENT : CREDIT 'A' DU CLIENT EN
      *    VALEUR DU DEBIT D'ORIGINE, PUIS RETOUR SORTANT 'E' SUR LE
      *    COMPTE INTERNE DES REMBOURSEMENTS, A DESTINATION DE LA
      *    BANQUE DU CREANCIER : LE NOM ET L'IBAN DE CONTREPARTIE DU
      *    PRELEVEMENT D'ORIGINE ET SA REFERENCE SONT EXPORTES PAR
      *    ARIO047 DANS L'ENREGISTREMENT BENEFICIAIRE 'B'.
      *
       7300-EMET-MOUVEMENTS-DEB.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST-AA(1:2)     TO WS-MVTS-SS.
           MOVE WS-DATE-SYST-AA(3:2)     TO WS-MVTS-AA.
           MOVE WS-DATE-SYST-MM          TO WS-MVTS-MM.
           MOVE WS-DATE-SYST-JJ          TO WS-MVTS-JJ.
           MOVE 'A'                      TO WS-MVTS-CODE.
           MOVE WS-TRB-MT(WS-IX-RBT)     TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE WS-TRB-REF(WS-IX-RBT)    TO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES.
           MOVE WS-TRB-DVAL(WS-IX-RBT)   TO WS-MVTS-DATE-VALEUR.
           MOVE 'REMBOURSEMENT PRELEVEMENT'
                                         TO WS-MVTS-LIBELLE.
           MOVE WS-TRB-CREANCIER(WS-IX-RBT)
                                         TO WS-MVTS-CTP-NOM.
           PERFORM 6500-WRITE-FMVTRBT-DEB
              THRU 6500-WRITE-FMVTRBT-FIN.
      *
           MOVE WS-CPTE-RBT              TO WS-MVTS-CPTE.
           MOVE 'E'                      TO WS-MVTS-CODE.
           MOVE ZERO                     TO WS-MVTS-DATE-VALEUR.
           MOVE 'RETOUR PRELEVEMENT REMBOURSE'
                                         TO WS-MVTS-LIBELLE.
           MOVE WS-TRB-CTP-NOM(WS-IX-RBT)
                                         TO WS-MVTS-CTP-NOM.
           MOVE WS-TRB-CTP-IBAN(WS-IX-RBT)
                                         TO WS-MVTS-CTP-IBAN.
           PERFORM 6500-WRITE-FMVTRBT-DEB
              THRU 6500-WRITE-FMVTRBT-FIN.
      *
       7300-EMET-MOUVEMENTS-FIN.
           EXIT.
      *
      *    AJOUT DU REMBOURSEMENT A L'HISTORIQUE FILS ET AUX CUMULS
      *    DU CREANCIER.
      *
       7400-ENREG-HISTORIQUE-DEB.
           MOVE SPACES                   TO WS-ENRG-F-RBTPRE.
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO WS-RBT-CPTE.
           MOVE WS-TRB-CREANCIER(WS-IX-RBT)
                                         TO WS-RBT-CREANCIER.
           MOVE WS-TRB-REF(WS-IX-RBT)    TO WS-RBT-REF.
           MOVE WS-TRB-MT(WS-IX-RBT)     TO WS-RBT-MT.
           MOVE WS-DCPTA-PRLV            TO WS-RBT-DDEBIT.
           MOVE WS-TRB-TYPE-RET(WS-IX-RBT)
                                         TO WS-RBT-TYPE.
           MOVE WS-TRB-DRECLAM(WS-IX-RBT)
                                         TO WS-RBT-DRECLAM.
           MOVE WS-TRB-AGENT(WS-IX-RBT)  TO WS-RBT-AGENT.
           MOVE WS-DATE-SYST-N           TO WS-RBT-DTRT.
           MOVE WS-TRB-REF(WS-IX-RBT)    TO WS-RBT-REF-RETOUR.
           PERFORM 6400-WRITE-FHISRBT-DEB
              THRU 6400-WRITE-FHISRBT-FIN.
      *
           MOVE WS-TRB-CREANCIER(WS-IX-RBT)
                                         TO WS-CREANCIER-RECH.
           PERFORM 7800-RECH-CREANCIER-DEB
              THRU 7800-RECH-CREANCIER-FIN.
           ADD 1                    TO WS-CRE-NB-LOT(WS-IX-CRE)
                                       WS-CRE-NB-13M(WS-IX-CRE).
           ADD WS-TRB-MT(WS-IX-RBT) TO WS-CRE-MT-LOT(WS-IX-CRE)
                                       WS-CRE-MT-13M(WS-IX-CRE).
       7400-ENREG-HISTORIQUE-FIN.
           EXIT.
      *
      *    RECHERCHE DE WS-CREANCIER-RECH DANS LA TABLE DES
      *    CREANCIERS ; CREATION DE LA LIGNE SI ABSENTE (WS-IX-CRE).
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO159'                TO WS-MSQ-PROG.
           MOVE 'ETARBT'                 TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETARBT.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LRBT-DETAIL
      *    AVANT ECRITURE SUR ETARBT.
      *
       7610-MASQUE-LRBT-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETARBT        TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LRBT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LRBT-CPTE-ED.
       7610-MASQUE-LRBT-DETAIL-FIN.
           EXIT.
      *
       7800-RECH-CREANCIER-DEB.
           SET CRE-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-CRE.
           PERFORM 7805-RECH-UN-CREANCIER-DEB
              THRU 7805-RECH-UN-CREANCIER-FIN
             UNTIL (WS-IX-CRE > WS-NB-CRE) OR CRE-TROUVE.
           IF CRE-TROUVE
              GO TO 7800-RECH-CREANCIER-FIN
           END-IF.
           IF WS-NB-CRE = 300
              DISPLAY 'PLUS DE 300 CREANCIERS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CRE.
           MOVE WS-NB-CRE                TO WS-IX-CRE.
           MOVE WS-CREANCIER-RECH   TO WS-CRE-CREANCIER(WS-IX-CRE).
           MOVE ZERO                TO WS-CRE-NB-MANDAT(WS-IX-CRE)
                                       WS-CRE-NB-LOT(WS-IX-CRE)
                                       WS-CRE-MT-LOT(WS-IX-CRE)
                                       WS-CRE-NB-13M(WS-IX-CRE)
                                       WS-CRE-MT-13M(WS-IX-CRE).
       7800-RECH-CREANCIER-FIN.
           EXIT.
      *
       7805-RECH-UN-CREANCIER-DEB.
           IF WS-CRE-CREANCIER(WS-IX-CRE) = WS-CREANCIER-RECH
              SET CRE-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CRE
           END-IF.
       7805-RECH-UN-CREANCIER-FIN.
           EXIT.
      *
      *    RECHERCHE DANS LA TABLE DES RECLAMATIONS DU COMPTE ET DE
      *    LA REFERENCE DE L'ENREGISTREMENT D'HISTORIQUE LU.
      *
       7900-RECH-RECLAMATION-DEB.
           SET RBT-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-RBT.
           PERFORM 7905-RECH-UNE-RECLAMATION-DEB
              THRU 7905-RECH-UNE-RECLAMATION-FIN
             UNTIL (WS-IX-RBT > WS-NB-RBT) OR RBT-TROUVEE.
       7900-RECH-RECLAMATION-FIN.
           EXIT.
      *
       7905-RECH-UNE-RECLAMATION-DEB.
           IF WS-TRB-CPTE(WS-IX-RBT) = WS-RBT-CPTE
              AND WS-TRB-REF(WS-IX-RBT) = WS-RBT-REF
              SET RBT-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-RBT
           END-IF.
       7905-RECH-UNE-RECLAMATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-JJ          TO WS-LRBT-JJ-ED.
           MOVE WS-DATE-SYST-MM          TO WS-LRBT-MM-ED.
           MOVE WS-DATE-SYST-AA          TO WS-LRBT-AA-ED.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-TIRET.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-ENTETE.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    UNE LIGNE PAR RECLAMATION : TYPE RETENU ET DATE DE VALEUR
      *    SI REMBOURSEE, MOTIF DU REFUS SINON.
      *
       8100-EDIT-RECLAMATION-DEB.
           MOVE WS-TRB-CPTE(WS-IX-RBT)   TO WS-LRBT-CPTE-ED.
           MOVE WS-TRB-CREANCIER(WS-IX-RBT)
                                         TO WS-LRBT-CREANCIER-ED.
           MOVE WS-TRB-REF(WS-IX-RBT)    TO WS-LRBT-REF-ED.
           MOVE WS-TRB-MT(WS-IX-RBT)     TO WS-LRBT-MT-ED.
           MOVE WS-TRB-TYPE-RET(WS-IX-RBT)
                                         TO WS-LRBT-TYPE-ED.
           IF WS-TRB-MOTIF(WS-IX-RBT) NOT = SPACES
              MOVE WS-TRB-MOTIF(WS-IX-RBT)
                                         TO WS-LRBT-DECISION-ED
           ELSE
              MOVE WS-TRB-DVAL(WS-IX-RBT)
                                         TO WS-LRBT-DVAL-ED
              IF TYPE-RECLASSE
                 MOVE ' (RECLASSE)'      TO WS-LRBT-RECLASSE-ED
              ELSE
                 MOVE SPACES             TO WS-LRBT-RECLASSE-ED
              END-IF
              MOVE WS-LRBT-ACCORD        TO WS-LRBT-DECISION-ED
           END-IF.
           PERFORM 7610-MASQUE-LRBT-DETAIL-DEB
              THRU 7610-MASQUE-LRBT-DETAIL-FIN.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-DETAIL.
       8100-EDIT-RECLAMATION-FIN.
           EXIT.
      *
      *    VOLUMES PAR CREANCIER AYANT AU MOINS UN REMBOURSEMENT SUR
      *    13 MOIS ; TAUX = REMBOURSEMENTS 13 MOIS / MANDATS ACTIFS.
      *
       8300-EDIT-CREANCIERS-DEB.
           MOVE WS-DATE-PURGE            TO WS-LCRE-DPURGE-ED.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-BLANC.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LCRE-TITRE.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-TIRET.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LCRE-ENTETE.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LRBT-TIRET.
           PERFORM 8310-EDIT-UN-CREANCIER-DEB
              THRU 8310-EDIT-UN-CREANCIER-FIN
             VARYING WS-IX-CRE FROM 1 BY 1
               UNTIL WS-IX-CRE > WS-NB-CRE.
       8300-EDIT-CREANCIERS-FIN.
           EXIT.
      *
       8310-EDIT-UN-CREANCIER-DEB.
           IF WS-CRE-NB-13M(WS-IX-CRE) = ZERO
              GO TO 8310-EDIT-UN-CREANCIER-FIN
           END-IF.
      *
           IF WS-CRE-NB-MANDAT(WS-IX-CRE) > ZERO
              COMPUTE WS-TAUX-RBT ROUNDED =
                      WS-CRE-NB-13M(WS-IX-CRE) * 100
                    / WS-CRE-NB-MANDAT(WS-IX-CRE)
                 ON SIZE ERROR
                    MOVE 9999,99         TO WS-TAUX-RBT
              END-COMPUTE
           ELSE
              MOVE 9999,99               TO WS-TAUX-RBT
           END-IF.
      *
           MOVE WS-CRE-CREANCIER(WS-IX-CRE)
                                         TO WS-LCRE-CREANCIER-ED.
           MOVE WS-CRE-NB-MANDAT(WS-IX-CRE)
                                         TO WS-LCRE-NB-MAN-ED.
           MOVE WS-CRE-NB-LOT(WS-IX-CRE) TO WS-LCRE-NB-LOT-ED.
           MOVE WS-CRE-MT-LOT(WS-IX-CRE) TO WS-LCRE-MT-LOT-ED.
           MOVE WS-CRE-NB-13M(WS-IX-CRE) TO WS-LCRE-NB-13M-ED.
           MOVE WS-CRE-MT-13M(WS-IX-CRE) TO WS-LCRE-MT-13M-ED.
           MOVE WS-TAUX-RBT              TO WS-LCRE-TAUX-ED.
           IF WS-TAUX-RBT > WS-SEUIL-TAUX
              MOVE '*'                   TO WS-LCRE-ALERTE-ED
           ELSE
              MOVE SPACE                 TO WS-LCRE-ALERTE-ED
           END-IF.
           WRITE FS-ENRG-ETARBT-S        FROM WS-LCRE-DETAIL.
           IF WS-TAUX-RBT > WS-SEUIL-TAUX
              ADD 1                      TO WS-CPT-CRE-SIGNALES
              WRITE FS-ENRG-ETARBT-S     FROM WS-LCRE-SUSPENSION
           END-IF.
       8310-EDIT-UN-CREANCIER-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO159     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'RECLAMATIONS LUES               :  '
                   WS-CPT-RECLAMATIONS.
           DISPLAY 'RECLAMATIONS REMBOURSEES        :  '
                   WS-CPT-REMBOURSEES.
           DISPLAY 'DONT TYPE RECLASSE              :  '
                   WS-CPT-RECLASSEES.
           DISPLAY 'RECLAMATIONS REFUSEES           :  '
                   WS-CPT-REFUSEES.
           DISPLAY 'MOUVEMENTS EMIS                 :  '
                   WS-CPT-MVT-EMIS.
           DISPLAY 'TOTAL REMBOURSE                 :  '
                   WS-TOT-REMBOURSE.
           DISPLAY 'HISTORIQUE : LUS / PURGES       :  '
                   WS-CPT-HISRBT-LUS ' / ' WS-CPT-HISRBT-PURGES.
           DISPLAY 'HISTORIQUE : ECRITS             :  '
                   WS-CPT-HISRBT-ECRITS.
           DISPLAY 'CREANCIERS AU-DELA DU SEUIL     :  '
                   WS-CPT-CRE-SIGNALES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO159         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO159        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
