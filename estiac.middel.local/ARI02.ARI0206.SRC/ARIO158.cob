      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO158                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ARRETE DE CLOTURE DES COMPTES, AVANT LE PASSAGE D'ARIO126 :  *
      *  - LES DEMANDES DE CLOTURE DES AGENCES (F-DEMCLO-E, COPY      *
      *    DEMCLO) SONT TRIEES PAR COMPTE ET CHARGEES EN TABLE ;      *
      *  - LA CLOTURE EST REFUSEE TANT QU'IL RESTE SUR LE COMPTE UNE  *
      *    PRE-AUTORISATION CARTE ACTIVE (HOLDS), UNE SAISIE EN COURS *
      *    (SAISIE), UN CHEQUE REMIS EN COURS D'ENCAISSEMENT QUI PEUT *
      *    ENCORE REVENIR IMPAYE (REMCHQ), UN VIREMENT DIFFERE EN     *
      *    ATTENTE (ECHEAN), UN ORDRE PERMANENT ACTIF AU DEBIT OU AU  *
      *    CREDIT DU COMPTE (ORDPER) OU UN PRET EN COURS (PRET) ;     *
      *    LE COMPTE EST LU SUR LE MAITRE INDEXE CPTEKS (INCONNU,     *
      *    CLOS, EN SUCCESSION, BLOQUE, INTERNE OU LIVRET = REFUS) ;  *
      *  - SINON L'ARRETE EST CALCULE A LA DATE DU TRAITEMENT :       *
      *    INTERETS DU MOIS EN COURS ARRETES AU JOUR DE CLOTURE       *
      *    (BAREME ET METHODE DES NOMBRES BASE 30 D'ARIO030, SUR LES  *
      *    JOURS ECOULES DU MOIS) ET FRAIS DE TENUE DE COMPTE AU      *
      *    PRORATA DE LA PERIODE DE FACTURATION ENTAMEE (BAREME ET    *
      *    EXONERATIONS D'ARIO046, PERIODE EN MOIS DU PARAMETRE       *
      *    'FRAPERIO', TRIMESTRE A DEFAUT) ;                          *
      *  - LE SOLDE NET (SOLDE + INTERETS - FRAIS) EST REGLE PAR      *
      *    VIREMENT EQUILIBRE 'V'/'W' (REFERENCE 'CL' + SEQUENCE)     *
      *    VERS LE COMPTE DESIGNE, OU VERS LE COMPTE INTERNE DES      *
      *    CHEQUES DE BANQUE (PARAMETRE 'CPTCHQBQ') AVEC LE NOM DU    *
      *    BENEFICIAIRE EN CONTREPARTIE ; UN SOLDE NET DEBITEUR EST   *
      *    REFUSE (A REGULARISER PAR L'AGENCE) ;                      *
      *  - LES MOUVEMENTS SONT EMIS AU FORMAT TP3MVTS (F-MVTCLO-S,    *
      *    CONCATENE A F-MVTS-E POUR ARIO126) ; UNE TRANSACTION DE    *
      *    STATUT 'C' (F-STAMAJ-S) EST TRANSMISE A ARIO035 QUI, APRES *
      *    COMPTABILISATION, CLOT LE COMPTE DEVENU A SOLDE NUL ET     *
      *    EDITE SON RELEVE DE CLOTURE ; UN EVENEMENT DE              *
      *    CORRESPONDANCE 'CLO' (COPY EVTCOR) EST DEPOSE POUR ARIO077.*
      *  EDITIONS : ARRETE DE CLOTURE PAR COMPTE (F-ETATCLO-S) ET     *
      *  LISTE DES DEMANDES REFUSEES AVEC LEURS MOTIFS (F-ANOCLO-S).  *
      *  DATE DE TRAITEMENT EN SYSIN (AAAAMMJJ), DATE SYSTEME A       *
      *  DEFAUT. RC 4 SI AU MOINS UNE DEMANDE EST REFUSEE.            *
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
       PROGRAM-ID.      ARIO158.
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
      *                      F-DEMCLO-E : DEMANDES DE CLOTURE
      *                      -------------------------------------------
           SELECT  F-DEMCLO-E          ASSIGN TO DEMCLO
                   FILE STATUS         IS WS-FS-DEMCLO-E.
      *                      -------------------------------------------
      *                      SD-DEMCLO-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-DEMCLO-TRI       ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-DEMCLOT-E : DEMANDES TRIEES PAR COMPTE
      *                      -------------------------------------------
           SELECT  F-DEMCLOT-E         ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-DEMCLOT-E.
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
           SELECT  OPTIONAL F-HISMVT-E ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-BAREME-E : BAREME DES TAUX D'INTERET
      *                      -------------------------------------------
           SELECT  F-BAREME-E          ASSIGN TO BAREME
                   FILE STATUS         IS WS-FS-BAREME-E.
      *                      -------------------------------------------
      *                      F-BARFRA-E : BAREME DES FRAIS DE TENUE
      *                      -------------------------------------------
           SELECT  F-BARFRA-E          ASSIGN TO BARFRA
                   FILE STATUS         IS WS-FS-BARFRA-E.
      *                      -------------------------------------------
      *                      F-HOLDS-E : PRE-AUTORISATIONS CARTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HOLDS-E  ASSIGN TO HOLDS
                   FILE STATUS         IS WS-FS-HOLDS-E.
      *                      -------------------------------------------
      *                      F-SAISIE-E : SAISIES SUR COMPTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SAISIE-E ASSIGN TO SAISIE
                   FILE STATUS         IS WS-FS-SAISIE-E.
      *                      -------------------------------------------
      *                      F-REMCHQ-E : REGISTRE DES REMISES CHEQUES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REMCHQ-E ASSIGN TO REMCHQ
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-REMCHQ-E.
      *                      -------------------------------------------
      *                      F-ECHEAN-E : VIREMENTS DIFFERES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ECHEAN-E ASSIGN TO ECHEAN
                   FILE STATUS         IS WS-FS-ECHEAN-E.
      *                      -------------------------------------------
      *                      F-ORDPER-E : ORDRES PERMANENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ORDPER-E ASSIGN TO ORDPER
                   FILE STATUS         IS WS-FS-ORDPER-E.
      *                      -------------------------------------------
      *                      F-PRET-E : PRETS A LA CONSOMMATION
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRET-E   ASSIGN TO PRET
                   FILE STATUS         IS WS-FS-PRET-E.
      *                      -------------------------------------------
      *                      F-MVTCLO-S : MOUVEMENTS D'ARRETE (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTCLO-S          ASSIGN TO MVTCLO
                   FILE STATUS         IS WS-FS-MVTCLO-S.
      *                      -------------------------------------------
      *                      F-STAMAJ-S : TRANSACTIONS DE STATUT ARIO035
      *                      -------------------------------------------
           SELECT  F-STAMAJ-S          ASSIGN TO STAMAJ
                   FILE STATUS         IS WS-FS-STAMAJ-S.
      *                      -------------------------------------------
      *                      F-EVTCOR-S : EVENEMENTS DE CORRESPONDANCE
      *                      -------------------------------------------
           SELECT  F-EVTCOR-S          ASSIGN TO EVTCOR
                   FILE STATUS         IS WS-FS-EVTCOR-S.
      *                      -------------------------------------------
      *                      F-ETATCLO-S : ARRETES DE CLOTURE
      *                      -------------------------------------------
           SELECT  F-ETATCLO-S         ASSIGN TO ETATCLO
                   FILE STATUS         IS WS-FS-ETATCLO-S.
      *                      -------------------------------------------
      *                      F-ANOCLO-S : DEMANDES DE CLOTURE REFUSEES
      *                      -------------------------------------------
           SELECT  F-ANOCLO-S          ASSIGN TO ANOCLO
                   FILE STATUS         IS WS-FS-ANOCLO-S.
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
       FD  F-DEMCLO-E
           RECORDING MODE IS F.
       01  FS-ENRG-DEMCLO-E           PIC X(80).
      *
       SD  SD-DEMCLO-TRI.
       01  SD-ENRG-DEMCLO-TRI.
           05  SD-DCL-CPTE-TRI        PIC X(10).
           05  FILLER                 PIC X(70).
      *
       FD  F-DEMCLOT-E
           RECORDING MODE IS F.
       01  FS-ENRG-DEMCLOT-E          PIC X(80).
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
       FD  F-BAREME-E
           RECORDING MODE IS F.
       01  FS-ENRG-BAREME-E           PIC X(40).
      *
       FD  F-BARFRA-E
           RECORDING MODE IS F.
       01  FS-ENRG-BARFRA-E           PIC X(60).
      *
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       FD  F-SAISIE-E
           RECORDING MODE IS F.
       01  FS-ENRG-SAISIE-E           PIC X(60).
      *
       FD  F-REMCHQ-E
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-REMCHQ-E.
           05  FS-REM-CLE             PIC X(28).
           05  FILLER                 PIC X(92).
      *
       FD  F-ECHEAN-E
           RECORDING MODE IS F.
       01  FS-ENRG-ECHEAN-E           PIC X(70).
      *
       FD  F-ORDPER-E
           RECORDING MODE IS F.
       01  FS-ENRG-ORDPER-E           PIC X(80).
      *
       FD  F-PRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRET-E             PIC X(120).
      *
       FD  F-MVTCLO-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTCLO-S           PIC X(150).
      *
       FD  F-STAMAJ-S
           RECORDING MODE IS F.
       01  FS-ENRG-STAMAJ-S           PIC X(20).
      *
       FD  F-EVTCOR-S
           RECORDING MODE IS F.
       01  FS-ENRG-EVTCOR-S           PIC X(60).
      *
       FD  F-ETATCLO-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCLO-S          PIC X(80).
      *
       FD  F-ANOCLO-S
           RECORDING MODE IS F.
       01  FS-ENRG-ANOCLO-S           PIC X(80).
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
      *---------------- DEMANDE DE CLOTURE EN ENTREE ------------------*
      *
           COPY DEMCLO.
      *
      *---------------- FICHIERS DES ENGAGEMENTS EN COURS -------------*
      *
           COPY AUTCB.
      *
           COPY SAISIE.
      *
           COPY REMCHQ.
      *
           COPY ECHEAN.
      *
           COPY ORDPER.
      *
           COPY PRET.
      *
      *---------------- EVENEMENTS DE CORRESPONDANCE (ARIO077) -------*
      *
           COPY EVTCOR.
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
       01  WS-FS-DEMCLO-E            PIC XX.
           88  OK-DEMCLO-E           VALUE '00'.
       01  WS-FS-DEMCLOT-E           PIC XX.
           88  OK-DEMCLOT-E          VALUE '00'.
           88  EOF-DEMCLOT-E         VALUE '10'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  NOTFOUND-CPTEKS       VALUE '23'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
           88  NOT-HISMVT-E          VALUE '23'.
           88  ABSENT-HISMVT-E       VALUE '05' '35'.
       01  WS-FS-BAREME-E            PIC XX.
           88  OK-BAREME-E           VALUE '00'.
           88  EOF-BAREME-E          VALUE '10'.
       01  WS-FS-BARFRA-E            PIC XX.
           88  OK-BARFRA-E           VALUE '00'.
           88  EOF-BARFRA-E          VALUE '10'.
       01  WS-FS-HOLDS-E             PIC XX.
           88  OK-HOLDS-E            VALUE '00' '05'.
           88  EOF-HOLDS-E           VALUE '10'.
       01  WS-FS-SAISIE-E            PIC XX.
           88  OK-SAISIE-E           VALUE '00' '05'.
           88  EOF-SAISIE-E          VALUE '10'.
       01  WS-FS-REMCHQ-E            PIC XX.
           88  OK-REMCHQ-E           VALUE '00'.
           88  EOF-REMCHQ-E          VALUE '10'.
           88  NOT-REMCHQ-E          VALUE '23'.
           88  ABSENT-REMCHQ-E       VALUE '05' '35'.
       01  WS-FS-ECHEAN-E            PIC XX.
           88  OK-ECHEAN-E           VALUE '00' '05'.
           88  EOF-ECHEAN-E          VALUE '10'.
       01  WS-FS-ORDPER-E            PIC XX.
           88  OK-ORDPER-E           VALUE '00' '05'.
           88  EOF-ORDPER-E          VALUE '10'.
       01  WS-FS-PRET-E              PIC XX.
           88  OK-PRET-E             VALUE '00' '05'.
           88  EOF-PRET-E            VALUE '10'.
       01  WS-FS-MVTCLO-S            PIC XX.
           88  OK-MVTCLO-S           VALUE '00'.
       01  WS-FS-STAMAJ-S            PIC XX.
           88  OK-STAMAJ-S           VALUE '00'.
       01  WS-FS-EVTCOR-S            PIC XX.
           88  OK-EVTCOR-S           VALUE '00'.
       01  WS-FS-ETATCLO-S           PIC XX.
           88  OK-ETATCLO-S          VALUE '00'.
       01  WS-FS-ANOCLO-S            PIC XX.
           88  OK-ANOCLO-S           VALUE '00'.
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
      *---------------- TRANSACTION DE STATUT POUR ARIO035 ------------*
      *
       01  WS-ENRG-F-STAMAJ.
           05  WS-STA-ACTION         PIC X(01).
               88  STA-CLOTURE       VALUE 'C'.
           05  WS-STA-CPTE           PIC X(10).
           05  FILLER                PIC X(09).
      *
      *---------------- TABLE DES DEMANDES DE CLOTURE -----------------*
      *
      *    UNE LIGNE PAR DEMANDE, DANS L'ORDRE DES COMPTES. LES
      *    ENGAGEMENTS EN COURS RELEVES SUR LES FICHIERS LUS EN
      *    SEQUENTIEL SONT CUMULES PAR TYPE (NOMBRE ET MONTANT) ; LE
      *    MOTIF PORTE LE REFUS LIE AU COMPTE OU AU REGLEMENT.
      *
       01  WS-TAB-DCL.
           05  WS-DCL-EL             OCCURS 500 TIMES.
               10  WS-DCL-CPTE       PIC X(10).
               10  WS-DCL-MODE       PIC X(01).
                   88  DCL-VIREMENT  VALUE 'V'.
                   88  DCL-CHEQUE-BQ VALUE 'C'.
               10  WS-DCL-CPTE-DEST  PIC X(10).
               10  WS-DCL-BENEF      PIC X(25).
               10  WS-DCL-DATE       PIC 9(08).
               10  WS-DCL-AGENT      PIC X(08).
               10  WS-DCL-MOTIF      PIC X(40).
               10  WS-DCL-OBS        OCCURS 6 TIMES.
                   15  WS-DCL-NB-OBS PIC S9(04) COMP.
                   15  WS-DCL-MT-OBS PIC 9(9)V99 COMP-3.
       01  WS-NB-DCL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-DCL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-OBS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-DCL-TROUVE          PIC X(01) VALUE 'N'.
           88  DCL-TROUVEE           VALUE 'O'.
           88  DCL-NON-TROUVEE       VALUE 'N'.
       01  WS-SW-REFUS               PIC X(01) VALUE 'N'.
           88  DEMANDE-REFUSEE       VALUE 'O'.
           88  DEMANDE-ACCEPTEE      VALUE 'N'.
      *
      *    RECHERCHE D'UN COMPTE DANS LA TABLE ET TYPE D'ENGAGEMENT.
      *
       01  WS-CPTE-RECH              PIC X(10).
       01  WS-CPTE-PREC              PIC X(10) VALUE LOW-VALUES.
       01  WS-TYPE-OBS               PIC S9(04) COMP VALUE ZERO.
       01  WS-MT-OBS                 PIC 9(9)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIBELLES DES TYPES D'ENGAGEMENT ---------------*
      *
       01  WS-LIB-OBSTACLES.
           05  FILLER                PIC X(40)
               VALUE 'PRE-AUTORISATION CARTE ACTIVE'.
           05  FILLER                PIC X(40)
               VALUE 'SAISIE EN COURS'.
           05  FILLER                PIC X(40)
               VALUE 'CHEQUE REMIS EN COURS D''ENCAISSEMENT'.
           05  FILLER                PIC X(40)
               VALUE 'VIREMENT DIFFERE EN ATTENTE'.
           05  FILLER                PIC X(40)
               VALUE 'ORDRE PERMANENT ACTIF'.
           05  FILLER                PIC X(40)
               VALUE 'PRET A LA CONSOMMATION EN COURS'.
       01  WS-TAB-LIB-OBS REDEFINES WS-LIB-OBSTACLES.
           05  WS-LIB-OBS            PIC X(40) OCCURS 6 TIMES.
      *
      *---------------- PARAMETRES DE L'ARRETE ------------------------*
      *
      *    FRAPERIO : DUREE EN MOIS DE LA PERIODE DE FACTURATION DES
      *    FRAIS DE TENUE (1 A 12, DEFAUT 3) ; CPTCHQBQ : COMPTE
      *    INTERNE CREDITE DES CHEQUES DE BANQUE A EMETTRE.
      *
       01  WS-MOIS-PERIODE           PIC 9(02) VALUE 3.
       01  WS-CPTE-CHQBQ             PIC X(10) VALUE SPACES.
      *
      *---------------- BAREME DES TAUX D'INTERET (ARIO030) -----------*
      *
       01  WS-ENRG-F-BAREME.
           05  WS-BAR-AGENCE-E         PIC X(03).
           05  WS-BAR-SOLDE-MIN-E      PIC S9(8)V99.
           05  WS-BAR-SOLDE-MAX-E      PIC S9(8)V99.
           05  WS-BAR-TAUX-E           PIC 9(2)V9(3).
           05  FILLER                  PIC X(12).
      *
       01  WS-TAB-BAREME.
           05  WS-BAR-EL               OCCURS 50 TIMES.
               10  WS-BAR-AGENCE       PIC X(03).
               10  WS-BAR-SOLDE-MIN    PIC S9(8)V99.
               10  WS-BAR-SOLDE-MAX    PIC S9(8)V99.
               10  WS-BAR-TAUX         PIC 9(2)V9(3).
       01  WS-NB-BAREME                PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BAREME                PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-BAREME-TROUVE         PIC X(01) VALUE 'N'.
           88  BAREME-TROUVE           VALUE 'O'.
           88  BAREME-NON-TROUVE       VALUE 'N'.
      *
      *---------------- BAREME DES FRAIS DE TENUE (ARIO046) -----------*
      *
       01  WS-ENRG-F-BARFRA.
           05  WS-BFR-AGENCE-E         PIC X(03).
           05  WS-BFR-SOLDE-MIN-E      PIC S9(8)V99.
           05  WS-BFR-SOLDE-MAX-E      PIC S9(8)V99.
           05  WS-BFR-FRAIS-E          PIC 9(4)V99.
           05  WS-BFR-EXO-SOLDE-E      PIC 9(8)V99.
           05  WS-BFR-EXO-ANNEES-E     PIC 9(02).
           05  FILLER                  PIC X(09).
      *
       01  WS-TAB-BARFRA.
           05  WS-BFR-EL               OCCURS 50 TIMES.
               10  WS-BFR-AGENCE       PIC X(03).
               10  WS-BFR-SOLDE-MIN    PIC S9(8)V99.
               10  WS-BFR-SOLDE-MAX    PIC S9(8)V99.
               10  WS-BFR-FRAIS        PIC 9(4)V99.
               10  WS-BFR-EXO-SOLDE    PIC 9(8)V99.
               10  WS-BFR-EXO-ANNEES   PIC 9(02).
       01  WS-NB-BARFRA                PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BARFRA                PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-BARFRA-TROUVE         PIC X(01) VALUE 'N'.
           88  BARFRA-TROUVE           VALUE 'O'.
           88  BARFRA-NON-TROUVE       VALUE 'N'.
      *
      *---------------- INTERETS ARRETES AU JOUR DE CLOTURE -----------*
      *
      *    NOMBRES BASE 30 LIMITES AUX JOURS ECOULES DU MOIS : LE
      *    SOLDE D'OUVERTURE PORTE SUR LE JOUR DE CLOTURE J (30 AU
      *    PLUS), CHAQUE MOUVEMENT SUR LES JOURS DE SA DATE DE VALEUR
      *    A J INCLUS. POUR J = 30 ON RETROUVE L'ARRETE D'ARIO030.
      *
       01  WS-SW-HISTO               PIC X(01) VALUE 'N'.
           88  HISTO-ON              VALUE 'O'.
           88  HISTO-OFF             VALUE 'N'.
       01  WS-SW-REMCHQ              PIC X(01) VALUE 'N'.
           88  REMCHQ-ON             VALUE 'O'.
           88  REMCHQ-OFF            VALUE 'N'.
       01  WS-SW-FIN-HISTO           PIC X(01) VALUE 'N'.
           88  FIN-HISTO             VALUE 'O'.
           88  PAS-FIN-HISTO         VALUE 'N'.
       01  WS-PERIODE-DEB.
           05  WS-PER-DEB-AAMM       PIC X(06).
           05  WS-PER-DEB-JJ         PIC X(02).
       01  WS-PERIODE-FIN.
           05  WS-PER-FIN-AAMM       PIC X(06).
           05  WS-PER-FIN-JJ         PIC X(02).
       01  WS-JOUR-CLOTURE           PIC 9(02) VALUE ZERO.
       01  WS-JOUR-VALEUR            PIC 9(02) VALUE ZERO.
       01  WS-DVAL-TRAVAIL           PIC 9(08) VALUE ZERO.
       01  WS-DVAL-DECOUPE REDEFINES WS-DVAL-TRAVAIL.
           05  WS-DVAL-AAMM          PIC 9(06).
           05  WS-DVAL-JJ            PIC 9(02).
       01  WS-TOT-MVT-SIGNE          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NOMBRES                PIC S9(11)V9(4) COMP-3
                                     VALUE ZERO.
       01  WS-MT-SIGNE               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-JOURS-VALEUR           PIC 9(02) VALUE ZERO.
       01  WS-SOLDE-OUVERTURE        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NOMBRES-MVT            PIC S9(11)V9(4) COMP-3
                                     VALUE ZERO.
       01  WS-SOLDE-BASE             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TAUX-RETENU            PIC 9(2)V9(3) VALUE ZERO.
       01  WS-INTERET                PIC S9(8)V99 VALUE ZERO.
       01  WS-INTERET-ABS            PIC 9(8)V99 VALUE ZERO.
      *
      *---------------- FRAIS DE TENUE AU PRORATA ---------------------*
      *
       01  WS-MOIS-DEB-PERIODE       PIC 9(02) VALUE ZERO.
       01  WS-JOURS-ECOULES          PIC 9(03) VALUE ZERO.
       01  WS-JOURS-PERIODE          PIC 9(03) VALUE ZERO.
       01  WS-FRAIS-PERIODE          PIC 9(4)V99 VALUE ZERO.
       01  WS-FRAIS-RETENU           PIC 9(4)V99 VALUE ZERO.
       01  WS-DCREA-ANNEE            PIC 9(04).
       01  WS-ANCIENNETE             PIC S9(04) COMP.
       01  WS-SW-EXONERE             PIC X(01) VALUE 'N'.
           88  EXONERE-OUI           VALUE 'O'.
           88  EXONERE-NON           VALUE 'N'.
       01  WS-MOTIF-EXO              PIC X(24).
      *
      *---------------- SOLDE NET ET REGLEMENT ------------------------*
      *
       01  WS-SOLDE-NET              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MT-REGLE               PIC 9(8)V99 VALUE ZERO.
       01  WS-CPTE-CREDIT            PIC X(10).
       01  WS-SAV-CPTE               PIC X(150).
       01  WS-SEQ-VIR                PIC 9(06) VALUE ZERO.
       01  WS-REF-VIR-CL.
           05  FILLER                PIC X(02) VALUE 'CL'.
           05  WS-REF-SEQ            PIC 9(06).
       01  WS-EVT-PARAM-CLO.
           05  FILLER                PIC X(06) VALUE 'SOLDE '.
           05  WS-EVT-NET-ED         PIC ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-EVT-MODE-ED        PIC X(12).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-DEMANDES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ACCEPTEES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-REFUSEES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-VIREMENTS          PIC 9(05) VALUE ZERO.
       01  WS-CPT-CHEQUES-BQ         PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-EMIS           PIC 9(05) VALUE ZERO.
       01  WS-TOT-INT-CRE            PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FRAIS              PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-REGLE              PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION DES ARRETES ------------------*
      *
       01  WS-LCLO-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LCLO-BLANC             PIC X(80) VALUE SPACES.
       01  WS-LCLO-TITRE.
           05  FILLER                PIC X(32)
               VALUE 'ARRETE DE CLOTURE DU COMPTE '.
           05  WS-LCLO-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(04) VALUE ' AU '.
           05  WS-LCLO-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-AA-ED         PIC 9999.
       01  WS-LCLO-TITULAIRE.
           05  FILLER                PIC X(12) VALUE 'TITULAIRE : '.
           05  WS-LCLO-NOM-ED        PIC X(14).
           05  FILLER                PIC X(12) VALUE '  AGENCE : '.
           05  WS-LCLO-AGENCE-ED     PIC X(03).
           05  FILLER                PIC X(15) VALUE '  DEMANDE DU '.
           05  WS-LCLO-DDEM-ED       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCLO-AGENT-ED      PIC X(08).
       01  WS-LCLO-MONTANT.
           05  WS-LCLO-LIB-ED        PIC X(50).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCLO-MT-ED         PIC -ZZZZZZZ9,99.
       01  WS-LCLO-LIB-INT.
           05  FILLER                PIC X(25)
               VALUE 'INTERETS ARRETES AU JOUR '.
           05  WS-LCLO-JOUR-ED       PIC Z9.
           05  FILLER                PIC X(08) VALUE ' (TAUX '.
           05  WS-LCLO-TAUX-ED       PIC Z9,999.
           05  FILLER                PIC X(01) VALUE ')'.
       01  WS-LCLO-LIB-FRA.
           05  FILLER                PIC X(20)
               VALUE 'FRAIS DE TENUE (JRS '.
           05  WS-LCLO-JRS-ED        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-JRS-PER-ED    PIC ZZ9.
           05  FILLER                PIC X(02) VALUE ') '.
           05  WS-LCLO-EXO-ED        PIC X(21).
       01  WS-LCLO-TEXTE.
           05  WS-LCLO-TXT1-ED       PIC X(28).
           05  WS-LCLO-TXT2-ED       PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCLO-TXT3-ED       PIC X(25).
      *
      *---------------- LIGNES D'EDITION DES REFUS --------------------*
      *
       01  WS-LANO-TITRE.
           05  FILLER                PIC X(38)
               VALUE 'DEMANDES DE CLOTURE REFUSEES AU '.
           05  WS-LANO-DATE-ED       PIC 9(08).
       01  WS-LANO-ENTETE.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(42) VALUE 'MOTIF DU REFUS'.
           05  FILLER                PIC X(06) VALUE 'NOMBRE'.
           05  FILLER                PIC X(14) VALUE '       MONTANT'.
       01  WS-LANO-DETAIL.
           05  WS-LANO-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LANO-MOTIF-ED      PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LANO-NB-ED         PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LANO-MT-ED         PIC ZZZZZZZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCLO         PIC X(01) VALUE 'T'.
       01  WS-MSQ-NIV-ANOCLO          PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO158'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
      *    MOIS EN COURS POUR LES INTERETS ; JOUR DE CLOTURE EN BASE
      *    30 ; PREMIER MOIS DE LA PERIODE DE FACTURATION ENTAMEE.
      *
           MOVE WS-DATE-SYST(1:6)        TO WS-PER-DEB-AAMM
                                            WS-PER-FIN-AAMM.
           MOVE '01'                     TO WS-PER-DEB-JJ.
           MOVE '31'                     TO WS-PER-FIN-JJ.
           MOVE WS-DATE-SYST-JJ          TO WS-JOUR-CLOTURE.
           IF WS-JOUR-CLOTURE > 30
              MOVE 30                    TO WS-JOUR-CLOTURE
           END-IF.
           COMPUTE WS-MOIS-DEB-PERIODE = WS-DATE-SYST-MM - 1.
           DIVIDE WS-MOIS-PERIODE INTO WS-MOIS-DEB-PERIODE.
           COMPUTE WS-MOIS-DEB-PERIODE =
                   WS-MOIS-DEB-PERIODE * WS-MOIS-PERIODE + 1.
           COMPUTE WS-JOURS-ECOULES =
                   (WS-DATE-SYST-MM - WS-MOIS-DEB-PERIODE) * 30
                 + WS-JOUR-CLOTURE.
           COMPUTE WS-JOURS-PERIODE = WS-MOIS-PERIODE * 30.
      *
           SORT SD-DEMCLO-TRI
               ON ASCENDING KEY SD-DCL-CPTE-TRI
               USING F-DEMCLO-E
               GIVING F-DEMCLOT-E.
           IF NOT OK-DEMCLOT-E
              DISPLAY 'PROBLEME AU TRI DU FICHIER F-DEMCLO-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6100-CHARGE-BAREME-DEB
              THRU 6100-CHARGE-BAREME-FIN.
      *
           PERFORM 6150-CHARGE-BARFRA-DEB
              THRU 6150-CHARGE-BARFRA-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6200-CHARGE-DEMANDES-DEB
              THRU 6200-CHARGE-DEMANDES-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- ENGAGEMENTS EN COURS SUR LES COMPTES -----------*
      *
           IF WS-NB-DCL > ZERO
              PERFORM 2000-RELEVE-ENGAGEMENTS-DEB
                 THRU 2000-RELEVE-ENGAGEMENTS-FIN
           END-IF.
      *
      *--------------- ARRETE DE CHAQUE DEMANDE -----------------------*
      *
           PERFORM 1000-TRT-DEMANDE-DEB
              THRU 1000-TRT-DEMANDE-FIN
             VARYING WS-IX-DCL FROM 1 BY 1
               UNTIL WS-IX-DCL > WS-NB-DCL.
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
           MOVE WS-CPT-ACCEPTEES         TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-REFUSEES > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-REFUSEES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   ARRETE D'UNE DEMANDE DE CLOTURE                             *
      *---------------------------------------------------------------*
      *
       1000-TRT-DEMANDE-DEB.
      *
           SET DEMANDE-ACCEPTEE          TO TRUE.
      *
           PERFORM 3000-CTRL-COMPTE-DEB
              THRU 3000-CTRL-COMPTE-FIN.
      *
           IF WS-DCL-MOTIF(WS-IX-DCL) = SPACES
              PERFORM 3100-CTRL-CHEQUES-REMIS-DEB
                 THRU 3100-CTRL-CHEQUES-REMIS-FIN
           END-IF.
      *
           IF WS-DCL-MOTIF(WS-IX-DCL) NOT = SPACES
              SET DEMANDE-REFUSEE        TO TRUE
           END-IF.
           PERFORM 1010-CTRL-UN-TYPE-DEB
              THRU 1010-CTRL-UN-TYPE-FIN
             VARYING WS-IX-OBS FROM 1 BY 1
               UNTIL WS-IX-OBS > 6.
      *
           IF DEMANDE-ACCEPTEE
              PERFORM 3200-CTRL-REGLEMENT-DEB
                 THRU 3200-CTRL-REGLEMENT-FIN
           END-IF.
      *
           IF DEMANDE-ACCEPTEE
              PERFORM 4000-CALCUL-ARRETE-DEB
                 THRU 4000-CALCUL-ARRETE-FIN
           END-IF.
      *
           IF DEMANDE-REFUSEE
              ADD 1                      TO WS-CPT-REFUSEES
              PERFORM 8200-EDIT-REFUS-DEB
                 THRU 8200-EDIT-REFUS-FIN
              GO TO 1000-TRT-DEMANDE-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-ACCEPTEES.
           PERFORM 7300-EMET-MOUVEMENTS-DEB
              THRU 7300-EMET-MOUVEMENTS-FIN.
           PERFORM 7400-EMET-EVENEMENT-DEB
              THRU 7400-EMET-EVENEMENT-FIN.
           PERFORM 7500-EMET-STATUT-DEB
              THRU 7500-EMET-STATUT-FIN.
           PERFORM 8100-EDIT-ARRETE-DEB
              THRU 8100-EDIT-ARRETE-FIN.
      *
       1000-TRT-DEMANDE-FIN.
           EXIT.
      *
       1010-CTRL-UN-TYPE-DEB.
           IF WS-DCL-NB-OBS(WS-IX-DCL, WS-IX-OBS) > ZERO
              SET DEMANDE-REFUSEE        TO TRUE
           END-IF.
       1010-CTRL-UN-TYPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RELEVE DES ENGAGEMENTS EN COURS (FICHIERS SEQUENTIELS)      *
      *---------------------------------------------------------------*
      *
      *    CHAQUE FICHIER EST LU UNE FOIS EN ENTIER ; UN ENGAGEMENT
      *    PORTANT SUR UN COMPTE DEMANDE EST CUMULE DANS LA TABLE.
      *
       2000-RELEVE-ENGAGEMENTS-DEB.
      *
           PERFORM 6410-READ-FHOLDS-DEB
              THRU 6410-READ-FHOLDS-FIN.
           PERFORM 2100-UNE-AUTORISATION-DEB
              THRU 2100-UNE-AUTORISATION-FIN
             UNTIL EOF-HOLDS-E.
      *
           PERFORM 6420-READ-FSAISIE-DEB
              THRU 6420-READ-FSAISIE-FIN.
           PERFORM 2200-UNE-SAISIE-DEB
              THRU 2200-UNE-SAISIE-FIN
             UNTIL EOF-SAISIE-E.
      *
           PERFORM 6440-READ-FECHEAN-DEB
              THRU 6440-READ-FECHEAN-FIN.
           PERFORM 2400-UN-VIREMENT-DIFFERE-DEB
              THRU 2400-UN-VIREMENT-DIFFERE-FIN
             UNTIL EOF-ECHEAN-E.
      *
           PERFORM 6450-READ-FORDPER-DEB
              THRU 6450-READ-FORDPER-FIN.
           PERFORM 2500-UN-ORDRE-PERMANENT-DEB
              THRU 2500-UN-ORDRE-PERMANENT-FIN
             UNTIL EOF-ORDPER-E.
      *
           PERFORM 6460-READ-FPRET-DEB
              THRU 6460-READ-FPRET-FIN.
           PERFORM 2600-UN-PRET-DEB
              THRU 2600-UN-PRET-FIN
             UNTIL EOF-PRET-E.
      *
       2000-RELEVE-ENGAGEMENTS-FIN.
           EXIT.
      *
      *    PRE-AUTORISATION ACTIVE ET NON ECHUE (MEME REGLE
      *    D'EXPIRATION QU'ARIO326).
      *
       2100-UNE-AUTORISATION-DEB.
           IF HOLD-ACTIVE-E
              AND WS-HLD-DEXP-E NOT < WS-DATE-SYST-N
              MOVE WS-HLD-CPTE-E         TO WS-CPTE-RECH
              MOVE 1                     TO WS-TYPE-OBS
              MOVE WS-HLD-MT-E           TO WS-MT-OBS
              PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                 THRU 7910-AJOUT-ENGAGEMENT-FIN
           END-IF.
           PERFORM 6410-READ-FHOLDS-DEB
              THRU 6410-READ-FHOLDS-FIN.
       2100-UNE-AUTORISATION-FIN.
           EXIT.
      *
       2200-UNE-SAISIE-DEB.
           IF SAISIE-EN-COURS-E
              MOVE WS-SAI-CPTE-E         TO WS-CPTE-RECH
              MOVE 2                     TO WS-TYPE-OBS
              MOVE WS-SAI-MT-SAISI-E     TO WS-MT-OBS
              PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                 THRU 7910-AJOUT-ENGAGEMENT-FIN
           END-IF.
           PERFORM 6420-READ-FSAISIE-DEB
              THRU 6420-READ-FSAISIE-FIN.
       2200-UNE-SAISIE-FIN.
           EXIT.
      *
       2400-UN-VIREMENT-DIFFERE-DEB.
           IF ECN-EN-ATTENTE
              MOVE WS-ECN-CPTE           TO WS-CPTE-RECH
              MOVE 4                     TO WS-TYPE-OBS
              MOVE WS-ECN-MT             TO WS-MT-OBS
              PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                 THRU 7910-AJOUT-ENGAGEMENT-FIN
           END-IF.
           PERFORM 6440-READ-FECHEAN-DEB
              THRU 6440-READ-FECHEAN-FIN.
       2400-UN-VIREMENT-DIFFERE-FIN.
           EXIT.
      *
      *    ORDRE ACTIF NON ECHU : LE COMPTE A CLORE EN EST LE
      *    DONNEUR D'ORDRE OU LE BENEFICIAIRE.
      *
       2500-UN-ORDRE-PERMANENT-DEB.
           IF ORD-ACTIF
              AND (WS-ORD-DATE-FIN = ZERO
                   OR WS-ORD-DATE-FIN NOT < WS-DATE-SYST-N)
              MOVE 5                     TO WS-TYPE-OBS
              MOVE WS-ORD-MT             TO WS-MT-OBS
              MOVE WS-ORD-CPTE           TO WS-CPTE-RECH
              PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                 THRU 7910-AJOUT-ENGAGEMENT-FIN
              IF WS-ORD-CPTE-CTR NOT = WS-ORD-CPTE
                 MOVE WS-ORD-CPTE-CTR    TO WS-CPTE-RECH
                 PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                    THRU 7910-AJOUT-ENGAGEMENT-FIN
              END-IF
           END-IF.
           PERFORM 6450-READ-FORDPER-DEB
              THRU 6450-READ-FORDPER-FIN.
       2500-UN-ORDRE-PERMANENT-FIN.
           EXIT.
      *
       2600-UN-PRET-DEB.
           IF PRT-EN-COURS
              MOVE WS-PRT-CPTE           TO WS-CPTE-RECH
              MOVE 6                     TO WS-TYPE-OBS
              MOVE WS-PRT-CRD            TO WS-MT-OBS
              PERFORM 7910-AJOUT-ENGAGEMENT-DEB
                 THRU 7910-AJOUT-ENGAGEMENT-FIN
           END-IF.
           PERFORM 6460-READ-FPRET-DEB
              THRU 6460-READ-FPRET-FIN.
       2600-UN-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE DU COMPTE A CLORE                                  *
      *---------------------------------------------------------------*
      *
       3000-CTRL-COMPTE-DEB.
      *
           IF WS-DCL-MOTIF(WS-IX-DCL) NOT = SPACES
              GO TO 3000-CTRL-COMPTE-FIN
           END-IF.
      *
           MOVE WS-DCL-CPTE(WS-IX-DCL)   TO FS-KS-CLE.
           PERFORM 6030-READ-CPTEKS-DEB
              THRU 6030-READ-CPTEKS-FIN.
      *
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                   MOVE 'COMPTE INCONNU AU MAITRE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN CPTE-CLOTURE
                   MOVE 'COMPTE DEJA CLOS'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN CPTE-SUCCESSION
                   MOVE 'COMPTE EN SUCCESSION (ARIO078)'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN CPTE-BLOQUE
                   MOVE 'COMPTE BLOQUE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN CPTE-INTERNE
                   MOVE 'COMPTE INTERNE : CLOTURE NON CLIENTELE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN CPTE-LIVRET
                   MOVE 'LIVRET : INTERETS ARRETES PAR ARIO148'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN NOT CPTE-DEVISE-EUR
                   MOVE 'COMPTE EN DEVISE : ARRETE NON GERE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              WHEN OTHER
                   MOVE WS-ENRG-F-CPTE   TO WS-SAV-CPTE
           END-EVALUATE.
      *
       3000-CTRL-COMPTE-FIN.
           EXIT.
      *
      *    CHEQUES REMIS PAR LE CLIENT ENCORE EN COURS D'ENCAISSEMENT
      *    (STATUT 'E') : ILS PEUVENT REVENIR IMPAYES APRES CLOTURE.
      *
       3100-CTRL-CHEQUES-REMIS-DEB.
      *
           IF REMCHQ-OFF
              GO TO 3100-CTRL-CHEQUES-REMIS-FIN
           END-IF.
      *
           PERFORM 6300-START-FREMCHQ-DEB
              THRU 6300-START-FREMCHQ-FIN.
           PERFORM 6310-READ-NEXT-FREMCHQ-DEB
              THRU 6310-READ-NEXT-FREMCHQ-FIN.
           PERFORM 3110-UN-CHEQUE-REMIS-DEB
              THRU 3110-UN-CHEQUE-REMIS-FIN
             UNTIL REM-CLE-MAX-E.
      *
       3100-CTRL-CHEQUES-REMIS-FIN.
           EXIT.
      *
       3110-UN-CHEQUE-REMIS-DEB.
           IF REM-EN-COURS-E
              ADD 1              TO WS-DCL-NB-OBS(WS-IX-DCL, 3)
              ADD WS-REM-MT-E    TO WS-DCL-MT-OBS(WS-IX-DCL, 3)
           END-IF.
           PERFORM 6310-READ-NEXT-FREMCHQ-DEB
              THRU 6310-READ-NEXT-FREMCHQ-FIN.
       3110-UN-CHEQUE-REMIS-FIN.
           EXIT.
      *
      *    MODE DE REGLEMENT DU SOLDE NET : COMPTE DESTINATAIRE
      *    OUVERT ET DIFFERENT DU COMPTE A CLORE, OU COMPTE INTERNE
      *    DES CHEQUES DE BANQUE PARAMETRE ET EXISTANT.
      *
       3200-CTRL-REGLEMENT-DEB.
      *
           EVALUATE TRUE
              WHEN DCL-VIREMENT(WS-IX-DCL)
                   MOVE WS-DCL-CPTE-DEST(WS-IX-DCL)
                                         TO WS-CPTE-CREDIT
                   IF WS-CPTE-CREDIT = SPACES
                      OR WS-CPTE-CREDIT = WS-DCL-CPTE(WS-IX-DCL)
                      MOVE 'COMPTE DESTINATAIRE ABSENT OU IDENTIQUE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
                      GO TO 3200-SUITE
                   END-IF
              WHEN DCL-CHEQUE-BQ(WS-IX-DCL)
                   MOVE WS-CPTE-CHQBQ    TO WS-CPTE-CREDIT
                   IF WS-CPTE-CREDIT = SPACES
                      MOVE 'COMPTE DES CHEQUES DE BANQUE NON PARAMETRE'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
                      GO TO 3200-SUITE
                   END-IF
              WHEN OTHER
                   MOVE 'MODE DE REGLEMENT INCONNU (V OU C)'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
                   GO TO 3200-SUITE
           END-EVALUATE.
      *
           MOVE WS-CPTE-CREDIT           TO FS-KS-CLE.
           PERFORM 6030-READ-CPTEKS-DEB
              THRU 6030-READ-CPTEKS-FIN.
           IF NOTFOUND-CPTEKS
              MOVE 'COMPTE DE REGLEMENT INCONNU'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
           ELSE
              IF NOT CPTE-OUVERT
                 MOVE 'COMPTE DE REGLEMENT NON OUVERT'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              END-IF
           END-IF.
      *
       3200-SUITE.
           MOVE WS-SAV-CPTE              TO WS-ENRG-F-CPTE.
           IF WS-DCL-MOTIF(WS-IX-DCL) NOT = SPACES
              SET DEMANDE-REFUSEE        TO TRUE
           END-IF.
      *
       3200-CTRL-REGLEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CALCUL DE L'ARRETE : INTERETS, FRAIS, SOLDE NET             *
      *---------------------------------------------------------------*
      *
       4000-CALCUL-ARRETE-DEB.
      *
           MOVE ZERO                     TO WS-INTERET
                                            WS-TAUX-RETENU.
           PERFORM 7100-RECH-BAREME-DEB
              THRU 7100-RECH-BAREME-FIN.
           IF BAREME-TROUVE
              PERFORM 7110-SOLDE-BASE-CLOTURE-DEB
                 THRU 7110-SOLDE-BASE-CLOTURE-FIN
              COMPUTE WS-INTERET ROUNDED =
                      (WS-SOLDE-BASE * WS-TAUX-RETENU) / 1200
           END-IF.
      *
           MOVE ZERO                     TO WS-FRAIS-RETENU
                                            WS-FRAIS-PERIODE.
           SET EXONERE-NON               TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-EXO.
           PERFORM 7200-RECH-BARFRA-DEB
              THRU 7200-RECH-BARFRA-FIN.
           IF BARFRA-TROUVE
              PERFORM 7210-CTRL-EXONERATION-DEB
                 THRU 7210-CTRL-EXONERATION-FIN
              IF EXONERE-NON
                 COMPUTE WS-FRAIS-RETENU ROUNDED =
                         WS-FRAIS-PERIODE * WS-JOURS-ECOULES
                       / WS-JOURS-PERIODE
              END-IF
           END-IF.
      *
           COMPUTE WS-SOLDE-NET =
                   WS-CPTE-SOLDE + WS-INTERET - WS-FRAIS-RETENU.
           IF WS-SOLDE-NET < ZERO
              MOVE 'SOLDE NET DEBITEUR A REGULARISER'
                                         TO WS-DCL-MOTIF(WS-IX-DCL)
              SET DEMANDE-REFUSEE        TO TRUE
           END-IF.
      *
       4000-CALCUL-ARRETE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-DEMCLOT-E.
           IF NOT OK-DEMCLOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DEMCLOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DEMCLOT-E
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
           EVALUATE TRUE
              WHEN OK-HISMVT-E
                 SET HISTO-ON            TO TRUE
              WHEN ABSENT-HISMVT-E
                 SET HISTO-OFF           TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           OPEN INPUT F-HOLDS-E.
           IF NOT OK-HOLDS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-SAISIE-E.
           IF NOT OK-SAISIE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-REMCHQ-E.
           EVALUATE TRUE
              WHEN OK-REMCHQ-E
                 SET REMCHQ-ON           TO TRUE
              WHEN ABSENT-REMCHQ-E
                 SET REMCHQ-OFF          TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           OPEN INPUT F-ECHEAN-E.
           IF NOT OK-ECHEAN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHEAN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHEAN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ORDPER-E.
           IF NOT OK-ORDPER-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ORDPER-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDPER-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-PRET-E.
           IF NOT OK-PRET-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRET-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTCLO-S.
           IF NOT OK-MVTCLO-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-STAMAJ-S.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-EVTCOR-S.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATCLO-S.
           IF NOT OK-ETATCLO-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ANOCLO-S.
           IF NOT OK-ANOCLO-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ANOCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ANOCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FDEMCLOT-DEB.
           READ F-DEMCLOT-E INTO WS-ENRG-F-DEMCLO.
           IF NOT (OK-DEMCLOT-E OR EOF-DEMCLOT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DEMCLOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DEMCLOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FDEMCLOT-FIN.
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
           CLOSE F-DEMCLOT-E
                 F-CPTEKS
                 F-HOLDS-E
                 F-SAISIE-E
                 F-ECHEAN-E
                 F-ORDPER-E
                 F-PRET-E.
           IF HISTO-ON
              CLOSE F-HISMVT-E
           END-IF.
           IF REMCHQ-ON
              CLOSE F-REMCHQ-E
           END-IF.
           CLOSE F-MVTCLO-S.
           IF NOT OK-MVTCLO-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-STAMAJ-S.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-EVTCOR-S.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATCLO-S
                 F-ANOCLO-S.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6100-CHARGE-BAREME-DEB.
           OPEN INPUT F-BAREME-E.
           IF NOT OK-BAREME-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BAREME-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BAREME-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FBAREME-DEB
              THRU 6110-READ-FBAREME-FIN.
           PERFORM 6120-ALIM-TAB-BAREME-DEB
              THRU 6120-ALIM-TAB-BAREME-FIN
             UNTIL EOF-BAREME-E.
           CLOSE F-BAREME-E.
       6100-CHARGE-BAREME-FIN.
           EXIT.
      *
       6110-READ-FBAREME-DEB.
           READ F-BAREME-E INTO WS-ENRG-F-BAREME.
           IF NOT (OK-BAREME-E OR EOF-BAREME-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BAREME-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BAREME-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FBAREME-FIN.
           EXIT.
      *
       6120-ALIM-TAB-BAREME-DEB.
           IF WS-NB-BAREME = 50
              DISPLAY 'F-BAREME-E : PLUS DE 50 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-BAREME.
           MOVE WS-BAR-AGENCE-E    TO WS-BAR-AGENCE(WS-NB-BAREME).
           MOVE WS-BAR-SOLDE-MIN-E TO WS-BAR-SOLDE-MIN(WS-NB-BAREME).
           MOVE WS-BAR-SOLDE-MAX-E TO WS-BAR-SOLDE-MAX(WS-NB-BAREME).
           MOVE WS-BAR-TAUX-E      TO WS-BAR-TAUX(WS-NB-BAREME).
           PERFORM 6110-READ-FBAREME-DEB
              THRU 6110-READ-FBAREME-FIN.
       6120-ALIM-TAB-BAREME-FIN.
           EXIT.
      *
       6150-CHARGE-BARFRA-DEB.
           OPEN INPUT F-BARFRA-E.
           IF NOT OK-BARFRA-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BARFRA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BARFRA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6160-READ-FBARFRA-DEB
              THRU 6160-READ-FBARFRA-FIN.
           PERFORM 6170-ALIM-TAB-BARFRA-DEB
              THRU 6170-ALIM-TAB-BARFRA-FIN
             UNTIL EOF-BARFRA-E.
           CLOSE F-BARFRA-E.
       6150-CHARGE-BARFRA-FIN.
           EXIT.
      *
       6160-READ-FBARFRA-DEB.
           READ F-BARFRA-E INTO WS-ENRG-F-BARFRA.
           IF NOT (OK-BARFRA-E OR EOF-BARFRA-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BARFRA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BARFRA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6160-READ-FBARFRA-FIN.
           EXIT.
      *
       6170-ALIM-TAB-BARFRA-DEB.
           IF WS-NB-BARFRA = 50
              DISPLAY 'F-BARFRA-E : PLUS DE 50 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-BARFRA.
           MOVE WS-BFR-AGENCE-E    TO WS-BFR-AGENCE(WS-NB-BARFRA).
           MOVE WS-BFR-SOLDE-MIN-E TO WS-BFR-SOLDE-MIN(WS-NB-BARFRA).
           MOVE WS-BFR-SOLDE-MAX-E TO WS-BFR-SOLDE-MAX(WS-NB-BARFRA).
           MOVE WS-BFR-FRAIS-E     TO WS-BFR-FRAIS(WS-NB-BARFRA).
           MOVE WS-BFR-EXO-SOLDE-E TO WS-BFR-EXO-SOLDE(WS-NB-BARFRA).
           MOVE WS-BFR-EXO-ANNEES-E
                                   TO WS-BFR-EXO-ANNEES(WS-NB-BARFRA).
           PERFORM 6160-READ-FBARFRA-DEB
              THRU 6160-READ-FBARFRA-FIN.
       6170-ALIM-TAB-BARFRA-FIN.
           EXIT.
      *
      *    DEMANDES TRIEES : UNE SECONDE DEMANDE POUR UN MEME COMPTE
      *    EST CONSERVEE POUR ETRE REFUSEE EN DOUBLE.
      *
       6200-CHARGE-DEMANDES-DEB.
           PERFORM 6010-READ-FDEMCLOT-DEB
              THRU 6010-READ-FDEMCLOT-FIN.
           PERFORM 6210-ALIM-TAB-DEMANDE-DEB
              THRU 6210-ALIM-TAB-DEMANDE-FIN
             UNTIL EOF-DEMCLOT-E.
       6200-CHARGE-DEMANDES-FIN.
           EXIT.
      *
       6210-ALIM-TAB-DEMANDE-DEB.
           IF WS-NB-DCL = 500
              DISPLAY 'F-DEMCLO-E : PLUS DE 500 DEMANDES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-DCL
                                            WS-CPT-DEMANDES.
           MOVE WS-DCL-CPTE-E      TO WS-DCL-CPTE(WS-NB-DCL).
           MOVE WS-DCL-MODE-E      TO WS-DCL-MODE(WS-NB-DCL).
           MOVE WS-DCL-CPTE-DEST-E TO WS-DCL-CPTE-DEST(WS-NB-DCL).
           MOVE WS-DCL-BENEF-E     TO WS-DCL-BENEF(WS-NB-DCL).
           MOVE WS-DCL-AGENT-E     TO WS-DCL-AGENT(WS-NB-DCL).
           IF WS-DCL-DATE-E IS NUMERIC
              MOVE WS-DCL-DATE-E   TO WS-DCL-DATE(WS-NB-DCL)
           ELSE
              MOVE ZERO            TO WS-DCL-DATE(WS-NB-DCL)
           END-IF.
           MOVE SPACES             TO WS-DCL-MOTIF(WS-NB-DCL).
           PERFORM 6220-RAZ-ENGAGEMENTS-DEB
              THRU 6220-RAZ-ENGAGEMENTS-FIN
             VARYING WS-IX-OBS FROM 1 BY 1
               UNTIL WS-IX-OBS > 6.
           IF WS-DCL-CPTE-E = WS-CPTE-PREC
              MOVE 'DEMANDE EN DOUBLE POUR CE COMPTE'
                                   TO WS-DCL-MOTIF(WS-NB-DCL)
           END-IF.
           MOVE WS-DCL-CPTE-E      TO WS-CPTE-PREC.
           PERFORM 6010-READ-FDEMCLOT-DEB
              THRU 6010-READ-FDEMCLOT-FIN.
       6210-ALIM-TAB-DEMANDE-FIN.
           EXIT.
      *
       6220-RAZ-ENGAGEMENTS-DEB.
           MOVE ZERO          TO WS-DCL-NB-OBS(WS-NB-DCL, WS-IX-OBS)
                                 WS-DCL-MT-OBS(WS-NB-DCL, WS-IX-OBS).
       6220-RAZ-ENGAGEMENTS-FIN.
           EXIT.
      *
       6230-START-FHISMVT-DEB.
           MOVE WS-CPTE-CPTE             TO WS-HIS-CPTE.
           MOVE WS-PERIODE-DEB           TO WS-HIS-DCPTA.
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
                 IF WS-HIS-CPTE NOT = WS-CPTE-CPTE
                    OR WS-HIS-DCPTA > WS-PERIODE-FIN
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
       6300-START-FREMCHQ-DEB.
           MOVE LOW-VALUES               TO FS-REM-CLE
                                            WS-REM-CLE-E.
           MOVE WS-DCL-CPTE(WS-IX-DCL)   TO FS-REM-CLE(1:10).
           START F-REMCHQ-E KEY NOT < FS-REM-CLE.
           EVALUATE TRUE
              WHEN OK-REMCHQ-E
                 CONTINUE
              WHEN NOT-REMCHQ-E OR EOF-REMCHQ-E
                 SET REM-CLE-MAX-E       TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6300-START-FREMCHQ-FIN.
           EXIT.
      *
       6310-READ-NEXT-FREMCHQ-DEB.
           IF REM-CLE-MAX-E
              GO TO 6310-READ-NEXT-FREMCHQ-FIN
           END-IF.
           READ F-REMCHQ-E NEXT RECORD INTO WS-ENRG-F-REMCHQ.
           EVALUATE TRUE
              WHEN EOF-REMCHQ-E
                 SET REM-CLE-MAX-E       TO TRUE
              WHEN OK-REMCHQ-E
                 IF WS-REM-CPTE-E NOT = WS-DCL-CPTE(WS-IX-DCL)
                    SET REM-CLE-MAX-E    TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6310-READ-NEXT-FREMCHQ-FIN.
           EXIT.
      *
       6410-READ-FHOLDS-DEB.
           READ F-HOLDS-E INTO WS-ENRG-F-HOLDS.
           IF NOT (OK-HOLDS-E OR EOF-HOLDS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-READ-FHOLDS-FIN.
           EXIT.
      *
       6420-READ-FSAISIE-DEB.
           READ F-SAISIE-E INTO WS-ENRG-F-SAISIE.
           IF NOT (OK-SAISIE-E OR EOF-SAISIE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6420-READ-FSAISIE-FIN.
           EXIT.
      *
       6440-READ-FECHEAN-DEB.
           READ F-ECHEAN-E INTO WS-ENRG-F-ECHEAN.
           IF NOT (OK-ECHEAN-E OR EOF-ECHEAN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECHEAN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHEAN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6440-READ-FECHEAN-FIN.
           EXIT.
      *
       6450-READ-FORDPER-DEB.
           READ F-ORDPER-E INTO WS-ENRG-F-ORDPER.
           IF NOT (OK-ORDPER-E OR EOF-ORDPER-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ORDPER-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDPER-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6450-READ-FORDPER-FIN.
           EXIT.
      *
       6460-READ-FPRET-DEB.
           READ F-PRET-E INTO WS-ENRG-F-PRET.
           IF NOT (OK-PRET-E OR EOF-PRET-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRET-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6460-READ-FPRET-FIN.
           EXIT.
      *
       6500-WRITE-FMVTCLO-DEB.
           WRITE FS-ENRG-MVTCLO-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTCLO-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MVT-EMIS.
       6500-WRITE-FMVTCLO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES, RECHERCHES ET CALCULS                  *
      *---------------------------------------------------------------*
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'FRAPERIO'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:2) IS NUMERIC
              AND WS-PAR-VALEUR(1:2) > '00'
              AND WS-PAR-VALEUR(1:2) NOT > '12'
              MOVE WS-PAR-VALEUR(1:2)    TO WS-MOIS-PERIODE
           END-IF.
           MOVE 'CPTCHQBQ'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR NOT = SPACE
              MOVE WS-PAR-VALEUR         TO WS-CPTE-CHQBQ
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    RECHERCHE DE LA LIGNE DU BAREME DES TAUX : L'AGENCE DU
      *    COMPTE PRIME SUR '***' (MEME REGLE QU'ARIO030).
      *
       7100-RECH-BAREME-DEB.
           SET BAREME-NON-TROUVE         TO TRUE.
           MOVE 1                        TO WS-IX-BAREME.
           PERFORM 7105-RECH-UN-BAREME-DEB
              THRU 7105-RECH-UN-BAREME-FIN
             UNTIL (WS-IX-BAREME > WS-NB-BAREME) OR BAREME-TROUVE.
           IF BAREME-NON-TROUVE
              MOVE 1                     TO WS-IX-BAREME
              PERFORM 7107-RECH-BAR-DEFAUT-DEB
                 THRU 7107-RECH-BAR-DEFAUT-FIN
                UNTIL (WS-IX-BAREME > WS-NB-BAREME) OR BAREME-TROUVE
           END-IF.
       7100-RECH-BAREME-FIN.
           EXIT.
      *
       7105-RECH-UN-BAREME-DEB.
           IF WS-BAR-AGENCE(WS-IX-BAREME) = WS-CPTE-AGENCE
              AND WS-CPTE-SOLDE NOT < WS-BAR-SOLDE-MIN(WS-IX-BAREME)
              AND WS-CPTE-SOLDE NOT > WS-BAR-SOLDE-MAX(WS-IX-BAREME)
              SET BAREME-TROUVE          TO TRUE
              MOVE WS-BAR-TAUX(WS-IX-BAREME) TO WS-TAUX-RETENU
           ELSE
              ADD 1                      TO WS-IX-BAREME
           END-IF.
       7105-RECH-UN-BAREME-FIN.
           EXIT.
      *
       7107-RECH-BAR-DEFAUT-DEB.
           IF WS-BAR-AGENCE(WS-IX-BAREME) = '***'
              AND WS-CPTE-SOLDE NOT < WS-BAR-SOLDE-MIN(WS-IX-BAREME)
              AND WS-CPTE-SOLDE NOT > WS-BAR-SOLDE-MAX(WS-IX-BAREME)
              SET BAREME-TROUVE          TO TRUE
              MOVE WS-BAR-TAUX(WS-IX-BAREME) TO WS-TAUX-RETENU
           ELSE
              ADD 1                      TO WS-IX-BAREME
           END-IF.
       7107-RECH-BAR-DEFAUT-FIN.
           EXIT.
      *
      *    BASE DE CALCUL DES INTERETS ARRETES AU JOUR J : SOLDE
      *    D'OUVERTURE DU MOIS X J / 30 + SOMME DES MOUVEMENTS DU
      *    MOIS X (J + 1 - JOUR DE VALEUR) / 30 ; UN MOUVEMENT DE
      *    VALEUR POSTERIEURE A J NE PORTE PAS INTERET. SANS
      *    HISTORIQUE, LE SOLDE DU COMPTE PORTE SUR LES J JOURS.
      *
       7110-SOLDE-BASE-CLOTURE-DEB.
      *
           IF HISTO-OFF
              COMPUTE WS-SOLDE-BASE ROUNDED =
                      WS-CPTE-SOLDE * WS-JOUR-CLOTURE / 30
              GO TO 7110-SOLDE-BASE-CLOTURE-FIN
           END-IF.
      *
           MOVE ZERO                     TO WS-TOT-MVT-SIGNE
                                            WS-NOMBRES.
           SET PAS-FIN-HISTO             TO TRUE.
      *
           PERFORM 6230-START-FHISMVT-DEB
              THRU 6230-START-FHISMVT-FIN.
           PERFORM 6240-READ-NEXT-FHISMVT-DEB
              THRU 6240-READ-NEXT-FHISMVT-FIN.
           PERFORM 7115-UN-MVT-VALEUR-DEB
              THRU 7115-UN-MVT-VALEUR-FIN
             UNTIL FIN-HISTO.
      *
           COMPUTE WS-SOLDE-OUVERTURE =
                   WS-CPTE-SOLDE - WS-TOT-MVT-SIGNE.
           COMPUTE WS-NOMBRES-MVT =
                   WS-SOLDE-OUVERTURE * WS-JOUR-CLOTURE / 30.
           COMPUTE WS-SOLDE-BASE ROUNDED =
                   WS-NOMBRES-MVT + WS-NOMBRES.
      *
       7110-SOLDE-BASE-CLOTURE-FIN.
           EXIT.
      *
       7115-UN-MVT-VALEUR-DEB.
      *
           IF HIS-SENS-DEBIT
              COMPUTE WS-MT-SIGNE = ZERO - WS-HIS-MT
           ELSE
              MOVE WS-HIS-MT             TO WS-MT-SIGNE
           END-IF.
           ADD WS-MT-SIGNE               TO WS-TOT-MVT-SIGNE.
      *
           IF WS-HIS-DATE-VALEUR IS NUMERIC
              AND WS-HIS-DATE-VALEUR > ZERO
              MOVE WS-HIS-DATE-VALEUR    TO WS-DVAL-TRAVAIL
           ELSE
              MOVE WS-HIS-DCPTA          TO WS-DVAL-TRAVAIL
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-DVAL-AAMM < WS-PER-DEB-AAMM
                   MOVE 1                TO WS-JOUR-VALEUR
              WHEN WS-DVAL-AAMM > WS-PER-FIN-AAMM
                   MOVE 31               TO WS-JOUR-VALEUR
              WHEN OTHER
                   MOVE WS-DVAL-JJ       TO WS-JOUR-VALEUR
                   IF WS-JOUR-VALEUR > 30
                      MOVE 30            TO WS-JOUR-VALEUR
                   END-IF
           END-EVALUATE.
      *
           IF WS-JOUR-VALEUR NOT > WS-JOUR-CLOTURE
              COMPUTE WS-JOURS-VALEUR =
                      WS-JOUR-CLOTURE + 1 - WS-JOUR-VALEUR
              COMPUTE WS-NOMBRES-MVT =
                      WS-MT-SIGNE * WS-JOURS-VALEUR / 30
              ADD WS-NOMBRES-MVT         TO WS-NOMBRES
           END-IF.
      *
           PERFORM 6240-READ-NEXT-FHISMVT-DEB
              THRU 6240-READ-NEXT-FHISMVT-FIN.
      *
       7115-UN-MVT-VALEUR-FIN.
           EXIT.
      *
      *    RECHERCHE DE LA LIGNE DU BAREME DES FRAIS (MEME REGLE
      *    QU'ARIO046).
      *
       7200-RECH-BARFRA-DEB.
           SET BARFRA-NON-TROUVE         TO TRUE.
           MOVE 1                        TO WS-IX-BARFRA.
           PERFORM 7205-RECH-UN-BARFRA-DEB
              THRU 7205-RECH-UN-BARFRA-FIN
             UNTIL (WS-IX-BARFRA > WS-NB-BARFRA) OR BARFRA-TROUVE.
           IF BARFRA-NON-TROUVE
              MOVE 1                     TO WS-IX-BARFRA
              PERFORM 7207-RECH-BFR-DEFAUT-DEB
                 THRU 7207-RECH-BFR-DEFAUT-FIN
                UNTIL (WS-IX-BARFRA > WS-NB-BARFRA)
                   OR BARFRA-TROUVE
           END-IF.
           IF BARFRA-TROUVE
              MOVE WS-BFR-FRAIS(WS-IX-BARFRA) TO WS-FRAIS-PERIODE
           END-IF.
       7200-RECH-BARFRA-FIN.
           EXIT.
      *
       7205-RECH-UN-BARFRA-DEB.
           IF WS-BFR-AGENCE(WS-IX-BARFRA) = WS-CPTE-AGENCE
              AND WS-CPTE-SOLDE NOT <
                  WS-BFR-SOLDE-MIN(WS-IX-BARFRA)
              AND WS-CPTE-SOLDE NOT >
                  WS-BFR-SOLDE-MAX(WS-IX-BARFRA)
              SET BARFRA-TROUVE          TO TRUE
           ELSE
              ADD 1                      TO WS-IX-BARFRA
           END-IF.
       7205-RECH-UN-BARFRA-FIN.
           EXIT.
      *
       7207-RECH-BFR-DEFAUT-DEB.
           IF WS-BFR-AGENCE(WS-IX-BARFRA) = '***'
              AND WS-CPTE-SOLDE NOT <
                  WS-BFR-SOLDE-MIN(WS-IX-BARFRA)
              AND WS-CPTE-SOLDE NOT >
                  WS-BFR-SOLDE-MAX(WS-IX-BARFRA)
              SET BARFRA-TROUVE          TO TRUE
           ELSE
              ADD 1                      TO WS-IX-BARFRA
           END-IF.
       7207-RECH-BFR-DEFAUT-FIN.
           EXIT.
      *
      *    EXONERATIONS D'ARIO046 : INDICATEUR DU COMPTE, SOLDE
      *    MINIMUM EXONERANT, ANCIENNETE EXONERANTE.
      *
       7210-CTRL-EXONERATION-DEB.
      *
           IF CPTE-EXO-FRAIS
              SET EXONERE-OUI            TO TRUE
              MOVE 'EXONERATION DU COMPTE'
                                         TO WS-MOTIF-EXO
              GO TO 7210-CTRL-EXONERATION-FIN
           END-IF.
      *
           IF WS-BFR-EXO-SOLDE(WS-IX-BARFRA) > ZERO
              AND WS-CPTE-SOLDE NOT <
                  WS-BFR-EXO-SOLDE(WS-IX-BARFRA)
              SET EXONERE-OUI            TO TRUE
              MOVE 'SOLDE MINIMUM ATTEINT'
                                         TO WS-MOTIF-EXO
              GO TO 7210-CTRL-EXONERATION-FIN
           END-IF.
      *
           IF WS-BFR-EXO-ANNEES(WS-IX-BARFRA) > ZERO
              COMPUTE WS-DCREA-ANNEE =
                     (WS-CPTE-DCREA-SS * 100) + WS-CPTE-DCREA-AA
              COMPUTE WS-ANCIENNETE =
                      WS-DATE-SYST-AA - WS-DCREA-ANNEE
              IF WS-ANCIENNETE NOT <
                 WS-BFR-EXO-ANNEES(WS-IX-BARFRA)
                 SET EXONERE-OUI         TO TRUE
                 MOVE 'ANCIENNETE ATTEINTE'
                                         TO WS-MOTIF-EXO
              END-IF
           END-IF.
      *
       7210-CTRL-EXONERATION-FIN.
           EXIT.
      *
      *    MOUVEMENTS DE L'ARRETE, DANS L'ORDRE DE COMPTABILISATION :
      *    INTERETS ('I' OU 'J'), FRAIS ('F'), PUIS REGLEMENT DU
      *    SOLDE NET PAR VIREMENT EQUILIBRE ('V' AU DEBIT DU COMPTE
      *    CLOS, 'W' AU CREDIT DU COMPTE DE REGLEMENT).
      *
       7300-EMET-MOUVEMENTS-DEB.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-CPTE-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST-AA(1:2)     TO WS-MVTS-SS.
           MOVE WS-DATE-SYST-AA(3:2)     TO WS-MVTS-AA.
           MOVE WS-DATE-SYST-MM          TO WS-MVTS-MM.
           MOVE WS-DATE-SYST-JJ          TO WS-MVTS-JJ.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
      *
           IF WS-INTERET NOT = ZERO
              IF WS-INTERET > ZERO
                 MOVE 'I'                TO WS-MVTS-CODE
                 MOVE WS-INTERET         TO WS-INTERET-ABS
                 ADD WS-INTERET-ABS      TO WS-TOT-INT-CRE
              ELSE
                 MOVE 'J'                TO WS-MVTS-CODE
                 COMPUTE WS-INTERET-ABS = ZERO - WS-INTERET
              END-IF
              MOVE WS-INTERET-ABS        TO WS-MVTS-MT
              MOVE 'INTERETS ARRETE DE CLOTURE'
                                         TO WS-MVTS-LIBELLE
              PERFORM 6500-WRITE-FMVTCLO-DEB
                 THRU 6500-WRITE-FMVTCLO-FIN
           END-IF.
      *
           IF WS-FRAIS-RETENU > ZERO
              MOVE 'F'                   TO WS-MVTS-CODE
              MOVE WS-FRAIS-RETENU       TO WS-MVTS-MT
              MOVE 'FRAIS DE TENUE PRORATA CLOTURE'
                                         TO WS-MVTS-LIBELLE
              ADD WS-FRAIS-RETENU        TO WS-TOT-FRAIS
              PERFORM 6500-WRITE-FMVTCLO-DEB
                 THRU 6500-WRITE-FMVTCLO-FIN
           END-IF.
      *
           MOVE WS-SOLDE-NET             TO WS-MT-REGLE.
           IF DCL-VIREMENT(WS-IX-DCL)
              ADD 1                      TO WS-CPT-VIREMENTS
              MOVE 'VIREMENT'            TO WS-EVT-MODE-ED
           ELSE
              ADD 1                      TO WS-CPT-CHEQUES-BQ
              MOVE 'CHEQUE BQ'           TO WS-EVT-MODE-ED
           END-IF.
           IF WS-DCL-BENEF(WS-IX-DCL) = SPACES
              MOVE WS-CPTE-NOM           TO WS-DCL-BENEF(WS-IX-DCL)
           END-IF.
           IF WS-MT-REGLE = ZERO
              MOVE SPACES                TO WS-REF-VIR-CL
              GO TO 7300-EMET-MOUVEMENTS-FIN
           END-IF.
      *
           ADD 1                         TO WS-SEQ-VIR.
           MOVE 'CL'                     TO WS-REF-VIR-CL(1:2).
           MOVE WS-SEQ-VIR               TO WS-REF-SEQ.
           ADD WS-MT-REGLE               TO WS-TOT-REGLE.
      *
           MOVE 'V'                      TO WS-MVTS-CODE.
           MOVE WS-MT-REGLE              TO WS-MVTS-MT.
           MOVE WS-REF-VIR-CL            TO WS-MVTS-REF-VIR.
           MOVE 'SOLDE DE CLOTURE DU COMPTE'
                                         TO WS-MVTS-LIBELLE.
           MOVE WS-DCL-BENEF(WS-IX-DCL)  TO WS-MVTS-CTP-NOM.
           PERFORM 6500-WRITE-FMVTCLO-DEB
              THRU 6500-WRITE-FMVTCLO-FIN.
      *
           MOVE WS-CPTE-CREDIT           TO WS-MVTS-CPTE.
           MOVE 'W'                      TO WS-MVTS-CODE.
           IF DCL-VIREMENT(WS-IX-DCL)
              MOVE 'SOLDE DE CLOTURE DU COMPTE'
                                         TO WS-MVTS-LIBELLE
              MOVE WS-CPTE-NOM           TO WS-MVTS-CTP-NOM
           ELSE
              MOVE 'CHEQUE DE BANQUE A EMETTRE'
                                         TO WS-MVTS-LIBELLE
              MOVE WS-DCL-BENEF(WS-IX-DCL)
                                         TO WS-MVTS-CTP-NOM
           END-IF.
           MOVE WS-CPTE-IBAN             TO WS-MVTS-CTP-IBAN.
           PERFORM 6500-WRITE-FMVTCLO-DEB
              THRU 6500-WRITE-FMVTCLO-FIN.
      *
       7300-EMET-MOUVEMENTS-FIN.
           EXIT.
      *
      *    DEPOT DE L'EVENEMENT DE CORRESPONDANCE 'CLO' POUR LE
      *    GENERATEUR DE COURRIERS ARIO077 (SOLDE NET ET MODE DE
      *    REGLEMENT EN PARAMETRE).
      *
       7400-EMET-EVENEMENT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-EVTCOR.
           MOVE WS-CPTE-CPTE             TO WS-EVT-CPTE.
           SET EVT-CLOTURE               TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-EVT-DATE.
           MOVE WS-MT-REGLE              TO WS-EVT-NET-ED.
           MOVE WS-EVT-PARAM-CLO         TO WS-EVT-PARAM.
           WRITE FS-ENRG-EVTCOR-S        FROM WS-ENRG-F-EVTCOR.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7400-EMET-EVENEMENT-FIN.
           EXIT.
      *
      *    TRANSACTION DE CLOTURE POUR ARIO035, QUI CLOT LE COMPTE
      *    UNE FOIS LE SOLDE RAMENE A ZERO PAR LA COMPTABILISATION.
      *
       7500-EMET-STATUT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-STAMAJ.
           SET STA-CLOTURE               TO TRUE.
           MOVE WS-CPTE-CPTE             TO WS-STA-CPTE.
           WRITE FS-ENRG-STAMAJ-S        FROM WS-ENRG-F-STAMAJ.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7500-EMET-STATUT-FIN.
           EXIT.
      *
      *    RECHERCHE DE WS-CPTE-RECH DANS LA TABLE DES DEMANDES
      *    (TRIEE : ARRET DES QUE LE COMPTE EST DEPASSE).
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO158'                TO WS-MSQ-PROG.
           MOVE 'ETATCLO'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCLO.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO158'                TO WS-MSQ-PROG.
           MOVE 'ANOCLO'                 TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ANOCLO.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCLO-TITRE
      *    AVANT ECRITURE SUR ETATCLO.
      *
       7610-MASQUE-LCLO-TITRE-DEB.
           MOVE WS-MSQ-NIV-ETATCLO       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LCLO-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCLO-CPTE-ED.
       7610-MASQUE-LCLO-TITRE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCLO-TITULAIRE
      *    AVANT ECRITURE SUR ETATCLO.
      *
       7620-MASQUE-LCLO-TITULAIRE-DEB.
           MOVE WS-MSQ-NIV-ETATCLO       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LCLO-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCLO-NOM-ED.
       7620-MASQUE-LCLO-TITULAIRE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LANO-DETAIL
      *    AVANT ECRITURE SUR ANOCLO.
      *
       7630-MASQUE-LANO-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ANOCLO        TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LANO-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LANO-CPTE-ED.
       7630-MASQUE-LANO-DETAIL-FIN.
           EXIT.
      *
       7900-RECH-DEMANDE-DEB.
           SET DCL-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-DCL.
           PERFORM 7905-RECH-UNE-DEMANDE-DEB
              THRU 7905-RECH-UNE-DEMANDE-FIN
             UNTIL WS-IX-DCL > WS-NB-DCL
                OR DCL-TROUVEE
                OR WS-DCL-CPTE(WS-IX-DCL) > WS-CPTE-RECH.
       7900-RECH-DEMANDE-FIN.
           EXIT.
      *
       7905-RECH-UNE-DEMANDE-DEB.
           IF WS-DCL-CPTE(WS-IX-DCL) = WS-CPTE-RECH
              SET DCL-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-DCL
           END-IF.
       7905-RECH-UNE-DEMANDE-FIN.
           EXIT.
      *
      *    CUMUL D'UN ENGAGEMENT DE TYPE WS-TYPE-OBS SUR LA DEMANDE
      *    DU COMPTE WS-CPTE-RECH, S'IL FAIT L'OBJET D'UNE DEMANDE.
      *
       7910-AJOUT-ENGAGEMENT-DEB.
           PERFORM 7900-RECH-DEMANDE-DEB
              THRU 7900-RECH-DEMANDE-FIN.
           IF DCL-TROUVEE
              ADD 1        TO WS-DCL-NB-OBS(WS-IX-DCL, WS-TYPE-OBS)
              ADD WS-MT-OBS
                           TO WS-DCL-MT-OBS(WS-IX-DCL, WS-TYPE-OBS)
           END-IF.
       7910-AJOUT-ENGAGEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LANO-DATE-ED.
           WRITE FS-ENRG-ANOCLO-S        FROM WS-LANO-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ANOCLO-S        FROM WS-LCLO-TIRET.
           WRITE FS-ENRG-ANOCLO-S        FROM WS-LANO-ENTETE.
           WRITE FS-ENRG-ANOCLO-S        FROM WS-LCLO-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    ARRETE DE CLOTURE : UNE PAGE PAR COMPTE.
      *
       8100-EDIT-ARRETE-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LCLO-CPTE-ED.
           MOVE WS-DATE-SYST-JJ          TO WS-LCLO-JJ-ED.
           MOVE WS-DATE-SYST-MM          TO WS-LCLO-MM-ED.
           MOVE WS-DATE-SYST-AA          TO WS-LCLO-AA-ED.
           PERFORM 7610-MASQUE-LCLO-TITRE-DEB
              THRU 7610-MASQUE-LCLO-TITRE-FIN.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TIRET.
           MOVE WS-CPTE-NOM              TO WS-LCLO-NOM-ED.
           MOVE WS-CPTE-AGENCE           TO WS-LCLO-AGENCE-ED.
           MOVE WS-DCL-DATE(WS-IX-DCL)   TO WS-LCLO-DDEM-ED.
           MOVE WS-DCL-AGENT(WS-IX-DCL)  TO WS-LCLO-AGENT-ED.
           PERFORM 7620-MASQUE-LCLO-TITULAIRE-DEB
              THRU 7620-MASQUE-LCLO-TITULAIRE-FIN.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TITULAIRE.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TIRET.
      *
           MOVE 'SOLDE DU COMPTE AVANT ARRETE'
                                         TO WS-LCLO-LIB-ED.
           MOVE WS-CPTE-SOLDE            TO WS-LCLO-MT-ED.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-MONTANT.
      *
           MOVE WS-JOUR-CLOTURE          TO WS-LCLO-JOUR-ED.
           MOVE WS-TAUX-RETENU           TO WS-LCLO-TAUX-ED.
           MOVE WS-LCLO-LIB-INT          TO WS-LCLO-LIB-ED.
           MOVE WS-INTERET               TO WS-LCLO-MT-ED.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-MONTANT.
      *
           MOVE WS-JOURS-ECOULES         TO WS-LCLO-JRS-ED.
           MOVE WS-JOURS-PERIODE         TO WS-LCLO-JRS-PER-ED.
           MOVE WS-MOTIF-EXO             TO WS-LCLO-EXO-ED.
           MOVE WS-LCLO-LIB-FRA          TO WS-LCLO-LIB-ED.
           COMPUTE WS-LCLO-MT-ED = ZERO - WS-FRAIS-RETENU.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-MONTANT.
      *
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TIRET.
           MOVE 'SOLDE NET REGLE AU CLIENT'
                                         TO WS-LCLO-LIB-ED.
           MOVE WS-MT-REGLE              TO WS-LCLO-MT-ED.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-MONTANT.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-BLANC.
      *
           IF DCL-VIREMENT(WS-IX-DCL)
              MOVE 'REGLEMENT PAR VIREMENT SUR '
                                         TO WS-LCLO-TXT1-ED
              MOVE WS-DCL-CPTE-DEST(WS-IX-DCL)
                                         TO WS-LCLO-TXT2-ED
           ELSE
              MOVE 'CHEQUE DE BANQUE A L''ORDRE '
                                         TO WS-LCLO-TXT1-ED
              MOVE WS-DCL-BENEF(WS-IX-DCL)
                                         TO WS-LCLO-TXT2-ED
           END-IF.
           MOVE WS-REF-VIR-CL            TO WS-LCLO-TXT3-ED.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TEXTE.
           MOVE 'CLOTURE TRANSMISE A ARIO035'
                                         TO WS-LCLO-TXT1-ED.
           MOVE SPACES                   TO WS-LCLO-TXT2-ED
                                            WS-LCLO-TXT3-ED.
           WRITE FS-ENRG-ETATCLO-S       FROM WS-LCLO-TEXTE.
       8100-EDIT-ARRETE-FIN.
           EXIT.
      *
      *    DEMANDE REFUSEE : UNE LIGNE PAR MOTIF.
      *
       8200-EDIT-REFUS-DEB.
           MOVE WS-DCL-CPTE(WS-IX-DCL)   TO WS-LANO-CPTE-ED.
           IF WS-DCL-MOTIF(WS-IX-DCL) NOT = SPACES
              MOVE WS-DCL-MOTIF(WS-IX-DCL)
                                         TO WS-LANO-MOTIF-ED
              MOVE ZERO                  TO WS-LANO-NB-ED
              IF WS-DCL-MOTIF(WS-IX-DCL) =
                 'SOLDE NET DEBITEUR A REGULARISER'
                 MOVE WS-SOLDE-NET       TO WS-LANO-MT-ED
              ELSE
                 MOVE ZERO               TO WS-LANO-MT-ED
              END-IF
              PERFORM 7630-MASQUE-LANO-DETAIL-DEB
                 THRU 7630-MASQUE-LANO-DETAIL-FIN
              WRITE FS-ENRG-ANOCLO-S     FROM WS-LANO-DETAIL
           END-IF.
           PERFORM 8210-EDIT-ENGAGEMENT-DEB
              THRU 8210-EDIT-ENGAGEMENT-FIN
             VARYING WS-IX-OBS FROM 1 BY 1
               UNTIL WS-IX-OBS > 6.
       8200-EDIT-REFUS-FIN.
           EXIT.
      *
       8210-EDIT-ENGAGEMENT-DEB.
           IF WS-DCL-NB-OBS(WS-IX-DCL, WS-IX-OBS) > ZERO
              MOVE WS-DCL-CPTE(WS-IX-DCL)
                                         TO WS-LANO-CPTE-ED
              MOVE WS-LIB-OBS(WS-IX-OBS) TO WS-LANO-MOTIF-ED
              MOVE WS-DCL-NB-OBS(WS-IX-DCL, WS-IX-OBS)
                                         TO WS-LANO-NB-ED
              MOVE WS-DCL-MT-OBS(WS-IX-DCL, WS-IX-OBS)
                                         TO WS-LANO-MT-ED
              PERFORM 7630-MASQUE-LANO-DETAIL-DEB
                 THRU 7630-MASQUE-LANO-DETAIL-FIN
              WRITE FS-ENRG-ANOCLO-S     FROM WS-LANO-DETAIL
           END-IF.
       8210-EDIT-ENGAGEMENT-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO158     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DEMANDES DE CLOTURE LUES        :  '
                   WS-CPT-DEMANDES.
           DISPLAY 'CLOTURES ARRETEES ET TRANSMISES :  '
                   WS-CPT-ACCEPTEES.
           DISPLAY 'DEMANDES REFUSEES               :  '
                   WS-CPT-REFUSEES.
           DISPLAY 'REGLEMENTS PAR VIREMENT         :  '
                   WS-CPT-VIREMENTS.
           DISPLAY 'REGLEMENTS PAR CHEQUE DE BANQUE :  '
                   WS-CPT-CHEQUES-BQ.
           DISPLAY 'MOUVEMENTS EMIS                 :  '
                   WS-CPT-MVT-EMIS.
           DISPLAY 'TOTAL INTERETS CREDITES         :  '
                   WS-TOT-INT-CRE.
           DISPLAY 'TOTAL FRAIS PRORATA PRELEVES    :  '
                   WS-TOT-FRAIS.
           DISPLAY 'TOTAL DES SOLDES NETS REGLES    :  '
                   WS-TOT-REGLE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO158         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO158        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
