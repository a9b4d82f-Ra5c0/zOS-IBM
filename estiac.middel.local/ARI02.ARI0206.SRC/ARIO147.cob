      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO147                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  DOSSIER DE DROIT D'ACCES (RGPD) D'UN CLIENT : POUR UN NUMERO *
      *  DE CLIENT, UNE PERIODE ET UNE REFERENCE DE DEMANDE RECUS EN  *
      *  SYSIN, RASSEMBLER EN UN DOSSIER LISIBLE (DOSRGPD) TOUTES LES *
      *  DONNEES PERSONNELLES TENUES SUR LUI :                        *
      *  - SON IDENTITE AU REFERENTIEL (CLIMAST), NOTE DE RISQUE ET   *
      *    DATES DE REVUE COMPRISES ;                                 *
      *  - SES LIENS AUX COMPTES (CLILIEN, TOUS ROLES, EN COURS OU    *
      *    CLOS) ET, POUR CHAQUE COMPTE, L'INTITULE, L'ADRESSE ET     *
      *    L'IBAN TENUS AU FICHIER DES COMPTES ;                      *
      *  - LES MOUVEMENTS DE LA PERIODE DEMANDEE, DE L'HISTORIQUE     *
      *    (HISMVT) ET DES GENERATIONS D'ARCHIVE FOURNIES (ARCHIV,    *
      *    CONCATENEES PAR LA JCL), AVEC LES CONTREPARTIES ;          *
      *  - LES EVENEMENTS DE CORRESPONDANCE (EVTCOR), LES MANDATS DE  *
      *    PRELEVEMENT (MANDAT) ET LES SAISIES (SAISIE) ;             *
      *  - LES CONSULTATIONS DE SES COMPTES AU DATASET D'AUDIT        *
      *    (AUDIT) PAR LES TRANSACTIONS DE CONSULTATION, DE SAISIE    *
      *    GUICHET, DE MAINTENANCE ET D'INVESTIGATION.                *
      *  LES FICHIERS EVTCOR, MANDAT, SAISIE, ARCHIV ET AUDIT SONT    *
      *  FACULTATIFS : UN FICHIER ABSENT EST SIGNALE DANS SA RUBRIQUE.*
      *  LE JOURNAL D'ACCES NE CONSERVE QUE LES 6 PREMIERS CARACTERES *
      *  DE LA VALEUR CONSULTEE : LES CONSULTATIONS SONT RAPPROCHEES  *
      *  SUR CE PREFIXE DU NUMERO DE COMPTE, TOUTES DATES CONFONDUES. *
      *  CHAQUE DOSSIER PRODUIT EST INSCRIT EN EXTENSION AU REGISTRE  *
      *  DES DEMANDES SERVIES (REGRGPD) AVEC SA DATE ET SON HEURE.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  FICHIER DES MANDATS DECLARE INDEXE (CLE      *
      *               !  CREANCIER, COMPTE, DATE DE SIGNATURE), LU EN *
      *               !  SEQUENTIEL                                   *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO147.
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
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLIM-E            ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-LIEN-E : LIENS CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  F-LIEN-E            ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-ARCHIV-E : GENERATIONS D'ARCHIVE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ARCHIV-E ASSIGN TO ARCHIV
                   FILE STATUS         IS WS-FS-ARCHIV-E.
      *                      -------------------------------------------
      *                      F-EVTCOR-E : EVENEMENTS DE CORRESPONDANCE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EVTCOR-E ASSIGN TO EVTCOR
                   FILE STATUS         IS WS-FS-EVTCOR-E.
      *                      -------------------------------------------
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MANDAT-E ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-SAISIE-E : SAISIES-ATTRIBUTIONS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SAISIE-E ASSIGN TO SAISIE
                   FILE STATUS         IS WS-FS-SAISIE-E.
      *                      -------------------------------------------
      *                      F-AUDIT-E : DATASET D'AUDIT PERMANENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AUDIT-E  ASSIGN TO AUDIT
                   FILE STATUS         IS WS-FS-AUDIT-E.
      *                      -------------------------------------------
      *                      F-REGRGPD-S : REGISTRE DES DEMANDES SERVIES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REGRGPD-S ASSIGN TO REGRGPD
                   FILE STATUS         IS WS-FS-REGRGPD-S.
      *                      -------------------------------------------
      *                      F-DOSRGPD-S : DOSSIER DU CLIENT
      *                      -------------------------------------------
           SELECT  F-DOSRGPD-S         ASSIGN TO DOSRGPD
                   FILE STATUS         IS WS-FS-DOSRGPD-S.
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
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTE-E.
           05  FS-CPTE-CLE             PIC X(10).
           05  FILLER                  PIC X(140).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-ARCHIV-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARCHIV-E           PIC X(170).
      *
       FD  F-EVTCOR-E
           RECORDING MODE IS F.
       01  FS-ENRG-EVTCOR-E           PIC X(60).
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
       FD  F-SAISIE-E
           RECORDING MODE IS F.
       01  FS-ENRG-SAISIE-E           PIC X(60).
      *
       FD  F-AUDIT-E
           RECORDING MODE IS F.
       01  FS-ENRG-AUDIT-E            PIC X(50).
      *
       FD  F-REGRGPD-S
           RECORDING MODE IS F.
       01  FS-ENRG-REGRGPD-S          PIC X(80).
      *
       FD  F-DOSRGPD-S
           RECORDING MODE IS F.
       01  FS-ENRG-DOSRGPD-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- REFERENTIEL CLIENTS ET LIENS ------------------*
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
      *---------------- COMPTE, HISTORIQUE ET CORRESPONDANCE ----------*
      *
           COPY TP3CPTE.
      *
           COPY HISMVT.
      *
           COPY EVTCOR.
      *
      *---------------- MANDATS ET SAISIES ----------------------------*
      *
           COPY MANDAT.
      *
           COPY SAISIE.
      *
      *---------------- POSTE D'AUDIT (FORMAT ARIO060) ----------------*
      *
       01  WS-ENRG-AUDIT.
           05  WS-AUD-DATE-CONS      PIC 9(08).
           05  WS-AUD-JRN            PIC X(40).
           05  FILLER                PIC X(02).
      *
           COPY JOURNAL.
      *
       01  WS-JRN-DATE-ED            PIC 9(07).
      *
      *---------------- REGISTRE DES DEMANDES SERVIES -----------------*
      *
           COPY REGRGPD.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUE '00'.
           88  EOF-LIEN-E            VALUE '10'.
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
       01  WS-FS-ARCHIV-E            PIC XX.
           88  OK-ARCHIV-E           VALUE '00'.
           88  EOF-ARCHIV-E          VALUE '10'.
           88  NOTFOUND-ARCHIV-E     VALUE '35'.
       01  WS-FS-EVTCOR-E            PIC XX.
           88  OK-EVTCOR-E           VALUE '00'.
           88  EOF-EVTCOR-E          VALUE '10'.
           88  NOTFOUND-EVTCOR-E     VALUE '35'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUE '00'.
           88  EOF-MANDAT-E          VALUE '10'.
           88  NOTFOUND-MANDAT-E     VALUE '35'.
       01  WS-FS-SAISIE-E            PIC XX.
           88  OK-SAISIE-E           VALUE '00'.
           88  EOF-SAISIE-E          VALUE '10'.
           88  NOTFOUND-SAISIE-E     VALUE '35'.
       01  WS-FS-AUDIT-E             PIC XX.
           88  OK-AUDIT-E            VALUE '00'.
           88  EOF-AUDIT-E           VALUE '10'.
           88  NOTFOUND-AUDIT-E      VALUE '35'.
       01  WS-FS-REGRGPD-S           PIC XX.
           88  OK-REGRGPD-S          VALUE '00' '05'.
       01  WS-FS-DOSRGPD-S           PIC XX.
           88  OK-DOSRGPD-S          VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-CLI            PIC X(08).
           05  WS-DEM-DATE-DEB       PIC X(08).
           05  WS-DEM-DATE-FIN       PIC X(08).
           05  WS-DEM-REF            PIC X(10).
      *
      *---------------- DATE ET HEURE DU PASSAGE ----------------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
       01  WS-HEURE-SYST.
           05  WS-HEURE-HHMMSS       PIC 9(06).
           05  WS-HEURE-CC           PIC 9(02).
      *
      *---------------- COMPTES DU CLIENT -----------------------------*
      *
      *    UN POSTE PAR LIEN DU CLIENT (TOUS ROLES, EN COURS OU CLOS).
      *    WS-CPL-MAITRE : COMPTE RETROUVE AU FICHIER DES COMPTES.
      *
       01  WS-TAB-CPL.
           05  WS-CPL-EL             OCCURS 50 TIMES.
               10  WS-CPL-CPTE       PIC X(10).
               10  WS-CPL-ROLE       PIC X(02).
                   88  CPL-TITULAIRE     VALUE 'TI'.
                   88  CPL-COTITULAIRE   VALUE 'CO'.
                   88  CPL-MANDATAIRE    VALUE 'MA'.
               10  WS-CPL-DDEB       PIC 9(08).
               10  WS-CPL-DFIN       PIC 9(08).
                   88  CPL-ACTIF     VALUE ZERO.
               10  WS-CPL-MAITRE     PIC X(01).
                   88  CPL-EN-MAITRE VALUE 'O'.
       01  WS-NB-CPL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CPL                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-CPL-TROUVE          PIC X(01) VALUE 'N'.
           88  CPL-TROUVE            VALUE 'O'.
           88  CPL-NON-TROUVE        VALUE 'N'.
      *
       01  WS-CPTE-RECH              PIC X(10).
       01  WS-PREFIXE-RECH           PIC X(06).
      *
      *---------------- RUBRIQUE EN COURS ET DISPONIBILITE ------------*
      *
       01  WS-SW-FICHIER             PIC X(01) VALUE 'O'.
           88  FICHIER-FOURNI        VALUE 'O'.
           88  FICHIER-ABSENT        VALUE 'N'.
       01  WS-NB-RUBRIQUE            PIC 9(07) VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-CLI-LUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-HIS-LUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-ARC-LUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-AUD-LUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CPTE               PIC 9(07) VALUE ZERO.
       01  WS-CPT-MAITRE             PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT                PIC 9(07) VALUE ZERO.
       01  WS-CPT-ARC                PIC 9(07) VALUE ZERO.
       01  WS-CPT-EVT                PIC 9(07) VALUE ZERO.
       01  WS-CPT-MAN                PIC 9(07) VALUE ZERO.
       01  WS-CPT-SAI                PIC 9(07) VALUE ZERO.
       01  WS-CPT-AUD                PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LDOS-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LDOS-BLANC             PIC X(01) VALUE SPACE.
       01  WS-LDOS-TITRE.
           05  FILLER                PIC X(34)
               VALUE 'DOSSIER DE DROIT D''ACCES - CLIENT '.
           05  WS-LDOS-CLI-ED        PIC X(08).
       01  WS-LDOS-DEMANDE.
           05  FILLER                PIC X(12) VALUE 'REFERENCE : '.
           05  WS-LDOS-REF-ED        PIC X(10).
           05  FILLER                PIC X(13) VALUE ' ETABLI LE : '.
           05  WS-LDOS-DATE-ED       PIC 9(08).
           05  FILLER                PIC X(11) VALUE ' PERIODE : '.
           05  WS-LDOS-DDEB-ED       PIC X(08).
           05  FILLER                PIC X(04) VALUE ' AU '.
           05  WS-LDOS-DFIN-ED       PIC X(08).
       01  WS-LDOS-SECTION           PIC X(79).
       01  WS-LDOS-TEXTE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-TEXTE-LIB     PIC X(78).
       01  WS-LDOS-RUBRIQUE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-RUB-LIB       PIC X(26).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LDOS-RUB-VAL       PIC X(50).
       01  WS-LDOS-LIEN.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-LIE-CPTE-ED   PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-LIE-ROLE-ED   PIC X(12).
           05  FILLER                PIC X(05) VALUE 'DU : '.
           05  WS-LDOS-LIE-DDEB-ED   PIC 9(08).
           05  FILLER                PIC X(06) VALUE ' AU : '.
           05  WS-LDOS-LIE-DFIN-ED   PIC X(08).
       01  WS-LDOS-MVT-ENTETE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(09) VALUE 'COMPTA'.
           05  FILLER                PIC X(09) VALUE 'VALEUR'.
           05  FILLER                PIC X(02) VALUE 'C'.
           05  FILLER                PIC X(02) VALUE 'S'.
           05  FILLER                PIC X(12) VALUE '    MONTANT'.
           05  FILLER                PIC X(30) VALUE 'LIBELLE'.
       01  WS-LDOS-MVT.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-MVT-CPTE-ED   PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-DCPTA-ED  PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-DVAL-ED   PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-CODE-ED   PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-SENS-ED   PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-MT-ED     PIC Z(7)9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-MVT-LIB-ED    PIC X(30).
       01  WS-LDOS-CTP.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  FILLER                PIC X(15)
               VALUE 'CONTREPARTIE : '.
           05  WS-LDOS-CTP-NOM-ED    PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LDOS-CTP-IBAN-ED   PIC X(27).
       01  WS-LDOS-EVT-ENTETE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(05) VALUE 'EVT'.
           05  FILLER                PIC X(10) VALUE 'DATE'.
           05  FILLER                PIC X(30) VALUE 'PARAMETRE'.
       01  WS-LDOS-EVT.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-EVT-CPTE-ED   PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-EVT-TYPE-ED   PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-EVT-DATE-ED   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-EVT-PARAM-ED  PIC X(30).
       01  WS-LDOS-MAN-ENTETE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(10) VALUE 'CREANCIER'.
           05  FILLER                PIC X(10) VALUE 'SIGNE LE'.
           05  FILLER                PIC X(10) VALUE 'STATUT'.
       01  WS-LDOS-MAN.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-MAN-CPTE-ED   PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-MAN-CRE-ED    PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-MAN-DSIGN-ED  PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-MAN-STATUT-ED PIC X(10).
       01  WS-LDOS-SAI-ENTETE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(12) VALUE 'CREANCIER'.
           05  FILLER                PIC X(13) VALUE '  MT SAISI'.
           05  FILLER                PIC X(13) VALUE ' MT PROTEGE'.
           05  FILLER                PIC X(10) VALUE 'DEBUT'.
           05  FILLER                PIC X(08) VALUE 'LEVEE'.
       01  WS-LDOS-SAI.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-CPTE-ED   PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-CRE-ED    PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-MT-ED     PIC Z(7)9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-PROT-ED   PIC Z(7)9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-DDEB-ED   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-SAI-DLEV-ED   PIC X(08).
       01  WS-LDOS-AUD-ENTETE.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  FILLER                PIC X(16) VALUE 'NATURE'.
           05  FILLER                PIC X(09) VALUE 'JOUR'.
           05  FILLER                PIC X(06) VALUE 'TERM'.
           05  FILLER                PIC X(10) VALUE 'UTILISAT.'.
           05  FILLER                PIC X(06) VALUE 'TRAN'.
           05  FILLER                PIC X(08) VALUE 'VALEUR'.
           05  FILLER                PIC X(10) VALUE 'CONSOLIDE'.
       01  WS-LDOS-AUD.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-NAT-ED    PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-JOUR-ED   PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-TERM-ED   PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-USER-ED   PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-TRAN-ED   PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-VAL-ED    PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-AUD-DCONS-ED  PIC 9(08).
       01  WS-LDOS-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LDOS-TOT-LIB       PIC X(45).
           05  WS-LDOS-TOT-NB        PIC ZZZZZZ9.
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
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYST          FROM TIME.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO147'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           ACCEPT WS-ENRG-DEMANDE.
      *
           IF WS-DEM-CLI = SPACE
              OR WS-DEM-DATE-DEB IS NOT NUMERIC
              OR WS-DEM-DATE-FIN IS NOT NUMERIC
              OR WS-DEM-DATE-DEB > WS-DEM-DATE-FIN
              DISPLAY 'DEMANDE SYSIN INVALIDE : ' WS-ENRG-DEMANDE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6100-RECH-CLIENT-DEB
              THRU 6100-RECH-CLIENT-FIN.
      *
           PERFORM 6200-CHARGE-COMPTES-DEB
              THRU 6200-CHARGE-COMPTES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 8010-EDIT-IDENTITE-DEB
              THRU 8010-EDIT-IDENTITE-FIN.
      *
           PERFORM 8020-EDIT-LIENS-DEB
              THRU 8020-EDIT-LIENS-FIN.
      *
           PERFORM 6300-LIRE-COMPTES-DEB
              THRU 6300-LIRE-COMPTES-FIN.
      *
           PERFORM 6400-LIRE-MOUVEMENTS-DEB
              THRU 6400-LIRE-MOUVEMENTS-FIN.
      *
           PERFORM 6500-LIRE-CORRESPONDANCE-DEB
              THRU 6500-LIRE-CORRESPONDANCE-FIN.
      *
           PERFORM 6600-LIRE-AUDIT-DEB
              THRU 6600-LIRE-AUDIT-FIN.
      *
           PERFORM 8090-EDIT-SYNTHESE-DEB
              THRU 8090-EDIT-SYNTHESE-FIN.
      *
           PERFORM 6800-ECRIT-REGISTRE-DEB
              THRU 6800-ECRIT-REGISTRE-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-MVT + WS-CPT-ARC.
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
      *   COMPTE DU FICHIER MAITRE : EDITION S'IL EST LIE AU CLIENT   *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           MOVE WS-CPTE-CPTE             TO WS-CPTE-RECH.
           PERFORM 7100-RECH-CPTE-DEB
              THRU 7100-RECH-CPTE-FIN.
           IF CPL-NON-TROUVE
              GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
           MOVE 'O'                   TO WS-CPL-MAITRE(WS-IX-CPL).
           ADD 1                         TO WS-CPT-MAITRE.
           PERFORM 8030-EDIT-COMPTE-DEB
              THRU 8030-EDIT-COMPTE-FIN.
      *
       1000-TRT-COMPTE-SUITE.
           PERFORM 6310-READ-FCPTE-DEB
              THRU 6310-READ-FCPTE-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   MOUVEMENT DE L'HISTORIQUE OU DE L'ARCHIVE                   *
      *---------------------------------------------------------------*
      *
       2000-TRT-HISMVT-DEB.
      *
           ADD 1                         TO WS-CPT-HIS-LUS.
           PERFORM 2050-SELECT-MVT-DEB
              THRU 2050-SELECT-MVT-FIN.
           IF CPL-TROUVE
              ADD 1                      TO WS-CPT-MVT
           END-IF.
      *
           PERFORM 6410-READ-FHISMVT-DEB
              THRU 6410-READ-FHISMVT-FIN.
      *
       2000-TRT-HISMVT-FIN.
           EXIT.
      *
       2100-TRT-ARCHIVE-DEB.
      *
           ADD 1                         TO WS-CPT-ARC-LUS.
           PERFORM 2050-SELECT-MVT-DEB
              THRU 2050-SELECT-MVT-FIN.
           IF CPL-TROUVE
              ADD 1                      TO WS-CPT-ARC
           END-IF.
      *
           PERFORM 6420-READ-FARCHIV-DEB
              THRU 6420-READ-FARCHIV-FIN.
      *
       2100-TRT-ARCHIVE-FIN.
           EXIT.
      *
      *    MOUVEMENT D'UN COMPTE DU CLIENT DANS LA PERIODE : EDITE.
      *    EN RETOUR, CPL-TROUVE SI LE MOUVEMENT A ETE RETENU.
      *
       2050-SELECT-MVT-DEB.
      *
           SET CPL-NON-TROUVE            TO TRUE.
           IF WS-HIS-DCPTA < WS-DEM-DATE-DEB
              OR WS-HIS-DCPTA > WS-DEM-DATE-FIN
              GO TO 2050-SELECT-MVT-FIN
           END-IF.
           MOVE WS-HIS-CPTE              TO WS-CPTE-RECH.
           PERFORM 7100-RECH-CPTE-DEB
              THRU 7100-RECH-CPTE-FIN.
           IF CPL-TROUVE
              ADD 1                      TO WS-NB-RUBRIQUE
              PERFORM 8040-EDIT-MVT-DEB
                 THRU 8040-EDIT-MVT-FIN
           END-IF.
      *
       2050-SELECT-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CORRESPONDANCE, MANDATS ET SAISIES DES COMPTES DU CLIENT    *
      *---------------------------------------------------------------*
      *
       3000-TRT-EVTCOR-DEB.
      *
           MOVE WS-EVT-CPTE              TO WS-CPTE-RECH.
           PERFORM 7100-RECH-CPTE-DEB
              THRU 7100-RECH-CPTE-FIN.
           IF CPL-TROUVE
              ADD 1                      TO WS-CPT-EVT
              ADD 1                      TO WS-NB-RUBRIQUE
              MOVE WS-EVT-CPTE           TO WS-LDOS-EVT-CPTE-ED
              MOVE WS-EVT-TYPE           TO WS-LDOS-EVT-TYPE-ED
              MOVE WS-EVT-DATE           TO WS-LDOS-EVT-DATE-ED
              MOVE WS-EVT-PARAM          TO WS-LDOS-EVT-PARAM-ED
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-EVT
           END-IF.
      *
           PERFORM 6510-READ-FEVTCOR-DEB
              THRU 6510-READ-FEVTCOR-FIN.
      *
       3000-TRT-EVTCOR-FIN.
           EXIT.
      *
       3100-TRT-MANDAT-DEB.
      *
           MOVE WS-MAN-CPTE-E            TO WS-CPTE-RECH.
           PERFORM 7100-RECH-CPTE-DEB
              THRU 7100-RECH-CPTE-FIN.
           IF CPL-NON-TROUVE
              GO TO 3100-TRT-MANDAT-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-MAN.
           ADD 1                         TO WS-NB-RUBRIQUE.
           MOVE WS-MAN-CPTE-E            TO WS-LDOS-MAN-CPTE-ED.
           MOVE WS-MAN-CREANCIER-E       TO WS-LDOS-MAN-CRE-ED.
           MOVE WS-MAN-DSIGN-E           TO WS-LDOS-MAN-DSIGN-ED.
           EVALUATE TRUE
              WHEN MANDAT-ACTIF-E
                 MOVE 'ACTIF'            TO WS-LDOS-MAN-STATUT-ED
              WHEN MANDAT-REVOQUE-E
                 MOVE 'REVOQUE'          TO WS-LDOS-MAN-STATUT-ED
              WHEN MANDAT-SUSPENDU-E
                 MOVE 'SUSPENDU'         TO WS-LDOS-MAN-STATUT-ED
              WHEN OTHER
                 MOVE WS-MAN-STATUT-E    TO WS-LDOS-MAN-STATUT-ED
           END-EVALUATE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-MAN.
      *
       3100-TRT-MANDAT-SUITE.
           PERFORM 6520-READ-FMANDAT-DEB
              THRU 6520-READ-FMANDAT-FIN.
      *
       3100-TRT-MANDAT-FIN.
           EXIT.
      *
       3200-TRT-SAISIE-DEB.
      *
           MOVE WS-SAI-CPTE-E            TO WS-CPTE-RECH.
           PERFORM 7100-RECH-CPTE-DEB
              THRU 7100-RECH-CPTE-FIN.
           IF CPL-NON-TROUVE
              GO TO 3200-TRT-SAISIE-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-SAI.
           ADD 1                         TO WS-NB-RUBRIQUE.
           MOVE WS-SAI-CPTE-E            TO WS-LDOS-SAI-CPTE-ED.
           MOVE WS-SAI-CREANCIER-E       TO WS-LDOS-SAI-CRE-ED.
           MOVE WS-SAI-MT-SAISI-E        TO WS-LDOS-SAI-MT-ED.
           MOVE WS-SAI-MT-PROTEGE-E      TO WS-LDOS-SAI-PROT-ED.
           MOVE WS-SAI-DDEBUT-E          TO WS-LDOS-SAI-DDEB-ED.
           IF SAISIE-EN-COURS-E
              MOVE 'EN COURS'            TO WS-LDOS-SAI-DLEV-ED
           ELSE
              MOVE WS-SAI-DLEVEE-E       TO WS-LDOS-SAI-DLEV-ED
           END-IF.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-SAI.
      *
       3200-TRT-SAISIE-SUITE.
           PERFORM 6530-READ-FSAISIE-DEB
              THRU 6530-READ-FSAISIE-FIN.
      *
       3200-TRT-SAISIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   POSTE D'AUDIT : CONSULTATION D'UN COMPTE DU CLIENT          *
      *---------------------------------------------------------------*
      *
      *    SEULES LES TRACES DES TRANSACTIONS SUR LES COMPTES SONT
      *    RETENUES : 'C' CONSULTATION (ARIC264), 'G' SAISIE GUICHET
      *    (ARIC265), 'O' MAINTENANCE (ARIC268), 'I' INVESTIGATION
      *    (ARIC269). LA VALEUR TRACEE EST LE PREFIXE DU COMPTE.
      *
       3300-TRT-AUDIT-DEB.
      *
           ADD 1                         TO WS-CPT-AUD-LUS.
           MOVE WS-AUD-JRN               TO WS-JRN-ENR.
           EVALUATE WS-JRN-TYPE
              WHEN 'C'
                 MOVE 'CONSULTATION'     TO WS-LDOS-AUD-NAT-ED
              WHEN 'G'
                 MOVE 'SAISIE GUICHET'   TO WS-LDOS-AUD-NAT-ED
              WHEN 'O'
                 MOVE 'MAINTENANCE'      TO WS-LDOS-AUD-NAT-ED
              WHEN 'I'
                 MOVE 'INVESTIGATION'    TO WS-LDOS-AUD-NAT-ED
              WHEN OTHER
                 GO TO 3300-TRT-AUDIT-SUITE
           END-EVALUATE.
      *
           MOVE WS-JRN-VALEUR            TO WS-PREFIXE-RECH.
           PERFORM 7200-RECH-PREFIXE-DEB
              THRU 7200-RECH-PREFIXE-FIN.
           IF CPL-NON-TROUVE
              GO TO 3300-TRT-AUDIT-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-AUD.
           ADD 1                         TO WS-NB-RUBRIQUE.
           MOVE WS-JRN-DATE              TO WS-JRN-DATE-ED.
           MOVE WS-JRN-DATE-ED           TO WS-LDOS-AUD-JOUR-ED.
           MOVE WS-JRN-TERM              TO WS-LDOS-AUD-TERM-ED.
           MOVE WS-JRN-USER              TO WS-LDOS-AUD-USER-ED.
           MOVE WS-JRN-TRAN              TO WS-LDOS-AUD-TRAN-ED.
           MOVE WS-JRN-VALEUR            TO WS-LDOS-AUD-VAL-ED.
           MOVE WS-AUD-DATE-CONS         TO WS-LDOS-AUD-DCONS-ED.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-AUD.
      *
       3300-TRT-AUDIT-SUITE.
           PERFORM 6610-READ-FAUDIT-DEB
              THRU 6610-READ-FAUDIT-FIN.
      *
       3300-TRT-AUDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN OUTPUT F-DOSRGPD-S.
           IF NOT OK-DOSRGPD-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DOSRGPD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DOSRGPD-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-DOSRGPD-S.
           IF NOT OK-DOSRGPD-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-DOSRGPD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DOSRGPD-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    RECHERCHE DU CLIENT DEMANDE AU REFERENTIEL (OBLIGATOIRE) :
      *    UN CLIENT INCONNU EST UNE ANOMALIE DE LA DEMANDE.
      *
       6100-RECH-CLIENT-DEB.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET CLIM-NON-TROUVE           TO TRUE.
           PERFORM 6110-READ-FCLIM-DEB
              THRU 6110-READ-FCLIM-FIN
             UNTIL EOF-CLIM-E OR CLIM-TROUVE.
           CLOSE F-CLIM-E.
      *
           IF CLIM-NON-TROUVE
              DISPLAY 'CLIENT INCONNU DU REFERENTIEL : ' WS-DEM-CLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-RECH-CLIENT-FIN.
           EXIT.
      *
       6110-READ-FCLIM-DEB.
           READ F-CLIM-E INTO WS-ENRG-F-CLIM.
           IF NOT (OK-CLIM-E OR EOF-CLIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-CLIM-E
              ADD 1                      TO WS-CPT-CLI-LUS
              IF WS-CLI-NUM-E = WS-DEM-CLI
                 SET CLIM-TROUVE         TO TRUE
              END-IF
           END-IF.
       6110-READ-FCLIM-FIN.
           EXIT.
      *
      *    CHARGEMENT DES LIENS DU CLIENT (FICHIER OBLIGATOIRE).
      *
       6200-CHARGE-COMPTES-DEB.
           MOVE ZERO                     TO WS-NB-CPL.
           OPEN INPUT F-LIEN-E.
           IF NOT OK-LIEN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FLIEN-DEB
              THRU 6210-READ-FLIEN-FIN.
           PERFORM 6220-ALIM-COMPTE-DEB
              THRU 6220-ALIM-COMPTE-FIN
             UNTIL EOF-LIEN-E.
           CLOSE F-LIEN-E.
           MOVE WS-NB-CPL                TO WS-CPT-CPTE.
       6200-CHARGE-COMPTES-FIN.
           EXIT.
      *
       6210-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FLIEN-FIN.
           EXIT.
      *
       6220-ALIM-COMPTE-DEB.
           IF WS-LIE-CLI-E NOT = WS-DEM-CLI
              GO TO 6220-ALIM-COMPTE-SUITE
           END-IF.
           IF WS-NB-CPL = 50
              DISPLAY 'F-LIEN-E : PLUS DE 50 COMPTES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CPL.
           MOVE WS-NB-CPL                TO WS-IX-CPL.
           MOVE WS-LIE-CPTE-E         TO WS-CPL-CPTE(WS-IX-CPL).
           MOVE WS-LIE-ROLE-E         TO WS-CPL-ROLE(WS-IX-CPL).
           MOVE WS-LIE-DDEB-E         TO WS-CPL-DDEB(WS-IX-CPL).
           MOVE WS-LIE-DFIN-E         TO WS-CPL-DFIN(WS-IX-CPL).
           MOVE 'N'                   TO WS-CPL-MAITRE(WS-IX-CPL).
      *
       6220-ALIM-COMPTE-SUITE.
           PERFORM 6210-READ-FLIEN-DEB
              THRU 6210-READ-FLIEN-FIN.
       6220-ALIM-COMPTE-FIN.
           EXIT.
      *
      *    FICHIER DES COMPTES : EDITION DES COMPTES DU CLIENT, PUIS
      *    SIGNALEMENT DES LIENS SANS COMPTE AU FICHIER MAITRE.
      *
       6300-LIRE-COMPTES-DEB.
           MOVE '3. COMPTES : COORDONNEES TENUES PAR LA BANQUE'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FCPTE-DEB
              THRU 6310-READ-FCPTE-FIN.
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-CPTE-E.
           CLOSE F-CPTE-E.
      *
           PERFORM 8035-EDIT-CPTE-ABSENT-DEB
              THRU 8035-EDIT-CPTE-ABSENT-FIN
             VARYING WS-IX-CPL FROM 1 BY 1
               UNTIL WS-IX-CPL > WS-NB-CPL.
           IF WS-NB-CPL = ZERO
              PERFORM 8050-EDIT-NEANT-DEB
                 THRU 8050-EDIT-NEANT-FIN
           END-IF.
       6300-LIRE-COMPTES-FIN.
           EXIT.
      *
       6310-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF NOT (OK-CPTE-E OR EOF-CPTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FCPTE-FIN.
           EXIT.
      *
      *    MOUVEMENTS DE LA PERIODE : HISTORIQUE (OBLIGATOIRE) PUIS
      *    GENERATIONS D'ARCHIVE FOURNIES (FACULTATIVES).
      *
       6400-LIRE-MOUVEMENTS-DEB.
           MOVE '4. MOUVEMENTS DE LA PERIODE (HISTORIQUE)'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-MVT-ENTETE.
      *
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-READ-FHISMVT-DEB
              THRU 6410-READ-FHISMVT-FIN.
           PERFORM 2000-TRT-HISMVT-DEB
              THRU 2000-TRT-HISMVT-FIN
             UNTIL EOF-HISMVT-E.
           CLOSE F-HISMVT-E.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
      *
           MOVE '5. MOUVEMENTS DE LA PERIODE (ARCHIVES)'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           OPEN INPUT F-ARCHIV-E.
           EVALUATE TRUE
              WHEN OK-ARCHIV-E
                 WRITE FS-ENRG-DOSRGPD-S FROM WS-LDOS-MVT-ENTETE
                 PERFORM 6420-READ-FARCHIV-DEB
                    THRU 6420-READ-FARCHIV-FIN
                 PERFORM 2100-TRT-ARCHIVE-DEB
                    THRU 2100-TRT-ARCHIVE-FIN
                   UNTIL EOF-ARCHIV-E
                 CLOSE F-ARCHIV-E
              WHEN NOTFOUND-ARCHIV-E
                 SET FICHIER-ABSENT      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCHIV-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCHIV-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
       6400-LIRE-MOUVEMENTS-FIN.
           EXIT.
      *
       6410-READ-FHISMVT-DEB.
           READ F-HISMVT-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-HISMVT-E OR EOF-HISMVT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-READ-FHISMVT-FIN.
           EXIT.
      *
       6420-READ-FARCHIV-DEB.
           READ F-ARCHIV-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-ARCHIV-E OR EOF-ARCHIV-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARCHIV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCHIV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6420-READ-FARCHIV-FIN.
           EXIT.
      *
      *    CORRESPONDANCE, MANDATS ET SAISIES (FICHIERS FACULTATIFS).
      *
       6500-LIRE-CORRESPONDANCE-DEB.
           MOVE '6. EVENEMENTS DE CORRESPONDANCE'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           OPEN INPUT F-EVTCOR-E.
           EVALUATE TRUE
              WHEN OK-EVTCOR-E
                 WRITE FS-ENRG-DOSRGPD-S FROM WS-LDOS-EVT-ENTETE
                 PERFORM 6510-READ-FEVTCOR-DEB
                    THRU 6510-READ-FEVTCOR-FIN
                 PERFORM 3000-TRT-EVTCOR-DEB
                    THRU 3000-TRT-EVTCOR-FIN
                   UNTIL EOF-EVTCOR-E
                 CLOSE F-EVTCOR-E
              WHEN NOTFOUND-EVTCOR-E
                 SET FICHIER-ABSENT      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EVTCOR-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
      *
           MOVE '7. MANDATS DE PRELEVEMENT'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           OPEN INPUT F-MANDAT-E.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 WRITE FS-ENRG-DOSRGPD-S FROM WS-LDOS-MAN-ENTETE
                 PERFORM 6520-READ-FMANDAT-DEB
                    THRU 6520-READ-FMANDAT-FIN
                 PERFORM 3100-TRT-MANDAT-DEB
                    THRU 3100-TRT-MANDAT-FIN
                   UNTIL EOF-MANDAT-E
                 CLOSE F-MANDAT-E
              WHEN NOTFOUND-MANDAT-E
                 SET FICHIER-ABSENT      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
      *
           MOVE '8. SAISIES-ATTRIBUTIONS'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           OPEN INPUT F-SAISIE-E.
           EVALUATE TRUE
              WHEN OK-SAISIE-E
                 WRITE FS-ENRG-DOSRGPD-S FROM WS-LDOS-SAI-ENTETE
                 PERFORM 6530-READ-FSAISIE-DEB
                    THRU 6530-READ-FSAISIE-FIN
                 PERFORM 3200-TRT-SAISIE-DEB
                    THRU 3200-TRT-SAISIE-FIN
                   UNTIL EOF-SAISIE-E
                 CLOSE F-SAISIE-E
              WHEN NOTFOUND-SAISIE-E
                 SET FICHIER-ABSENT      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SAISIE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
       6500-LIRE-CORRESPONDANCE-FIN.
           EXIT.
      *
       6510-READ-FEVTCOR-DEB.
           READ F-EVTCOR-E INTO WS-ENRG-F-EVTCOR.
           IF NOT (OK-EVTCOR-E OR EOF-EVTCOR-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EVTCOR-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6510-READ-FEVTCOR-FIN.
           EXIT.
      *
       6520-READ-FMANDAT-DEB.
           READ F-MANDAT-E INTO WS-ENRG-F-MANDAT.
           IF NOT (OK-MANDAT-E OR EOF-MANDAT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6520-READ-FMANDAT-FIN.
           EXIT.
      *
       6530-READ-FSAISIE-DEB.
           READ F-SAISIE-E INTO WS-ENRG-F-SAISIE.
           IF NOT (OK-SAISIE-E OR EOF-SAISIE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6530-READ-FSAISIE-FIN.
           EXIT.
      *
      *    CONSULTATIONS DES COMPTES DU CLIENT (AUDIT FACULTATIF).
      *
       6600-LIRE-AUDIT-DEB.
           MOVE '9. CONSULTATIONS DES COMPTES (JOURNAL D''AUDIT)'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           MOVE 'RAPPROCHEES SUR LES 6 PREMIERS CARACTERES DU COMPTE'
                                         TO WS-LDOS-TEXTE-LIB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TEXTE.
           OPEN INPUT F-AUDIT-E.
           EVALUATE TRUE
              WHEN OK-AUDIT-E
                 WRITE FS-ENRG-DOSRGPD-S FROM WS-LDOS-AUD-ENTETE
                 PERFORM 6610-READ-FAUDIT-DEB
                    THRU 6610-READ-FAUDIT-FIN
                 PERFORM 3300-TRT-AUDIT-DEB
                    THRU 3300-TRT-AUDIT-FIN
                   UNTIL EOF-AUDIT-E
                 CLOSE F-AUDIT-E
              WHEN NOTFOUND-AUDIT-E
                 SET FICHIER-ABSENT      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUDIT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDIT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
       6600-LIRE-AUDIT-FIN.
           EXIT.
      *
       6610-READ-FAUDIT-DEB.
           READ F-AUDIT-E INTO WS-ENRG-AUDIT.
           IF NOT (OK-AUDIT-E OR EOF-AUDIT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AUDIT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6610-READ-FAUDIT-FIN.
           EXIT.
      *
      *    INSCRIPTION DE LA DEMANDE SERVIE AU REGISTRE (EXTENSION ;
      *    LE REGISTRE EST CREE A LA PREMIERE DEMANDE).
      *
       6800-ECRIT-REGISTRE-DEB.
           OPEN EXTEND F-REGRGPD-S.
           IF NOT OK-REGRGPD-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REGRGPD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REGRGPD-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-REGRGPD.
           MOVE WS-DATE-SYST-N           TO WS-RGP-DATE.
           MOVE WS-HEURE-HHMMSS          TO WS-RGP-HEURE.
           MOVE WS-DEM-CLI               TO WS-RGP-CLI.
           MOVE WS-DEM-REF               TO WS-RGP-REF.
           MOVE WS-DEM-DATE-DEB          TO WS-RGP-DDEB.
           MOVE WS-DEM-DATE-FIN          TO WS-RGP-DFIN.
           MOVE WS-CPT-CPTE              TO WS-RGP-NB-CPTE.
           MOVE WS-CPT-MVT               TO WS-RGP-NB-MVT.
           MOVE WS-CPT-ARC               TO WS-RGP-NB-ARC.
           MOVE WS-CPT-EVT               TO WS-RGP-NB-EVT.
           MOVE WS-CPT-MAN               TO WS-RGP-NB-MAN.
           MOVE WS-CPT-SAI               TO WS-RGP-NB-SAI.
           MOVE WS-CPT-AUD               TO WS-RGP-NB-AUD.
           SET RGP-SERVIE                TO TRUE.
           WRITE FS-ENRG-REGRGPD-S       FROM WS-ENRG-F-REGRGPD.
           IF NOT OK-REGRGPD-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REGRGPD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REGRGPD-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-REGRGPD-S.
       6800-ECRIT-REGISTRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DE WS-CPTE-RECH PARMI LES COMPTES DU CLIENT.
      *
       7100-RECH-CPTE-DEB.
           SET CPL-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-CPL.
           PERFORM 7110-RECH-CPTE-UN-DEB
              THRU 7110-RECH-CPTE-UN-FIN
             UNTIL (WS-IX-CPL > WS-NB-CPL) OR CPL-TROUVE.
       7100-RECH-CPTE-FIN.
           EXIT.
      *
       7110-RECH-CPTE-UN-DEB.
           IF WS-CPL-CPTE(WS-IX-CPL) = WS-CPTE-RECH
              SET CPL-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CPL
           END-IF.
       7110-RECH-CPTE-UN-FIN.
           EXIT.
      *
      *    RECHERCHE D'UN COMPTE DU CLIENT COMMENCANT PAR LE PREFIXE
      *    TRACE AU JOURNAL (WS-PREFIXE-RECH).
      *
       7200-RECH-PREFIXE-DEB.
           SET CPL-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-CPL.
           PERFORM 7210-RECH-PREFIXE-UN-DEB
              THRU 7210-RECH-PREFIXE-UN-FIN
             UNTIL (WS-IX-CPL > WS-NB-CPL) OR CPL-TROUVE.
       7200-RECH-PREFIXE-FIN.
           EXIT.
      *
       7210-RECH-PREFIXE-UN-DEB.
           IF WS-CPL-CPTE(WS-IX-CPL)(1:6) = WS-PREFIXE-RECH
              SET CPL-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CPL
           END-IF.
       7210-RECH-PREFIXE-UN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DEM-CLI               TO WS-LDOS-CLI-ED.
           MOVE WS-DEM-REF               TO WS-LDOS-REF-ED.
           MOVE WS-DATE-SYST-N           TO WS-LDOS-DATE-ED.
           MOVE WS-DEM-DATE-DEB          TO WS-LDOS-DDEB-ED.
           MOVE WS-DEM-DATE-FIN          TO WS-LDOS-DFIN-ED.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-DEMANDE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    TITRE DE RUBRIQUE ; REMET A ZERO LE COMPTEUR DE LA RUBRIQUE
      *    ET L'INDICATEUR DE FICHIER ABSENT.
      *
       8005-EDIT-SECTION-DEB.
           MOVE ZERO                     TO WS-NB-RUBRIQUE.
           SET FICHIER-FOURNI            TO TRUE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-BLANC.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-SECTION.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TIRET.
       8005-EDIT-SECTION-FIN.
           EXIT.
      *
       8010-EDIT-IDENTITE-DEB.
           MOVE '1. IDENTITE (REFERENTIEL CLIENTS)'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
      *
           MOVE 'NUMERO CLIENT'          TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-NUM-E             TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'NOM'                    TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-NOM-E             TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'DATE DE NAISSANCE'      TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-DNAISS-E          TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'IDENTIFIANT NATIONAL'   TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-IDNAT-E           TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'STATUT'                 TO WS-LDOS-RUB-LIB.
           IF CLI-RADIE-E
              MOVE 'RADIE'               TO WS-LDOS-RUB-VAL
           ELSE
              MOVE 'ACTIF'               TO WS-LDOS-RUB-VAL
           END-IF.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'NIVEAU DE RISQUE'       TO WS-LDOS-RUB-LIB.
           EVALUATE TRUE
              WHEN CLI-RISQUE-ELEVE-E
                 MOVE 'ELEVE'            TO WS-LDOS-RUB-VAL
              WHEN CLI-RISQUE-MOYEN-E
                 MOVE 'MOYEN'            TO WS-LDOS-RUB-VAL
              WHEN OTHER
                 MOVE 'FAIBLE'           TO WS-LDOS-RUB-VAL
           END-EVALUATE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'DERNIERE REVUE DU DOSSIER'
                                         TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-DREVUE-E          TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'PROCHAINE REVUE DU DOSSIER'
                                         TO WS-LDOS-RUB-LIB.
           MOVE WS-CLI-DECH-REVUE-E      TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
       8010-EDIT-IDENTITE-FIN.
           EXIT.
      *
       8020-EDIT-LIENS-DEB.
           MOVE '2. LIENS AUX COMPTES (TOUS ROLES, EN COURS OU CLOS)'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           PERFORM 8025-EDIT-LIEN-DEB
              THRU 8025-EDIT-LIEN-FIN
             VARYING WS-IX-CPL FROM 1 BY 1
               UNTIL WS-IX-CPL > WS-NB-CPL.
           MOVE WS-NB-CPL                TO WS-NB-RUBRIQUE.
           PERFORM 8050-EDIT-NEANT-DEB
              THRU 8050-EDIT-NEANT-FIN.
       8020-EDIT-LIENS-FIN.
           EXIT.
      *
       8025-EDIT-LIEN-DEB.
           MOVE WS-CPL-CPTE(WS-IX-CPL)   TO WS-LDOS-LIE-CPTE-ED.
           EVALUATE TRUE
              WHEN CPL-TITULAIRE(WS-IX-CPL)
                 MOVE 'TITULAIRE'        TO WS-LDOS-LIE-ROLE-ED
              WHEN CPL-COTITULAIRE(WS-IX-CPL)
                 MOVE 'COTITULAIRE'      TO WS-LDOS-LIE-ROLE-ED
              WHEN CPL-MANDATAIRE(WS-IX-CPL)
                 MOVE 'MANDATAIRE'       TO WS-LDOS-LIE-ROLE-ED
              WHEN OTHER
                 MOVE WS-CPL-ROLE(WS-IX-CPL)
                                         TO WS-LDOS-LIE-ROLE-ED
           END-EVALUATE.
           MOVE WS-CPL-DDEB(WS-IX-CPL)   TO WS-LDOS-LIE-DDEB-ED.
           IF CPL-ACTIF(WS-IX-CPL)
              MOVE 'EN COURS'            TO WS-LDOS-LIE-DFIN-ED
           ELSE
              MOVE WS-CPL-DFIN(WS-IX-CPL) TO WS-LDOS-LIE-DFIN-ED
           END-IF.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-LIEN.
       8025-EDIT-LIEN-FIN.
           EXIT.
      *
       8030-EDIT-COMPTE-DEB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-BLANC.
           MOVE 'COMPTE'                 TO WS-LDOS-RUB-LIB.
           MOVE WS-CPTE-CPTE             TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'INTITULE'               TO WS-LDOS-RUB-LIB.
           MOVE WS-CPTE-NOM              TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'ADRESSE'                TO WS-LDOS-RUB-LIB.
           MOVE WS-CPTE-ADR-RUE          TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE SPACES                   TO WS-LDOS-RUB-LIB.
           MOVE SPACES                   TO WS-LDOS-RUB-VAL.
           STRING WS-CPTE-ADR-CP    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CPTE-ADR-VILLE DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CPTE-ADR-PAYS  DELIMITED BY SIZE
             INTO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'IBAN'                   TO WS-LDOS-RUB-LIB.
           MOVE WS-CPTE-IBAN             TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'DEVISE'                 TO WS-LDOS-RUB-LIB.
           IF CPTE-DEVISE-EUR
              MOVE 'EUR'                 TO WS-LDOS-RUB-VAL
           ELSE
              MOVE WS-CPTE-DEVISE        TO WS-LDOS-RUB-VAL
           END-IF.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'DATE D''OUVERTURE'      TO WS-LDOS-RUB-LIB.
           MOVE WS-CPTE-DCREA            TO WS-LDOS-RUB-VAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
           MOVE 'SITUATION DU COMPTE'    TO WS-LDOS-RUB-LIB.
           EVALUATE TRUE
              WHEN CPTE-BLOQUE
                 MOVE 'BLOQUE'           TO WS-LDOS-RUB-VAL
              WHEN CPTE-CLOTURE
                 MOVE 'CLOTURE'          TO WS-LDOS-RUB-VAL
              WHEN CPTE-SUCCESSION
                 MOVE 'EN SUCCESSION'    TO WS-LDOS-RUB-VAL
              WHEN OTHER
                 MOVE 'OUVERT'           TO WS-LDOS-RUB-VAL
           END-EVALUATE.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-RUBRIQUE.
       8030-EDIT-COMPTE-FIN.
           EXIT.
      *
       8035-EDIT-CPTE-ABSENT-DEB.
           IF NOT CPL-EN-MAITRE(WS-IX-CPL)
              MOVE SPACES                TO WS-LDOS-TEXTE-LIB
              STRING 'COMPTE '             DELIMITED BY SIZE
                     WS-CPL-CPTE(WS-IX-CPL) DELIMITED BY SIZE
                     ' ABSENT DU FICHIER DES COMPTES'
                                           DELIMITED BY SIZE
                INTO WS-LDOS-TEXTE-LIB
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-BLANC
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-TEXTE
           END-IF.
       8035-EDIT-CPTE-ABSENT-FIN.
           EXIT.
      *
       8040-EDIT-MVT-DEB.
           MOVE WS-HIS-CPTE              TO WS-LDOS-MVT-CPTE-ED.
           MOVE WS-HIS-DCPTA             TO WS-LDOS-MVT-DCPTA-ED.
           IF WS-HIS-DATE-VALEUR IS NUMERIC
              MOVE WS-HIS-DATE-VALEUR    TO WS-LDOS-MVT-DVAL-ED
           ELSE
              MOVE WS-HIS-DCPTA          TO WS-LDOS-MVT-DVAL-ED
           END-IF.
           MOVE WS-HIS-CODE              TO WS-LDOS-MVT-CODE-ED.
           MOVE WS-HIS-SENS              TO WS-LDOS-MVT-SENS-ED.
           MOVE WS-HIS-MT                TO WS-LDOS-MVT-MT-ED.
           MOVE WS-HIS-LIBELLE           TO WS-LDOS-MVT-LIB-ED.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-MVT.
           IF WS-HIS-CTP-NOM NOT = SPACES
              OR WS-HIS-CTP-IBAN NOT = SPACES
              MOVE WS-HIS-CTP-NOM        TO WS-LDOS-CTP-NOM-ED
              MOVE WS-HIS-CTP-IBAN       TO WS-LDOS-CTP-IBAN-ED
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-CTP
           END-IF.
       8040-EDIT-MVT-FIN.
           EXIT.
      *
      *    FIN DE RUBRIQUE : FICHIER NON FOURNI OU RUBRIQUE VIDE.
      *
       8050-EDIT-NEANT-DEB.
           IF FICHIER-ABSENT
              MOVE 'FICHIER NON FOURNI : RUBRIQUE NON RESTITUEE'
                                         TO WS-LDOS-TEXTE-LIB
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-TEXTE
              GO TO 8050-EDIT-NEANT-FIN
           END-IF.
           IF WS-NB-RUBRIQUE = ZERO
              MOVE 'NEANT'               TO WS-LDOS-TEXTE-LIB
              WRITE FS-ENRG-DOSRGPD-S    FROM WS-LDOS-TEXTE
           END-IF.
       8050-EDIT-NEANT-FIN.
           EXIT.
      *
       8090-EDIT-SYNTHESE-DEB.
           MOVE '10. SYNTHESE DU DOSSIER'
                                         TO WS-LDOS-SECTION.
           PERFORM 8005-EDIT-SECTION-DEB
              THRU 8005-EDIT-SECTION-FIN.
           MOVE 'LIENS AUX COMPTES'      TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-CPTE              TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'COMPTES AU FICHIER DES COMPTES'
                                         TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-MAITRE            TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'MOUVEMENTS DE L''HISTORIQUE'
                                         TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-MVT               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'MOUVEMENTS DES ARCHIVES'
                                         TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-ARC               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'EVENEMENTS DE CORRESPONDANCE'
                                         TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-EVT               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'MANDATS DE PRELEVEMENT' TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-MAN               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'SAISIES-ATTRIBUTIONS'   TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-SAI               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           MOVE 'CONSULTATIONS DES COMPTES'
                                         TO WS-LDOS-TOT-LIB.
           MOVE WS-CPT-AUD               TO WS-LDOS-TOT-NB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TOTAL.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TIRET.
           MOVE 'FIN DU DOSSIER - DEMANDE INSCRITE AU REGISTRE'
                                         TO WS-LDOS-TEXTE-LIB.
           WRITE FS-ENRG-DOSRGPD-S       FROM WS-LDOS-TEXTE.
       8090-EDIT-SYNTHESE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO147     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CLIENT DEMANDE               :  ' WS-DEM-CLI.
           DISPLAY 'REFERENCE DE LA DEMANDE      :  ' WS-DEM-REF.
           DISPLAY 'CLIENTS LUS AU REFERENTIEL   :  ' WS-CPT-CLI-LUS.
           DISPLAY 'LIENS AUX COMPTES            :  ' WS-CPT-CPTE.
           DISPLAY 'MOUVEMENTS HISTORIQUE LUS    :  ' WS-CPT-HIS-LUS.
           DISPLAY 'MOUVEMENTS HISTORIQUE EDITES :  ' WS-CPT-MVT.
           DISPLAY 'MOUVEMENTS ARCHIVE LUS       :  ' WS-CPT-ARC-LUS.
           DISPLAY 'MOUVEMENTS ARCHIVE EDITES    :  ' WS-CPT-ARC.
           DISPLAY 'EVENEMENTS EDITES            :  ' WS-CPT-EVT.
           DISPLAY 'MANDATS EDITES               :  ' WS-CPT-MAN.
           DISPLAY 'SAISIES EDITEES              :  ' WS-CPT-SAI.
           DISPLAY 'POSTES D''AUDIT LUS           :  ' WS-CPT-AUD-LUS.
           DISPLAY 'CONSULTATIONS EDITEES        :  ' WS-CPT-AUD.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO147         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO147        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
