      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO150                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PREVISION DE TRESORERIE CLIENTELE SUR LES N PROCHAINS JOURS  *
      *  OUVRES (SYSIN, 5 A DEFAUT, 20 AU PLUS ; CALENDRIER ARIS902), *
      *  A LANCER CHAQUE MATIN AVANT L'OUVERTURE :                    *
      *  - LE PREMIER JOUR EST LA DATE DU PASSAGE SI ELLE EST OUVREE, *
      *    SINON LE JOUR OUVRE SUIVANT ; UN FLUX DATE D'UN JOUR CHOME *
      *    TOMBE LE JOUR OUVRE SUIVANT, UN FLUX EN RETARD LE PREMIER  *
      *    JOUR (MEME ROULEMENT QU'ARIO073) ;                         *
      *  - FLUX RETENUS : VIREMENTS PONCTUELS EN ATTENTE (ECHEAN,     *
      *    SORTIES), ECHEANCES DES ORDRES PERMANENTS ACTIFS (ORDPER,  *
      *    AVANCEES COMME PAR ARIO034, SENS DU CODE PAR LA TABLE      *
      *    MVTCOD), REMBOURSEMENTS DES DEPOTS A TERME OUVERTS ARRIVANT*
      *    A ECHEANCE (TDPOS, CAPITAL AU CREDIT DU COMPTE A VUE),     *
      *    PRELEVEMENTS DE LA REMISE CREANCIERS COUVERTS PAR UN       *
      *    MANDAT ACTIF (COLLEC / MANDAT, REGLE D'ARIO063) ET PRE-    *
      *    AUTORISATIONS CARTE ACTIVES (HOLDS, SORTIES DU PREMIER     *
      *    JOUR) ;                                                    *
      *  - LES FLUX SONT TRIES PAR COMPTE ; CHAQUE COMPTE EST LU SUR  *
      *    LE MAITRE ET SON SOLDE EST PROJETE JOUR PAR JOUR : LE      *
      *    PREMIER JOUR OU IL PASSERAIT SOUS LE DECOUVERT AUTORISE    *
      *    EST SIGNALE POUR QUE L'AGENCE INTERVIENNE ;                *
      *  - L'ETAT TOTALISE LES ENTREES ET LES SORTIES PAR AGENCE ET   *
      *    PAR JOUR, PUIS PAR JOUR POUR L'ENSEMBLE DES AGENCES.       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  MANDATS LUS EN ACCES DIRECT SUR LE FICHIER   *
      *               !  INDEXE MANDAT (CLE SECONDAIRE COMPTE) AU     *
      *               !  LIEU D'UNE TABLE DE 500 POSTES               *
      * 15/10/2026    !  CUMULS PAR AGENCE PORTES A 999 AGENCES       *
      *               !  (WS-MAX-AGT), COMME LE REFERENTIEL AGREF     *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO150.
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
      *                      F-CPTE-E : FICHIER DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-MVTCOD-E : TABLE DES CODES MOUVEMENT
      *                      -------------------------------------------
           SELECT  F-MVTCOD-E          ASSIGN TO MVTCOD
                   FILE STATUS         IS WS-FS-MVTCOD-E.
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
      *                      F-ECHEAN-E : VIREMENTS PONCTUELS A VENIR
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ECHEAN-E ASSIGN TO ECHEAN
                   FILE STATUS         IS WS-FS-ECHEAN-E.
      *                      -------------------------------------------
      *                      F-ORDPER-E : ORDRES PERMANENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ORDPER-E ASSIGN TO ORDPER
                   FILE STATUS         IS WS-FS-ORDPER-E.
      *                      -------------------------------------------
      *                      F-TDPOS-E : POSITIONS A TERME
      *                      -------------------------------------------
           SELECT  OPTIONAL F-TDPOS-E  ASSIGN TO TDPOS
                   FILE STATUS         IS WS-FS-TDPOS-E.
      *                      -------------------------------------------
      *                      F-COLLEC-E : REMISE DE PRELEVEMENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-COLLEC-E ASSIGN TO COLLEC
                   FILE STATUS         IS WS-FS-COLLEC-E.
      *                      -------------------------------------------
      *                      F-HOLDS-E : PRE-AUTORISATIONS CARTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HOLDS-E  ASSIGN TO HOLDS
                   FILE STATUS         IS WS-FS-HOLDS-E.
      *                      -------------------------------------------
      *                      SD-FLX-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-FLX-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-FLX-TRI-S : FLUX PREVUS TRIES
      *                      -------------------------------------------
           SELECT  F-FLX-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-FLX-TRI.
      *                      -------------------------------------------
      *                      F-ETATPRV-S : ETAT DE PREVISION
      *                      -------------------------------------------
           SELECT  F-ETATPRV-S         ASSIGN TO ETATPRV
                   FILE STATUS         IS WS-FS-ETATPRV.
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
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTE-E.
           05  FS-CPTE-CLE             PIC X(10).
           05  FILLER                  PIC X(140).
      *
       FD  F-MVTCOD-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTCOD-E           PIC X(30).
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
       FD  F-ECHEAN-E
           RECORDING MODE IS F.
       01  FS-ENRG-ECHEAN-E           PIC X(70).
      *
       FD  F-ORDPER-E
           RECORDING MODE IS F.
       01  FS-ENRG-ORDPER-E           PIC X(80).
      *
       FD  F-TDPOS-E
           RECORDING MODE IS F.
       01  FS-ENRG-TDPOS-E            PIC X(60).
      *
       FD  F-COLLEC-E
           RECORDING MODE IS F.
       01  FS-ENRG-COLLEC-E           PIC X(80).
      *
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       SD  SD-FLX-TRI.
       01  SD-ENRG-FLX-TRI.
           05  SD-FLX-CPTE           PIC X(10).
           05  SD-FLX-JOUR           PIC 9(02).
           05  FILLER                PIC X(28).
      *
       FD  F-FLX-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-FLX-TRI-S          PIC X(40).
      *
       FD  F-ETATPRV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPRV-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- TABLE DES CODES MOUVEMENT ---------------------*
      *
           COPY MVTCOD.
       01  WS-SENS-ORD               PIC X(01) VALUE 'D'.
           88  ORD-AU-CREDIT         VALUE 'C'.
           88  ORD-AU-DEBIT          VALUE 'D'.
      *
      *---------------- SOURCES DES FLUX PREVUS -----------------------*
      *
           COPY MANDAT.
      *
           COPY ECHEAN.
      *
           COPY ORDPER.
      *
           COPY AUTCB.
      *
       01  WS-ENRG-F-TDPOS.
           05  WS-TDP-CPTE           PIC X(10).
           05  WS-TDP-PRODUIT        PIC X(03).
           05  WS-TDP-MT             PIC 9(8)V99.
           05  WS-TDP-DDEBUT         PIC 9(08).
           05  WS-TDP-DECHEANCE      PIC 9(08).
           05  WS-TDP-CPTE-VUE       PIC X(10).
           05  WS-TDP-STATUT         PIC X(01).
               88  TDP-OUVERTE       VALUE 'O'.
               88  TDP-REMBOURSEE    VALUE 'R'.
           05  FILLER                PIC X(10).
      *
       01  WS-ENRG-F-COLLEC.
           05  WS-COL-CREANCIER      PIC X(08).
           05  WS-COL-CPTE           PIC X(10).
           05  WS-COL-MT             PIC 9(8)V99.
           05  WS-COL-MT-X REDEFINES WS-COL-MT
                                     PIC X(10).
           05  WS-COL-DATE           PIC 9(08).
           05  WS-COL-DATE-X REDEFINES WS-COL-DATE
                                     PIC X(08).
           05  WS-COL-REF            PIC X(08).
           05  FILLER                PIC X(36).
      *
      *---------------- FLUX PREVU (ENREGISTREMENT DU TRI) ------------*
      *
       01  WS-ENRG-FLX.
           05  WS-FLX-CPTE           PIC X(10).
           05  FILLER REDEFINES WS-FLX-CPTE.
               10  WS-FLX-AGENCE     PIC X(03).
               10  FILLER            PIC X(07).
           05  WS-FLX-JOUR           PIC 9(02).
           05  WS-FLX-SENS           PIC X(01).
               88  FLX-ENTREE        VALUE 'C'.
               88  FLX-SORTIE        VALUE 'D'.
           05  WS-FLX-SOURCE         PIC X(01).
               88  FLX-ECHEAN        VALUE 'E'.
               88  FLX-ORDPER        VALUE 'O'.
               88  FLX-TERME         VALUE 'T'.
               88  FLX-PRELEV        VALUE 'P'.
               88  FLX-CARTE         VALUE 'A'.
           05  WS-FLX-MT             PIC 9(8)V99.
           05  WS-FLX-REF            PIC X(10).
           05  FILLER                PIC X(06).
      *
      *---------------- ZONES D'ECHANGE ARIS902 -----------------------*
      *
           COPY CALJOUR.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  NOTFOUND-CPTE-E       VALUE '23'.
       01  WS-FS-MVTCOD-E            PIC XX.
           88  OK-MVTCOD-E           VALUE '00'.
           88  EOF-MVTCOD-E          VALUE '10'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUE '00'.
           88  DUPLICATE-MANDAT-E    VALUE '02'.
           88  EOF-MANDAT-E          VALUE '10'.
           88  NOT-ENRG-MANDAT-E     VALUE '23'.
       01  WS-FS-ECHEAN-E            PIC XX.
           88  OK-ECHEAN-E           VALUE '00'.
           88  EOF-ECHEAN-E          VALUE '10'.
           88  NOTFOUND-ECHEAN-E     VALUE '35'.
       01  WS-FS-ORDPER-E            PIC XX.
           88  OK-ORDPER-E           VALUE '00'.
           88  EOF-ORDPER-E          VALUE '10'.
           88  NOTFOUND-ORDPER-E     VALUE '35'.
       01  WS-FS-TDPOS-E             PIC XX.
           88  OK-TDPOS-E            VALUE '00'.
           88  EOF-TDPOS-E           VALUE '10'.
           88  NOTFOUND-TDPOS-E      VALUE '35'.
       01  WS-FS-COLLEC-E            PIC XX.
           88  OK-COLLEC-E           VALUE '00'.
           88  EOF-COLLEC-E          VALUE '10'.
           88  NOTFOUND-COLLEC-E     VALUE '35'.
       01  WS-FS-HOLDS-E             PIC XX.
           88  OK-HOLDS-E            VALUE '00'.
           88  EOF-HOLDS-E           VALUE '10'.
           88  NOTFOUND-HOLDS-E      VALUE '35'.
       01  WS-FS-FLX-TRI             PIC XX.
           88  OK-FLX-TRI            VALUE '00'.
           88  EOF-FLX-TRI           VALUE '10'.
       01  WS-FS-ETATPRV             PIC XX.
           88  OK-ETATPRV            VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
      *    COLONNES 1-2 : NOMBRE DE JOURS OUVRES ; COLONNES 3-10 :
      *    DATE DE DEPART (REPRISE), A BLANC = DATE DU JOUR.
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-NBJ            PIC 9(02).
           05  WS-DEM-NBJ-X REDEFINES WS-DEM-NBJ
                                     PIC X(02).
           05  WS-DEM-DATE           PIC 9(08).
           05  WS-DEM-DATE-X REDEFINES WS-DEM-DATE
                                     PIC X(08).
           05  FILLER                PIC X(70).
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- HORIZON EN JOURS OUVRES -----------------------*
      *
       01  WS-NB-JOURS               PIC S9(04) COMP VALUE 5.
       01  WS-TAB-JOUR.
           05  WS-JOUR-DATE          PIC 9(08) OCCURS 20 TIMES.
       01  WS-IX-JOUR                PIC S9(04) COMP VALUE ZERO.
       01  WS-DATE-FLUX              PIC 9(08).
       01  WS-JOUR-FLUX              PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- ECHEANCES D'UN ORDRE PERMANENT ----------------*
      *
       01  WS-ECH-JJ                 PIC S9(04) COMP.
       01  WS-ECH-MM                 PIC S9(04) COMP.
       01  WS-ECH-AAAA               PIC S9(04) COMP.
       01  WS-NB-ECH-ORD             PIC S9(04) COMP.
      *
      *---------------- COMPTE EN COURS DE PROJECTION -----------------*
      *
       01  WS-CPTE-COURS             PIC X(10).
       01  WS-SW-CPTE                PIC X(01) VALUE 'N'.
           88  CPTE-TROUVE           VALUE 'O'.
           88  CPTE-ABSENT           VALUE 'N'.
       01  WS-TAB-NET.
           05  WS-NET-JOUR           PIC S9(11)V99 COMP-3
                                     OCCURS 20 TIMES.
       01  WS-SOLDE-PREVU            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LIMITE                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-JOUR-ALERTE            PIC S9(04) COMP VALUE ZERO.
       01  WS-SOLDE-ALERTE           PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- CUMULS PAR AGENCE ET PAR JOUR -----------------*
      *
      *    TABLE TENUE DANS L'ORDRE DES AGENCES (INSERTION A SA PLACE),
      *    DE LA CAPACITE DU REFERENTIEL DES AGENCES (999).
      *
       01  WS-TAB-AGT.
           05  WS-AGT-EL             OCCURS 999 TIMES.
               10  WS-AGT-AGENCE     PIC X(03).
               10  WS-AGT-JOUR       OCCURS 20 TIMES.
                   15  WS-AGT-ENT    PIC S9(11)V99 COMP-3.
                   15  WS-AGT-SOR    PIC S9(11)V99 COMP-3.
       01  WS-NB-AGT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-MAX-AGT                PIC S9(4) COMP VALUE 999.
       01  WS-IX-AGT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-DEC                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-RECH                PIC X(01) VALUE 'N'.
           88  RECH-ARRET            VALUE 'O'.
           88  RECH-EN-COURS         VALUE 'N'.
      *
       01  WS-TAB-TOT.
           05  WS-TOT-JOUR           OCCURS 20 TIMES.
               10  WS-TOT-ENT        PIC S9(11)V99 COMP-3.
               10  WS-TOT-SOR        PIC S9(11)V99 COMP-3.
       01  WS-AGT-TOT-ENT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGT-TOT-SOR            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NET-CUMUL              PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-ECHEAN             PIC 9(07) VALUE ZERO.
       01  WS-MT-ECHEAN              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CPT-ORDPER             PIC 9(07) VALUE ZERO.
       01  WS-MT-ORDPER-ENT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-ORDPER-SOR          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CPT-CODE-INCONNU       PIC 9(07) VALUE ZERO.
       01  WS-CPT-TERME              PIC 9(07) VALUE ZERO.
       01  WS-MT-TERME               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CPT-PRELEV             PIC 9(07) VALUE ZERO.
       01  WS-MT-PRELEV              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CPT-PRELEV-ECARTE      PIC 9(07) VALUE ZERO.
       01  WS-CPT-CARTE              PIC 9(07) VALUE ZERO.
       01  WS-MT-CARTE               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CPT-HORS-HORIZON       PIC 9(07) VALUE ZERO.
       01  WS-CPT-FLUX               PIC 9(07) VALUE ZERO.
       01  WS-CPT-COMPTES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-ALERTES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-INCONNUS           PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPRV-TIRET             PIC X(78) VALUE ALL '-'.
       01  WS-LPRV-TITRE.
           05  FILLER                PIC X(36)
               VALUE 'PREVISION DE TRESORERIE CLIENTELE - '.
           05  WS-LPRV-NBJ-ED        PIC Z9.
           05  FILLER                PIC X(17)
               VALUE ' JOURS OUVRES DU '.
           05  WS-LPRV-DATE-ED       PIC 9(08).
       01  WS-LPRV-SOURCES.
           05  FILLER                PIC X(18)
               VALUE 'SOURCES ABSENTES: '.
           05  WS-LPRV-SRC-ECHEAN    PIC X(07) VALUE SPACES.
           05  WS-LPRV-SRC-ORDPER    PIC X(07) VALUE SPACES.
           05  WS-LPRV-SRC-TDPOS     PIC X(06) VALUE SPACES.
           05  WS-LPRV-SRC-COLLEC    PIC X(07) VALUE SPACES.
           05  WS-LPRV-SRC-HOLDS     PIC X(06) VALUE SPACES.
       01  WS-LPRV-ALR-TITRE         PIC X(60)
           VALUE 'COMPTES PREVUS AU-DELA DE LEUR DECOUVERT AUTORISE'.
       01  WS-LPRV-ALR-ENTETE.
           05  FILLER                PIC X(26)
               VALUE 'COMPTE     TITULAIRE'.
           05  FILLER                PIC X(09) VALUE 'JOUR'.
           05  FILLER                PIC X(14) VALUE '  SOLDE PREVU'.
           05  FILLER                PIC X(10) VALUE ' AUTORISE'.
           05  FILLER                PIC X(18) VALUE 'OBSERVATION'.
       01  WS-LPRV-ALR.
           05  WS-LPRV-ALR-CPTE      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-ALR-NOM       PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-ALR-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-ALR-SOLDE     PIC -ZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-ALR-AUT       PIC ZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-ALR-OBS       PIC X(18).
       01  WS-LPRV-AGT-TITRE         PIC X(60)
           VALUE 'FLUX PREVUS PAR AGENCE ET PAR JOUR OUVRE'.
       01  WS-LPRV-AGT-ENTETE.
           05  FILLER                PIC X(16) VALUE 'AGENCE JOUR'.
           05  FILLER                PIC X(14) VALUE '       ENTREES'.
           05  FILLER                PIC X(15) VALUE '        SORTIES'.
           05  FILLER                PIC X(16)
               VALUE '             NET'.
           05  FILLER                PIC X(16)
               VALUE '      NET CUMULE'.
       01  WS-LPRV-AGT.
           05  WS-LPRV-AGT-AGENCE    PIC X(03).
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LPRV-AGT-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-AGT-ENT       PIC ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-AGT-SOR       PIC ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-AGT-NET       PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRV-AGT-CUMUL     PIC -ZZZZZZZZZZ9,99.
       01  WS-LPRV-TOT-TITRE         PIC X(60)
           VALUE 'TOTAL TOUTES AGENCES PAR JOUR OUVRE'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATPRV         PIC X(01) VALUE 'T'.
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
           IF WS-DEM-NBJ-X IS NUMERIC
              AND WS-DEM-NBJ > ZERO
              AND WS-DEM-NBJ NOT > 20
              MOVE WS-DEM-NBJ            TO WS-NB-JOURS
           END-IF.
           IF WS-DEM-DATE-X IS NUMERIC AND WS-DEM-DATE > ZERO
              MOVE WS-DEM-DATE           TO WS-DATE-SYST
           ELSE
              ACCEPT WS-DATE-SYST      FROM DATE YYYYMMDD
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO150'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7700-INIT-MASQUE-DEB
              THRU 7700-INIT-MASQUE-FIN.
      *
           PERFORM 7000-CALC-HORIZON-DEB
              THRU 7000-CALC-HORIZON-FIN.
      *
           PERFORM 6100-CHARGE-TAB-MVTCOD-DEB
              THRU 6100-CHARGE-TAB-MVTCOD-FIN.
      *
           PERFORM 6200-OPEN-FMANDAT-DEB
              THRU 6200-OPEN-FMANDAT-FIN.
      *
           PERFORM 6300-TRI-FLUX-DEB
              THRU 6300-TRI-FLUX-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FTRI-DEB
              THRU 6010-READ-FTRI-FIN.
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-FLX-TRI.
      *
           PERFORM 8020-EDIT-AGENCES-DEB
              THRU 8020-EDIT-AGENCES-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-FLUX              TO WS-RUN-NBENR.
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
      *   PROJECTION D'UN COMPTE (FLUX TRIES PAR COMPTE ET JOUR)      *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD 1                         TO WS-CPT-COMPTES.
           MOVE WS-FLX-CPTE              TO WS-CPTE-COURS.
           PERFORM 1010-RAZ-NET-DEB
              THRU 1010-RAZ-NET-FIN
             VARYING WS-IX-JOUR FROM 1 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS.
      *
           PERFORM 1100-TRT-FLUX-DEB
              THRU 1100-TRT-FLUX-FIN
             UNTIL EOF-FLX-TRI
                OR WS-FLX-CPTE NOT = WS-CPTE-COURS.
      *
           PERFORM 6020-READ-FCPTE-DEB
              THRU 6020-READ-FCPTE-FIN.
           IF CPTE-ABSENT
              ADD 1                      TO WS-CPT-INCONNUS
              MOVE WS-CPTE-COURS         TO WS-LPRV-ALR-CPTE
              MOVE SPACES                TO WS-LPRV-ALR-NOM
              MOVE WS-JOUR-DATE(1)       TO WS-LPRV-ALR-DATE
              MOVE ZERO                  TO WS-LPRV-ALR-SOLDE
              MOVE ZERO                  TO WS-LPRV-ALR-AUT
              MOVE 'COMPTE INCONNU'      TO WS-LPRV-ALR-OBS
              PERFORM 8010-EDIT-ALERTE-DEB
                 THRU 8010-EDIT-ALERTE-FIN
              GO TO 1000-TRT-COMPTE-FIN
           END-IF.
      *
      *    SOLDE PROJETE JOUR PAR JOUR ; LE PREMIER JOUR SOUS LA
      *    LIMITE (DECOUVERT AUTORISE) EST SIGNALE.
      *
           MOVE WS-CPTE-SOLDE            TO WS-SOLDE-PREVU.
           COMPUTE WS-LIMITE = ZERO - WS-CPTE-DECOUV-AUT.
           MOVE ZERO                     TO WS-JOUR-ALERTE.
           PERFORM 1020-PROJETTE-JOUR-DEB
              THRU 1020-PROJETTE-JOUR-FIN
             VARYING WS-IX-JOUR FROM 1 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS
                  OR WS-JOUR-ALERTE > ZERO.
      *
           IF WS-JOUR-ALERTE > ZERO
              ADD 1                      TO WS-CPT-ALERTES
              MOVE WS-CPTE-CPTE          TO WS-LPRV-ALR-CPTE
              MOVE WS-CPTE-NOM           TO WS-LPRV-ALR-NOM
              MOVE WS-JOUR-DATE(WS-JOUR-ALERTE)
                                         TO WS-LPRV-ALR-DATE
              MOVE WS-SOLDE-ALERTE       TO WS-LPRV-ALR-SOLDE
              MOVE WS-CPTE-DECOUV-AUT    TO WS-LPRV-ALR-AUT
              EVALUATE TRUE
                 WHEN CPTE-BLOQUE
                    MOVE 'COMPTE BLOQUE'  TO WS-LPRV-ALR-OBS
                 WHEN CPTE-CLOTURE
                    MOVE 'COMPTE CLOS'    TO WS-LPRV-ALR-OBS
                 WHEN CPTE-SUCCESSION
                    MOVE 'EN SUCCESSION'  TO WS-LPRV-ALR-OBS
                 WHEN CPTE-LIVRET
                    MOVE 'LIVRET DEBITEUR' TO WS-LPRV-ALR-OBS
                 WHEN OTHER
                    MOVE 'DEPASSEMENT'    TO WS-LPRV-ALR-OBS
              END-EVALUATE
              PERFORM 8010-EDIT-ALERTE-DEB
                 THRU 8010-EDIT-ALERTE-FIN
           END-IF.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
       1010-RAZ-NET-DEB.
           MOVE ZERO                     TO WS-NET-JOUR(WS-IX-JOUR).
       1010-RAZ-NET-FIN.
           EXIT.
      *
       1020-PROJETTE-JOUR-DEB.
           ADD WS-NET-JOUR(WS-IX-JOUR)   TO WS-SOLDE-PREVU.
           IF WS-SOLDE-PREVU < WS-LIMITE
              MOVE WS-IX-JOUR            TO WS-JOUR-ALERTE
              MOVE WS-SOLDE-PREVU        TO WS-SOLDE-ALERTE
           END-IF.
       1020-PROJETTE-JOUR-FIN.
           EXIT.
      *
      *    UN FLUX : NET DU JOUR POUR LE COMPTE, CUMULS AGENCE/JOUR.
      *
       1100-TRT-FLUX-DEB.
      *
           MOVE WS-FLX-JOUR              TO WS-IX-JOUR.
           PERFORM 7300-RECH-AGENCE-DEB
              THRU 7300-RECH-AGENCE-FIN.
           IF FLX-ENTREE
              ADD WS-FLX-MT              TO WS-NET-JOUR(WS-IX-JOUR)
              ADD WS-FLX-MT      TO WS-AGT-ENT(WS-IX-AGT, WS-IX-JOUR)
              ADD WS-FLX-MT              TO WS-TOT-ENT(WS-IX-JOUR)
           ELSE
              SUBTRACT WS-FLX-MT       FROM WS-NET-JOUR(WS-IX-JOUR)
              ADD WS-FLX-MT      TO WS-AGT-SOR(WS-IX-AGT, WS-IX-JOUR)
              ADD WS-FLX-MT              TO WS-TOT-SOR(WS-IX-JOUR)
           END-IF.
      *
           PERFORM 6010-READ-FTRI-DEB
              THRU 6010-READ-FTRI-FIN.
      *
       1100-TRT-FLUX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ALIMENTATION DU TRI : UN FLUX PAR ECHEANCE DANS L'HORIZON   *
      *---------------------------------------------------------------*
      *
      *    VIREMENT PONCTUEL EN ATTENTE : SORTIE DU COMPTE ORDONNATEUR.
      *
       2000-FLUX-ECHEAN-DEB.
           IF NOT ECN-EN-ATTENTE
              GO TO 2000-FLUX-ECHEAN-SUITE
           END-IF.
           MOVE WS-ECN-DATE-EXEC         TO WS-DATE-FLUX.
           PERFORM 7100-CALC-JOUR-DEB
              THRU 7100-CALC-JOUR-FIN.
           IF WS-JOUR-FLUX = ZERO
              GO TO 2000-FLUX-ECHEAN-SUITE
           END-IF.
           MOVE SPACES                   TO WS-ENRG-FLX.
           MOVE WS-ECN-CPTE              TO WS-FLX-CPTE.
           SET FLX-SORTIE                TO TRUE.
           SET FLX-ECHEAN                TO TRUE.
           MOVE WS-ECN-MT                TO WS-FLX-MT.
           MOVE WS-ECN-NO                TO WS-FLX-REF.
           PERFORM 7200-LIBERE-FLUX-DEB
              THRU 7200-LIBERE-FLUX-FIN.
           ADD 1                         TO WS-CPT-ECHEAN.
           ADD WS-ECN-MT                 TO WS-MT-ECHEAN.
      *
       2000-FLUX-ECHEAN-SUITE.
           PERFORM 6320-READ-FECHEAN-DEB
              THRU 6320-READ-FECHEAN-FIN.
      *
       2000-FLUX-ECHEAN-FIN.
           EXIT.
      *
      *    ORDRE PERMANENT ACTIF : TOUTES SES ECHEANCES JUSQU'AU
      *    DERNIER JOUR DE L'HORIZON, DANS LA LIMITE DE SA DATE DE FIN.
      *
       2100-FLUX-ORDPER-DEB.
           IF NOT ORD-ACTIF
              GO TO 2100-FLUX-ORDPER-SUITE
           END-IF.
           PERFORM 7400-SENS-CODE-DEB
              THRU 7400-SENS-CODE-FIN.
           MOVE ZERO                     TO WS-NB-ECH-ORD.
           PERFORM 2110-UNE-ECHEANCE-DEB
              THRU 2110-UNE-ECHEANCE-FIN
             UNTIL WS-ORD-DATE-PROCH > WS-JOUR-DATE(WS-NB-JOURS)
                OR (WS-ORD-DATE-FIN NOT = ZERO
                    AND WS-ORD-DATE-PROCH > WS-ORD-DATE-FIN)
                OR WS-NB-ECH-ORD > 60.
      *
       2100-FLUX-ORDPER-SUITE.
           PERFORM 6330-READ-FORDPER-DEB
              THRU 6330-READ-FORDPER-FIN.
      *
       2100-FLUX-ORDPER-FIN.
           EXIT.
      *
       2110-UNE-ECHEANCE-DEB.
           ADD 1                         TO WS-NB-ECH-ORD.
           MOVE WS-ORD-DATE-PROCH        TO WS-DATE-FLUX.
           PERFORM 7100-CALC-JOUR-DEB
              THRU 7100-CALC-JOUR-FIN.
           IF WS-JOUR-FLUX > ZERO
              MOVE SPACES                TO WS-ENRG-FLX
              MOVE WS-ORD-CPTE           TO WS-FLX-CPTE
              IF ORD-AU-CREDIT
                 SET FLX-ENTREE          TO TRUE
                 ADD WS-ORD-MT           TO WS-MT-ORDPER-ENT
              ELSE
                 SET FLX-SORTIE          TO TRUE
                 ADD WS-ORD-MT           TO WS-MT-ORDPER-SOR
              END-IF
              SET FLX-ORDPER             TO TRUE
              MOVE WS-ORD-MT             TO WS-FLX-MT
              MOVE WS-ORD-NUMERO         TO WS-FLX-REF
              PERFORM 7200-LIBERE-FLUX-DEB
                 THRU 7200-LIBERE-FLUX-FIN
              ADD 1                      TO WS-CPT-ORDPER
           END-IF.
           PERFORM 7500-AVANCE-ECHEANCE-DEB
              THRU 7500-AVANCE-ECHEANCE-FIN.
       2110-UNE-ECHEANCE-FIN.
           EXIT.
      *
      *    DEPOT A TERME OUVERT ARRIVANT A ECHEANCE : LE CAPITAL EST
      *    REMBOURSE AU CREDIT DU COMPTE A VUE (LES INTERETS, CALCULES
      *    AU DEBOUCLAGE PAR ARIO066, NE SONT PAS PREVUS).
      *
       2200-FLUX-TERME-DEB.
           IF NOT TDP-OUVERTE
              GO TO 2200-FLUX-TERME-SUITE
           END-IF.
           MOVE WS-TDP-DECHEANCE         TO WS-DATE-FLUX.
           PERFORM 7100-CALC-JOUR-DEB
              THRU 7100-CALC-JOUR-FIN.
           IF WS-JOUR-FLUX = ZERO
              GO TO 2200-FLUX-TERME-SUITE
           END-IF.
           MOVE SPACES                   TO WS-ENRG-FLX.
           MOVE WS-TDP-CPTE-VUE          TO WS-FLX-CPTE.
           SET FLX-ENTREE                TO TRUE.
           SET FLX-TERME                 TO TRUE.
           MOVE WS-TDP-MT                TO WS-FLX-MT.
           MOVE WS-TDP-CPTE              TO WS-FLX-REF.
           PERFORM 7200-LIBERE-FLUX-DEB
              THRU 7200-LIBERE-FLUX-FIN.
           ADD 1                         TO WS-CPT-TERME.
           ADD WS-TDP-MT                 TO WS-MT-TERME.
      *
       2200-FLUX-TERME-SUITE.
           PERFORM 6340-READ-FTDPOS-DEB
              THRU 6340-READ-FTDPOS-FIN.
      *
       2200-FLUX-TERME-FIN.
           EXIT.
      *
      *    PRELEVEMENT DE LA REMISE CREANCIERS : RETENU SEULEMENT S'IL
      *    EST EXPLOITABLE ET COUVERT PAR UN MANDAT ACTIF (REGLE
      *    D'ARIO063) ; LES AUTRES PARTIRONT EN REJET OU EN SUSPENS.
      *
       2300-FLUX-PRELEV-DEB.
           IF WS-COL-CPTE = SPACES
              OR WS-COL-MT-X IS NOT NUMERIC
              OR WS-COL-DATE-X IS NOT NUMERIC
              ADD 1                      TO WS-CPT-PRELEV-ECARTE
              GO TO 2300-FLUX-PRELEV-SUITE
           END-IF.
           PERFORM 7600-RECH-MANDAT-DEB
              THRU 7600-RECH-MANDAT-FIN.
           IF MANDAT-NON-TROUVE
              ADD 1                      TO WS-CPT-PRELEV-ECARTE
              GO TO 2300-FLUX-PRELEV-SUITE
           END-IF.
           MOVE WS-COL-DATE              TO WS-DATE-FLUX.
           PERFORM 7100-CALC-JOUR-DEB
              THRU 7100-CALC-JOUR-FIN.
           IF WS-JOUR-FLUX = ZERO
              GO TO 2300-FLUX-PRELEV-SUITE
           END-IF.
           MOVE SPACES                   TO WS-ENRG-FLX.
           MOVE WS-COL-CPTE              TO WS-FLX-CPTE.
           SET FLX-SORTIE                TO TRUE.
           SET FLX-PRELEV                TO TRUE.
           MOVE WS-COL-MT                TO WS-FLX-MT.
           MOVE WS-COL-REF               TO WS-FLX-REF.
           PERFORM 7200-LIBERE-FLUX-DEB
              THRU 7200-LIBERE-FLUX-FIN.
           ADD 1                         TO WS-CPT-PRELEV.
           ADD WS-COL-MT                 TO WS-MT-PRELEV.
      *
       2300-FLUX-PRELEV-SUITE.
           PERFORM 6350-READ-FCOLLEC-DEB
              THRU 6350-READ-FCOLLEC-FIN.
      *
       2300-FLUX-PRELEV-FIN.
           EXIT.
      *
      *    PRE-AUTORISATION CARTE ACTIVE NON EXPIREE : LE MONTANT EST
      *    DEJA ENGAGE, IL SORT LE PREMIER JOUR (COMME LE SOLDE
      *    DISPONIBLE DU CONTROLE DE DECOUVERT D'ARIO326).
      *
       2400-FLUX-CARTE-DEB.
           IF NOT HOLD-ACTIVE-E
              OR WS-HLD-DEXP-E < WS-JOUR-DATE(1)
              GO TO 2400-FLUX-CARTE-SUITE
           END-IF.
           MOVE SPACES                   TO WS-ENRG-FLX.
           MOVE WS-HLD-CPTE-E            TO WS-FLX-CPTE.
           MOVE 1                        TO WS-FLX-JOUR.
           SET FLX-SORTIE                TO TRUE.
           SET FLX-CARTE                 TO TRUE.
           MOVE WS-HLD-MT-E              TO WS-FLX-MT.
           MOVE WS-HLD-REF-E             TO WS-FLX-REF.
           RELEASE SD-ENRG-FLX-TRI       FROM WS-ENRG-FLX.
           ADD 1                         TO WS-CPT-FLUX.
           ADD 1                         TO WS-CPT-CARTE.
           ADD WS-HLD-MT-E               TO WS-MT-CARTE.
      *
       2400-FLUX-CARTE-SUITE.
           PERFORM 6360-READ-FHOLDS-DEB
              THRU 6360-READ-FHOLDS-FIN.
      *
       2400-FLUX-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FLX-TRI-S.
           IF NOT OK-FLX-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FLX-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FLX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATPRV-S.
           IF NOT OK-ETATPRV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FTRI-DEB.
           READ F-FLX-TRI-S INTO WS-ENRG-FLX.
           IF NOT (OK-FLX-TRI OR EOF-FLX-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FLX-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FLX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FTRI-FIN.
           EXIT.
      *
       6020-READ-FCPTE-DEB.
           MOVE WS-CPTE-COURS            TO FS-CPTE-CLE.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN OK-CPTE-E
                 SET CPTE-TROUVE         TO TRUE
              WHEN NOTFOUND-CPTE-E
                 SET CPTE-ABSENT         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FCPTE-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           CLOSE F-MANDAT-E.
           CLOSE F-FLX-TRI-S.
           CLOSE F-ETATPRV-S.
           IF NOT OK-ETATPRV
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6100-CHARGE-TAB-MVTCOD-DEB.
           MOVE ZERO                     TO WS-NB-MVTCOD.
           OPEN INPUT F-MVTCOD-E.
           IF NOT OK-MVTCOD-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTCOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCOD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FMVTCOD-DEB
              THRU 6110-READ-FMVTCOD-FIN.
           PERFORM 6120-ALIM-TAB-MVTCOD-DEB
              THRU 6120-ALIM-TAB-MVTCOD-FIN
             UNTIL EOF-MVTCOD-E.
           CLOSE F-MVTCOD-E.
       6100-CHARGE-TAB-MVTCOD-FIN.
           EXIT.
      *
       6110-READ-FMVTCOD-DEB.
           READ F-MVTCOD-E INTO WS-ENRG-F-MVTCOD.
           IF NOT (OK-MVTCOD-E OR EOF-MVTCOD-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTCOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCOD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FMVTCOD-FIN.
           EXIT.
      *
       6120-ALIM-TAB-MVTCOD-DEB.
           IF WS-NB-MVTCOD = 20
              DISPLAY 'F-MVTCOD-E : PLUS DE 20 CODES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-MVTCOD.
           MOVE WS-NB-MVTCOD            TO WS-IX-MVTCOD.
           MOVE WS-MVTCOD-CODE-E   TO WS-MVTCOD-CODE(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-LIBEL-E  TO WS-MVTCOD-LIBEL(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-SENS-E   TO WS-MVTCOD-SENS(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-VALIDE-E TO WS-MVTCOD-VALIDE(WS-IX-MVTCOD).
           PERFORM 6110-READ-FMVTCOD-DEB
              THRU 6110-READ-FMVTCOD-FIN.
       6120-ALIM-TAB-MVTCOD-FIN.
           EXIT.
      *
      *    LE FICHIER DES MANDATS EST INDEXE : IL RESTE OUVERT POUR
      *    TOUTE LA DUREE DU TRAITEMENT ET EST LU EN ACCES DIRECT PAR
      *    LA CLE SECONDAIRE COMPTE (7600-RECH-MANDAT).
      *
       6200-OPEN-FMANDAT-DEB.
           OPEN INPUT F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-OPEN-FMANDAT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER MANDAT DU COMPTE PLACE DANS
      *    FS-MAN-CPTE ; AUCUN MANDAT = LECTURE DU COMPTE TERMINEE.
      *
       6210-POINTER-FMANDAT-DEB.
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
       6210-POINTER-FMANDAT-FIN.
           EXIT.
      *
       6220-READ-FMANDAT-DEB.
           READ F-MANDAT-E NEXT
              INTO WS-ENRG-F-MANDAT
           END-READ.
           IF NOT OK-MANDAT-E AND NOT EOF-MANDAT-E
                              AND NOT DUPLICATE-MANDAT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-READ-FMANDAT-FIN.
           EXIT.
      *
      *    TRI DES FLUX PREVUS PAR COMPTE ET PAR JOUR.
      *
       6300-TRI-FLUX-DEB.
           SORT SD-FLX-TRI
               ON ASCENDING KEY SD-FLX-CPTE
                                SD-FLX-JOUR
               INPUT PROCEDURE 6305-ALIMENTE-TRI-DEB
                          THRU 6305-ALIMENTE-TRI-FIN
               GIVING F-FLX-TRI-S.
      *
           IF WS-FS-FLX-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES FLUX PREVUS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FLX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-TRI-FLUX-FIN.
           EXIT.
      *
      *    CHAQUE SOURCE EST FACULTATIVE ; UNE SOURCE ABSENTE EST
      *    NOMMEE EN TETE D'ETAT POUR QUE LA PREVISION NE SOIT PAS
      *    LUE COMME COMPLETE.
      *
       6305-ALIMENTE-TRI-DEB.
      *
           OPEN INPUT F-ECHEAN-E.
           EVALUATE TRUE
              WHEN OK-ECHEAN-E
                 PERFORM 6320-READ-FECHEAN-DEB
                    THRU 6320-READ-FECHEAN-FIN
                 PERFORM 2000-FLUX-ECHEAN-DEB
                    THRU 2000-FLUX-ECHEAN-FIN
                   UNTIL EOF-ECHEAN-E
                 CLOSE F-ECHEAN-E
              WHEN NOTFOUND-ECHEAN-E
                 MOVE 'ECHEAN'           TO WS-LPRV-SRC-ECHEAN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHEAN-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHEAN-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-ORDPER-E.
           EVALUATE TRUE
              WHEN OK-ORDPER-E
                 PERFORM 6330-READ-FORDPER-DEB
                    THRU 6330-READ-FORDPER-FIN
                 PERFORM 2100-FLUX-ORDPER-DEB
                    THRU 2100-FLUX-ORDPER-FIN
                   UNTIL EOF-ORDPER-E
                 CLOSE F-ORDPER-E
              WHEN NOTFOUND-ORDPER-E
                 MOVE 'ORDPER'           TO WS-LPRV-SRC-ORDPER
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ORDPER-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDPER-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-TDPOS-E.
           EVALUATE TRUE
              WHEN OK-TDPOS-E
                 PERFORM 6340-READ-FTDPOS-DEB
                    THRU 6340-READ-FTDPOS-FIN
                 PERFORM 2200-FLUX-TERME-DEB
                    THRU 2200-FLUX-TERME-FIN
                   UNTIL EOF-TDPOS-E
                 CLOSE F-TDPOS-E
              WHEN NOTFOUND-TDPOS-E
                 MOVE 'TDPOS'            TO WS-LPRV-SRC-TDPOS
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TDPOS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TDPOS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-COLLEC-E.
           EVALUATE TRUE
              WHEN OK-COLLEC-E
                 PERFORM 6350-READ-FCOLLEC-DEB
                    THRU 6350-READ-FCOLLEC-FIN
                 PERFORM 2300-FLUX-PRELEV-DEB
                    THRU 2300-FLUX-PRELEV-FIN
                   UNTIL EOF-COLLEC-E
                 CLOSE F-COLLEC-E
              WHEN NOTFOUND-COLLEC-E
                 MOVE 'COLLEC'           TO WS-LPRV-SRC-COLLEC
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-COLLEC-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-COLLEC-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-HOLDS-E.
           EVALUATE TRUE
              WHEN OK-HOLDS-E
                 PERFORM 6360-READ-FHOLDS-DEB
                    THRU 6360-READ-FHOLDS-FIN
                 PERFORM 2400-FLUX-CARTE-DEB
                    THRU 2400-FLUX-CARTE-FIN
                   UNTIL EOF-HOLDS-E
                 CLOSE F-HOLDS-E
              WHEN NOTFOUND-HOLDS-E
                 MOVE 'HOLDS'            TO WS-LPRV-SRC-HOLDS
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6305-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6320-READ-FECHEAN-DEB.
           READ F-ECHEAN-E INTO WS-ENRG-F-ECHEAN.
           IF NOT (OK-ECHEAN-E OR EOF-ECHEAN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECHEAN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHEAN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-READ-FECHEAN-FIN.
           EXIT.
      *
       6330-READ-FORDPER-DEB.
           READ F-ORDPER-E INTO WS-ENRG-F-ORDPER.
           IF NOT (OK-ORDPER-E OR EOF-ORDPER-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ORDPER-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDPER-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6330-READ-FORDPER-FIN.
           EXIT.
      *
       6340-READ-FTDPOS-DEB.
           READ F-TDPOS-E INTO WS-ENRG-F-TDPOS.
           IF NOT (OK-TDPOS-E OR EOF-TDPOS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TDPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TDPOS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6340-READ-FTDPOS-FIN.
           EXIT.
      *
       6350-READ-FCOLLEC-DEB.
           READ F-COLLEC-E INTO WS-ENRG-F-COLLEC.
           IF NOT (OK-COLLEC-E OR EOF-COLLEC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COLLEC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-COLLEC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6350-READ-FCOLLEC-FIN.
           EXIT.
      *
       6360-READ-FHOLDS-DEB.
           READ F-HOLDS-E INTO WS-ENRG-F-HOLDS.
           IF NOT (OK-HOLDS-E OR EOF-HOLDS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6360-READ-FHOLDS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    JOURS OUVRES DE L'HORIZON : LE PREMIER EST LA DATE DU
      *    PASSAGE SI ELLE EST OUVREE, SINON LE JOUR OUVRE SUIVANT.
      *
       7000-CALC-HORIZON-DEB.
           SET CAL-FCT-OUVRE             TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ARIS902 EN ERREUR SUR LA DATE ' WS-DATE-SYST
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CAL-JOUR-OUVRE
              MOVE WS-DATE-SYST          TO WS-JOUR-DATE(1)
           ELSE
              MOVE WS-DATE-SYST          TO WS-CAL-DATE-1
              PERFORM 7010-JOUR-SUIVANT-DEB
                 THRU 7010-JOUR-SUIVANT-FIN
              MOVE WS-CAL-DATE-2         TO WS-JOUR-DATE(1)
           END-IF.
           PERFORM 7020-ALIM-JOUR-DEB
              THRU 7020-ALIM-JOUR-FIN
             VARYING WS-IX-JOUR FROM 2 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS.
       7000-CALC-HORIZON-FIN.
           EXIT.
      *
       7010-JOUR-SUIVANT-DEB.
           SET CAL-FCT-AJOUT             TO TRUE.
           MOVE 1                        TO WS-CAL-NB-JOURS.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ARIS902 EN ERREUR SUR LA DATE ' WS-CAL-DATE-1
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7010-JOUR-SUIVANT-FIN.
           EXIT.
      *
       7020-ALIM-JOUR-DEB.
           MOVE WS-JOUR-DATE(WS-IX-JOUR - 1) TO WS-CAL-DATE-1.
           PERFORM 7010-JOUR-SUIVANT-DEB
              THRU 7010-JOUR-SUIVANT-FIN.
           MOVE WS-CAL-DATE-2            TO WS-JOUR-DATE(WS-IX-JOUR).
       7020-ALIM-JOUR-FIN.
           EXIT.
      *
      *    JOUR DE L'HORIZON D'UN FLUX DATE WS-DATE-FLUX : LE PREMIER
      *    JOUR OUVRE QUI N'EST PAS ANTERIEUR A LA DATE (UN FLUX EN
      *    RETARD TOMBE LE PREMIER JOUR) ; ZERO AU-DELA DE L'HORIZON.
      *
       7100-CALC-JOUR-DEB.
           MOVE ZERO                     TO WS-JOUR-FLUX.
           PERFORM 7110-EXAMINE-JOUR-DEB
              THRU 7110-EXAMINE-JOUR-FIN
             VARYING WS-IX-JOUR FROM 1 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS
                  OR WS-JOUR-FLUX > ZERO.
           IF WS-JOUR-FLUX = ZERO
              ADD 1                      TO WS-CPT-HORS-HORIZON
           END-IF.
       7100-CALC-JOUR-FIN.
           EXIT.
      *
       7110-EXAMINE-JOUR-DEB.
           IF WS-JOUR-DATE(WS-IX-JOUR) NOT < WS-DATE-FLUX
              MOVE WS-IX-JOUR            TO WS-JOUR-FLUX
           END-IF.
       7110-EXAMINE-JOUR-FIN.
           EXIT.
      *
       7200-LIBERE-FLUX-DEB.
           MOVE WS-JOUR-FLUX             TO WS-FLX-JOUR.
           RELEASE SD-ENRG-FLX-TRI       FROM WS-ENRG-FLX.
           ADD 1                         TO WS-CPT-FLUX.
       7200-LIBERE-FLUX-FIN.
           EXIT.
      *
      *    RECHERCHE DE L'AGENCE DU FLUX DANS LA TABLE ORDONNEE ; UNE
      *    AGENCE ABSENTE EST INSEREE A SA PLACE, CUMULS A ZERO.
      *
       7300-RECH-AGENCE-DEB.
           MOVE 1                        TO WS-IX-AGT.
           SET RECH-EN-COURS             TO TRUE.
           PERFORM 7310-AVANCE-AGENCE-DEB
              THRU 7310-AVANCE-AGENCE-FIN
             UNTIL RECH-ARRET.
           IF WS-IX-AGT NOT > WS-NB-AGT
              IF WS-AGT-AGENCE(WS-IX-AGT) = WS-FLX-AGENCE
                 GO TO 7300-RECH-AGENCE-FIN
              END-IF
           END-IF.
      *
           IF WS-NB-AGT NOT < WS-MAX-AGT
              DISPLAY 'F-FLX-TRI-S : PLUS DE 999 AGENCES, '
                      'TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 7320-DECALE-AGENCE-DEB
              THRU 7320-DECALE-AGENCE-FIN
             VARYING WS-IX-DEC FROM WS-NB-AGT BY -1
               UNTIL WS-IX-DEC < WS-IX-AGT.
           ADD 1                         TO WS-NB-AGT.
           INITIALIZE WS-AGT-EL(WS-IX-AGT).
           MOVE WS-FLX-AGENCE            TO WS-AGT-AGENCE(WS-IX-AGT).
       7300-RECH-AGENCE-FIN.
           EXIT.
      *
       7310-AVANCE-AGENCE-DEB.
           IF WS-IX-AGT > WS-NB-AGT
              SET RECH-ARRET             TO TRUE
              GO TO 7310-AVANCE-AGENCE-FIN
           END-IF.
           IF WS-AGT-AGENCE(WS-IX-AGT) NOT < WS-FLX-AGENCE
              SET RECH-ARRET             TO TRUE
              GO TO 7310-AVANCE-AGENCE-FIN
           END-IF.
           ADD 1                         TO WS-IX-AGT.
       7310-AVANCE-AGENCE-FIN.
           EXIT.
      *
       7320-DECALE-AGENCE-DEB.
           MOVE WS-AGT-EL(WS-IX-DEC)     TO WS-AGT-EL(WS-IX-DEC + 1).
       7320-DECALE-AGENCE-FIN.
           EXIT.
      *
      *    SENS DU CODE MOUVEMENT D'UN ORDRE PERMANENT : 'D' (DEPOT)
      *    CREDITE, 'R' ET 'C' DEBITENT (CODES CABLES) ; LES AUTRES
      *    CODES PRENNENT LE SENS DE LA TABLE MVTCOD. UN CODE INCONNU
      *    EST PREVU EN SORTIE (HYPOTHESE PRUDENTE) ET COMPTE.
      *
       7400-SENS-CODE-DEB.
           SET ORD-AU-DEBIT              TO TRUE.
           EVALUATE WS-ORD-CODE
              WHEN 'D'
                 SET ORD-AU-CREDIT       TO TRUE
                 GO TO 7400-SENS-CODE-FIN
              WHEN 'R'
              WHEN 'C'
                 GO TO 7400-SENS-CODE-FIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           SET MVTCOD-NON-TROUVE         TO TRUE.
           MOVE 1                        TO WS-IX-MVTCOD.
           PERFORM 7410-RECH-UN-CODE-DEB
              THRU 7410-RECH-UN-CODE-FIN
             UNTIL (WS-IX-MVTCOD > WS-NB-MVTCOD) OR MVTCOD-TROUVE.
           IF MVTCOD-NON-TROUVE
              ADD 1                      TO WS-CPT-CODE-INCONNU
              GO TO 7400-SENS-CODE-FIN
           END-IF.
           IF MVTCOD-CREDIT(WS-IX-MVTCOD)
              SET ORD-AU-CREDIT          TO TRUE
           END-IF.
       7400-SENS-CODE-FIN.
           EXIT.
      *
       7410-RECH-UN-CODE-DEB.
           IF WS-MVTCOD-CODE(WS-IX-MVTCOD) = WS-ORD-CODE
              SET MVTCOD-TROUVE          TO TRUE
           ELSE
              ADD 1                      TO WS-IX-MVTCOD
           END-IF.
       7410-RECH-UN-CODE-FIN.
           EXIT.
      *
      *    AVANCE DE LA PROCHAINE ECHEANCE SELON LA PERIODICITE, A
      *    L'IDENTIQUE DU GENERATEUR ARIO034.
      *
       7500-AVANCE-ECHEANCE-DEB.
           MOVE WS-ORD-PROCH-JJ          TO WS-ECH-JJ.
           MOVE WS-ORD-PROCH-MM          TO WS-ECH-MM.
           MOVE WS-ORD-PROCH-AAAA        TO WS-ECH-AAAA.
      *
           EVALUATE TRUE
              WHEN ORD-PERIOD-HEBDO
                 ADD 7                   TO WS-ECH-JJ
                 IF WS-ECH-JJ > 30
                    SUBTRACT 30        FROM WS-ECH-JJ
                    ADD 1                TO WS-ECH-MM
                 END-IF
              WHEN ORD-PERIOD-MENSUEL
                 ADD 1                   TO WS-ECH-MM
              WHEN ORD-PERIOD-TRIMEST
                 ADD 3                   TO WS-ECH-MM
           END-EVALUATE.
      *
           IF WS-ECH-MM > 12
              SUBTRACT 12              FROM WS-ECH-MM
              ADD 1                      TO WS-ECH-AAAA
           END-IF.
      *
           MOVE WS-ECH-JJ                TO WS-ORD-PROCH-JJ.
           MOVE WS-ECH-MM                TO WS-ORD-PROCH-MM.
           MOVE WS-ECH-AAAA              TO WS-ORD-PROCH-AAAA.
       7500-AVANCE-ECHEANCE-FIN.
           EXIT.
      *
       7600-RECH-MANDAT-DEB.
           SET MANDAT-NON-TROUVE         TO TRUE.
           MOVE WS-COL-CPTE              TO FS-MAN-CPTE.
           PERFORM 6210-POINTER-FMANDAT-DEB
              THRU 6210-POINTER-FMANDAT-FIN.
           PERFORM 7610-RECH-UN-MANDAT-DEB
              THRU 7610-RECH-UN-MANDAT-FIN
             UNTIL MANDAT-CPTE-FINI OR MANDAT-TROUVE.
       7600-RECH-MANDAT-FIN.
           EXIT.
      *
       7610-RECH-UN-MANDAT-DEB.
           PERFORM 6220-READ-FMANDAT-DEB
              THRU 6220-READ-FMANDAT-FIN.
           IF EOF-MANDAT-E
              OR WS-MAN-CPTE-E NOT = WS-COL-CPTE
              SET MANDAT-CPTE-FINI       TO TRUE
              GO TO 7610-RECH-UN-MANDAT-FIN
           END-IF.
           IF WS-MAN-CREANCIER-E = WS-COL-CREANCIER
              AND MANDAT-ACTIF-E
              AND WS-MAN-DSIGN-E NOT > WS-COL-DATE
              SET MANDAT-TROUVE          TO TRUE
           END-IF.
       7610-RECH-UN-MANDAT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7700-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO150'                TO WS-MSQ-PROG.
           MOVE 'ETATPRV'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATPRV.
       7700-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LPRV-ALR
      *    AVANT ECRITURE SUR ETATPRV.
      *
       7710-MASQUE-LPRV-ALR-DEB.
           MOVE WS-MSQ-NIV-ETATPRV       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LPRV-ALR-CPTE         TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPRV-ALR-CPTE.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LPRV-ALR-NOM          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPRV-ALR-NOM.
       7710-MASQUE-LPRV-ALR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-NB-JOURS              TO WS-LPRV-NBJ-ED.
           MOVE WS-JOUR-DATE(1)          TO WS-LPRV-DATE-ED.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TITRE
              AFTER ADVANCING PAGE.
           IF WS-LPRV-SRC-ECHEAN NOT = SPACES
              OR WS-LPRV-SRC-ORDPER NOT = SPACES
              OR WS-LPRV-SRC-TDPOS NOT = SPACES
              OR WS-LPRV-SRC-COLLEC NOT = SPACES
              OR WS-LPRV-SRC-HOLDS NOT = SPACES
              WRITE FS-ENRG-ETATPRV-S    FROM WS-LPRV-SOURCES
           END-IF.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-ALR-TITRE.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-ALR-ENTETE.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-ALERTE-DEB.
           PERFORM 7710-MASQUE-LPRV-ALR-DEB
              THRU 7710-MASQUE-LPRV-ALR-FIN.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-ALR.
       8010-EDIT-ALERTE-FIN.
           EXIT.
      *
      *    CUMULS PAR AGENCE (JOURS MOUVEMENTES SEULS) PUIS TOTAL
      *    TOUTES AGENCES POUR CHAQUE JOUR DE L'HORIZON.
      *
       8020-EDIT-AGENCES-DEB.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT-TITRE.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT-ENTETE.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
           PERFORM 8030-EDIT-UNE-AGENCE-DEB
              THRU 8030-EDIT-UNE-AGENCE-FIN
             VARYING WS-IX-AGT FROM 1 BY 1
               UNTIL WS-IX-AGT > WS-NB-AGT.
      *
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TOT-TITRE.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
           MOVE ZERO                     TO WS-NET-CUMUL.
           MOVE ZERO                     TO WS-AGT-TOT-ENT.
           MOVE ZERO                     TO WS-AGT-TOT-SOR.
           PERFORM 8050-EDIT-TOTAL-JOUR-DEB
              THRU 8050-EDIT-TOTAL-JOUR-FIN
             VARYING WS-IX-JOUR FROM 1 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS.
           MOVE 'TOT'                    TO WS-LPRV-AGT-AGENCE.
           MOVE 'HORIZON'                TO WS-LPRV-AGT-DATE.
           MOVE WS-AGT-TOT-ENT           TO WS-LPRV-AGT-ENT.
           MOVE WS-AGT-TOT-SOR           TO WS-LPRV-AGT-SOR.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-NET.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-CUMUL.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT.
       8020-EDIT-AGENCES-FIN.
           EXIT.
      *
       8030-EDIT-UNE-AGENCE-DEB.
           MOVE ZERO                     TO WS-NET-CUMUL.
           MOVE ZERO                     TO WS-AGT-TOT-ENT.
           MOVE ZERO                     TO WS-AGT-TOT-SOR.
           PERFORM 8040-EDIT-AGENCE-JOUR-DEB
              THRU 8040-EDIT-AGENCE-JOUR-FIN
             VARYING WS-IX-JOUR FROM 1 BY 1
               UNTIL WS-IX-JOUR > WS-NB-JOURS.
           MOVE WS-AGT-AGENCE(WS-IX-AGT) TO WS-LPRV-AGT-AGENCE.
           MOVE 'TOTAL'                  TO WS-LPRV-AGT-DATE.
           MOVE WS-AGT-TOT-ENT           TO WS-LPRV-AGT-ENT.
           MOVE WS-AGT-TOT-SOR           TO WS-LPRV-AGT-SOR.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-NET.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-CUMUL.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-TIRET.
       8030-EDIT-UNE-AGENCE-FIN.
           EXIT.
      *
       8040-EDIT-AGENCE-JOUR-DEB.
           IF WS-AGT-ENT(WS-IX-AGT, WS-IX-JOUR) = ZERO
              AND WS-AGT-SOR(WS-IX-AGT, WS-IX-JOUR) = ZERO
              GO TO 8040-EDIT-AGENCE-JOUR-FIN
           END-IF.
           ADD WS-AGT-ENT(WS-IX-AGT, WS-IX-JOUR) TO WS-AGT-TOT-ENT.
           ADD WS-AGT-SOR(WS-IX-AGT, WS-IX-JOUR) TO WS-AGT-TOT-SOR.
           COMPUTE WS-SOLDE-PREVU =
                   WS-AGT-ENT(WS-IX-AGT, WS-IX-JOUR)
                 - WS-AGT-SOR(WS-IX-AGT, WS-IX-JOUR).
           ADD WS-SOLDE-PREVU            TO WS-NET-CUMUL.
           MOVE WS-AGT-AGENCE(WS-IX-AGT) TO WS-LPRV-AGT-AGENCE.
           MOVE WS-JOUR-DATE(WS-IX-JOUR) TO WS-LPRV-AGT-DATE.
           MOVE WS-AGT-ENT(WS-IX-AGT, WS-IX-JOUR)
                                         TO WS-LPRV-AGT-ENT.
           MOVE WS-AGT-SOR(WS-IX-AGT, WS-IX-JOUR)
                                         TO WS-LPRV-AGT-SOR.
           MOVE WS-SOLDE-PREVU           TO WS-LPRV-AGT-NET.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-CUMUL.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT.
       8040-EDIT-AGENCE-JOUR-FIN.
           EXIT.
      *
       8050-EDIT-TOTAL-JOUR-DEB.
           ADD WS-TOT-ENT(WS-IX-JOUR)    TO WS-AGT-TOT-ENT.
           ADD WS-TOT-SOR(WS-IX-JOUR)    TO WS-AGT-TOT-SOR.
           COMPUTE WS-SOLDE-PREVU =
                   WS-TOT-ENT(WS-IX-JOUR) - WS-TOT-SOR(WS-IX-JOUR).
           ADD WS-SOLDE-PREVU            TO WS-NET-CUMUL.
           MOVE 'TOT'                    TO WS-LPRV-AGT-AGENCE.
           MOVE WS-JOUR-DATE(WS-IX-JOUR) TO WS-LPRV-AGT-DATE.
           MOVE WS-TOT-ENT(WS-IX-JOUR)   TO WS-LPRV-AGT-ENT.
           MOVE WS-TOT-SOR(WS-IX-JOUR)   TO WS-LPRV-AGT-SOR.
           MOVE WS-SOLDE-PREVU           TO WS-LPRV-AGT-NET.
           MOVE WS-NET-CUMUL             TO WS-LPRV-AGT-CUMUL.
           WRITE FS-ENRG-ETATPRV-S       FROM WS-LPRV-AGT.
       8050-EDIT-TOTAL-JOUR-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO150     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PREMIER JOUR DE L''HORIZON   :  ' WS-JOUR-DATE(1).
           DISPLAY 'DERNIER JOUR DE L''HORIZON   :  '
                   WS-JOUR-DATE(WS-NB-JOURS).
           DISPLAY 'VIREMENTS PONCTUELS PREVUS   :  ' WS-CPT-ECHEAN
                   ' ' WS-MT-ECHEAN.
           DISPLAY 'ECHEANCES D''ORDRES PREVUES  :  ' WS-CPT-ORDPER.
           DISPLAY '  DONT ENTREES (MONTANT)     :  '
                   WS-MT-ORDPER-ENT.
           DISPLAY '  DONT SORTIES (MONTANT)     :  '
                   WS-MT-ORDPER-SOR.
           DISPLAY 'ORDRES A CODE INCONNU       :  '
                   WS-CPT-CODE-INCONNU.
           DISPLAY 'DEPOTS A TERME A ECHEANCE    :  ' WS-CPT-TERME
                   ' ' WS-MT-TERME.
           DISPLAY 'PRELEVEMENTS PREVUS          :  ' WS-CPT-PRELEV
                   ' ' WS-MT-PRELEV.
           DISPLAY 'PRELEVEMENTS ECARTES        :  '
                   WS-CPT-PRELEV-ECARTE.
           DISPLAY 'PRE-AUTORISATIONS CARTE      :  ' WS-CPT-CARTE
                   ' ' WS-MT-CARTE.
           DISPLAY 'ECHEANCES HORS HORIZON       :  '
                   WS-CPT-HORS-HORIZON.
           DISPLAY 'FLUX PREVUS                  :  ' WS-CPT-FLUX.
           DISPLAY 'COMPTES MOUVEMENTES          :  ' WS-CPT-COMPTES.
           DISPLAY 'COMPTES EN DEPASSEMENT       :  ' WS-CPT-ALERTES.
           DISPLAY 'COMPTES INCONNUS             :  ' WS-CPT-INCONNUS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO150         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO150        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
