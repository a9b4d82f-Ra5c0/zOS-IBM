      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO161                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RECERTIFICATION TRIMESTRIELLE DES HABILITATIONS :            *
      *  - ETATRCT : LISTE DE CHAQUE PROFIL USRPRF PAR AGENCE DE      *
      *    RATTACHEMENT (WS-UPR-AGENCE, '***' SI NON RENSEIGNEE) AVEC *
      *    SON NIVEAU C/M, SES CHOIX DE MENU AUTORISES (LIBELLES LUS  *
      *    DANS MENU0206), SA DERNIERE ACTIVITE AU DATASET D'AUDIT    *
      *    CONSOLIDE (HORS REFUS, TYPE 'R') ET UNE ZONE DE VISA ; UN  *
      *    UTILISATEUR SANS ACTIVITE DEPUIS 'JRINACTF' JOURS (DEFAUT  *
      *    90) EST SIGNALE INACTIF. LE VISA DU RESPONSABLE EST SAISI  *
      *    PAR ARIC273, DOMAINE 'U' (CLE = CODE UTILISATEUR, 'A' =    *
      *    DROITS MAINTENUS, 'R' = A REVOQUER) ET APPLIQUE A USRPRF   *
      *    PAR ARIO162 ;                                              *
      *  - ETATSOD : CONFLITS DE SEPARATION DES TACHES SUR LA PERIODE *
      *    DE REVUE ('JRRECERT' JOURS, DEFAUT 92) :                   *
      *    . DROIT DE MAINTENANCE ET APPROBATION (DECAPP) DANS LE     *
      *      MEME DOMAINE (TABLE PROGRAMME DE MENU / DOMAINE) ;       *
      *    . SAISIE GUICHET (AUDIT TYPE 'G', ARIC265) ET APPROBATION  *
      *      DE LA LIBERATION D'UNE REMISE SORTANTE (RELCTL) ;        *
      *    . MEME AUTEUR ET APPROBATEUR : REMISE (RELCTL), CAMPAGNE   *
      *      (CAMPAG / DECAPP 'K'), REOUVERTURE DE PERIODE (PERCLO)   *
      *      ET RECERTIFICATION DE SES PROPRES DROITS (DECAPP 'U').   *
      *  CODE RETOUR 4 SI UN UTILISATEUR EST INACTIF OU EN CONFLIT.   *
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
       PROGRAM-ID.      ARIO161.
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
      *                      F-USRPRF : PROFILS UTILISATEUR (INDEXE)
      *                      -------------------------------------------
           SELECT  F-USRPRF            ASSIGN TO USRPRF
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-UPR-CLE
                   FILE STATUS         IS WS-FS-USRPRF.
      *                      -------------------------------------------
      *                      F-MENU-E : DEFINITION DU MENU (INDEXE)
      *                      -------------------------------------------
           SELECT  F-MENU-E            ASSIGN TO MENU0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-MNU-CLE
                   FILE STATUS         IS WS-FS-MENU-E.
      *                      -------------------------------------------
      *                      F-AUDIT-E : DATASET D'AUDIT CONSOLIDE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AUDIT-E  ASSIGN TO AUDIT
                   FILE STATUS         IS WS-FS-AUDIT-E.
      *                      -------------------------------------------
      *                      F-DECAPP-E : DECISIONS AUTHENTIFIEES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-DECAPP-E ASSIGN TO DECAPP
                   FILE STATUS         IS WS-FS-DECAPP-E.
      *                      -------------------------------------------
      *                      F-RELCTL-E : REGISTRE DE CONTROLE REMISES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-RELCTL-E ASSIGN TO RELCTL
                   FILE STATUS         IS WS-FS-RELCTL-E.
      *                      -------------------------------------------
      *                      F-CAMPAG-E : CAMPAGNES DE MODIFICATION
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CAMPAG-E ASSIGN TO CAMPAG
                   FILE STATUS         IS WS-FS-CAMPAG-E.
      *                      -------------------------------------------
      *                      F-PERCLO-E : PERIODES CLOTUREES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERCLO-E ASSIGN TO PERCLO
                   FILE STATUS         IS WS-FS-PERCLO-E.
      *                      -------------------------------------------
      *                      SD-RCT-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-RCT-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-RCT-TRI-S : PROFILS TRIES PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-RCT-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-RCT-TRI.
      *                      -------------------------------------------
      *                      F-ETATRCT-S : LISTE DE RECERTIFICATION
      *                      -------------------------------------------
           SELECT  F-ETATRCT-S         ASSIGN TO ETATRCT
                   FILE STATUS         IS WS-FS-ETATRCT.
      *                      -------------------------------------------
      *                      F-ETATSOD-S : CONFLITS DE SEPARATION
      *                      -------------------------------------------
           SELECT  F-ETATSOD-S         ASSIGN TO ETATSOD
                   FILE STATUS         IS WS-FS-ETATSOD.
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
       FD  F-USRPRF
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-USRPRF.
           05  FS-UPR-CLE             PIC X(08).
           05  FILLER                 PIC X(42).
      *
       FD  F-MENU-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-MENU-E.
           05  FS-MNU-CLE             PIC X(01).
           05  FILLER                 PIC X(79).
      *
       FD  F-AUDIT-E
           RECORDING MODE IS F.
       01  FS-ENRG-AUDIT-E            PIC X(50).
      *
       FD  F-DECAPP-E
           RECORDING MODE IS F.
       01  FS-ENRG-DECAPP-E           PIC X(80).
      *
       FD  F-RELCTL-E
           RECORDING MODE IS F.
       01  FS-ENRG-RELCTL-E           PIC X(60).
      *
       FD  F-CAMPAG-E
           RECORDING MODE IS F.
       01  FS-ENRG-CAMPAG-E           PIC X(120).
      *
       FD  F-PERCLO-E
           RECORDING MODE IS F.
       01  FS-ENRG-PERCLO-E           PIC X(80).
      *
       SD  SD-RCT-TRI.
       01  SD-ENRG-RCT-TRI.
           05  SD-RCT-AGENCE         PIC X(03).
           05  SD-RCT-USER           PIC X(08).
           05  FILLER                PIC X(69).
      *
       FD  F-RCT-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-RCT-TRI-S          PIC X(80).
      *
       FD  F-ETATRCT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRCT-S          PIC X(80).
      *
       FD  F-ETATSOD-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATSOD-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- PROFIL UTILISATEUR (DESSIN ARIC260) -----------*
      *
       01  WS-ENRG-USRPRF.
           05  WS-UPR-USER           PIC X(08).
           05  WS-UPR-NOM            PIC X(20).
           05  WS-UPR-NIVEAU         PIC X(01).
               88  UPR-MAINT         VALUE 'M'.
           05  WS-UPR-AUTOR.
               10  WS-UPR-AUT-EL     PIC X(01) OCCURS 18 TIMES.
           05  WS-UPR-AGENCE         PIC X(03).
      *
      *---------------- DEFINITION DU MENU (MENU0206) -----------------*
      *
           COPY MENU.
      *
      *    RANG DES CHOIX DE MENU DANS LES AUTORISATIONS USRPRF.
      *
       01  WS-LISTE-CHOIX            PIC X(18)
                                     VALUE '123456789ABCDEFGHI'.
       01  WS-LISTE-CHOIX-R REDEFINES WS-LISTE-CHOIX.
           05  WS-CHX-EL             PIC X(01) OCCURS 18 TIMES.
      *
       01  WS-TAB-MNU.
           05  WS-TMN-EL             OCCURS 18 TIMES.
               10  WS-TMN-PROG       PIC X(08).
               10  WS-TMN-LIBEL      PIC X(30).
       01  WS-IX-CHX                 PIC S9(04) COMP VALUE ZERO.
      *
      *    PROGRAMMES DE MAINTENANCE (NIVEAU 'M') ET DOMAINE D'APPRO-
      *    BATION DECAPP QU'ILS ALIMENTENT : CATALOGUE (ARTICLES,
      *    COMMANDES FOURNISSEUR), PERIODE (AJUSTEMENTS DE STOCK),
      *    CAMPAGNE (COMPTES) ET REMISE (VIREMENTS, SUSPENS, ORDRES
      *    PERMANENTS).
      *
       01  WS-TAB-DPG-V.
           05  FILLER                PIC X(09) VALUE 'ARIC263 C'.
           05  FILLER                PIC X(09) VALUE 'ARIC274 C'.
           05  FILLER                PIC X(09) VALUE 'ARIC272 P'.
           05  FILLER                PIC X(09) VALUE 'ARIC268 K'.
           05  FILLER                PIC X(09) VALUE 'ARIC275 R'.
           05  FILLER                PIC X(09) VALUE 'ARIC276 R'.
           05  FILLER                PIC X(09) VALUE 'ARIC277 R'.
       01  WS-TAB-DPG REDEFINES WS-TAB-DPG-V.
           05  WS-DPG-EL             OCCURS 7 TIMES.
               10  WS-DPG-PROG       PIC X(08).
               10  WS-DPG-DOM        PIC X(01).
       01  WS-NB-DPG                 PIC S9(04) COMP VALUE 7.
       01  WS-IX-DPG                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-LISTE-DOM              PIC X(04) VALUE 'RCPK'.
       01  WS-LISTE-DOM-R REDEFINES WS-LISTE-DOM.
           05  WS-DOM-EL             PIC X(01) OCCURS 4 TIMES.
       01  WS-IX-DOM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-DOM-RECH               PIC X(01).
      *
      *---------------- TABLE DES UTILISATEURS ------------------------*
      *
       01  WS-TAB-USR.
           05  WS-USR-EL             OCCURS 2000 TIMES.
               10  WS-USR-CODE       PIC X(08).
               10  WS-USR-NOM        PIC X(20).
               10  WS-USR-NIVEAU     PIC X(01).
               10  WS-USR-AUTOR      PIC X(18).
               10  WS-USR-AGENCE     PIC X(03).
               10  WS-USR-DERN-JRN   PIC 9(07).
               10  WS-USR-NB-GUICHET PIC 9(05).
               10  WS-USR-NB-LIBER   PIC 9(05).
               10  WS-USR-NB-CONFLIT PIC 9(03).
               10  WS-USR-DOM        OCCURS 4 TIMES.
                   15  WS-USR-MAINT-DOM  PIC X(01).
                   15  WS-USR-NB-APPROB  PIC 9(05).
       01  WS-NB-USR                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-USR                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-USR                PIC S9(04) COMP VALUE 2000.
       01  WS-USR-RECH               PIC X(08).
      *
       01  WS-SW-USR-TROUVE          PIC X(01) VALUE 'N'.
           88  USR-TROUVE            VALUE 'O'.
           88  USR-NON-TROUVE        VALUE 'N'.
      *
      *---------------- TABLE DES AUTEURS DE CAMPAGNE -----------------*
      *
       01  WS-TAB-CAM.
           05  WS-TCM-EL             OCCURS 500 TIMES.
               10  WS-TCM-CODE       PIC X(08).
               10  WS-TCM-AUTEUR     PIC X(08).
       01  WS-NB-CAM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CAM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-CAM                PIC S9(04) COMP VALUE 500.
      *
      *---------------- ENREGISTREMENTS DES FICHIERS LUS --------------*
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
           COPY DECAPP.
      *
           COPY RELCTL.
      *
           COPY CAMPAG.
      *
           COPY PERCLO.
      *
      *---------------- PROFIL A RECERTIFIER (ENREG. DU TRI) ---------*
      *
       01  WS-ENRG-RCT.
           05  WS-RCT-AGENCE         PIC X(03).
           05  WS-RCT-USER           PIC X(08).
           05  WS-RCT-NOM            PIC X(20).
           05  WS-RCT-NIVEAU         PIC X(01).
           05  WS-RCT-AUTOR.
               10  WS-RCT-AUT-EL     PIC X(01) OCCURS 18 TIMES.
           05  WS-RCT-DERN           PIC 9(08).
           05  WS-RCT-JOURS          PIC 9(05).
           05  WS-RCT-ETAT           PIC X(01).
               88  RCT-ACTIF         VALUE 'A'.
               88  RCT-INACTIF       VALUE 'I'.
               88  RCT-JAMAIS        VALUE 'J'.
           05  WS-RCT-NB-CONFLIT     PIC 9(03).
           05  FILLER                PIC X(13).
      *
      *---------------- ZONES D'ECHANGE ARIS902 / ARIS903 -------------*
      *
           COPY PARAPPL.
      *
           COPY CALJOUR.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-USRPRF              PIC XX.
           88  OK-USRPRF             VALUE '00'.
           88  EOF-USRPRF            VALUE '10'.
       01  WS-FS-MENU-E              PIC XX.
           88  OK-MENU-E             VALUE '00'.
           88  EOF-MENU-E            VALUE '10'.
       01  WS-FS-AUDIT-E             PIC XX.
           88  OK-AUDIT-E            VALUE '00' '05'.
           88  EOF-AUDIT-E           VALUE '10'.
       01  WS-FS-DECAPP-E            PIC XX.
           88  OK-DECAPP-E           VALUE '00' '05'.
           88  EOF-DECAPP-E          VALUE '10'.
       01  WS-FS-RELCTL-E            PIC XX.
           88  OK-RELCTL-E           VALUE '00' '05'.
           88  EOF-RELCTL-E          VALUE '10'.
       01  WS-FS-CAMPAG-E            PIC XX.
           88  OK-CAMPAG-E           VALUE '00' '05'.
           88  EOF-CAMPAG-E          VALUE '10'.
       01  WS-FS-PERCLO-E            PIC XX.
           88  OK-PERCLO-E           VALUE '00' '05'.
           88  EOF-PERCLO-E          VALUE '10'.
       01  WS-FS-RCT-TRI             PIC XX.
           88  OK-RCT-TRI            VALUE '00'.
           88  EOF-RCT-TRI           VALUE '10'.
       01  WS-FS-ETATRCT             PIC XX.
           88  OK-ETATRCT            VALUE '00'.
       01  WS-FS-ETATSOD             PIC XX.
           88  OK-ETATSOD            VALUE '00'.
      *
      *---------------- DATES DU PASSAGE ET BORNES --------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *    SEUIL D'INACTIVITE ET DEBUT DE LA PERIODE DE REVUE, EN
      *    AAAAMMJJ ET EN DATE JULIENNE 0CYYDDD (FORMAT EIBDATE DU
      *    JOURNAL ET DES DECISIONS DECAPP).
      *
       01  WS-DATE-INACTIF           PIC 9(08) VALUE ZERO.
       01  WS-JUL-INACTIF            PIC 9(07) VALUE ZERO.
       01  WS-DATE-DEB-REVUE         PIC 9(08) VALUE ZERO.
       01  WS-JUL-DEB-REVUE          PIC 9(07) VALUE ZERO.
      *
       01  WS-DATE-CONV.
           05  WS-CONV-AA            PIC 9(04).
           05  WS-CONV-MMJJ          PIC 9(04).
       01  WS-DATE-CONV-N REDEFINES WS-DATE-CONV
                                     PIC 9(08).
       01  WS-DATE-JAN.
           05  WS-JAN-AA             PIC 9(04).
           05  WS-JAN-MMJJ           PIC 9(04) VALUE 0101.
       01  WS-DATE-JAN-N REDEFINES WS-DATE-JAN
                                     PIC 9(08).
       01  WS-JUL-CONV               PIC 9(07) VALUE ZERO.
       01  WS-JUL-CYY                PIC 9(03) VALUE ZERO.
       01  WS-JUL-DDD                PIC 9(03) VALUE ZERO.
      *
      *---------------- PARAMETRES ------------------------------------*
      *
       01  WS-JR-INACTIF             PIC 9(03) VALUE 90.
       01  WS-JR-REVUE               PIC 9(03) VALUE 92.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-AGENCE-PREC            PIC X(03) VALUE LOW-VALUES.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-USERS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-MAINT              PIC 9(07) VALUE ZERO.
       01  WS-CPT-INACTIFS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-JAMAIS             PIC 9(07) VALUE ZERO.
       01  WS-CPT-AUDIT              PIC 9(07) VALUE ZERO.
       01  WS-CPT-DECAPP             PIC 9(07) VALUE ZERO.
       01  WS-CPT-CONFLITS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-USR-CONFLIT        PIC 9(07) VALUE ZERO.
       01  WS-CPT-AGENCE             PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LRCT-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LRCT-TITRE.
           05  FILLER                PIC X(37)
               VALUE 'RECERTIFICATION DES HABILITATIONS AU '.
           05  WS-LRCT-DATE-ED       PIC 9(08).
       01  WS-LRCT-TITRE-2.
           05  FILLER                PIC X(31)
               VALUE 'INACTIF : SANS ACTIVITE DEPUIS '.
           05  WS-LRCT-JR-ED         PIC ZZ9.
           05  FILLER                PIC X(37)
               VALUE ' JOURS - VISA A SAISIR PAR ARIC273,'.
       01  WS-LRCT-TITRE-3.
           05  FILLER                PIC X(35)
               VALUE 'DOMAINE U : A = DROITS MAINTENUS, '.
           05  FILLER                PIC X(25)
               VALUE 'R = DROITS A REVOQUER'.
       01  WS-LRCT-AGENCE.
           05  FILLER                PIC X(09) VALUE 'AGENCE : '.
           05  WS-LRCT-AGENCE-ED     PIC X(03).
       01  WS-LRCT-ENTETE.
           05  FILLER                PIC X(10) VALUE 'UTILISAT.'.
           05  FILLER                PIC X(22) VALUE 'NOM'.
           05  FILLER                PIC X(05) VALUE 'NIV'.
           05  FILLER                PIC X(10) VALUE 'DERN.ACT.'.
           05  FILLER                PIC X(07) VALUE 'JOURS'.
           05  FILLER                PIC X(14) VALUE 'ETAT'.
           05  FILLER                PIC X(07) VALUE 'SOD'.
       01  WS-LRCT-DETAIL.
           05  WS-LRCT-USER-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-NOM-ED        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-NIV-ED        PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LRCT-DERN-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-JOURS-ED      PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-ETAT-ED       PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-SOD-ED        PIC ZZ9.
       01  WS-LRCT-CHOIX.
           05  FILLER                PIC X(10) VALUE SPACE.
           05  FILLER                PIC X(06) VALUE 'CHOIX '.
           05  WS-LRCT-CHX-ED        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-PROG-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCT-LIBEL-ED      PIC X(30).
       01  WS-LRCT-VISA.
           05  FILLER                PIC X(10) VALUE SPACE.
           05  FILLER                PIC X(40)
               VALUE 'VISA :  MAINTENIR [ ]   REVOQUER [ ]'.
       01  WS-LRCT-VISA-AGENCE.
           05  FILLER                PIC X(44)
               VALUE 'VISA DU RESPONSABLE : ....................'.
           05  FILLER                PIC X(20)
               VALUE 'DATE : ..........'.
       01  WS-LRCT-TOTAL.
           05  WS-LRCT-TOT-LIB       PIC X(45).
           05  WS-LRCT-TOT-NB        PIC ZZZZZZ9.
      *
       01  WS-LSOD-TITRE.
           05  FILLER                PIC X(37)
               VALUE 'CONFLITS DE SEPARATION DES TACHES DU '.
           05  WS-LSOD-DEB-ED        PIC 9(08).
           05  FILLER                PIC X(04) VALUE ' AU '.
           05  WS-LSOD-FIN-ED        PIC 9(08).
       01  WS-LSOD-ENTETE.
           05  FILLER                PIC X(21) VALUE 'CONFLIT'.
           05  FILLER                PIC X(09) VALUE 'UTILISAT.'.
           05  FILLER                PIC X(03) VALUE 'D'.
           05  FILLER                PIC X(11) VALUE 'REFERENCE'.
           05  FILLER                PIC X(35) VALUE 'DETAIL'.
       01  WS-LSOD-DETAIL.
           05  WS-LSOD-TYPE-ED       PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSOD-USER-ED       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSOD-DOM-ED        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LSOD-REF-ED        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSOD-DETAIL-ED     PIC X(35).
       01  WS-LSOD-NB-ED             PIC ZZZZ9.
       01  WS-LSOD-TOTAL.
           05  WS-LSOD-TOT-LIB       PIC X(45).
           05  WS-LSOD-TOT-NB        PIC ZZZZZZ9.
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
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO161'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 7050-CALC-BORNES-DEB
              THRU 7050-CALC-BORNES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8100-EDIT-ENTETE-SOD-DEB
              THRU 8100-EDIT-ENTETE-SOD-FIN.
      *
           PERFORM 6200-CHARGE-MENU-DEB
              THRU 6200-CHARGE-MENU-FIN.
      *
           PERFORM 6300-CHARGE-USRPRF-DEB
              THRU 6300-CHARGE-USRPRF-FIN.
      *
           PERFORM 6400-LIRE-AUDIT-DEB
              THRU 6400-LIRE-AUDIT-FIN.
      *
           PERFORM 6500-CHARGE-CAMPAG-DEB
              THRU 6500-CHARGE-CAMPAG-FIN.
      *
           PERFORM 6600-LIRE-DECAPP-DEB
              THRU 6600-LIRE-DECAPP-FIN.
      *
           PERFORM 6700-LIRE-RELCTL-DEB
              THRU 6700-LIRE-RELCTL-FIN.
      *
           PERFORM 6800-LIRE-PERCLO-DEB
              THRU 6800-LIRE-PERCLO-FIN.
      *
           PERFORM 2000-CTRL-UTILISATEUR-DEB
              THRU 2000-CTRL-UTILISATEUR-FIN
             VARYING WS-IX-USR FROM 1 BY 1
               UNTIL WS-IX-USR > WS-NB-USR.
      *
           PERFORM 8130-EDIT-TOTAUX-SOD-DEB
              THRU 8130-EDIT-TOTAUX-SOD-FIN.
      *
           PERFORM 6100-TRI-PROFILS-DEB
              THRU 6100-TRI-PROFILS-FIN.
      *
           PERFORM 6010-OPEN-FTRI-DEB
              THRU 6010-OPEN-FTRI-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
           PERFORM 1000-TRT-PROFIL-DEB
              THRU 1000-TRT-PROFIL-FIN
             UNTIL EOF-RCT-TRI.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-USERS             TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-INACTIFS > ZERO
              OR WS-CPT-CONFLITS > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-INACTIFS > ZERO
              OR WS-CPT-CONFLITS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   EDITION D'UN PROFIL A RECERTIFIER, AVEC RUPTURE SUR AGENCE  *
      *---------------------------------------------------------------*
      *
       1000-TRT-PROFIL-DEB.
      *
           IF WS-RCT-AGENCE NOT = WS-AGENCE-PREC
              IF WS-AGENCE-PREC NOT = LOW-VALUES
                 PERFORM 8020-EDIT-TOTAL-AGENCE-DEB
                    THRU 8020-EDIT-TOTAL-AGENCE-FIN
              END-IF
              MOVE WS-RCT-AGENCE         TO WS-AGENCE-PREC
              MOVE ZERO                  TO WS-CPT-AGENCE
              PERFORM 8005-EDIT-AGENCE-DEB
                 THRU 8005-EDIT-AGENCE-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-AGENCE.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
           PERFORM 8015-EDIT-CHOIX-DEB
              THRU 8015-EDIT-CHOIX-FIN
             VARYING WS-IX-CHX FROM 1 BY 1
               UNTIL WS-IX-CHX > 18.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-VISA.
      *
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
           IF EOF-RCT-TRI
              PERFORM 8020-EDIT-TOTAL-AGENCE-DEB
                 THRU 8020-EDIT-TOTAL-AGENCE-FIN
           END-IF.
      *
       1000-TRT-PROFIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONFLITS PROPRES A UN UTILISATEUR (CUMULS DE LA PERIODE)    *
      *---------------------------------------------------------------*
      *
      *    MAINTENANCE ET APPROBATION DANS UN MEME DOMAINE, PUIS
      *    SAISIE GUICHET ET LIBERATION DE REMISES SORTANTES.
      *
       2000-CTRL-UTILISATEUR-DEB.
      *
           PERFORM 2010-CTRL-DOMAINE-DEB
              THRU 2010-CTRL-DOMAINE-FIN
             VARYING WS-IX-DOM FROM 1 BY 1
               UNTIL WS-IX-DOM > 4.
      *
           IF WS-USR-NB-GUICHET(WS-IX-USR) > ZERO
              AND WS-USR-NB-LIBER(WS-IX-USR) > ZERO
              MOVE 'GUICHET + LIBERATION' TO WS-LSOD-TYPE-ED
              MOVE WS-USR-CODE(WS-IX-USR) TO WS-LSOD-USER-ED
              MOVE 'R'                   TO WS-LSOD-DOM-ED
              MOVE WS-USR-NB-LIBER(WS-IX-USR)
                                         TO WS-LSOD-NB-ED
              MOVE WS-LSOD-NB-ED         TO WS-LSOD-REF-ED
              MOVE 'SAISIE GUICHET ET REMISES LIBEREES'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7510-NOTE-CONFLIT-USR-DEB
                 THRU 7510-NOTE-CONFLIT-USR-FIN
           END-IF.
      *
           IF WS-USR-NB-CONFLIT(WS-IX-USR) > ZERO
              ADD 1                      TO WS-CPT-USR-CONFLIT
           END-IF.
      *
       2000-CTRL-UTILISATEUR-FIN.
           EXIT.
      *
       2010-CTRL-DOMAINE-DEB.
           IF WS-USR-MAINT-DOM(WS-IX-USR, WS-IX-DOM) = 'O'
              AND WS-USR-NB-APPROB(WS-IX-USR, WS-IX-DOM) > ZERO
              MOVE 'MAINT. + APPROBATION' TO WS-LSOD-TYPE-ED
              MOVE WS-USR-CODE(WS-IX-USR) TO WS-LSOD-USER-ED
              MOVE WS-DOM-EL(WS-IX-DOM)  TO WS-LSOD-DOM-ED
              MOVE WS-USR-NB-APPROB(WS-IX-USR, WS-IX-DOM)
                                         TO WS-LSOD-NB-ED
              MOVE WS-LSOD-NB-ED         TO WS-LSOD-REF-ED
              MOVE 'DROIT DE MAINTENANCE ET APPROBATIONS'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7510-NOTE-CONFLIT-USR-DEB
                 THRU 7510-NOTE-CONFLIT-USR-FIN
           END-IF.
       2010-CTRL-DOMAINE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN OUTPUT F-ETATSOD-S.
           IF NOT OK-ETATSOD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATSOD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATSOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-OPEN-FTRI-DEB.
           OPEN INPUT F-RCT-TRI-S.
           IF NOT OK-RCT-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RCT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RCT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATRCT-S.
           IF NOT OK-ETATRCT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATRCT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FTRI-FIN.
           EXIT.
      *
       6020-READ-FTRI-DEB.
           READ F-RCT-TRI-S INTO WS-ENRG-RCT.
           IF NOT (OK-RCT-TRI OR EOF-RCT-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RCT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RCT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FTRI-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-RCT-TRI-S.
           CLOSE F-ETATRCT-S.
           IF NOT OK-ETATRCT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATRCT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATSOD-S.
           IF NOT OK-ETATSOD
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATSOD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATSOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRI DES PROFILS PAR AGENCE DE RATTACHEMENT ET UTILISATEUR.
      *
       6100-TRI-PROFILS-DEB.
           SORT SD-RCT-TRI
               ON ASCENDING KEY SD-RCT-AGENCE
                                SD-RCT-USER
               INPUT PROCEDURE 6105-ALIMENTE-TRI-DEB
                          THRU 6105-ALIMENTE-TRI-FIN
               GIVING F-RCT-TRI-S.
      *
           IF WS-FS-RCT-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES PROFILS A RECERTIFIER'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RCT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-TRI-PROFILS-FIN.
           EXIT.
      *
       6105-ALIMENTE-TRI-DEB.
           PERFORM 6110-LIBERE-PROFIL-DEB
              THRU 6110-LIBERE-PROFIL-FIN
             VARYING WS-IX-USR FROM 1 BY 1
               UNTIL WS-IX-USR > WS-NB-USR.
       6105-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6110-LIBERE-PROFIL-DEB.
           MOVE SPACES                   TO WS-ENRG-RCT.
           MOVE WS-USR-AGENCE(WS-IX-USR) TO WS-RCT-AGENCE.
           IF WS-RCT-AGENCE = SPACES OR LOW-VALUES
              MOVE '***'                 TO WS-RCT-AGENCE
           END-IF.
           MOVE WS-USR-CODE(WS-IX-USR)   TO WS-RCT-USER.
           MOVE WS-USR-NOM(WS-IX-USR)    TO WS-RCT-NOM.
           MOVE WS-USR-NIVEAU(WS-IX-USR) TO WS-RCT-NIVEAU.
           MOVE WS-USR-AUTOR(WS-IX-USR)  TO WS-RCT-AUTOR.
           MOVE WS-USR-NB-CONFLIT(WS-IX-USR)
                                         TO WS-RCT-NB-CONFLIT.
           PERFORM 7400-CALC-ACTIVITE-DEB
              THRU 7400-CALC-ACTIVITE-FIN.
           RELEASE SD-ENRG-RCT-TRI       FROM WS-ENRG-RCT.
       6110-LIBERE-PROFIL-FIN.
           EXIT.
      *
      *    LIBELLES ET PROGRAMMES DES CHOIX DE MENU (MENU0206).
      *
       6200-CHARGE-MENU-DEB.
           MOVE SPACES                   TO WS-TAB-MNU.
           OPEN INPUT F-MENU-E.
           IF NOT OK-MENU-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MENU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MENU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FMENU-DEB
              THRU 6210-READ-FMENU-FIN.
           PERFORM 6220-ALIM-MENU-DEB
              THRU 6220-ALIM-MENU-FIN
             UNTIL EOF-MENU-E.
           CLOSE F-MENU-E.
       6200-CHARGE-MENU-FIN.
           EXIT.
      *
       6210-READ-FMENU-DEB.
           READ F-MENU-E INTO WS-MNU-ENR.
           IF NOT (OK-MENU-E OR EOF-MENU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MENU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MENU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FMENU-FIN.
           EXIT.
      *
       6220-ALIM-MENU-DEB.
           MOVE 1                        TO WS-IX-CHX.
           PERFORM 7100-RECH-CHOIX-DEB
              THRU 7100-RECH-CHOIX-FIN
             UNTIL WS-IX-CHX > 18
                OR WS-CHX-EL(WS-IX-CHX) = WS-MNU-CHOIX.
           IF WS-IX-CHX NOT > 18
              MOVE WS-MNU-PROG           TO WS-TMN-PROG(WS-IX-CHX)
              MOVE WS-MNU-LIBEL          TO WS-TMN-LIBEL(WS-IX-CHX)
           END-IF.
           PERFORM 6210-READ-FMENU-DEB
              THRU 6210-READ-FMENU-FIN.
       6220-ALIM-MENU-FIN.
           EXIT.
      *
      *    PROFILS UTILISATEUR (FICHIER OBLIGATOIRE), DANS L'ORDRE DES
      *    CODES ; LES DROITS DE MAINTENANCE SONT RAPPORTES AUX
      *    DOMAINES D'APPROBATION.
      *
       6300-CHARGE-USRPRF-DEB.
           MOVE ZERO                     TO WS-NB-USR.
           OPEN INPUT F-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FUSRPRF-DEB
              THRU 6310-READ-FUSRPRF-FIN.
           PERFORM 6320-ALIM-USR-DEB
              THRU 6320-ALIM-USR-FIN
             UNTIL EOF-USRPRF.
           CLOSE F-USRPRF.
       6300-CHARGE-USRPRF-FIN.
           EXIT.
      *
       6310-READ-FUSRPRF-DEB.
           READ F-USRPRF NEXT INTO WS-ENRG-USRPRF.
           IF NOT (OK-USRPRF OR EOF-USRPRF)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FUSRPRF-FIN.
           EXIT.
      *
       6320-ALIM-USR-DEB.
           IF WS-NB-USR NOT < WS-MAX-USR
              DISPLAY 'USRPRF : PLUS DE 2000 PROFILS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-USR.
           ADD 1                         TO WS-CPT-USERS.
           MOVE WS-NB-USR                TO WS-IX-USR.
           INITIALIZE WS-USR-EL(WS-IX-USR).
           MOVE WS-UPR-USER              TO WS-USR-CODE(WS-IX-USR).
           MOVE WS-UPR-NOM               TO WS-USR-NOM(WS-IX-USR).
           MOVE WS-UPR-NIVEAU            TO WS-USR-NIVEAU(WS-IX-USR).
           MOVE WS-UPR-AUTOR             TO WS-USR-AUTOR(WS-IX-USR).
           MOVE WS-UPR-AGENCE            TO WS-USR-AGENCE(WS-IX-USR).
           IF UPR-MAINT
              ADD 1                      TO WS-CPT-MAINT
              PERFORM 7300-DROIT-MAINT-DEB
                 THRU 7300-DROIT-MAINT-FIN
                VARYING WS-IX-CHX FROM 1 BY 1
                  UNTIL WS-IX-CHX > 18
           END-IF.
           PERFORM 6310-READ-FUSRPRF-DEB
              THRU 6310-READ-FUSRPRF-FIN.
       6320-ALIM-USR-FIN.
           EXIT.
      *
      *    DATASET D'AUDIT CONSOLIDE (FACULTATIF) : DERNIERE ACTIVITE
      *    DE CHAQUE UTILISATEUR (LES REFUS, TYPE 'R', NE COMPTENT
      *    PAS) ET SAISIES GUICHET (TYPE 'G') DE LA PERIODE DE REVUE.
      *
       6400-LIRE-AUDIT-DEB.
           OPEN INPUT F-AUDIT-E.
           IF NOT OK-AUDIT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUDIT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-READ-FAUDIT-DEB
              THRU 6410-READ-FAUDIT-FIN.
           PERFORM 6420-TRT-AUDIT-DEB
              THRU 6420-TRT-AUDIT-FIN
             UNTIL EOF-AUDIT-E.
           CLOSE F-AUDIT-E.
       6400-LIRE-AUDIT-FIN.
           EXIT.
      *
       6410-READ-FAUDIT-DEB.
           READ F-AUDIT-E INTO WS-ENRG-AUDIT.
           IF NOT (OK-AUDIT-E OR EOF-AUDIT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AUDIT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-READ-FAUDIT-FIN.
           EXIT.
      *
       6420-TRT-AUDIT-DEB.
           ADD 1                         TO WS-CPT-AUDIT.
           MOVE WS-AUD-JRN               TO WS-JRN-ENR.
           IF WS-JRN-TYPE = 'R'
              OR WS-JRN-USER = SPACES OR LOW-VALUES
              GO TO 6420-TRT-AUDIT-SUITE
           END-IF.
           MOVE WS-JRN-USER              TO WS-USR-RECH.
           PERFORM 7500-RECH-USR-DEB
              THRU 7500-RECH-USR-FIN.
           IF USR-NON-TROUVE
              GO TO 6420-TRT-AUDIT-SUITE
           END-IF.
      *
           MOVE WS-JRN-DATE              TO WS-JRN-DATE-ED.
           IF WS-JRN-DATE-ED > WS-USR-DERN-JRN(WS-IX-USR)
              MOVE WS-JRN-DATE-ED     TO WS-USR-DERN-JRN(WS-IX-USR)
           END-IF.
           IF WS-JRN-TYPE = 'G'
              AND WS-JRN-DATE-ED NOT < WS-JUL-DEB-REVUE
              ADD 1                   TO WS-USR-NB-GUICHET(WS-IX-USR)
           END-IF.
      *
       6420-TRT-AUDIT-SUITE.
           PERFORM 6410-READ-FAUDIT-DEB
              THRU 6410-READ-FAUDIT-FIN.
       6420-TRT-AUDIT-FIN.
           EXIT.
      *
      *    AUTEURS DES CAMPAGNES DE MODIFICATION (FACULTATIF).
      *
       6500-CHARGE-CAMPAG-DEB.
           MOVE ZERO                     TO WS-NB-CAM.
           OPEN INPUT F-CAMPAG-E.
           IF NOT OK-CAMPAG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAMPAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMPAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6510-READ-FCAMPAG-DEB
              THRU 6510-READ-FCAMPAG-FIN.
           PERFORM 6520-ALIM-CAM-DEB
              THRU 6520-ALIM-CAM-FIN
             UNTIL EOF-CAMPAG-E.
           CLOSE F-CAMPAG-E.
       6500-CHARGE-CAMPAG-FIN.
           EXIT.
      *
       6510-READ-FCAMPAG-DEB.
           READ F-CAMPAG-E INTO WS-ENRG-F-CAMPAG.
           IF NOT (OK-CAMPAG-E OR EOF-CAMPAG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAMPAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CAMPAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6510-READ-FCAMPAG-FIN.
           EXIT.
      *
       6520-ALIM-CAM-DEB.
           IF WS-NB-CAM NOT < WS-MAX-CAM
              DISPLAY 'CAMPAG : PLUS DE 500 CAMPAGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CAM.
           MOVE WS-CAM-CODE              TO WS-TCM-CODE(WS-NB-CAM).
           MOVE WS-CAM-AUTEUR            TO WS-TCM-AUTEUR(WS-NB-CAM).
           PERFORM 6510-READ-FCAMPAG-DEB
              THRU 6510-READ-FCAMPAG-FIN.
       6520-ALIM-CAM-FIN.
           EXIT.
      *
      *    DECISIONS AUTHENTIFIEES (ARIC273) DE LA PERIODE DE REVUE :
      *    APPROBATIONS PAR DOMAINE ET PAR APPROBATEUR, CAMPAGNE
      *    APPROUVEE PAR SON AUTEUR, VISA DE SES PROPRES DROITS.
      *
       6600-LIRE-DECAPP-DEB.
           OPEN INPUT F-DECAPP-E.
           IF NOT OK-DECAPP-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6610-READ-FDECAPP-DEB
              THRU 6610-READ-FDECAPP-FIN.
           PERFORM 6620-TRT-DECISION-DEB
              THRU 6620-TRT-DECISION-FIN
             UNTIL EOF-DECAPP-E.
           CLOSE F-DECAPP-E.
       6600-LIRE-DECAPP-FIN.
           EXIT.
      *
       6610-READ-FDECAPP-DEB.
           READ F-DECAPP-E INTO WS-DEC-ENR.
           IF NOT (OK-DECAPP-E OR EOF-DECAPP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6610-READ-FDECAPP-FIN.
           EXIT.
      *
       6620-TRT-DECISION-DEB.
           IF WS-DEC-DATE NOT NUMERIC
              OR WS-DEC-DATE < WS-JUL-DEB-REVUE
              OR NOT DEC-APPROUVE
              GO TO 6620-TRT-DECISION-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-DECAPP.
      *
           IF DEC-DOM-RECERTIF
              AND WS-DEC-CLE = WS-DEC-APPROBATEUR
              MOVE 'AUTEUR = APPROBATEUR' TO WS-LSOD-TYPE-ED
              MOVE WS-DEC-APPROBATEUR    TO WS-LSOD-USER-ED
              MOVE WS-DEC-DOMAINE        TO WS-LSOD-DOM-ED
              MOVE WS-DEC-CLE            TO WS-LSOD-REF-ED
              MOVE 'VISA DE SES PROPRES HABILITATIONS'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7520-NOTE-CONFLIT-DEB
                 THRU 7520-NOTE-CONFLIT-FIN
           END-IF.
      *
           IF DEC-DOM-CAMPAGNE
              PERFORM 7600-CTRL-CAMPAGNE-DEB
                 THRU 7600-CTRL-CAMPAGNE-FIN
           END-IF.
      *
           MOVE WS-DEC-DOMAINE           TO WS-DOM-RECH.
           PERFORM 7310-RECH-DOM-DEB
              THRU 7310-RECH-DOM-FIN.
           IF WS-IX-DOM = ZERO
              GO TO 6620-TRT-DECISION-SUITE
           END-IF.
           MOVE WS-DEC-APPROBATEUR       TO WS-USR-RECH.
           PERFORM 7500-RECH-USR-DEB
              THRU 7500-RECH-USR-FIN.
           IF USR-TROUVE
              ADD 1 TO WS-USR-NB-APPROB(WS-IX-USR, WS-IX-DOM)
           END-IF.
      *
       6620-TRT-DECISION-SUITE.
           PERFORM 6610-READ-FDECAPP-DEB
              THRU 6610-READ-FDECAPP-FIN.
       6620-TRT-DECISION-FIN.
           EXIT.
      *
      *    REGISTRE DES REMISES SORTANTES (FACULTATIF) : REMISES
      *    APPROUVEES OU LIBEREES DANS LA PERIODE DE REVUE.
      *
       6700-LIRE-RELCTL-DEB.
           OPEN INPUT F-RELCTL-E.
           IF NOT OK-RELCTL-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RELCTL-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RELCTL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6710-READ-FRELCTL-DEB
              THRU 6710-READ-FRELCTL-FIN.
           PERFORM 6720-TRT-REMISE-DEB
              THRU 6720-TRT-REMISE-FIN
             UNTIL EOF-RELCTL-E.
           CLOSE F-RELCTL-E.
       6700-LIRE-RELCTL-FIN.
           EXIT.
      *
       6710-READ-FRELCTL-DEB.
           READ F-RELCTL-E INTO WS-ENRG-F-RELCTL.
           IF NOT (OK-RELCTL-E OR EOF-RELCTL-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RELCTL-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RELCTL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6710-READ-FRELCTL-FIN.
           EXIT.
      *
       6720-TRT-REMISE-DEB.
           IF NOT (REL-APPROUVEE OR REL-LIBEREE)
              OR WS-REL-DMAJ NOT NUMERIC
              OR WS-REL-DMAJ < WS-DATE-DEB-REVUE
              OR WS-REL-APPROBATEUR = SPACES
              GO TO 6720-TRT-REMISE-SUITE
           END-IF.
      *
           IF WS-REL-SOUMETTEUR = WS-REL-APPROBATEUR
              MOVE 'AUTEUR = APPROBATEUR' TO WS-LSOD-TYPE-ED
              MOVE WS-REL-APPROBATEUR    TO WS-LSOD-USER-ED
              MOVE 'R'                   TO WS-LSOD-DOM-ED
              MOVE WS-REL-REMISE         TO WS-LSOD-REF-ED
              MOVE 'REMISE SOUMISE ET APPROUVEE'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7520-NOTE-CONFLIT-DEB
                 THRU 7520-NOTE-CONFLIT-FIN
           END-IF.
      *
           MOVE WS-REL-APPROBATEUR       TO WS-USR-RECH.
           PERFORM 7500-RECH-USR-DEB
              THRU 7500-RECH-USR-FIN.
           IF USR-TROUVE
              ADD 1                   TO WS-USR-NB-LIBER(WS-IX-USR)
           END-IF.
      *
       6720-TRT-REMISE-SUITE.
           PERFORM 6710-READ-FRELCTL-DEB
              THRU 6710-READ-FRELCTL-FIN.
       6720-TRT-REMISE-FIN.
           EXIT.
      *
      *    REGISTRE DES PERIODES CLOTUREES (FACULTATIF) : LES DEUX
      *    VISAS D'UNE REOUVERTURE DE LA PERIODE DE REVUE DOIVENT
      *    ETRE DISTINCTS.
      *
       6800-LIRE-PERCLO-DEB.
           OPEN INPUT F-PERCLO-E.
           IF NOT OK-PERCLO-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6810-READ-FPERCLO-DEB
              THRU 6810-READ-FPERCLO-FIN.
           PERFORM 6820-TRT-PERIODE-DEB
              THRU 6820-TRT-PERIODE-FIN
             UNTIL EOF-PERCLO-E.
           CLOSE F-PERCLO-E.
       6800-LIRE-PERCLO-FIN.
           EXIT.
      *
       6810-READ-FPERCLO-DEB.
           READ F-PERCLO-E INTO WS-ENRG-F-PERCLO.
           IF NOT (OK-PERCLO-E OR EOF-PERCLO-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6810-READ-FPERCLO-FIN.
           EXIT.
      *
       6820-TRT-PERIODE-DEB.
           IF WS-PCL-DATE-REOUV NOT NUMERIC
              OR WS-PCL-DATE-REOUV < WS-DATE-DEB-REVUE
              OR WS-PCL-APPROB-1 = SPACES
              GO TO 6820-TRT-PERIODE-SUITE
           END-IF.
           IF WS-PCL-APPROB-1 = WS-PCL-APPROB-2
              MOVE 'AUTEUR = APPROBATEUR' TO WS-LSOD-TYPE-ED
              MOVE WS-PCL-APPROB-1       TO WS-LSOD-USER-ED
              MOVE 'P'                   TO WS-LSOD-DOM-ED
              MOVE WS-PCL-PERIODE        TO WS-LSOD-REF-ED
              MOVE 'DEUX VISAS DE REOUVERTURE IDENTIQ.'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7520-NOTE-CONFLIT-DEB
                 THRU 7520-NOTE-CONFLIT-FIN
           END-IF.
      *
       6820-TRT-PERIODE-SUITE.
           PERFORM 6810-READ-FPERCLO-DEB
              THRU 6810-READ-FPERCLO-FIN.
       6820-TRT-PERIODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    SEUIL D'INACTIVITE ET DUREE DE LA PERIODE DE REVUE EN JOURS.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'JRINACTF'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JR-INACTIF
           END-IF.
      *
           MOVE 'JRRECERT'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JR-REVUE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    SEUIL D'INACTIVITE ET DEBUT DE REVUE (ARIS902, RETRAIT DE
      *    JOURS CALENDAIRES) PUIS LEUR EQUIVALENT JULIEN.
      *
       7050-CALC-BORNES-DEB.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           MOVE WS-JR-INACTIF            TO WS-CAL-NB-JOURS.
           SET CAL-FCT-RETRAIT-CAL       TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF NOT CAL-RC-OK
              DISPLAY 'ARIS902 : SEUIL D''INACTIVITE EN ERREUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-DATE-INACTIF.
           MOVE WS-DATE-INACTIF          TO WS-DATE-CONV-N.
           PERFORM 7060-DATE-VERS-JULIEN-DEB
              THRU 7060-DATE-VERS-JULIEN-FIN.
           MOVE WS-JUL-CONV              TO WS-JUL-INACTIF.
      *
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           MOVE WS-JR-REVUE              TO WS-CAL-NB-JOURS.
           SET CAL-FCT-RETRAIT-CAL       TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF NOT CAL-RC-OK
              DISPLAY 'ARIS902 : CALCUL DU DEBUT DE REVUE EN ERREUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-DATE-DEB-REVUE.
           MOVE WS-DATE-DEB-REVUE        TO WS-DATE-CONV-N.
           PERFORM 7060-DATE-VERS-JULIEN-DEB
              THRU 7060-DATE-VERS-JULIEN-FIN.
           MOVE WS-JUL-CONV              TO WS-JUL-DEB-REVUE.
       7050-CALC-BORNES-FIN.
           EXIT.
      *
      *    AAAAMMJJ (WS-DATE-CONV) VERS 0CYYDDD (WS-JUL-CONV) : LE
      *    QUANTIEME EST L'ECART CALENDAIRE DEPUIS LE 1ER JANVIER + 1.
      *
       7060-DATE-VERS-JULIEN-DEB.
           MOVE WS-CONV-AA               TO WS-JAN-AA.
           MOVE WS-DATE-JAN-N            TO WS-CAL-DATE-1.
           MOVE WS-DATE-CONV-N           TO WS-CAL-DATE-2.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           COMPUTE WS-JUL-CONV = (WS-CONV-AA - 1900) * 1000
                               + WS-CAL-NB-JOURS + 1.
       7060-DATE-VERS-JULIEN-FIN.
           EXIT.
      *
      *    0CYYDDD (WS-JUL-CONV) VERS AAAAMMJJ (WS-DATE-CONV).
      *
       7070-JULIEN-VERS-DATE-DEB.
           DIVIDE WS-JUL-CONV BY 1000 GIVING WS-JUL-CYY
                                  REMAINDER WS-JUL-DDD.
           COMPUTE WS-JAN-AA = WS-JUL-CYY + 1900.
           MOVE WS-DATE-JAN-N            TO WS-CAL-DATE-1.
           IF WS-JUL-DDD > ZERO
              COMPUTE WS-CAL-NB-JOURS = WS-JUL-DDD - 1
           ELSE
              MOVE ZERO                  TO WS-CAL-NB-JOURS
           END-IF.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           MOVE WS-CAL-DATE-2            TO WS-DATE-CONV-N.
       7070-JULIEN-VERS-DATE-FIN.
           EXIT.
      *
       7100-RECH-CHOIX-DEB.
           ADD 1                         TO WS-IX-CHX.
       7100-RECH-CHOIX-FIN.
           EXIT.
      *
      *    UN CHOIX AUTORISE DONT LE PROGRAMME EST UNE MAINTENANCE
      *    OUVRE LE DOMAINE D'APPROBATION CORRESPONDANT.
      *
       7300-DROIT-MAINT-DEB.
           IF WS-UPR-AUT-EL(WS-IX-CHX) NOT = 'O'
              OR WS-TMN-PROG(WS-IX-CHX) = SPACES
              GO TO 7300-DROIT-MAINT-FIN
           END-IF.
           MOVE 1                        TO WS-IX-DPG.
           PERFORM 7305-RECH-DPG-DEB
              THRU 7305-RECH-DPG-FIN
             UNTIL WS-IX-DPG > WS-NB-DPG
                OR WS-DPG-PROG(WS-IX-DPG) = WS-TMN-PROG(WS-IX-CHX).
           IF WS-IX-DPG > WS-NB-DPG
              GO TO 7300-DROIT-MAINT-FIN
           END-IF.
           MOVE WS-DPG-DOM(WS-IX-DPG)    TO WS-DOM-RECH.
           PERFORM 7310-RECH-DOM-DEB
              THRU 7310-RECH-DOM-FIN.
           IF WS-IX-DOM > ZERO
              MOVE 'O'         TO WS-USR-MAINT-DOM(WS-IX-USR, WS-IX-DOM)
           END-IF.
       7300-DROIT-MAINT-FIN.
           EXIT.
      *
       7305-RECH-DPG-DEB.
           ADD 1                         TO WS-IX-DPG.
       7305-RECH-DPG-FIN.
           EXIT.
      *
      *    RANG DU DOMAINE WS-DOM-RECH DANS 'RCPK' (ZERO SI ABSENT).
      *
       7310-RECH-DOM-DEB.
           MOVE ZERO                     TO WS-IX-DOM.
           EVALUATE WS-DOM-RECH
              WHEN 'R'  MOVE 1           TO WS-IX-DOM
              WHEN 'C'  MOVE 2           TO WS-IX-DOM
              WHEN 'P'  MOVE 3           TO WS-IX-DOM
              WHEN 'K'  MOVE 4           TO WS-IX-DOM
              WHEN OTHER CONTINUE
           END-EVALUATE.
       7310-RECH-DOM-FIN.
           EXIT.
      *
      *    DERNIERE ACTIVITE, ANCIENNETE EN JOURS ET ETAT DU PROFIL.
      *
       7400-CALC-ACTIVITE-DEB.
           MOVE ZERO                     TO WS-RCT-DERN
                                            WS-RCT-JOURS.
           IF WS-USR-DERN-JRN(WS-IX-USR) = ZERO
              SET RCT-JAMAIS             TO TRUE
              ADD 1                      TO WS-CPT-INACTIFS
                                            WS-CPT-JAMAIS
              GO TO 7400-CALC-ACTIVITE-FIN
           END-IF.
      *
           MOVE WS-USR-DERN-JRN(WS-IX-USR) TO WS-JUL-CONV.
           PERFORM 7070-JULIEN-VERS-DATE-DEB
              THRU 7070-JULIEN-VERS-DATE-FIN.
           MOVE WS-DATE-CONV-N           TO WS-RCT-DERN.
      *
           MOVE WS-RCT-DERN              TO WS-CAL-DATE-1.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-2.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-NB-JOURS       TO WS-RCT-JOURS
           END-IF.
      *
           IF WS-USR-DERN-JRN(WS-IX-USR) < WS-JUL-INACTIF
              SET RCT-INACTIF            TO TRUE
              ADD 1                      TO WS-CPT-INACTIFS
           ELSE
              SET RCT-ACTIF              TO TRUE
           END-IF.
       7400-CALC-ACTIVITE-FIN.
           EXIT.
      *
      *    RECHERCHE DE L'UTILISATEUR WS-USR-RECH DANS LA TABLE.
      *
       7500-RECH-USR-DEB.
           SET USR-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-USR.
           PERFORM 7505-COMPARE-USR-DEB
              THRU 7505-COMPARE-USR-FIN
             UNTIL (WS-IX-USR > WS-NB-USR) OR USR-TROUVE.
       7500-RECH-USR-FIN.
           EXIT.
      *
       7505-COMPARE-USR-DEB.
           IF WS-USR-CODE(WS-IX-USR) = WS-USR-RECH
              SET USR-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-USR
           END-IF.
       7505-COMPARE-USR-FIN.
           EXIT.
      *
      *    CONFLIT D'UN UTILISATEUR DE LA TABLE (WS-IX-USR POSITIONNE).
      *
       7510-NOTE-CONFLIT-USR-DEB.
           ADD 1                      TO WS-USR-NB-CONFLIT(WS-IX-USR).
           ADD 1                         TO WS-CPT-CONFLITS.
           PERFORM 8110-EDIT-CONFLIT-DEB
              THRU 8110-EDIT-CONFLIT-FIN.
       7510-NOTE-CONFLIT-USR-FIN.
           EXIT.
      *
      *    CONFLIT RELEVE SUR UN FICHIER : IL EST IMPUTE A L'UTILISATEUR
      *    DE LA LIGNE S'IL EXISTE DANS USRPRF.
      *
       7520-NOTE-CONFLIT-DEB.
           MOVE WS-LSOD-USER-ED          TO WS-USR-RECH.
           PERFORM 7500-RECH-USR-DEB
              THRU 7500-RECH-USR-FIN.
           IF USR-TROUVE
              ADD 1                   TO WS-USR-NB-CONFLIT(WS-IX-USR)
           END-IF.
           ADD 1                         TO WS-CPT-CONFLITS.
           PERFORM 8110-EDIT-CONFLIT-DEB
              THRU 8110-EDIT-CONFLIT-FIN.
       7520-NOTE-CONFLIT-FIN.
           EXIT.
      *
      *    CAMPAGNE APPROUVEE PAR SON PROPRE AUTEUR.
      *
       7600-CTRL-CAMPAGNE-DEB.
           MOVE 1                        TO WS-IX-CAM.
           PERFORM 7605-RECH-CAM-DEB
              THRU 7605-RECH-CAM-FIN
             UNTIL WS-IX-CAM > WS-NB-CAM
                OR WS-TCM-CODE(WS-IX-CAM) = WS-DEC-CLE.
           IF WS-IX-CAM > WS-NB-CAM
              GO TO 7600-CTRL-CAMPAGNE-FIN
           END-IF.
           IF WS-TCM-AUTEUR(WS-IX-CAM) = WS-DEC-APPROBATEUR
              MOVE 'AUTEUR = APPROBATEUR' TO WS-LSOD-TYPE-ED
              MOVE WS-DEC-APPROBATEUR    TO WS-LSOD-USER-ED
              MOVE 'K'                   TO WS-LSOD-DOM-ED
              MOVE WS-DEC-CLE            TO WS-LSOD-REF-ED
              MOVE 'CAMPAGNE APPROUVEE PAR SON AUTEUR'
                                         TO WS-LSOD-DETAIL-ED
              PERFORM 7520-NOTE-CONFLIT-DEB
                 THRU 7520-NOTE-CONFLIT-FIN
           END-IF.
       7600-CTRL-CAMPAGNE-FIN.
           EXIT.
      *
       7605-RECH-CAM-DEB.
           ADD 1                         TO WS-IX-CAM.
       7605-RECH-CAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST             TO WS-LRCT-DATE-ED.
           MOVE WS-JR-INACTIF            TO WS-LRCT-JR-ED.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TITRE-2.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TITRE-3.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TIRET.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-ENTETE.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8005-EDIT-AGENCE-DEB.
           MOVE WS-RCT-AGENCE            TO WS-LRCT-AGENCE-ED.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-AGENCE.
       8005-EDIT-AGENCE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-RCT-USER              TO WS-LRCT-USER-ED.
           MOVE WS-RCT-NOM               TO WS-LRCT-NOM-ED.
           MOVE WS-RCT-NIVEAU            TO WS-LRCT-NIV-ED.
           MOVE WS-RCT-JOURS             TO WS-LRCT-JOURS-ED.
           MOVE WS-RCT-NB-CONFLIT        TO WS-LRCT-SOD-ED.
           IF RCT-JAMAIS
              MOVE '--------'            TO WS-LRCT-DERN-ED
              MOVE 'JAMAIS SIGNE'        TO WS-LRCT-ETAT-ED
           ELSE
              MOVE WS-RCT-DERN           TO WS-LRCT-DERN-ED
              IF RCT-INACTIF
                 MOVE 'INACTIF'          TO WS-LRCT-ETAT-ED
              ELSE
                 MOVE 'ACTIF'            TO WS-LRCT-ETAT-ED
              END-IF
           END-IF.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8015-EDIT-CHOIX-DEB.
           IF WS-RCT-AUT-EL(WS-IX-CHX) NOT = 'O'
              GO TO 8015-EDIT-CHOIX-FIN
           END-IF.
           MOVE WS-CHX-EL(WS-IX-CHX)     TO WS-LRCT-CHX-ED.
           MOVE WS-TMN-PROG(WS-IX-CHX)   TO WS-LRCT-PROG-ED.
           MOVE WS-TMN-LIBEL(WS-IX-CHX)  TO WS-LRCT-LIBEL-ED.
           IF WS-TMN-PROG(WS-IX-CHX) = SPACES
              MOVE '-'                   TO WS-LRCT-PROG-ED
              MOVE 'CHOIX ABSENT DU MENU' TO WS-LRCT-LIBEL-ED
           END-IF.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-CHOIX.
       8015-EDIT-CHOIX-FIN.
           EXIT.
      *
       8020-EDIT-TOTAL-AGENCE-DEB.
           MOVE 'UTILISATEURS DE L''AGENCE'
                                         TO WS-LRCT-TOT-LIB.
           MOVE WS-CPT-AGENCE            TO WS-LRCT-TOT-NB.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TOTAL.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-VISA-AGENCE.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TIRET.
       8020-EDIT-TOTAL-AGENCE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           MOVE 'PROFILS A RECERTIFIER'  TO WS-LRCT-TOT-LIB.
           MOVE WS-CPT-USERS             TO WS-LRCT-TOT-NB.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TOTAL.
           MOVE 'DONT NIVEAU MAINTENANCE' TO WS-LRCT-TOT-LIB.
           MOVE WS-CPT-MAINT             TO WS-LRCT-TOT-NB.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TOTAL.
           MOVE 'DONT INACTIFS (Y COMPRIS JAMAIS SIGNES)'
                                         TO WS-LRCT-TOT-LIB.
           MOVE WS-CPT-INACTIFS          TO WS-LRCT-TOT-NB.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TOTAL.
           MOVE 'DONT EN CONFLIT DE SEPARATION DES TACHES'
                                         TO WS-LRCT-TOT-LIB.
           MOVE WS-CPT-USR-CONFLIT       TO WS-LRCT-TOT-NB.
           WRITE FS-ENRG-ETATRCT-S       FROM WS-LRCT-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8100-EDIT-ENTETE-SOD-DEB.
           MOVE WS-DATE-DEB-REVUE        TO WS-LSOD-DEB-ED.
           MOVE WS-DATE-SYST             TO WS-LSOD-FIN-ED.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LSOD-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LRCT-TIRET.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LSOD-ENTETE.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LRCT-TIRET.
       8100-EDIT-ENTETE-SOD-FIN.
           EXIT.
      *
       8110-EDIT-CONFLIT-DEB.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LSOD-DETAIL.
       8110-EDIT-CONFLIT-FIN.
           EXIT.
      *
       8130-EDIT-TOTAUX-SOD-DEB.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LRCT-TIRET.
           MOVE 'CONFLITS DE SEPARATION DES TACHES'
                                         TO WS-LSOD-TOT-LIB.
           MOVE WS-CPT-CONFLITS          TO WS-LSOD-TOT-NB.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LSOD-TOTAL.
           MOVE 'UTILISATEURS CONCERNES' TO WS-LSOD-TOT-LIB.
           MOVE WS-CPT-USR-CONFLIT       TO WS-LSOD-TOT-NB.
           WRITE FS-ENRG-ETATSOD-S       FROM WS-LSOD-TOTAL.
       8130-EDIT-TOTAUX-SOD-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO161     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PROFILS USRPRF LUS           :  ' WS-CPT-USERS.
           DISPLAY '  DONT NIVEAU MAINTENANCE    :  ' WS-CPT-MAINT.
           DISPLAY '  DONT INACTIFS              :  ' WS-CPT-INACTIFS.
           DISPLAY '  DONT JAMAIS SIGNES         :  ' WS-CPT-JAMAIS.
           DISPLAY 'POSTES D''AUDIT LUS           :  ' WS-CPT-AUDIT.
           DISPLAY 'APPROBATIONS DE LA PERIODE   :  ' WS-CPT-DECAPP.
           DISPLAY 'CONFLITS DE SEPARATION       :  ' WS-CPT-CONFLITS.
           DISPLAY 'UTILISATEURS EN CONFLIT      :  '
                                               WS-CPT-USR-CONFLIT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO161         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO161        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
