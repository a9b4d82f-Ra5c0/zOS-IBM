      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO156                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ETAT MENSUEL DE PERFORMANCE DES AGENCES PAR REGION, POUR LE  *
      *  MOIS DEMANDE EN SYSIN (AAAAMM). PAR AGENCE (3 PREMIERS       *
      *  CARACTERES DU COMPTE, REGION DU REFERENTIEL AGREF, COPY      *
      *  AGENCE) :                                                    *
      *  - MAITRE F-CPTE-E : COMPTES OUVERTS ET CLOTURES DANS LE      *
      *    MOIS, ENCOURS ET COMPTES DEBITEURS EN FIN DE MOIS ; LA     *
      *    COLLECTE NETTE EST LA VARIATION DE L'ENCOURS SUR LE MOIS ; *
      *  - HISTORIQUE HISMVT (MOUVEMENTS COMPTABILISES DANS LE MOIS)  *
      *    : VOLUMES PAR CODE MOUVEMENT, FRAIS ('F' DEBIT) ET AGIOS   *
      *    ('J' DEBIT) PERCUS, COMME DANS ARIO052 ;                   *
      *  - SUSPENS SUSCPT (OPTIONNEL) : MOUVEMENTS MIS EN SUSPENS     *
      *    DANS LE MOIS (DATE DE MISE EN SUSPENS DU TP3MVTS) ;        *
      *  - CUMUL DES ECARTS DE CAISSE CUMCAI D'ARIO075 (OPTIONNEL) :  *
      *    L'ECART DU MOIS EST LA VARIATION DU CUMUL DEPUIS LA FIN DU *
      *    MOIS PRECEDENT.                                            *
      *  LES INDICATEURS DE CHAQUE MOIS SONT CONSERVES DANS           *
      *  L'HISTORIQUE PERFAG (COPY PERFAG, RELU EN ENTREE, REECRIT    *
      *  PERE-FILS DANS PERFAGS ; UN NOUVEAU PASSAGE DU MEME MOIS     *
      *  REMPLACE LES ENREGISTREMENTS DE CE MOIS) QUI FOURNIT LE MOIS *
      *  PRECEDENT (VARIATION MENSUELLE) ET LES MOIS DEJA PASSES DE   *
      *  L'ANNEE (CUMUL ANNUEL DES FLUX ; POUR LES STOCKS, VARIATION  *
      *  DEPUIS FIN DECEMBRE). DANS CHAQUE REGION, LES AGENCES SONT   *
      *  CLASSEES PAR PRODUIT DU MOIS (FRAIS + AGIOS) DECROISSANT,    *
      *  UNE PAGE PAR AGENCE PUIS UNE PAGE DE SOUS-TOTAL REGIONAL     *
      *  AVEC LE CLASSEMENT ; UNE PAGE DE TOTAL GENERAL TERMINE       *
      *  L'ETAT ETAPER.                                               *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-AGREF) ; DEPASSEMENT =    *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      * 15/10/2026    !  TABLE DES AGENCES DE L'ETAT PORTEE A 999     *
      *               !  POSTES (CAPACITE DU REFERENTIEL AGREF) PLUS  *
      *               !  SOUS-TOTAL REGION ET TOTAL GENERAL           *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO156.
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
      *                      F-CPTE-E : MAITRE DES COMPTES (INDEXE)
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE VIVANT
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-SUSCPT-E : MOUVEMENTS EN SUSPENS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SUSCPT-E ASSIGN TO SUSCPT
                   FILE STATUS         IS WS-FS-SUSCPT-E.
      *                      -------------------------------------------
      *                      F-CUMCAI-E : CUMUL DES ECARTS DE CAISSE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CUMCAI-E ASSIGN TO CUMCAI
                   FILE STATUS         IS WS-FS-CUMCAI-E.
      *                      -------------------------------------------
      *                      F-AGREF-E : REFERENTIEL DES AGENCES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AGREF-E  ASSIGN TO AGREF
                   FILE STATUS         IS WS-FS-AGREF-E.
      *                      -------------------------------------------
      *                      F-PERFAG-E : HISTORIQUE MENSUEL (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERFAG-E ASSIGN TO PERFAG
                   FILE STATUS         IS WS-FS-PERFAG-E.
      *                      -------------------------------------------
      *                      F-PERFAG-S : HISTORIQUE MENSUEL (N)
      *                      -------------------------------------------
           SELECT  F-PERFAG-S          ASSIGN TO PERFAGS
                   FILE STATUS         IS WS-FS-PERFAG-S.
      *                      -------------------------------------------
      *                      F-ETAPER-S : ETAT DE PERFORMANCE
      *                      -------------------------------------------
           SELECT  F-ETAPER-S          ASSIGN TO ETAPER
                   FILE STATUS         IS WS-FS-ETAPER.
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
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-SUSCPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-SUSCPT-E           PIC X(150).
      *
       FD  F-CUMCAI-E
           RECORDING MODE IS F.
       01  FS-ENRG-CUMCAI-E           PIC X(30).
      *
       FD  F-AGREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-AGREF-E            PIC X(50).
      *
       FD  F-PERFAG-E
           RECORDING MODE IS F.
       01  FS-ENRG-PERFAG-E           PIC X(610).
      *
       FD  F-PERFAG-S
           RECORDING MODE IS F.
       01  FS-ENRG-PERFAG-S           PIC X(610).
      *
       FD  F-ETAPER-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETAPER-S           PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MAITRE DES COMPTES ----------------------------*
      *
           COPY TP3CPTE.
      *
      *---------------- HISTORIQUE DES MOUVEMENTS ---------------------*
      *
           COPY HISMVT.
      *
      *---------------- MOUVEMENTS EN SUSPENS (TP3MVTS) ---------------*
      *
           COPY TP3MVTS.
      *
      *---------------- CUMUL DES ECARTS PAR AGENCE (ARIO075) ---------*
      *
       01  WS-ENRG-F-CUMCAI.
           05  WS-CUM-AGENCE           PIC X(03).
           05  WS-CUM-ECART            PIC S9(11)V99.
           05  FILLER                  PIC X(14).
      *
      *---------------- REFERENTIEL DES AGENCES -----------------------*
      *
           COPY AGENCE.
      *
      *---------------- HISTORIQUE MENSUEL DES INDICATEURS ------------*
      *
           COPY PERFAG.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
       01  WS-FS-SUSCPT-E            PIC XX.
           88  OK-SUSCPT-E           VALUES '00' '05'.
           88  EOF-SUSCPT-E          VALUE '10'.
       01  WS-FS-CUMCAI-E            PIC XX.
           88  OK-CUMCAI-E           VALUE '00'.
           88  ABSENT-CUMCAI-E       VALUE '05'.
           88  EOF-CUMCAI-E          VALUE '10'.
       01  WS-FS-AGREF-E             PIC XX.
           88  OK-AGREF-E            VALUES '00' '05'.
           88  EOF-AGREF-E           VALUE '10'.
       01  WS-FS-PERFAG-E            PIC XX.
           88  OK-PERFAG-E           VALUES '00' '05'.
           88  EOF-PERFAG-E          VALUE '10'.
       01  WS-FS-PERFAG-S            PIC XX.
           88  OK-PERFAG-S           VALUE '00'.
       01  WS-FS-ETAPER              PIC XX.
           88  OK-ETAPER             VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-MOIS           PIC X(06).
           05  FILLER                PIC X(74).
      *
      *---------------- MOIS TRAITES ----------------------------------*
      *
       01  WS-MOIS                   PIC 9(06).
       01  FILLER REDEFINES WS-MOIS.
           05  WS-MOIS-AAAA          PIC 9(04).
           05  WS-MOIS-MM            PIC 9(02).
       01  WS-MOIS-PREC              PIC 9(06).
       01  FILLER REDEFINES WS-MOIS-PREC.
           05  WS-PREC-AAAA          PIC 9(04).
           05  WS-PREC-MM            PIC 9(02).
       01  WS-MOIS-DECEMBRE          PIC 9(06).
       01  FILLER REDEFINES WS-MOIS-DECEMBRE.
           05  WS-DEC-AAAA           PIC 9(04).
           05  WS-DEC-MM             PIC 9(02).
      *
      *---------------- LIBELLES ET NATURE DES INDICATEURS ------------*
      *
      *    NATURE : F FLUX DU MOIS (CUMULE SUR L'ANNEE), S STOCK DE
      *    FIN DE MOIS (VARIATION DEPUIS FIN DECEMBRE) ; TYPE : N
      *    NOMBRE, M MONTANT. MEME ORDRE QUE LA VUE WS-PFA-IND.
      *
       01  WS-TAB-IND-LIB-V.
           05  FILLER                PIC X(22)
               VALUE 'COMPTES OUVERTS     FN'.
           05  FILLER                PIC X(22)
               VALUE 'COMPTES CLOTURES    FN'.
           05  FILLER                PIC X(22)
               VALUE 'COLLECTE NETTE      FM'.
           05  FILLER                PIC X(22)
               VALUE 'ENCOURS FIN DE MOIS SM'.
           05  FILLER                PIC X(22)
               VALUE 'FRAIS PERCUS        FM'.
           05  FILLER                PIC X(22)
               VALUE 'AGIOS PERCUS        FM'.
           05  FILLER                PIC X(22)
               VALUE 'MOUVEMENTS          FN'.
           05  FILLER                PIC X(22)
               VALUE 'COMPTES DEBITEURS   SN'.
           05  FILLER                PIC X(22)
               VALUE 'SUSPENS EMIS        FN'.
           05  FILLER                PIC X(22)
               VALUE 'ECARTS DE CAISSE    FM'.
       01  WS-TAB-IND-LIB REDEFINES WS-TAB-IND-LIB-V.
           05  WS-IND-EL             OCCURS 10 TIMES.
               10  WS-IND-LIB        PIC X(20).
               10  WS-IND-NATURE     PIC X(01).
                   88  IND-FLUX      VALUE 'F'.
                   88  IND-STOCK     VALUE 'S'.
               10  WS-IND-TYPE       PIC X(01).
                   88  IND-NOMBRE    VALUE 'N'.
                   88  IND-MONTANT   VALUE 'M'.
       01  WS-IX-IND                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- TABLE DES AGENCES DE L'ETAT -------------------*
      *
      *    POSTES 1 A WS-NB-PRF : AGENCES, REFERENCEES OU NON
      *    (WS-MAX-PRF AU PLUS, CAPACITE DU REFERENTIEL WS-MAX-AGREF) ;
      *    POSTE 1000 : SOUS-TOTAL DE LA REGION EN COURS ; POSTE 1001 :
      *    TOTAL GENERAL. VUES : 1 MOIS, 2 MOIS PRECEDENT, 3 ANNEE,
      *    4 FIN DECEMBRE (STOCKS).
      *
       01  WS-TAB-PRF.
           05  WS-PRF-EL             OCCURS 1001 TIMES.
               10  WS-PRF-AGENCE     PIC X(03).
               10  WS-PRF-LIBEL      PIC X(20).
               10  WS-PRF-REGION     PIC X(10).
               10  WS-PRF-RANG       PIC 9(03).
               10  WS-PRF-CLASSE     PIC X(01).
               10  WS-PRF-SW-PREC    PIC X(01).
                   88  PRF-AVEC-PREC VALUE 'O'.
               10  WS-PRF-CAISSE     PIC S9(11)V99 COMP-3.
               10  WS-PRF-CAISSE-PREC PIC S9(11)V99 COMP-3.
               10  WS-PRF-VUE        OCCURS 4 TIMES.
                   15  WS-PRF-IND    PIC S9(13)V99 COMP-3
                                     OCCURS 10 TIMES.
               10  WS-PRF-COD        OCCURS 20 TIMES.
                   15  WS-PRF-COD-NB PIC S9(09) COMP-3
                                     OCCURS 3 TIMES.
                   15  WS-PRF-COD-MT PIC S9(13)V99 COMP-3
                                     OCCURS 3 TIMES.
       01  WS-NB-PRF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-PRF                PIC S9(04) COMP VALUE 999.
       01  WS-IX-PRF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-JX-PRF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REG                 PIC S9(04) COMP VALUE 1000.
       01  WS-IX-BQE                 PIC S9(04) COMP VALUE 1001.
       01  WS-IX-TOT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-VUE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-AGENCE-RECH            PIC X(03).
       01  WS-SW-PRF-TROUVE          PIC X(01) VALUE 'N'.
           88  PRF-TROUVE            VALUE 'O'.
           88  PRF-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CODES MOUVEMENT RENCONTRES --------------------*
      *
       01  WS-TAB-COD.
           05  WS-COD-CODE           PIC X(01) OCCURS 20 TIMES.
       01  WS-NB-COD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-COD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-JX-COD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CODE-RECH              PIC X(01).
       01  WS-SW-COD-TROUVE          PIC X(01) VALUE 'N'.
           88  COD-TROUVE            VALUE 'O'.
           88  COD-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CLASSEMENT PAR REGION -------------------------*
      *
       01  WS-REGION-COURS           PIC X(10).
       01  WS-NB-REGION-AG           PIC 9(03) VALUE ZERO.
       01  WS-RANG                   PIC 9(04) VALUE ZERO.
       01  WS-PNB                    PIC S9(13)V99 COMP-3.
       01  WS-MEILLEUR-PNB           PIC S9(13)V99 COMP-3.
       01  WS-SW-REGION              PIC X(01) VALUE 'O'.
           88  REGION-A-EDITER       VALUE 'O'.
           88  FIN-REGIONS           VALUE 'N'.
      *
      *---------------- VARIABLES DE CALCUL ---------------------------*
      *
       01  WS-VARIATION              PIC S9(13)V99 COMP-3.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-COMPTES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-LUS            PIC 9(09) VALUE ZERO.
       01  WS-CPT-MVT-MOIS           PIC 9(09) VALUE ZERO.
       01  WS-CPT-MVT-HORS-CODE      PIC 9(07) VALUE ZERO.
       01  WS-CPT-SUSPENS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CAISSES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-HIS-LUS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-HIS-REMPLACES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-HIS-ECRITS         PIC 9(07) VALUE ZERO.
       01  WS-CPT-AGENCES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-HORS-REF           PIC 9(05) VALUE ZERO.
       01  WS-CPT-REGIONS            PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPER-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LPER-BLANC             PIC X(132) VALUE SPACES.
       01  WS-LPER-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'ESTIAC - PERFORMANCE DES AGENCES - MOIS '.
           05  WS-LPER-TIT-AAAA      PIC 9(04).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPER-TIT-MM        PIC 9(02).
       01  WS-LPER-AGENCE.
           05  FILLER                PIC X(09) VALUE 'REGION : '.
           05  WS-LPER-REGION        PIC X(10).
           05  FILLER                PIC X(12) VALUE '   AGENCE : '.
           05  WS-LPER-AG            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-LIBEL         PIC X(20).
           05  FILLER                PIC X(10) VALUE '   RANG : '.
           05  WS-LPER-RANG          PIC ZZ9.
           05  FILLER                PIC X(03) VALUE ' / '.
           05  WS-LPER-NB-RANG       PIC ZZ9.
           05  FILLER                PIC X(24)
               VALUE ' (FRAIS + AGIOS DU MOIS)'.
       01  WS-LPER-SOUS-TOTAL.
           05  FILLER                PIC X(09) VALUE 'REGION : '.
           05  WS-LPER-ST-REGION     PIC X(10).
           05  FILLER                PIC X(27)
               VALUE '   SOUS-TOTAL DE LA REGION '.
           05  FILLER                PIC X(01) VALUE '('.
           05  WS-LPER-ST-NB         PIC ZZ9.
           05  FILLER                PIC X(09) VALUE ' AGENCES)'.
       01  WS-LPER-TOTAL-GEN.
           05  FILLER                PIC X(29)
               VALUE 'TOTAL GENERAL DES AGENCES ('.
           05  WS-LPER-TG-NB         PIC ZZ9.
           05  FILLER                PIC X(21)
               VALUE ' AGENCES, REGIONS : '.
           05  WS-LPER-TG-REG        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE ')'.
       01  WS-LPER-SANS-PREC         PIC X(60)
           VALUE '(SANS HISTORIQUE DU MOIS PRECEDENT : M-1 A ZERO)'.
       01  WS-LPER-INTITULE.
           05  FILLER                PIC X(24) VALUE 'INDICATEUR'.
           05  FILLER                PIC X(24)
               VALUE '                    MOIS'.
           05  FILLER                PIC X(24)
               VALUE '          MOIS PRECEDENT'.
           05  FILLER                PIC X(24)
               VALUE '         VARIATION MOIS '.
           05  FILLER                PIC X(24)
               VALUE '             ANNEE (1)  '.
       01  WS-LPER-RENVOI.
           05  FILLER                PIC X(43)
               VALUE '(1) FLUX : CUMUL DEPUIS JANVIER ; STOCKS : '.
           05  FILLER                PIC X(33)
               VALUE 'VARIATION DEPUIS FIN DECEMBRE'.
       01  WS-LPER-DETAIL.
           05  WS-LPER-IND-LIB       PIC X(24).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LPER-COL           PIC X(22) OCCURS 4 TIMES.
      *
       01  WS-ED-MT                  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-ED-NB-G.
           05  WS-ED-NB              PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
       01  WS-ED-VALEUR              PIC S9(13)V99 COMP-3.
       01  WS-ED-TYPE                PIC X(01).
       01  WS-ED-COL                 PIC X(22).
      *
       01  WS-LPER-CODES             PIC X(40)
           VALUE 'VOLUMES PAR CODE MOUVEMENT'.
       01  WS-LPER-COD-LIB.
           05  FILLER                PIC X(05) VALUE 'CODE '.
           05  WS-LPER-COD           PIC X(01).
           05  WS-LPER-COD-SUFF      PIC X(18).
      *
       01  WS-LPER-CLA-INTITULE.
           05  FILLER                PIC X(06) VALUE 'RANG'.
           05  FILLER                PIC X(25) VALUE 'AGENCE'.
           05  FILLER                PIC X(22)
               VALUE '        FRAIS + AGIOS'.
           05  FILLER                PIC X(22)
               VALUE '       COLLECTE NETTE'.
           05  FILLER                PIC X(22)
               VALUE '             ENCOURS'.
           05  FILLER                PIC X(09) VALUE ' OUVERTS'.
           05  FILLER                PIC X(09) VALUE ' CLOTURE'.
           05  FILLER                PIC X(09) VALUE ' DEBITEU'.
       01  WS-LPER-CLA-DETAIL.
           05  WS-LPER-CLA-RANG      PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LPER-CLA-AG        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-CLA-LIBEL     PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-CLA-PNB       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-CLA-COLL      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-CLA-ENC       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPER-CLA-OUV       PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LPER-CLA-CLO       PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LPER-CLA-DEB       PIC ZZZZZZ9.
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
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO156'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 1000-INIT-MOIS-DEB
              THRU 1000-INIT-MOIS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6060-CHARGE-AGREF-DEB
              THRU 6060-CHARGE-AGREF-FIN.
      *
           PERFORM 2000-LECT-HISTO-DEB
              THRU 2000-LECT-HISTO-FIN.
      *
           PERFORM 2100-LECT-MAITRE-DEB
              THRU 2100-LECT-MAITRE-FIN.
      *
           PERFORM 2200-LECT-HISMVT-DEB
              THRU 2200-LECT-HISMVT-FIN.
      *
           PERFORM 2300-LECT-SUSPENS-DEB
              THRU 2300-LECT-SUSPENS-FIN.
      *
           PERFORM 2400-LECT-CAISSES-DEB
              THRU 2400-LECT-CAISSES-FIN.
      *
           PERFORM 3000-CALCUL-AGENCE-DEB
              THRU 3000-CALCUL-AGENCE-FIN
             VARYING WS-IX-PRF FROM 1 BY 1
               UNTIL WS-IX-PRF > WS-NB-PRF.
      *
           PERFORM 4000-EDITION-DEB
              THRU 4000-EDITION-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-AGENCES           TO WS-RUN-NBENR.
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
      *   MOIS DEMANDE, MOIS PRECEDENT ET FIN DE L'ANNEE PRECEDENTE   *
      *---------------------------------------------------------------*
      *
       1000-INIT-MOIS-DEB.
           ACCEPT WS-ENRG-DEMANDE.
           IF WS-DEM-MOIS IS NOT NUMERIC
              DISPLAY 'DEMANDE SYSIN INVALIDE (AAAAMM) : ' WS-DEM-MOIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DEM-MOIS              TO WS-MOIS.
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
              DISPLAY 'DEMANDE SYSIN INVALIDE (AAAAMM) : ' WS-DEM-MOIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF WS-MOIS-MM = 1
              COMPUTE WS-PREC-AAAA = WS-MOIS-AAAA - 1
              MOVE 12                    TO WS-PREC-MM
           ELSE
              MOVE WS-MOIS-AAAA          TO WS-PREC-AAAA
              COMPUTE WS-PREC-MM = WS-MOIS-MM - 1
           END-IF.
           COMPUTE WS-DEC-AAAA = WS-MOIS-AAAA - 1.
           MOVE 12                       TO WS-DEC-MM.
      *
           INITIALIZE WS-TAB-PRF.
           MOVE SPACES                   TO WS-TAB-COD.
       1000-INIT-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   HISTORIQUE MENSUEL : RECOPIE PERE-FILS ET CHARGEMENT DU     *
      *   MOIS PRECEDENT, DES MOIS PASSES DE L'ANNEE ET DE DECEMBRE   *
      *---------------------------------------------------------------*
      *
       2000-LECT-HISTO-DEB.
           PERFORM 6020-READ-FPERFAG-DEB
              THRU 6020-READ-FPERFAG-FIN.
           PERFORM 2010-UN-HISTO-DEB
              THRU 2010-UN-HISTO-FIN
             UNTIL EOF-PERFAG-E.
       2000-LECT-HISTO-FIN.
           EXIT.
      *
      *    LES ENREGISTREMENTS DU MOIS DEMANDE (PASSAGE PRECEDENT DU
      *    MEME MOIS) NE SONT PAS RECOPIES : ILS SONT RECALCULES.
      *
       2010-UN-HISTO-DEB.
           ADD 1                         TO WS-CPT-HIS-LUS.
           IF WS-PFA-MOIS = WS-MOIS
              ADD 1                      TO WS-CPT-HIS-REMPLACES
              GO TO 2010-UN-HISTO-SUITE
           END-IF.
           PERFORM 6040-WRITE-FPERFAG-DEB
              THRU 6040-WRITE-FPERFAG-FIN.
      *
           IF NOT (WS-PFA-MOIS = WS-MOIS-PREC
                   OR WS-PFA-MOIS = WS-MOIS-DECEMBRE
                   OR (WS-PFA-MOIS(1:4) = WS-MOIS(1:4)
                       AND WS-PFA-MOIS < WS-MOIS))
              GO TO 2010-UN-HISTO-SUITE
           END-IF.
           MOVE WS-PFA-AGENCE            TO WS-AGENCE-RECH.
           PERFORM 7000-RECH-AGENCE-DEB
              THRU 7000-RECH-AGENCE-FIN.
      *
           IF WS-PFA-MOIS = WS-MOIS-PREC
              MOVE 2                     TO WS-IX-VUE
              PERFORM 2020-HISTO-VUE-DEB
                 THRU 2020-HISTO-VUE-FIN
                VARYING WS-IX-IND FROM 1 BY 1
                  UNTIL WS-IX-IND > 10
              PERFORM 2030-HISTO-CODE-DEB
                 THRU 2030-HISTO-CODE-FIN
                VARYING WS-JX-COD FROM 1 BY 1
                  UNTIL WS-JX-COD > 20
              MOVE WS-PFA-CUM-CAISSE
                         TO WS-PRF-CAISSE-PREC(WS-IX-PRF)
              MOVE 'O'                   TO WS-PRF-SW-PREC(WS-IX-PRF)
           END-IF.
           IF WS-PFA-MOIS = WS-MOIS-DECEMBRE
              MOVE 4                     TO WS-IX-VUE
              PERFORM 2020-HISTO-VUE-DEB
                 THRU 2020-HISTO-VUE-FIN
                VARYING WS-IX-IND FROM 1 BY 1
                  UNTIL WS-IX-IND > 10
           END-IF.
           IF WS-PFA-MOIS(1:4) = WS-MOIS(1:4)
              AND WS-PFA-MOIS < WS-MOIS
              MOVE 3                     TO WS-IX-VUE
              PERFORM 2020-HISTO-VUE-DEB
                 THRU 2020-HISTO-VUE-FIN
                VARYING WS-IX-IND FROM 1 BY 1
                  UNTIL WS-IX-IND > 10
              PERFORM 2030-HISTO-CODE-DEB
                 THRU 2030-HISTO-CODE-FIN
                VARYING WS-JX-COD FROM 1 BY 1
                  UNTIL WS-JX-COD > 20
           END-IF.
      *
       2010-UN-HISTO-SUITE.
           PERFORM 6020-READ-FPERFAG-DEB
              THRU 6020-READ-FPERFAG-FIN.
      *
       2010-UN-HISTO-FIN.
           EXIT.
      *
      *    VUE 3 (ANNEE) : LES MOIS PASSES SONT CUMULES ; LES STOCKS
      *    Y SONT RECALCULES EN 3000.
      *
       2020-HISTO-VUE-DEB.
           ADD WS-PFA-IND(WS-IX-IND)
                    TO WS-PRF-IND(WS-IX-PRF, WS-IX-VUE, WS-IX-IND).
       2020-HISTO-VUE-FIN.
           EXIT.
      *
       2030-HISTO-CODE-DEB.
           IF WS-PFA-COD-CODE(WS-JX-COD) = SPACE
              GO TO 2030-HISTO-CODE-FIN
           END-IF.
           MOVE WS-PFA-COD-CODE(WS-JX-COD) TO WS-CODE-RECH.
           PERFORM 7100-RECH-CODE-DEB
              THRU 7100-RECH-CODE-FIN.
           IF COD-NON-TROUVE
              GO TO 2030-HISTO-CODE-FIN
           END-IF.
           ADD WS-PFA-COD-NB(WS-JX-COD)
                    TO WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, WS-IX-VUE).
           ADD WS-PFA-COD-MT(WS-JX-COD)
                    TO WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, WS-IX-VUE).
       2030-HISTO-CODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   MAITRE DES COMPTES : OUVERTURES, CLOTURES, ENCOURS          *
      *---------------------------------------------------------------*
      *
       2100-LECT-MAITRE-DEB.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
           PERFORM 2110-UN-COMPTE-DEB
              THRU 2110-UN-COMPTE-FIN
             UNTIL CPTE-CPTE-MAX.
       2100-LECT-MAITRE-FIN.
           EXIT.
      *
       2110-UN-COMPTE-DEB.
           ADD 1                         TO WS-CPT-COMPTES.
           MOVE WS-CPTE-AGENCE           TO WS-AGENCE-RECH.
           PERFORM 7000-RECH-AGENCE-DEB
              THRU 7000-RECH-AGENCE-FIN.
           IF WS-CPTE-DCREA(1:6) = WS-MOIS
              ADD 1                      TO WS-PRF-IND(WS-IX-PRF, 1, 1)
           END-IF.
           IF CPTE-CLOTURE
              IF WS-CPTE-DCLOT(1:6) = WS-MOIS
                 ADD 1                   TO WS-PRF-IND(WS-IX-PRF, 1, 2)
              END-IF
              GO TO 2110-UN-COMPTE-SUITE
           END-IF.
           ADD WS-CPTE-SOLDE             TO WS-PRF-IND(WS-IX-PRF, 1, 4).
           IF WS-CPTE-SOLDE < ZERO
              ADD 1                      TO WS-PRF-IND(WS-IX-PRF, 1, 8)
           END-IF.
      *
       2110-UN-COMPTE-SUITE.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
       2110-UN-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   HISTORIQUE HISMVT : VOLUMES PAR CODE, FRAIS ET AGIOS        *
      *---------------------------------------------------------------*
      *
       2200-LECT-HISMVT-DEB.
           PERFORM 6030-READ-FHISMVT-DEB
              THRU 6030-READ-FHISMVT-FIN.
           PERFORM 2210-UN-MVT-DEB
              THRU 2210-UN-MVT-FIN
             UNTIL EOF-HISMVT-E.
       2200-LECT-HISMVT-FIN.
           EXIT.
      *
       2210-UN-MVT-DEB.
           ADD 1                         TO WS-CPT-MVT-LUS.
           IF WS-HIS-DCPTA(1:6) NOT = WS-MOIS
              GO TO 2210-UN-MVT-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-MVT-MOIS.
           MOVE WS-HIS-CPTE(1:3)         TO WS-AGENCE-RECH.
           PERFORM 7000-RECH-AGENCE-DEB
              THRU 7000-RECH-AGENCE-FIN.
           ADD 1                         TO WS-PRF-IND(WS-IX-PRF, 1, 7).
           IF WS-HIS-CODE = 'F' AND HIS-SENS-DEBIT
              ADD WS-HIS-MT              TO WS-PRF-IND(WS-IX-PRF, 1, 5)
           END-IF.
           IF WS-HIS-CODE = 'J' AND HIS-SENS-DEBIT
              ADD WS-HIS-MT              TO WS-PRF-IND(WS-IX-PRF, 1, 6)
           END-IF.
      *
           MOVE WS-HIS-CODE              TO WS-CODE-RECH.
           PERFORM 7100-RECH-CODE-DEB
              THRU 7100-RECH-CODE-FIN.
           IF COD-NON-TROUVE
              ADD 1                      TO WS-CPT-MVT-HORS-CODE
              GO TO 2210-UN-MVT-SUITE
           END-IF.
           ADD 1         TO WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 1).
           ADD WS-HIS-MT TO WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 1).
      *
       2210-UN-MVT-SUITE.
           PERFORM 6030-READ-FHISMVT-DEB
              THRU 6030-READ-FHISMVT-FIN.
      *
       2210-UN-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   SUSPENS : MOUVEMENTS MIS EN SUSPENS DANS LE MOIS            *
      *---------------------------------------------------------------*
      *
       2300-LECT-SUSPENS-DEB.
           OPEN INPUT F-SUSCPT-E.
           IF NOT OK-SUSCPT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6070-READ-FSUSCPT-DEB
              THRU 6070-READ-FSUSCPT-FIN.
           PERFORM 2310-UN-SUSPENS-DEB
              THRU 2310-UN-SUSPENS-FIN
             UNTIL EOF-SUSCPT-E.
           CLOSE F-SUSCPT-E.
       2300-LECT-SUSPENS-FIN.
           EXIT.
      *
       2310-UN-SUSPENS-DEB.
           IF WS-MVTS-SUSP-DATE(1:6) = WS-MOIS
              ADD 1                      TO WS-CPT-SUSPENS
              MOVE WS-MVTS-AGENCE        TO WS-AGENCE-RECH
              PERFORM 7000-RECH-AGENCE-DEB
                 THRU 7000-RECH-AGENCE-FIN
              ADD 1                      TO WS-PRF-IND(WS-IX-PRF, 1, 9)
           END-IF.
           PERFORM 6070-READ-FSUSCPT-DEB
              THRU 6070-READ-FSUSCPT-FIN.
       2310-UN-SUSPENS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CAISSES : CUMUL DES ECARTS A LA FIN DU MOIS (ARIO075)       *
      *---------------------------------------------------------------*
      *
      *    SANS FICHIER CUMCAI, LE CUMUL DU MOIS PRECEDENT EST
      *    RECONDUIT (ECART DU MOIS NUL) ; UNE AGENCE ABSENTE DU
      *    FICHIER GARDE DE MEME SON CUMUL.
      *
       2400-LECT-CAISSES-DEB.
           PERFORM 2405-RECONDUIT-CAISSE-DEB
              THRU 2405-RECONDUIT-CAISSE-FIN
             VARYING WS-IX-PRF FROM 1 BY 1
               UNTIL WS-IX-PRF > WS-NB-PRF.
           OPEN INPUT F-CUMCAI-E.
           IF ABSENT-CUMCAI-E
              CLOSE F-CUMCAI-E
              GO TO 2400-LECT-CAISSES-FIN
           END-IF.
           IF NOT OK-CUMCAI-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CUMCAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CUMCAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6080-READ-FCUMCAI-DEB
              THRU 6080-READ-FCUMCAI-FIN.
           PERFORM 2410-UNE-CAISSE-DEB
              THRU 2410-UNE-CAISSE-FIN
             UNTIL EOF-CUMCAI-E.
           CLOSE F-CUMCAI-E.
       2400-LECT-CAISSES-FIN.
           EXIT.
      *
       2405-RECONDUIT-CAISSE-DEB.
           MOVE WS-PRF-CAISSE-PREC(WS-IX-PRF)
                                   TO WS-PRF-CAISSE(WS-IX-PRF).
       2405-RECONDUIT-CAISSE-FIN.
           EXIT.
      *
       2410-UNE-CAISSE-DEB.
           ADD 1                         TO WS-CPT-CAISSES.
           MOVE WS-CUM-AGENCE            TO WS-AGENCE-RECH.
           PERFORM 7000-RECH-AGENCE-DEB
              THRU 7000-RECH-AGENCE-FIN.
           MOVE WS-CUM-ECART             TO WS-PRF-CAISSE(WS-IX-PRF).
           PERFORM 6080-READ-FCUMCAI-DEB
              THRU 6080-READ-FCUMCAI-FIN.
       2410-UNE-CAISSE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   INDICATEURS DERIVES ET ECRITURE DE L'HISTORIQUE DU MOIS     *
      *---------------------------------------------------------------*
      *
       3000-CALCUL-AGENCE-DEB.
           ADD 1                         TO WS-CPT-AGENCES.
           COMPUTE WS-PRF-IND(WS-IX-PRF, 1, 3) =
                   WS-PRF-IND(WS-IX-PRF, 1, 4)
                 - WS-PRF-IND(WS-IX-PRF, 2, 4).
           COMPUTE WS-PRF-IND(WS-IX-PRF, 1, 10) =
                   WS-PRF-CAISSE(WS-IX-PRF)
                 - WS-PRF-CAISSE-PREC(WS-IX-PRF).
      *
           PERFORM 3010-CALCUL-ANNEE-DEB
              THRU 3010-CALCUL-ANNEE-FIN
             VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > 10.
           PERFORM 3020-CALCUL-CODE-DEB
              THRU 3020-CALCUL-CODE-FIN
             VARYING WS-IX-COD FROM 1 BY 1
               UNTIL WS-IX-COD > WS-NB-COD.
      *
           MOVE SPACES                   TO WS-ENRG-F-PERFAG.
           MOVE WS-PRF-AGENCE(WS-IX-PRF) TO WS-PFA-AGENCE.
           MOVE WS-MOIS                  TO WS-PFA-MOIS.
           MOVE WS-PRF-REGION(WS-IX-PRF) TO WS-PFA-REGION.
           MOVE WS-PRF-CAISSE(WS-IX-PRF) TO WS-PFA-CUM-CAISSE.
           PERFORM 3030-ALIM-PERFAG-DEB
              THRU 3030-ALIM-PERFAG-FIN
             VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > 10.
           PERFORM 3040-ALIM-PERFAG-CODE-DEB
              THRU 3040-ALIM-PERFAG-CODE-FIN
             VARYING WS-JX-COD FROM 1 BY 1
               UNTIL WS-JX-COD > 20.
           PERFORM 6040-WRITE-FPERFAG-DEB
              THRU 6040-WRITE-FPERFAG-FIN.
       3000-CALCUL-AGENCE-FIN.
           EXIT.
      *
      *    ANNEE : FLUX = MOIS PASSES + MOIS ; STOCK = FIN DU MOIS -
      *    FIN DECEMBRE.
      *
       3010-CALCUL-ANNEE-DEB.
           IF IND-FLUX(WS-IX-IND)
              ADD WS-PRF-IND(WS-IX-PRF, 1, WS-IX-IND)
                      TO WS-PRF-IND(WS-IX-PRF, 3, WS-IX-IND)
           ELSE
              COMPUTE WS-PRF-IND(WS-IX-PRF, 3, WS-IX-IND) =
                      WS-PRF-IND(WS-IX-PRF, 1, WS-IX-IND)
                    - WS-PRF-IND(WS-IX-PRF, 4, WS-IX-IND)
           END-IF.
       3010-CALCUL-ANNEE-FIN.
           EXIT.
      *
       3020-CALCUL-CODE-DEB.
           ADD WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 1)
                    TO WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 3).
           ADD WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 1)
                    TO WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 3).
       3020-CALCUL-CODE-FIN.
           EXIT.
      *
       3030-ALIM-PERFAG-DEB.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, WS-IX-IND)
                                   TO WS-PFA-IND(WS-IX-IND).
       3030-ALIM-PERFAG-FIN.
           EXIT.
      *
       3040-ALIM-PERFAG-CODE-DEB.
           IF WS-JX-COD > WS-NB-COD
              MOVE SPACE              TO WS-PFA-COD-CODE(WS-JX-COD)
              MOVE ZERO               TO WS-PFA-COD-NB(WS-JX-COD)
                                         WS-PFA-COD-MT(WS-JX-COD)
           ELSE
              MOVE WS-COD-CODE(WS-JX-COD)
                                      TO WS-PFA-COD-CODE(WS-JX-COD)
              MOVE WS-PRF-COD-NB(WS-IX-PRF, WS-JX-COD, 1)
                                      TO WS-PFA-COD-NB(WS-JX-COD)
              MOVE WS-PRF-COD-MT(WS-IX-PRF, WS-JX-COD, 1)
                                      TO WS-PFA-COD-MT(WS-JX-COD)
           END-IF.
       3040-ALIM-PERFAG-CODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   EDITION : REGIONS PAR ORDRE ALPHABETIQUE, AGENCES CLASSEES  *
      *---------------------------------------------------------------*
      *
       4000-EDITION-DEB.
           INITIALIZE WS-PRF-EL(WS-IX-BQE).
           PERFORM 4010-UNE-REGION-DEB
              THRU 4010-UNE-REGION-FIN
             UNTIL FIN-REGIONS.
      *
           MOVE WS-IX-BQE                TO WS-IX-PRF.
           MOVE WS-NB-PRF                TO WS-LPER-TG-NB.
           MOVE WS-CPT-REGIONS           TO WS-LPER-TG-REG.
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TOTAL-GEN.
           PERFORM 8100-EDIT-BLOC-DEB
              THRU 8100-EDIT-BLOC-FIN.
       4000-EDITION-FIN.
           EXIT.
      *
      *    REGION SUIVANTE : LA PLUS PETITE DES REGIONS DONT LES
      *    AGENCES NE SONT PAS ENCORE CLASSEES.
      *
       4010-UNE-REGION-DEB.
           MOVE HIGH-VALUES              TO WS-REGION-COURS.
           MOVE ZERO                     TO WS-NB-REGION-AG.
           PERFORM 4020-CHERCHE-REGION-DEB
              THRU 4020-CHERCHE-REGION-FIN
             VARYING WS-IX-PRF FROM 1 BY 1
               UNTIL WS-IX-PRF > WS-NB-PRF.
           IF WS-NB-REGION-AG = ZERO
              SET FIN-REGIONS            TO TRUE
              GO TO 4010-UNE-REGION-FIN
           END-IF.
           ADD 1                         TO WS-CPT-REGIONS.
           INITIALIZE WS-PRF-EL(WS-IX-REG).
      *
           PERFORM 4030-CLASSE-AGENCE-DEB
              THRU 4030-CLASSE-AGENCE-FIN
             VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > WS-NB-REGION-AG.
      *
           MOVE WS-IX-REG                TO WS-IX-PRF.
           MOVE WS-REGION-COURS          TO WS-LPER-ST-REGION.
           MOVE WS-NB-REGION-AG          TO WS-LPER-ST-NB.
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-SOUS-TOTAL.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-CLA-INTITULE.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
           PERFORM 8200-EDIT-CLASSEMENT-DEB
              THRU 8200-EDIT-CLASSEMENT-FIN
             VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > WS-NB-REGION-AG.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-BLANC.
           MOVE WS-IX-REG                TO WS-IX-PRF.
           PERFORM 8100-EDIT-BLOC-DEB
              THRU 8100-EDIT-BLOC-FIN.
      *
           MOVE WS-IX-BQE                TO WS-IX-TOT.
           PERFORM 7200-CUMULE-DEB
              THRU 7200-CUMULE-FIN.
       4010-UNE-REGION-FIN.
           EXIT.
      *
       4020-CHERCHE-REGION-DEB.
           IF WS-PRF-CLASSE(WS-IX-PRF) = 'O'
              GO TO 4020-CHERCHE-REGION-FIN
           END-IF.
           IF WS-PRF-REGION(WS-IX-PRF) < WS-REGION-COURS
              MOVE WS-PRF-REGION(WS-IX-PRF) TO WS-REGION-COURS
              MOVE 1                     TO WS-NB-REGION-AG
           ELSE
              IF WS-PRF-REGION(WS-IX-PRF) = WS-REGION-COURS
                 ADD 1                   TO WS-NB-REGION-AG
              END-IF
           END-IF.
       4020-CHERCHE-REGION-FIN.
           EXIT.
      *
      *    CLASSEMENT PAR PRODUIT DU MOIS (FRAIS + AGIOS)
      *    DECROISSANT : A CHAQUE TOUR, LA MEILLEURE AGENCE NON
      *    ENCORE CLASSEE DE LA REGION SORT (A EGALITE, LE PLUS
      *    PETIT CODE AGENCE).
      *
       4030-CLASSE-AGENCE-DEB.
           MOVE ZERO                     TO WS-JX-PRF.
           PERFORM 4040-CHERCHE-MEILLEURE-DEB
              THRU 4040-CHERCHE-MEILLEURE-FIN
             VARYING WS-IX-PRF FROM 1 BY 1
               UNTIL WS-IX-PRF > WS-NB-PRF.
           MOVE WS-JX-PRF                TO WS-IX-PRF.
           MOVE 'O'                      TO WS-PRF-CLASSE(WS-IX-PRF).
           MOVE WS-RANG                  TO WS-PRF-RANG(WS-IX-PRF).
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
           MOVE WS-PRF-REGION(WS-IX-PRF) TO WS-LPER-REGION.
           MOVE WS-PRF-AGENCE(WS-IX-PRF) TO WS-LPER-AG.
           MOVE WS-PRF-LIBEL(WS-IX-PRF)  TO WS-LPER-LIBEL.
           MOVE WS-RANG                  TO WS-LPER-RANG.
           MOVE WS-NB-REGION-AG          TO WS-LPER-NB-RANG.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-AGENCE.
           IF NOT PRF-AVEC-PREC(WS-IX-PRF)
              WRITE FS-ENRG-ETAPER-S     FROM WS-LPER-SANS-PREC
           END-IF.
           PERFORM 8100-EDIT-BLOC-DEB
              THRU 8100-EDIT-BLOC-FIN.
      *
           MOVE WS-IX-REG                TO WS-IX-TOT.
           PERFORM 7200-CUMULE-DEB
              THRU 7200-CUMULE-FIN.
       4030-CLASSE-AGENCE-FIN.
           EXIT.
      *
       4040-CHERCHE-MEILLEURE-DEB.
           IF WS-PRF-CLASSE(WS-IX-PRF) = 'O'
              OR WS-PRF-REGION(WS-IX-PRF) NOT = WS-REGION-COURS
              GO TO 4040-CHERCHE-MEILLEURE-FIN
           END-IF.
           COMPUTE WS-PNB = WS-PRF-IND(WS-IX-PRF, 1, 5)
                          + WS-PRF-IND(WS-IX-PRF, 1, 6).
           IF WS-JX-PRF = ZERO
              OR WS-PNB > WS-MEILLEUR-PNB
              OR (WS-PNB = WS-MEILLEUR-PNB
                  AND WS-PRF-AGENCE(WS-IX-PRF)
                        < WS-PRF-AGENCE(WS-JX-PRF))
              MOVE WS-IX-PRF             TO WS-JX-PRF
              MOVE WS-PNB                TO WS-MEILLEUR-PNB
           END-IF.
       4040-CHERCHE-MEILLEURE-FIN.
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
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-PERFAG-E.
           IF NOT OK-PERFAG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERFAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERFAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-PERFAG-S.
           IF NOT OK-PERFAG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERFAG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERFAG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETAPER-S.
           IF NOT OK-ETAPER
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETAPER-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAPER
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF EOF-CPTE-E
              SET CPTE-CPTE-MAX          TO TRUE
              GO TO 6010-READ-FCPTE-FIN
           END-IF.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6020-READ-FPERFAG-DEB.
           READ F-PERFAG-E INTO WS-ENRG-F-PERFAG.
           IF NOT (OK-PERFAG-E OR EOF-PERFAG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PERFAG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERFAG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FPERFAG-FIN.
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
       6040-WRITE-FPERFAG-DEB.
           WRITE FS-ENRG-PERFAG-S        FROM WS-ENRG-F-PERFAG.
           IF NOT OK-PERFAG-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PERFAG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERFAG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-HIS-ECRITS.
       6040-WRITE-FPERFAG-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E
                 F-HISMVT-E
                 F-PERFAG-E
                 F-PERFAG-S
                 F-ETAPER-S.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL DES AGENCES ; LES AGENCES
      *    OUVERTES ENTRENT DANS L'ETAT MEME SANS ACTIVITE.
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
      *
           PERFORM 6066-AGENCE-OUVERTE-DEB
              THRU 6066-AGENCE-OUVERTE-FIN
             VARYING WS-IX-AGREF FROM 1 BY 1
               UNTIL WS-IX-AGREF > WS-NB-AGREF.
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
       6066-AGENCE-OUVERTE-DEB.
           IF AGR-OUVERTE(WS-IX-AGREF)
              MOVE WS-AGR-CODE(WS-IX-AGREF) TO WS-AGENCE-RECH
              PERFORM 7000-RECH-AGENCE-DEB
                 THRU 7000-RECH-AGENCE-FIN
           END-IF.
       6066-AGENCE-OUVERTE-FIN.
           EXIT.
      *
       6070-READ-FSUSCPT-DEB.
           READ F-SUSCPT-E INTO WS-ENRG-F-MVTS.
           IF NOT (OK-SUSCPT-E OR EOF-SUSCPT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-FSUSCPT-FIN.
           EXIT.
      *
       6080-READ-FCUMCAI-DEB.
           READ F-CUMCAI-E INTO WS-ENRG-F-CUMCAI.
           IF NOT (OK-CUMCAI-E OR EOF-CUMCAI-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CUMCAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CUMCAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-READ-FCUMCAI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DE L'AGENCE WS-AGENCE-RECH DANS LA TABLE DE
      *    L'ETAT (POSITIONNE WS-IX-PRF) ; UNE AGENCE NOUVELLE EST
      *    AJOUTEE AVEC SON LIBELLE ET SA REGION DU REFERENTIEL.
      *
       7000-RECH-AGENCE-DEB.
           SET PRF-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-PRF.
           PERFORM 7010-RECH-UNE-AGENCE-DEB
              THRU 7010-RECH-UNE-AGENCE-FIN
             UNTIL (WS-IX-PRF > WS-NB-PRF) OR PRF-TROUVE.
           IF PRF-TROUVE
              GO TO 7000-RECH-AGENCE-FIN
           END-IF.
           IF WS-NB-PRF NOT < WS-MAX-PRF
              DISPLAY 'PLUS DE 999 AGENCES A L''ETAT, '
                      'TABLE SATUREE : ' WS-AGENCE-RECH
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-PRF.
           MOVE WS-NB-PRF                TO WS-IX-PRF.
           MOVE WS-AGENCE-RECH           TO WS-PRF-AGENCE(WS-IX-PRF).
           MOVE 'N'                      TO WS-PRF-CLASSE(WS-IX-PRF).
           MOVE 'N'                      TO WS-PRF-SW-PREC(WS-IX-PRF).
           MOVE 'HORS REFERENTIEL'       TO WS-PRF-LIBEL(WS-IX-PRF).
           MOVE '(INCONNUE)'             TO WS-PRF-REGION(WS-IX-PRF).
           SET AGREF-NON-TROUVE          TO TRUE.
           PERFORM 7020-RECH-AGREF-DEB
              THRU 7020-RECH-AGREF-FIN
             VARYING WS-IX-AGREF FROM 1 BY 1
               UNTIL WS-IX-AGREF > WS-NB-AGREF OR AGREF-TROUVE.
           IF AGREF-NON-TROUVE
              ADD 1                      TO WS-CPT-HORS-REF
           END-IF.
       7000-RECH-AGENCE-FIN.
           EXIT.
      *
       7010-RECH-UNE-AGENCE-DEB.
           IF WS-PRF-AGENCE(WS-IX-PRF) = WS-AGENCE-RECH
              SET PRF-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-PRF
           END-IF.
       7010-RECH-UNE-AGENCE-FIN.
           EXIT.
      *
       7020-RECH-AGREF-DEB.
           IF WS-AGR-CODE(WS-IX-AGREF) = WS-AGENCE-RECH
              SET AGREF-TROUVE           TO TRUE
              MOVE WS-AGR-LIBEL(WS-IX-AGREF)
                                   TO WS-PRF-LIBEL(WS-IX-PRF)
              MOVE WS-AGR-REGION(WS-IX-AGREF)
                                   TO WS-PRF-REGION(WS-IX-PRF)
           END-IF.
       7020-RECH-AGREF-FIN.
           EXIT.
      *
      *    RECHERCHE DU CODE MOUVEMENT WS-CODE-RECH (POSITIONNE
      *    WS-IX-COD) ; AJOUT SI ABSENT, DANS LA LIMITE DE 20 CODES
      *    (MEME CAPACITE QUE LA TABLE MVTCOD).
      *
       7100-RECH-CODE-DEB.
           SET COD-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-COD.
           PERFORM 7110-RECH-UN-CODE-DEB
              THRU 7110-RECH-UN-CODE-FIN
             UNTIL (WS-IX-COD > WS-NB-COD) OR COD-TROUVE.
           IF COD-TROUVE OR WS-NB-COD NOT < 20
              GO TO 7100-RECH-CODE-FIN
           END-IF.
           ADD 1                         TO WS-NB-COD.
           MOVE WS-NB-COD                TO WS-IX-COD.
           MOVE WS-CODE-RECH             TO WS-COD-CODE(WS-IX-COD).
           SET COD-TROUVE                TO TRUE.
       7100-RECH-CODE-FIN.
           EXIT.
      *
       7110-RECH-UN-CODE-DEB.
           IF WS-COD-CODE(WS-IX-COD) = WS-CODE-RECH
              SET COD-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-COD
           END-IF.
       7110-RECH-UN-CODE-FIN.
           EXIT.
      *
      *    CUMUL DU POSTE WS-IX-PRF DANS LE POSTE TOTAL WS-IX-TOT.
      *
       7200-CUMULE-DEB.
           ADD WS-PRF-CAISSE(WS-IX-PRF)  TO WS-PRF-CAISSE(WS-IX-TOT).
           ADD WS-PRF-CAISSE-PREC(WS-IX-PRF)
                                   TO WS-PRF-CAISSE-PREC(WS-IX-TOT).
           MOVE 'O'                      TO WS-PRF-SW-PREC(WS-IX-TOT).
           PERFORM 7210-CUMULE-IND-DEB
              THRU 7210-CUMULE-IND-FIN
             VARYING WS-IX-VUE FROM 1 BY 1 UNTIL WS-IX-VUE > 4
               AFTER WS-IX-IND FROM 1 BY 1 UNTIL WS-IX-IND > 10.
           PERFORM 7220-CUMULE-CODE-DEB
              THRU 7220-CUMULE-CODE-FIN
             VARYING WS-IX-COD FROM 1 BY 1 UNTIL WS-IX-COD > WS-NB-COD
               AFTER WS-IX-VUE FROM 1 BY 1 UNTIL WS-IX-VUE > 3.
       7200-CUMULE-FIN.
           EXIT.
      *
       7210-CUMULE-IND-DEB.
           ADD WS-PRF-IND(WS-IX-PRF, WS-IX-VUE, WS-IX-IND)
                    TO WS-PRF-IND(WS-IX-TOT, WS-IX-VUE, WS-IX-IND).
       7210-CUMULE-IND-FIN.
           EXIT.
      *
       7220-CUMULE-CODE-DEB.
           ADD WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, WS-IX-VUE)
                    TO WS-PRF-COD-NB(WS-IX-TOT, WS-IX-COD, WS-IX-VUE).
           ADD WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, WS-IX-VUE)
                    TO WS-PRF-COD-MT(WS-IX-TOT, WS-IX-COD, WS-IX-VUE).
       7220-CUMULE-CODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-MOIS-AAAA             TO WS-LPER-TIT-AAAA.
           MOVE WS-MOIS-MM               TO WS-LPER-TIT-MM.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    BLOC DES INDICATEURS DU POSTE WS-IX-PRF (AGENCE, SOUS-TOTAL
      *    OU TOTAL GENERAL) SUIVI DES VOLUMES PAR CODE MOUVEMENT.
      *
       8100-EDIT-BLOC-DEB.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-INTITULE.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
           PERFORM 8110-EDIT-INDICATEUR-DEB
              THRU 8110-EDIT-INDICATEUR-FIN
             VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > 10.
           IF WS-NB-COD > ZERO
              WRITE FS-ENRG-ETAPER-S     FROM WS-LPER-BLANC
              WRITE FS-ENRG-ETAPER-S     FROM WS-LPER-CODES
              PERFORM 8120-EDIT-CODE-DEB
                 THRU 8120-EDIT-CODE-FIN
                VARYING WS-IX-COD FROM 1 BY 1
                  UNTIL WS-IX-COD > WS-NB-COD
           END-IF.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-TIRET.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-RENVOI.
       8100-EDIT-BLOC-FIN.
           EXIT.
      *
       8110-EDIT-INDICATEUR-DEB.
           MOVE WS-IND-LIB(WS-IX-IND)    TO WS-LPER-IND-LIB.
           MOVE WS-IND-TYPE(WS-IX-IND)   TO WS-ED-TYPE.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, WS-IX-IND) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(1).
           MOVE WS-PRF-IND(WS-IX-PRF, 2, WS-IX-IND) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(2).
           COMPUTE WS-ED-VALEUR = WS-PRF-IND(WS-IX-PRF, 1, WS-IX-IND)
                                - WS-PRF-IND(WS-IX-PRF, 2, WS-IX-IND).
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(3).
           MOVE WS-PRF-IND(WS-IX-PRF, 3, WS-IX-IND) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(4).
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-DETAIL.
       8110-EDIT-INDICATEUR-FIN.
           EXIT.
      *
      *    DEUX LIGNES PAR CODE : NOMBRE PUIS MONTANT.
      *
       8120-EDIT-CODE-DEB.
           MOVE WS-COD-CODE(WS-IX-COD)   TO WS-LPER-COD.
           MOVE ' - NOMBRE'              TO WS-LPER-COD-SUFF.
           MOVE WS-LPER-COD-LIB          TO WS-LPER-IND-LIB.
           MOVE 'N'                      TO WS-ED-TYPE.
           MOVE 1                        TO WS-IX-VUE.
           PERFORM 8130-EDIT-CODE-NB-DEB
              THRU 8130-EDIT-CODE-NB-FIN.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-DETAIL.
      *
           MOVE ' - MONTANT'             TO WS-LPER-COD-SUFF.
           MOVE WS-LPER-COD-LIB          TO WS-LPER-IND-LIB.
           MOVE 'M'                      TO WS-ED-TYPE.
           PERFORM 8140-EDIT-CODE-MT-DEB
              THRU 8140-EDIT-CODE-MT-FIN.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-DETAIL.
       8120-EDIT-CODE-FIN.
           EXIT.
      *
       8130-EDIT-CODE-NB-DEB.
           MOVE WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 1) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(1).
           MOVE WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 2) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(2).
           COMPUTE WS-ED-VALEUR =
                   WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 1)
                 - WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 2).
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(3).
           MOVE WS-PRF-COD-NB(WS-IX-PRF, WS-IX-COD, 3) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(4).
       8130-EDIT-CODE-NB-FIN.
           EXIT.
      *
       8140-EDIT-CODE-MT-DEB.
           MOVE WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 1) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(1).
           MOVE WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 2) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(2).
           COMPUTE WS-ED-VALEUR =
                   WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 1)
                 - WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 2).
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(3).
           MOVE WS-PRF-COD-MT(WS-IX-PRF, WS-IX-COD, 3) TO WS-ED-VALEUR.
           PERFORM 8150-EDIT-VALEUR-DEB
              THRU 8150-EDIT-VALEUR-FIN.
           MOVE WS-ED-COL                TO WS-LPER-COL(4).
       8140-EDIT-CODE-MT-FIN.
           EXIT.
      *
      *    MISE EN FORME DE WS-ED-VALEUR DANS WS-ED-COL SELON LE
      *    TYPE (N NOMBRE SANS DECIMALES, M MONTANT).
      *
       8150-EDIT-VALEUR-DEB.
           IF WS-ED-TYPE = 'N'
              MOVE WS-ED-VALEUR          TO WS-ED-NB
              MOVE WS-ED-NB-G            TO WS-ED-COL
           ELSE
              MOVE WS-ED-VALEUR          TO WS-ED-MT
              MOVE WS-ED-MT              TO WS-ED-COL
           END-IF.
       8150-EDIT-VALEUR-FIN.
           EXIT.
      *
      *    LIGNE DE CLASSEMENT DU SOUS-TOTAL : AGENCE DE RANG WS-RANG
      *    DANS LA REGION EN COURS.
      *
       8200-EDIT-CLASSEMENT-DEB.
           PERFORM 8210-CHERCHE-RANG-DEB
              THRU 8210-CHERCHE-RANG-FIN
             VARYING WS-IX-PRF FROM 1 BY 1
               UNTIL WS-IX-PRF > WS-NB-PRF.
       8200-EDIT-CLASSEMENT-FIN.
           EXIT.
      *
       8210-CHERCHE-RANG-DEB.
           IF WS-PRF-REGION(WS-IX-PRF) NOT = WS-REGION-COURS
              OR WS-PRF-RANG(WS-IX-PRF) NOT = WS-RANG
              GO TO 8210-CHERCHE-RANG-FIN
           END-IF.
           MOVE WS-RANG                  TO WS-LPER-CLA-RANG.
           MOVE WS-PRF-AGENCE(WS-IX-PRF) TO WS-LPER-CLA-AG.
           MOVE WS-PRF-LIBEL(WS-IX-PRF)  TO WS-LPER-CLA-LIBEL.
           COMPUTE WS-LPER-CLA-PNB = WS-PRF-IND(WS-IX-PRF, 1, 5)
                                   + WS-PRF-IND(WS-IX-PRF, 1, 6).
           MOVE WS-PRF-IND(WS-IX-PRF, 1, 3) TO WS-LPER-CLA-COLL.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, 4) TO WS-LPER-CLA-ENC.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, 1) TO WS-LPER-CLA-OUV.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, 2) TO WS-LPER-CLA-CLO.
           MOVE WS-PRF-IND(WS-IX-PRF, 1, 8) TO WS-LPER-CLA-DEB.
           WRITE FS-ENRG-ETAPER-S        FROM WS-LPER-CLA-DETAIL.
       8210-CHERCHE-RANG-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO156     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'MOIS TRAITE                  :  ' WS-MOIS.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-COMPTES.
           DISPLAY 'MOUVEMENTS HISMVT LUS        :  ' WS-CPT-MVT-LUS.
           DISPLAY 'MOUVEMENTS DU MOIS           :  ' WS-CPT-MVT-MOIS.
           DISPLAY 'MOUVEMENTS HORS TABLE CODES  :  '
                   WS-CPT-MVT-HORS-CODE.
           DISPLAY 'SUSPENS EMIS DANS LE MOIS    :  ' WS-CPT-SUSPENS.
           DISPLAY 'CUMULS DE CAISSE LUS         :  ' WS-CPT-CAISSES.
           DISPLAY 'HISTORIQUE LU                :  ' WS-CPT-HIS-LUS.
           DISPLAY 'HISTORIQUE REMPLACE (MOIS)   :  '
                   WS-CPT-HIS-REMPLACES.
           DISPLAY 'HISTORIQUE ECRIT             :  '
                   WS-CPT-HIS-ECRITS.
           DISPLAY 'AGENCES EDITEES              :  ' WS-CPT-AGENCES.
           DISPLAY 'AGENCES HORS REFERENTIEL     :  ' WS-CPT-HORS-REF.
           DISPLAY 'REGIONS EDITEES              :  ' WS-CPT-REGIONS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO156         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO156        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
