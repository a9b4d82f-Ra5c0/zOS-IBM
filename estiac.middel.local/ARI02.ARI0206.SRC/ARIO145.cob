      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO145                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  NOTATION DU RISQUE CLIENT ET ECHEANCIER DES REVUES DE        *
      *  DOSSIER (CONNAISSANCE CLIENT), A PASSER CHAQUE JOUR AVANT    *
      *  LA COMPTABILISATION ARIO326 :                                *
      *  - LES REVUES ENREGISTREES PAR LA CONFORMITE (F-REVKYC-E,     *
      *    COPY REVKYC) METTENT A JOUR LA DATE DE DERNIERE REVUE ;    *
      *  - CHAQUE CLIENT ACTIF DU REFERENTIEL EST NOTE A PARTIR DES   *
      *    COMPTES DONT IL EST TITULAIRE OU COTITULAIRE (CLILIEN) :   *
      *      ALERTE SANCTIONS ESCALADEE (F-HITS-E, ARIO065) : RISQUE  *
      *      ELEVE D'OFFICE ; ALERTE SANCTIONS NON QUALIFIEE : 2 PTS ;*
      *      ALERTES DE VELOCITE DE LA PERIODE (F-HISVEL-E, ARIO045) :*
      *      1 PT, 2 PTS A PARTIR DE 3 ALERTES ;                      *
      *      COMPTE TENU EN DEVISE (PRODUIT MULTI-DEVISES) : 1 PT ;   *
      *      ADRESSE HORS DE FRANCE (PAYS DU BLOC ADRESSE) : 2 PTS ;  *
      *      ESPECES (RETRAITS 'R' ET DEPOTS 'D' DE L'HISTORIQUE      *
      *      HISMVT SUR LA PERIODE) : 2 PTS AU-DELA DU SEUIL, 1 PT    *
      *      AU-DELA DE LA MOITIE DU SEUIL ;                          *
      *    NOTE : 'E' ELEVE A PARTIR DE 4 PTS, 'M' MOYEN A PARTIR DE  *
      *    2 PTS, 'F' FAIBLE SINON ;                                  *
      *  - L'ECHEANCE DE LA PROCHAINE REVUE DEPEND DE LA NOTE         *
      *    (PARAMETRES ARIS903 'DLREVE', 'DLREVM', 'DLREVF' EN        *
      *    JOURS) ; UNE HAUSSE DE NOTE PEUT AVANCER L'ECHEANCE, UNE   *
      *    BAISSE NE LA RECULE PAS TANT QU'AUCUNE REVUE N'EST FAITE ; *
      *  - UN CLIENT A RISQUE ELEVE DONT LA REVUE EST ECHUE DEPUIS    *
      *    PLUS DE 'JRBLQKYC' JOURS VOIT SES COMPTES (TITULAIRE OU    *
      *    COTITULAIRE) PORTES AU FICHIER F-BLQKYC-S : ARIO326 Y      *
      *    REFUSE TOUT DEBIT JUSQU'A L'ENREGISTREMENT DE LA REVUE.    *
      *  SORTIES : LE REFERENTIEL MIS A JOUR F-CLIM-S, LE FICHIER DES *
      *  COMPTES BLOQUES F-BLQKYC-S ET L'ETAT DE CONTROLE F-ETATRSK-S *
      *  (CHANGEMENTS DE NOTE, REVUES, BLOCAGES, REVUES REJETEES).    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO145.
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
      *                      F-HITS-E : ALERTES SANCTIONS (ARIO065)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HITS-E   ASSIGN TO HITS
                   FILE STATUS         IS WS-FS-HITS-E.
      *                      -------------------------------------------
      *                      F-HISVEL-E : ALERTES DE VELOCITE (ARIO045)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HISVEL-E ASSIGN TO HISVEL
                   FILE STATUS         IS WS-FS-HISVEL-E.
      *                      -------------------------------------------
      *                      F-REVKYC-E : REVUES DE LA CONFORMITE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REVKYC-E ASSIGN TO REVKYC
                   FILE STATUS         IS WS-FS-REVKYC-E.
      *                      -------------------------------------------
      *                      F-CLIM-S : REFERENTIEL CLIENTS MIS A JOUR
      *                      -------------------------------------------
           SELECT  F-CLIM-S            ASSIGN TO CLIMASTS
                   FILE STATUS         IS WS-FS-CLIM-S.
      *                      -------------------------------------------
      *                      F-BLQKYC-S : COMPTES BLOQUES AU DEBIT
      *                      -------------------------------------------
           SELECT  F-BLQKYC-S          ASSIGN TO BLQKYC
                   FILE STATUS         IS WS-FS-BLQKYC-S.
      *                      -------------------------------------------
      *                      F-ETATRSK-S : ETAT DE CONTROLE
      *                      -------------------------------------------
           SELECT  F-ETATRSK-S         ASSIGN TO ETATRSK
                   FILE STATUS         IS WS-FS-ETATRSK-S.
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
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       FD  F-HITS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HITS-E             PIC X(70).
      *
       FD  F-HISVEL-E
           RECORDING MODE IS F.
       01  FS-ENRG-HISVEL-E           PIC X(40).
      *
       FD  F-REVKYC-E
           RECORDING MODE IS F.
       01  FS-ENRG-REVKYC-E           PIC X(40).
      *
       FD  F-CLIM-S
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-S             PIC X(80).
      *
       FD  F-BLQKYC-S
           RECORDING MODE IS F.
       01  FS-ENRG-BLQKYC-S           PIC X(40).
      *
       FD  F-ETATRSK-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRSK-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- HISTORIQUE DES MOUVEMENTS ---------------------*
      *
           COPY HISMVT.
      *
      *---------------- REFERENTIEL CLIENTS ET LIENS ------------------*
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
      *---------------- ALERTES DE VELOCITE ---------------------------*
      *
           COPY HISVEL.
      *
      *---------------- REVUES ET COMPTES BLOQUES ---------------------*
      *
           COPY REVKYC.
      *
           COPY BLQKYC.
      *
      *---------------- ALERTES SANCTIONS (FORMAT ARIO065) ------------*
      *
       01  WS-ENRG-F-HITS.
           05  WS-HIT-CPTE           PIC X(10).
           05  WS-HIT-NOM-LISTE      PIC X(30).
           05  WS-HIT-LISTE          PIC X(08).
           05  WS-HIT-GENRE          PIC X(08).
           05  WS-HIT-DISPO          PIC X(01).
               88  HIT-NOUVELLE      VALUE 'N'.
               88  HIT-FAUX-POSITIF  VALUE 'F'.
               88  HIT-ESCALADEE     VALUE 'E'.
           05  WS-HIT-DATE           PIC 9(08).
           05  FILLER                PIC X(05).
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
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUE '00'.
           88  EOF-LIEN-E            VALUE '10'.
       01  WS-FS-HITS-E              PIC XX.
           88  OK-HITS-E             VALUE '00'.
           88  EOF-HITS-E            VALUE '10'.
           88  NOTFOUND-HITS-E       VALUE '35'.
       01  WS-FS-HISVEL-E            PIC XX.
           88  OK-HISVEL-E           VALUE '00'.
           88  EOF-HISVEL-E          VALUE '10'.
           88  NOTFOUND-HISVEL-E     VALUE '35'.
       01  WS-FS-REVKYC-E            PIC XX.
           88  OK-REVKYC-E           VALUE '00'.
           88  EOF-REVKYC-E          VALUE '10'.
           88  NOTFOUND-REVKYC-E     VALUE '35'.
       01  WS-FS-CLIM-S              PIC XX.
           88  OK-CLIM-S             VALUE '00'.
       01  WS-FS-BLQKYC-S            PIC XX.
           88  OK-BLQKYC-S           VALUE '00'.
       01  WS-FS-ETATRSK-S           PIC XX.
           88  OK-ETATRSK-S          VALUE '00'.
      *
      *---------------- DATE DU PASSAGE ET DEBUT DE PERIODE -----------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
       01  WS-DATE-DEB-PER.
           05  WS-DATE-DEB-AA        PIC 9(04).
           05  WS-DATE-DEB-MM        PIC 9(02).
           05  WS-DATE-DEB-JJ        PIC 9(02).
       01  WS-DATE-DEB-PER-N REDEFINES WS-DATE-DEB-PER
                                     PIC 9(08).
       01  WS-NB-MOIS-CALC           PIC S9(07) COMP VALUE ZERO.
      *
      *---------------- PARAMETRES DE NOTATION ET DE REVUE ------------*
      *
       01  WS-DL-REVUE-ELEVE         PIC 9(04) VALUE 365.
       01  WS-DL-REVUE-MOYEN         PIC 9(04) VALUE 730.
       01  WS-DL-REVUE-FAIBLE        PIC 9(04) VALUE 1825.
       01  WS-JR-TOLERANCE           PIC 9(03) VALUE 30.
       01  WS-NB-MOIS-PERIODE        PIC 9(02) VALUE 12.
       01  WS-SEUIL-ESP-CENTS        PIC 9(09).
       01  WS-SEUIL-ESPECES          PIC 9(9)V99 VALUE 50000.
      *
      *---------------- FACTEURS DE RISQUE PAR CLIENT -----------------*
      *
      *    TABLE PARALLELE A LA TABLE DES CLIENTS (MEME INDICE) :
      *    FACTEURS RELEVES SUR LES COMPTES DU CLIENT.
      *
       01  WS-TAB-RSK.
           05  WS-RSK-EL             OCCURS 5000 TIMES.
               10  WS-RSK-ESCALADE   PIC X(01).
                   88  RSK-ESCALADE  VALUE 'O'.
               10  WS-RSK-NB-HIT     PIC S9(04) COMP.
               10  WS-RSK-NB-VEL     PIC S9(04) COMP.
               10  WS-RSK-DEVISE     PIC X(01).
                   88  RSK-DEVISE    VALUE 'O'.
               10  WS-RSK-PAYS       PIC X(01).
                   88  RSK-PAYS      VALUE 'O'.
               10  WS-RSK-MT-ESP     PIC S9(11)V99 COMP-3.
      *
      *---------------- TITULAIRES DU COMPTE EXAMINE ------------------*
      *
       01  WS-CPTE-RECH              PIC X(10).
       01  WS-TAB-TIT.
           05  WS-TIT-IX-CLIM        PIC S9(04) COMP OCCURS 10 TIMES.
       01  WS-NB-TIT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TIT                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- CUMUL ESPECES DU COMPTE EN COURS --------------*
      *
       01  WS-CPTE-ESP-COURANT       PIC X(10) VALUE HIGH-VALUES.
       01  WS-MT-ESP-CPTE            PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- NOTATION DU CLIENT EN COURS -------------------*
      *
       01  WS-IX-CLI-MAJ             PIC S9(04) COMP VALUE ZERO.
       01  WS-POINTS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-RISQUE-ANC             PIC X(01).
       01  WS-RISQUE-NOUV            PIC X(01).
           88  RISQUE-FAIBLE         VALUE 'F'.
           88  RISQUE-MOYEN          VALUE 'M'.
           88  RISQUE-ELEVE          VALUE 'E'.
       01  WS-DREVUE                 PIC 9(08) VALUE ZERO.
       01  WS-DECH-ANC               PIC 9(08) VALUE ZERO.
       01  WS-DECH-NOUV              PIC 9(08) VALUE ZERO.
       01  WS-DECH-CALC              PIC 9(08) VALUE ZERO.
       01  WS-DL-REVUE               PIC 9(04) VALUE ZERO.
       01  WS-NB-CPTE-BLQ            PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-REVUE               PIC X(01) VALUE 'N'.
           88  REVUE-ENREGISTREE     VALUE 'O'.
           88  REVUE-ABSENTE         VALUE 'N'.
       01  WS-SW-BLOCAGE             PIC X(01) VALUE 'N'.
           88  CLIENT-BLOQUE         VALUE 'O'.
           88  CLIENT-LIBRE          VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-CPTE               PIC 9(07) VALUE ZERO.
       01  WS-CPT-HISMVT             PIC 9(07) VALUE ZERO.
       01  WS-CPT-ESPECES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-HITS               PIC 9(07) VALUE ZERO.
       01  WS-CPT-VEL                PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLIENTS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-RADIES             PIC 9(07) VALUE ZERO.
       01  WS-CPT-FAIBLE             PIC 9(07) VALUE ZERO.
       01  WS-CPT-MOYEN              PIC 9(07) VALUE ZERO.
       01  WS-CPT-ELEVE              PIC 9(07) VALUE ZERO.
       01  WS-CPT-CHGT-NOTE          PIC 9(07) VALUE ZERO.
       01  WS-CPT-REVUES             PIC 9(07) VALUE ZERO.
       01  WS-CPT-REV-REJET          PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECHUES             PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLI-BLQ            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CPTE-BLQ           PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LRSK-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LRSK-TITRE.
           05  FILLER                PIC X(47)
               VALUE 'NOTATION DU RISQUE CLIENT ET REVUES - PASSAGE '.
           05  WS-LRSK-DATE-ED       PIC 9(08).
       01  WS-LRSK-ENTETE.
           05  FILLER                PIC X(10) VALUE 'CLIENT'.
           05  FILLER                PIC X(21) VALUE 'NOM'.
           05  FILLER                PIC X(03) VALUE 'AN'.
           05  FILLER                PIC X(03) VALUE 'NV'.
           05  FILLER                PIC X(04) VALUE 'PT'.
           05  FILLER                PIC X(09) VALUE 'REVUE LE'.
           05  FILLER                PIC X(09) VALUE 'ECHEANCE'.
           05  FILLER                PIC X(20) VALUE 'OBSERVATION'.
       01  WS-LRSK-DETAIL.
           05  WS-LRSK-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRSK-NOM-ED        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRSK-ANC-ED        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRSK-NOUV-ED       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRSK-PTS-ED        PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRSK-DREVUE-ED     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRSK-DECH-ED       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRSK-OBS-ED        PIC X(20).
       01  WS-LRSK-REJET.
           05  FILLER                PIC X(16)
               VALUE 'REVUE REJETEE : '.
           05  WS-LRSK-REJ-CLI-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRSK-REJ-DATE-ED   PIC 9(08).
           05  FILLER                PIC X(46)
               VALUE ' (CLIENT INCONNU OU RADIE, DATE INVALIDE)'.
       01  WS-LRSK-TOTAL.
           05  WS-LRSK-TOT-LIB       PIC X(45).
           05  WS-LRSK-TOT-NB        PIC ZZZZZZ9.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATRSK         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO145'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7700-INIT-MASQUE-DEB
              THRU 7700-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 7010-CALC-DEBUT-PERIODE-DEB
              THRU 7010-CALC-DEBUT-PERIODE-FIN.
      *
           PERFORM 6200-CHARGE-REF-CLIENTS-DEB
              THRU 6200-CHARGE-REF-CLIENTS-FIN.
      *
           PERFORM 6250-CHARGE-REVUES-DEB
              THRU 6250-CHARGE-REVUES-FIN.
      *
      *----------------- RELEVE DES FACTEURS DE RISQUE ---------------*
      *
           PERFORM 6000-OPEN-ENTREES-DEB
              THRU 6000-OPEN-ENTREES-FIN.
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-CPTE-E.
      *
           PERFORM 6020-READ-FHISMVT-DEB
              THRU 6020-READ-FHISMVT-FIN.
           PERFORM 1100-TRT-HISMVT-DEB
              THRU 1100-TRT-HISMVT-FIN
             UNTIL EOF-HISMVT-E.
           PERFORM 3100-AFFECTE-ESPECES-DEB
              THRU 3100-AFFECTE-ESPECES-FIN.
      *
           PERFORM 6300-LIRE-ALERTES-DEB
              THRU 6300-LIRE-ALERTES-FIN.
      *
      *----------------- NOTATION ET MISE A JOUR DU REFERENTIEL ------*
      *
           PERFORM 6040-OPEN-SORTIES-DEB
              THRU 6040-OPEN-SORTIES-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           MOVE ZERO                     TO WS-IX-CLI-MAJ.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
           PERFORM 2000-TRT-CLIENT-DEB
              THRU 2000-TRT-CLIENT-FIN
             UNTIL EOF-CLIM-E.
      *
           PERFORM 2100-CTRL-REVUE-REJET-DEB
              THRU 2100-CTRL-REVUE-REJET-FIN
             VARYING WS-IX-REV FROM 1 BY 1
               UNTIL WS-IX-REV > WS-NB-REV.
      *
           PERFORM 8020-EDIT-TOTAUX-DEB
              THRU 8020-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-CLIENTS           TO WS-RUN-NBENR.
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
      *   FACTEURS PORTES PAR LE COMPTE : DEVISE ET PAYS DE L'ADRESSE *
      *---------------------------------------------------------------*
      *
      *    LES COMPTES CLOS NE NOTENT PLUS LEURS TITULAIRES.
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD 1                         TO WS-CPT-CPTE.
      *
           IF CPTE-CLOTURE
              GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
           IF CPTE-DEVISE-EUR
              AND (WS-CPTE-ADR-PAYS = 'FR' OR WS-CPTE-ADR-PAYS = SPACES)
              GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
           MOVE WS-CPTE-CPTE             TO WS-CPTE-RECH.
           PERFORM 7200-RECH-TITULAIRES-DEB
              THRU 7200-RECH-TITULAIRES-FIN.
           PERFORM 3000-AFFECTE-CPTE-DEB
              THRU 3000-AFFECTE-CPTE-FIN
             VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT > WS-NB-TIT.
      *
       1000-TRT-COMPTE-SUITE.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ESPECES DE LA PERIODE : CUMUL PAR COMPTE (HISMVT EST DANS    *
      *   L'ORDRE DES COMPTES), AFFECTE AUX TITULAIRES EN RUPTURE     *
      *---------------------------------------------------------------*
      *
       1100-TRT-HISMVT-DEB.
      *
           ADD 1                         TO WS-CPT-HISMVT.
      *
           IF WS-HIS-DCPTA < WS-DATE-DEB-PER-N
              OR (WS-HIS-CODE NOT = 'R' AND WS-HIS-CODE NOT = 'D')
              GO TO 1100-TRT-HISMVT-SUITE
           END-IF.
      *
           IF WS-HIS-CPTE NOT = WS-CPTE-ESP-COURANT
              PERFORM 3100-AFFECTE-ESPECES-DEB
                 THRU 3100-AFFECTE-ESPECES-FIN
              MOVE WS-HIS-CPTE           TO WS-CPTE-ESP-COURANT
              MOVE ZERO                  TO WS-MT-ESP-CPTE
           END-IF.
           ADD 1                         TO WS-CPT-ESPECES.
           ADD WS-HIS-MT                 TO WS-MT-ESP-CPTE.
      *
       1100-TRT-HISMVT-SUITE.
           PERFORM 6020-READ-FHISMVT-DEB
              THRU 6020-READ-FHISMVT-FIN.
      *
       1100-TRT-HISMVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ALERTES SANCTIONS : ESCALADEE = RISQUE ELEVE D'OFFICE,      *
      *   NOUVELLE (NON QUALIFIEE) = POINTS ; FAUX POSITIF IGNORE     *
      *---------------------------------------------------------------*
      *
       1200-TRT-HIT-DEB.
      *
           IF HIT-FAUX-POSITIF
              GO TO 1200-TRT-HIT-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-HITS.
           MOVE WS-HIT-CPTE              TO WS-CPTE-RECH.
           PERFORM 7200-RECH-TITULAIRES-DEB
              THRU 7200-RECH-TITULAIRES-FIN.
           PERFORM 3200-AFFECTE-HIT-DEB
              THRU 3200-AFFECTE-HIT-FIN
             VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT > WS-NB-TIT.
      *
       1200-TRT-HIT-SUITE.
           PERFORM 6310-READ-FHITS-DEB
              THRU 6310-READ-FHITS-FIN.
      *
       1200-TRT-HIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ALERTES DE VELOCITE DE LA PERIODE                           *
      *---------------------------------------------------------------*
      *
       1300-TRT-VELOCITE-DEB.
      *
           IF WS-VEL-DATE < WS-DATE-DEB-PER-N
              GO TO 1300-TRT-VELOCITE-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-VEL.
           MOVE WS-VEL-CPTE              TO WS-CPTE-RECH.
           PERFORM 7200-RECH-TITULAIRES-DEB
              THRU 7200-RECH-TITULAIRES-FIN.
           PERFORM 3300-AFFECTE-VEL-DEB
              THRU 3300-AFFECTE-VEL-FIN
             VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT > WS-NB-TIT.
      *
       1300-TRT-VELOCITE-SUITE.
           PERFORM 6320-READ-FHISVEL-DEB
              THRU 6320-READ-FHISVEL-FIN.
      *
       1300-TRT-VELOCITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   NOTATION D'UN CLIENT ET ECRITURE DU REFERENTIEL MIS A JOUR  *
      *---------------------------------------------------------------*
      *
      *    LE REFERENTIEL EST RELU DANS L'ORDRE DU CHARGEMENT : LE
      *    RANG DE L'ENREGISTREMENT EST L'INDICE DE SES FACTEURS.
      *
       2000-TRT-CLIENT-DEB.
      *
           ADD 1                         TO WS-IX-CLI-MAJ.
           ADD 1                         TO WS-CPT-CLIENTS.
      *
           IF WS-CLI-DREVUE-E NOT NUMERIC
              MOVE ZERO                  TO WS-CLI-DREVUE-E
           END-IF.
           IF WS-CLI-DECH-REVUE-E NOT NUMERIC
              MOVE ZERO                  TO WS-CLI-DECH-REVUE-E
           END-IF.
      *
           IF CLI-RADIE-E
              ADD 1                      TO WS-CPT-RADIES
              GO TO 2000-TRT-CLIENT-ECRITURE
           END-IF.
      *
           MOVE WS-CLI-RISQUE-E          TO WS-RISQUE-ANC.
           IF WS-RISQUE-ANC = SPACE
              MOVE 'F'                   TO WS-RISQUE-ANC
           END-IF.
           MOVE WS-CLI-DREVUE-E          TO WS-DREVUE.
           MOVE WS-CLI-DECH-REVUE-E      TO WS-DECH-ANC.
      *
           PERFORM 7300-CALC-NOTE-DEB
              THRU 7300-CALC-NOTE-FIN.
      *
           PERFORM 7400-APPLIQUE-REVUE-DEB
              THRU 7400-APPLIQUE-REVUE-FIN.
      *
           PERFORM 7500-CALC-ECHEANCE-DEB
              THRU 7500-CALC-ECHEANCE-FIN.
      *
           PERFORM 7600-CTRL-BLOCAGE-DEB
              THRU 7600-CTRL-BLOCAGE-FIN.
      *
           EVALUATE TRUE
              WHEN RISQUE-ELEVE
                 ADD 1                   TO WS-CPT-ELEVE
              WHEN RISQUE-MOYEN
                 ADD 1                   TO WS-CPT-MOYEN
              WHEN OTHER
                 ADD 1                   TO WS-CPT-FAIBLE
           END-EVALUATE.
           IF WS-RISQUE-NOUV NOT = WS-RISQUE-ANC
              ADD 1                      TO WS-CPT-CHGT-NOTE
           END-IF.
      *
           IF WS-RISQUE-NOUV NOT = WS-RISQUE-ANC
              OR REVUE-ENREGISTREE
              OR CLIENT-BLOQUE
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
           END-IF.
      *
           MOVE WS-RISQUE-NOUV           TO WS-CLI-RISQUE-E.
           MOVE WS-DREVUE                TO WS-CLI-DREVUE-E.
           MOVE WS-DECH-NOUV             TO WS-CLI-DECH-REVUE-E.
      *
       2000-TRT-CLIENT-ECRITURE.
           PERFORM 6050-WRITE-FCLIM-DEB
              THRU 6050-WRITE-FCLIM-FIN.
      *
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
      *
       2000-TRT-CLIENT-FIN.
           EXIT.
      *
      *    REVUE NON APPLIQUEE (CLIENT INCONNU OU RADIE, DATE FUTURE
      *    OU NON NUMERIQUE) : SIGNALEE SUR L'ETAT POUR LA CONFORMITE.
      *
       2100-CTRL-REVUE-REJET-DEB.
           IF REV-APPLIQUEE(WS-IX-REV)
              GO TO 2100-CTRL-REVUE-REJET-FIN
           END-IF.
           ADD 1                         TO WS-CPT-REV-REJET.
           MOVE WS-REV-CLI(WS-IX-REV)    TO WS-LRSK-REJ-CLI-ED.
           MOVE WS-REV-DREVUE(WS-IX-REV) TO WS-LRSK-REJ-DATE-ED.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-REJET.
       2100-CTRL-REVUE-REJET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   AFFECTATION DES FACTEURS AUX TITULAIRES DU COMPTE           *
      *---------------------------------------------------------------*
      *
       3000-AFFECTE-CPTE-DEB.
           MOVE WS-TIT-IX-CLIM(WS-IX-TIT) TO WS-IX-CLIM.
           IF NOT CPTE-DEVISE-EUR
              MOVE 'O'                   TO WS-RSK-DEVISE(WS-IX-CLIM)
           END-IF.
           IF WS-CPTE-ADR-PAYS NOT = 'FR'
              AND WS-CPTE-ADR-PAYS NOT = SPACES
              MOVE 'O'                   TO WS-RSK-PAYS(WS-IX-CLIM)
           END-IF.
       3000-AFFECTE-CPTE-FIN.
           EXIT.
      *
      *    RUPTURE SUR COMPTE DES ESPECES : LE CUMUL DU COMPTE QUITTE
      *    EST PORTE A CHACUN DE SES TITULAIRES.
      *
       3100-AFFECTE-ESPECES-DEB.
           IF WS-CPTE-ESP-COURANT = HIGH-VALUES
              OR WS-MT-ESP-CPTE = ZERO
              GO TO 3100-AFFECTE-ESPECES-FIN
           END-IF.
           MOVE WS-CPTE-ESP-COURANT      TO WS-CPTE-RECH.
           PERFORM 7200-RECH-TITULAIRES-DEB
              THRU 7200-RECH-TITULAIRES-FIN.
           PERFORM 3110-AFFECTE-UN-ESP-DEB
              THRU 3110-AFFECTE-UN-ESP-FIN
             VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT > WS-NB-TIT.
       3100-AFFECTE-ESPECES-FIN.
           EXIT.
      *
       3110-AFFECTE-UN-ESP-DEB.
           MOVE WS-TIT-IX-CLIM(WS-IX-TIT) TO WS-IX-CLIM.
           ADD WS-MT-ESP-CPTE            TO WS-RSK-MT-ESP(WS-IX-CLIM).
       3110-AFFECTE-UN-ESP-FIN.
           EXIT.
      *
       3200-AFFECTE-HIT-DEB.
           MOVE WS-TIT-IX-CLIM(WS-IX-TIT) TO WS-IX-CLIM.
           IF HIT-ESCALADEE
              MOVE 'O'                   TO WS-RSK-ESCALADE(WS-IX-CLIM)
           ELSE
              ADD 1                      TO WS-RSK-NB-HIT(WS-IX-CLIM)
           END-IF.
       3200-AFFECTE-HIT-FIN.
           EXIT.
      *
       3300-AFFECTE-VEL-DEB.
           MOVE WS-TIT-IX-CLIM(WS-IX-TIT) TO WS-IX-CLIM.
           ADD 1                         TO WS-RSK-NB-VEL(WS-IX-CLIM).
       3300-AFFECTE-VEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-ENTREES-DEB.
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
       6000-OPEN-ENTREES-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF NOT (OK-CPTE-E OR EOF-CPTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6020-READ-FHISMVT-DEB.
           READ F-HISMVT-E INTO WS-ENRG-F-HISMVT.
           IF NOT (OK-HISMVT-E OR EOF-HISMVT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FHISMVT-FIN.
           EXIT.
      *
      *    LE REFERENTIEL EST ROUVERT POUR SA RECOPIE MISE A JOUR.
      *
       6040-OPEN-SORTIES-DEB.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CLIM-S.
           IF NOT OK-CLIM-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-BLQKYC-S.
           IF NOT OK-BLQKYC-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLQKYC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATRSK-S.
           IF NOT OK-ETATRSK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATRSK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRSK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-SORTIES-FIN.
           EXIT.
      *
       6050-WRITE-FCLIM-DEB.
           WRITE FS-ENRG-CLIM-S          FROM WS-ENRG-F-CLIM.
           IF NOT OK-CLIM-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CLIM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FCLIM-FIN.
           EXIT.
      *
       6060-WRITE-FBLQKYC-DEB.
           WRITE FS-ENRG-BLQKYC-S        FROM WS-ENRG-F-BLQKYC.
           IF NOT OK-BLQKYC-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-BLQKYC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-WRITE-FBLQKYC-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           CLOSE F-HISMVT-E.
           CLOSE F-CLIM-E.
           CLOSE F-CLIM-S.
           IF NOT OK-CLIM-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLIM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-BLQKYC-S.
           IF NOT OK-BLQKYC-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BLQKYC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATRSK-S.
           IF NOT OK-ETATRSK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATRSK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRSK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL CLIENTS ET DES LIENS EN MEMOIRE :
      *    LES DEUX FICHIERS SONT OBLIGATOIRES ET UNE TABLE SATUREE
      *    EST UNE ERREUR (UN CLIENT NON NOTE ECHAPPERAIT AU BLOCAGE).
      *
       6200-CHARGE-REF-CLIENTS-DEB.
           MOVE ZERO                    TO WS-NB-CLIM.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
           PERFORM 6220-ALIM-CLIM-DEB
              THRU 6220-ALIM-CLIM-FIN
             UNTIL EOF-CLIM-E.
           CLOSE F-CLIM-E.
      *
           MOVE ZERO                    TO WS-NB-LIEN.
           OPEN INPUT F-LIEN-E.
           IF NOT OK-LIEN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
           PERFORM 6240-ALIM-LIEN-DEB
              THRU 6240-ALIM-LIEN-FIN
             UNTIL EOF-LIEN-E.
           CLOSE F-LIEN-E.
       6200-CHARGE-REF-CLIENTS-FIN.
           EXIT.
      *
       6210-READ-FCLIM-DEB.
           READ F-CLIM-E INTO WS-ENRG-F-CLIM.
           IF NOT (OK-CLIM-E OR EOF-CLIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FCLIM-FIN.
           EXIT.
      *
       6220-ALIM-CLIM-DEB.
           IF WS-NB-CLIM NOT < WS-MAX-CLIM
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-CLIM.
           MOVE WS-NB-CLIM              TO WS-IX-CLIM.
           MOVE WS-CLI-NUM-E         TO WS-CLIM-NUM(WS-IX-CLIM).
           MOVE WS-CLI-NOM-E         TO WS-CLIM-NOM(WS-IX-CLIM).
           MOVE WS-CLI-STATUT-E      TO WS-CLIM-STATUT(WS-IX-CLIM).
           MOVE 'N'                  TO WS-RSK-ESCALADE(WS-IX-CLIM)
                                        WS-RSK-DEVISE(WS-IX-CLIM)
                                        WS-RSK-PAYS(WS-IX-CLIM).
           MOVE ZERO                 TO WS-RSK-NB-HIT(WS-IX-CLIM)
                                        WS-RSK-NB-VEL(WS-IX-CLIM)
                                        WS-RSK-MT-ESP(WS-IX-CLIM).
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
       6220-ALIM-CLIM-FIN.
           EXIT.
      *
       6230-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-READ-FLIEN-FIN.
           EXIT.
      *
       6240-ALIM-LIEN-DEB.
           IF WS-NB-LIEN NOT < WS-MAX-LIEN
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-LIEN.
           MOVE WS-NB-LIEN              TO WS-IX-LIEN.
           MOVE WS-LIE-CPTE-E        TO WS-LIEN-CPTE(WS-IX-LIEN).
           MOVE WS-LIE-CLI-E         TO WS-LIEN-CLI(WS-IX-LIEN).
           MOVE WS-LIE-ROLE-E        TO WS-LIEN-ROLE(WS-IX-LIEN).
           MOVE WS-LIE-DFIN-E        TO WS-LIEN-DFIN(WS-IX-LIEN).
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
       6240-ALIM-LIEN-FIN.
           EXIT.
      *
      *    REVUES ENREGISTREES PAR LA CONFORMITE (FICHIER OPTIONNEL :
      *    ABSENT = AUCUNE REVUE DU JOUR).
      *
       6250-CHARGE-REVUES-DEB.
           MOVE ZERO                    TO WS-NB-REV.
           OPEN INPUT F-REVKYC-E.
           EVALUATE TRUE
              WHEN OK-REVKYC-E
                 PERFORM 6260-READ-FREVKYC-DEB
                    THRU 6260-READ-FREVKYC-FIN
                 PERFORM 6270-ALIM-REVUE-DEB
                    THRU 6270-ALIM-REVUE-FIN
                   UNTIL EOF-REVKYC-E
                 CLOSE F-REVKYC-E
              WHEN NOTFOUND-REVKYC-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REVKYC-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVKYC-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6250-CHARGE-REVUES-FIN.
           EXIT.
      *
       6260-READ-FREVKYC-DEB.
           READ F-REVKYC-E INTO WS-ENRG-F-REVKYC.
           IF NOT (OK-REVKYC-E OR EOF-REVKYC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REVKYC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVKYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6260-READ-FREVKYC-FIN.
           EXIT.
      *
       6270-ALIM-REVUE-DEB.
           IF WS-NB-REV = 500
              DISPLAY 'F-REVKYC-E : PLUS DE 500 REVUES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-REV.
           MOVE WS-NB-REV               TO WS-IX-REV.
           MOVE WS-REV-CLI-E         TO WS-REV-CLI(WS-IX-REV).
           IF WS-REV-DREVUE-E IS NUMERIC
              MOVE WS-REV-DREVUE-E   TO WS-REV-DREVUE(WS-IX-REV)
           ELSE
              MOVE ZERO              TO WS-REV-DREVUE(WS-IX-REV)
           END-IF.
           MOVE 'N'                  TO WS-REV-STATUT(WS-IX-REV).
           PERFORM 6260-READ-FREVKYC-DEB
              THRU 6260-READ-FREVKYC-FIN.
       6270-ALIM-REVUE-FIN.
           EXIT.
      *
      *    ALERTES SANCTIONS PUIS ALERTES DE VELOCITE (FICHIERS
      *    OPTIONNELS : ABSENTS = FACTEUR NON RELEVE).
      *
       6300-LIRE-ALERTES-DEB.
           OPEN INPUT F-HITS-E.
           EVALUATE TRUE
              WHEN OK-HITS-E
                 PERFORM 6310-READ-FHITS-DEB
                    THRU 6310-READ-FHITS-FIN
                 PERFORM 1200-TRT-HIT-DEB
                    THRU 1200-TRT-HIT-FIN
                   UNTIL EOF-HITS-E
                 CLOSE F-HITS-E
              WHEN NOTFOUND-HITS-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HITS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HITS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-HISVEL-E.
           EVALUATE TRUE
              WHEN OK-HISVEL-E
                 PERFORM 6320-READ-FHISVEL-DEB
                    THRU 6320-READ-FHISVEL-FIN
                 PERFORM 1300-TRT-VELOCITE-DEB
                    THRU 1300-TRT-VELOCITE-FIN
                   UNTIL EOF-HISVEL-E
                 CLOSE F-HISVEL-E
              WHEN NOTFOUND-HISVEL-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISVEL-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISVEL-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6300-LIRE-ALERTES-FIN.
           EXIT.
      *
       6310-READ-FHITS-DEB.
           READ F-HITS-E INTO WS-ENRG-F-HITS.
           IF NOT (OK-HITS-E OR EOF-HITS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HITS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HITS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FHITS-FIN.
           EXIT.
      *
       6320-READ-FHISVEL-DEB.
           READ F-HISVEL-E INTO WS-ENRG-F-HISVEL.
           IF NOT (OK-HISVEL-E OR EOF-HISVEL-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISVEL-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISVEL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-READ-FHISVEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    DELAIS DE REVUE EN JOURS PAR NOTE, TOLERANCE AVANT BLOCAGE
      *    EN JOURS, PERIODE D'OBSERVATION EN MOIS ET SEUIL ESPECES
      *    EN CENTIMES ; PARAMETRE ABSENT OU NON NUMERIQUE = DEFAUT.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'DLREVE'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:4) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:4)    TO WS-DL-REVUE-ELEVE
           END-IF.
           MOVE 'DLREVM'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:4) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:4)    TO WS-DL-REVUE-MOYEN
           END-IF.
           MOVE 'DLREVF'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:4) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:4)    TO WS-DL-REVUE-FAIBLE
           END-IF.
           MOVE 'JRBLQKYC'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JR-TOLERANCE
           END-IF.
           MOVE 'PERKYC'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:2) IS NUMERIC
              AND WS-PAR-VALEUR(1:2) NOT = '00'
              MOVE WS-PAR-VALEUR(1:2)    TO WS-NB-MOIS-PERIODE
           END-IF.
           MOVE 'SEUILESP'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:9) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:9)    TO WS-SEUIL-ESP-CENTS
              COMPUTE WS-SEUIL-ESPECES = WS-SEUIL-ESP-CENTS / 100
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    DEBUT DE LA PERIODE D'OBSERVATION : MEME JOUR, N MOIS PLUS
      *    TOT (LA DATE SERT DE BORNE DE COMPARAISON, UN 31 SANS
      *    EQUIVALENT DANS LE MOIS RESTE UNE BORNE CORRECTE).
      *
       7010-CALC-DEBUT-PERIODE-DEB.
           COMPUTE WS-NB-MOIS-CALC = WS-DATE-SYST-AA * 12
                                   + WS-DATE-SYST-MM - 1
                                   - WS-NB-MOIS-PERIODE.
           DIVIDE WS-NB-MOIS-CALC BY 12
              GIVING WS-DATE-DEB-AA
              REMAINDER WS-DATE-DEB-MM.
           ADD 1                         TO WS-DATE-DEB-MM.
           MOVE WS-DATE-SYST-JJ          TO WS-DATE-DEB-JJ.
       7010-CALC-DEBUT-PERIODE-FIN.
           EXIT.
      *
      *    GRILLE DE NOTATION : UNE ALERTE SANCTIONS ESCALADEE FAIT
      *    LE RISQUE ELEVE QUELS QUE SOIENT LES POINTS.
      *
       7300-CALC-NOTE-DEB.
           MOVE ZERO                     TO WS-POINTS.
           IF WS-RSK-NB-HIT(WS-IX-CLI-MAJ) > ZERO
              ADD 2                      TO WS-POINTS
           END-IF.
           EVALUATE TRUE
              WHEN WS-RSK-NB-VEL(WS-IX-CLI-MAJ) > 2
                 ADD 2                   TO WS-POINTS
              WHEN WS-RSK-NB-VEL(WS-IX-CLI-MAJ) > ZERO
                 ADD 1                   TO WS-POINTS
           END-EVALUATE.
           IF RSK-DEVISE(WS-IX-CLI-MAJ)
              ADD 1                      TO WS-POINTS
           END-IF.
           IF RSK-PAYS(WS-IX-CLI-MAJ)
              ADD 2                      TO WS-POINTS
           END-IF.
           EVALUATE TRUE
              WHEN WS-RSK-MT-ESP(WS-IX-CLI-MAJ) NOT < WS-SEUIL-ESPECES
                 ADD 2                   TO WS-POINTS
              WHEN WS-RSK-MT-ESP(WS-IX-CLI-MAJ) * 2
                                        NOT < WS-SEUIL-ESPECES
                 ADD 1                   TO WS-POINTS
           END-EVALUATE.
      *
           EVALUATE TRUE
              WHEN RSK-ESCALADE(WS-IX-CLI-MAJ)
                 SET RISQUE-ELEVE        TO TRUE
              WHEN WS-POINTS > 3
                 SET RISQUE-ELEVE        TO TRUE
              WHEN WS-POINTS > 1
                 SET RISQUE-MOYEN        TO TRUE
              WHEN OTHER
                 SET RISQUE-FAIBLE       TO TRUE
           END-EVALUATE.
       7300-CALC-NOTE-FIN.
           EXIT.
      *
      *    REVUE DU JOUR : LA PLUS RECENTE DES REVUES DU CLIENT, SI
      *    ELLE N'EST NI FUTURE NI ANTERIEURE A LA DERNIERE CONNUE.
      *
       7400-APPLIQUE-REVUE-DEB.
           SET REVUE-ABSENTE             TO TRUE.
           PERFORM 7410-EXAMINE-REVUE-DEB
              THRU 7410-EXAMINE-REVUE-FIN
             VARYING WS-IX-REV FROM 1 BY 1
               UNTIL WS-IX-REV > WS-NB-REV.
           IF REVUE-ENREGISTREE
              ADD 1                      TO WS-CPT-REVUES
           END-IF.
       7400-APPLIQUE-REVUE-FIN.
           EXIT.
      *
       7410-EXAMINE-REVUE-DEB.
           IF WS-REV-CLI(WS-IX-REV) NOT = WS-CLI-NUM-E
              OR WS-REV-DREVUE(WS-IX-REV) = ZERO
              OR WS-REV-DREVUE(WS-IX-REV) > WS-DATE-SYST-N
              GO TO 7410-EXAMINE-REVUE-FIN
           END-IF.
           MOVE 'O'                      TO WS-REV-STATUT(WS-IX-REV).
           IF WS-REV-DREVUE(WS-IX-REV) > WS-DREVUE
              MOVE WS-REV-DREVUE(WS-IX-REV) TO WS-DREVUE
              SET REVUE-ENREGISTREE      TO TRUE
           END-IF.
       7410-EXAMINE-REVUE-FIN.
           EXIT.
      *
      *    ECHEANCE DE LA PROCHAINE REVUE (JOURS CALENDAIRES, ARIS902) :
      *    - DOSSIER DEJA REVU : DERNIERE REVUE + DELAI DE LA NOTE ;
      *    - JAMAIS REVU ET SANS ECHEANCE : DATE DU JOUR + DELAI ;
      *    - JAMAIS REVU, ECHEANCE EN COURS : CONSERVEE, SAUF SI LA
      *      NOTE CHANGE ET QUE LE NOUVEAU DELAI LA RAPPROCHE.
      *
       7500-CALC-ECHEANCE-DEB.
           EVALUATE TRUE
              WHEN RISQUE-ELEVE
                 MOVE WS-DL-REVUE-ELEVE  TO WS-DL-REVUE
              WHEN RISQUE-MOYEN
                 MOVE WS-DL-REVUE-MOYEN  TO WS-DL-REVUE
              WHEN OTHER
                 MOVE WS-DL-REVUE-FAIBLE TO WS-DL-REVUE
           END-EVALUATE.
      *
           IF WS-DREVUE > ZERO
              MOVE WS-DREVUE             TO WS-CAL-DATE-1
           ELSE
              MOVE WS-DATE-SYST-N        TO WS-CAL-DATE-1
           END-IF.
           MOVE WS-DL-REVUE              TO WS-CAL-NB-JOURS.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-DATE-2         TO WS-DECH-CALC
           ELSE
              MOVE WS-CAL-DATE-1         TO WS-DECH-CALC
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-DREVUE > ZERO
                 MOVE WS-DECH-CALC       TO WS-DECH-NOUV
              WHEN WS-DECH-ANC = ZERO
                 MOVE WS-DECH-CALC       TO WS-DECH-NOUV
              WHEN WS-RISQUE-NOUV NOT = WS-RISQUE-ANC
                   AND WS-DECH-CALC < WS-DECH-ANC
                 MOVE WS-DECH-CALC       TO WS-DECH-NOUV
              WHEN OTHER
                 MOVE WS-DECH-ANC        TO WS-DECH-NOUV
           END-EVALUATE.
       7500-CALC-ECHEANCE-FIN.
           EXIT.
      *
      *    CLIENT A RISQUE ELEVE DONT LA REVUE EST ECHUE DEPUIS PLUS
      *    DE LA TOLERANCE : SES COMPTES (TITULAIRE OU COTITULAIRE,
      *    LIENS ACTIFS) SONT PORTES AU FICHIER DES COMPTES BLOQUES.
      *
       7600-CTRL-BLOCAGE-DEB.
           SET CLIENT-LIBRE              TO TRUE.
           MOVE ZERO                     TO WS-NB-CPTE-BLQ.
           IF WS-DECH-NOUV NOT < WS-DATE-SYST-N
              GO TO 7600-CTRL-BLOCAGE-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ECHUES.
           IF NOT RISQUE-ELEVE
              GO TO 7600-CTRL-BLOCAGE-FIN
           END-IF.
      *
           MOVE WS-DECH-NOUV             TO WS-CAL-DATE-1.
           MOVE WS-JR-TOLERANCE          TO WS-CAL-NB-JOURS.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              MOVE WS-DECH-NOUV          TO WS-CAL-DATE-2
           END-IF.
           IF WS-CAL-DATE-2 NOT < WS-DATE-SYST-N
              GO TO 7600-CTRL-BLOCAGE-FIN
           END-IF.
      *
           SET CLIENT-BLOQUE             TO TRUE.
           ADD 1                         TO WS-CPT-CLI-BLQ.
           PERFORM 7610-BLOQUE-UN-LIEN-DEB
              THRU 7610-BLOQUE-UN-LIEN-FIN
             VARYING WS-IX-LIEN FROM 1 BY 1
               UNTIL WS-IX-LIEN > WS-NB-LIEN.
       7600-CTRL-BLOCAGE-FIN.
           EXIT.
      *
       7610-BLOQUE-UN-LIEN-DEB.
           IF WS-LIEN-CLI(WS-IX-LIEN) NOT = WS-CLI-NUM-E
              OR NOT LIEN-ACTIF(WS-IX-LIEN)
              OR LIEN-MANDATAIRE(WS-IX-LIEN)
              GO TO 7610-BLOQUE-UN-LIEN-FIN
           END-IF.
           MOVE SPACES                   TO WS-ENRG-F-BLQKYC.
           MOVE WS-LIEN-CPTE(WS-IX-LIEN) TO WS-BKY-CPTE-E.
           MOVE WS-CLI-NUM-E             TO WS-BKY-CLI-E.
           MOVE WS-DECH-NOUV             TO WS-BKY-DECH-E.
           MOVE WS-DATE-SYST-N           TO WS-BKY-DBLQ-E.
           PERFORM 6060-WRITE-FBLQKYC-DEB
              THRU 6060-WRITE-FBLQKYC-FIN.
           ADD 1                         TO WS-NB-CPTE-BLQ.
           ADD 1                         TO WS-CPT-CPTE-BLQ.
       7610-BLOQUE-UN-LIEN-FIN.
           EXIT.
      *
      *    TITULAIRES ET COTITULAIRES ACTIFS DU COMPTE WS-CPTE-RECH
      *    CONNUS DU REFERENTIEL (LES MANDATAIRES NE SONT PAS NOTES
      *    SUR LES COMPTES QU'ILS NE DETIENNENT PAS).
      *
       7200-RECH-TITULAIRES-DEB.
           MOVE ZERO                     TO WS-NB-TIT.
           PERFORM 7210-EXAMINE-LIEN-DEB
              THRU 7210-EXAMINE-LIEN-FIN
             VARYING WS-IX-LIEN FROM 1 BY 1
               UNTIL WS-IX-LIEN > WS-NB-LIEN.
       7200-RECH-TITULAIRES-FIN.
           EXIT.
      *
       7210-EXAMINE-LIEN-DEB.
           IF WS-LIEN-CPTE(WS-IX-LIEN) NOT = WS-CPTE-RECH
              OR NOT LIEN-ACTIF(WS-IX-LIEN)
              OR LIEN-MANDATAIRE(WS-IX-LIEN)
              GO TO 7210-EXAMINE-LIEN-FIN
           END-IF.
           SET CLIM-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-CLIM.
           PERFORM 7220-RECH-UN-CLIENT-DEB
              THRU 7220-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLIM > WS-NB-CLIM) OR CLIM-TROUVE.
           IF CLIM-NON-TROUVE
              GO TO 7210-EXAMINE-LIEN-FIN
           END-IF.
           IF WS-NB-TIT = 10
              DISPLAY 'COMPTE ' WS-CPTE-RECH
                      ' : PLUS DE 10 TITULAIRES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-TIT.
           MOVE WS-IX-CLIM               TO WS-TIT-IX-CLIM(WS-NB-TIT).
       7210-EXAMINE-LIEN-FIN.
           EXIT.
      *
       7220-RECH-UN-CLIENT-DEB.
           IF WS-CLIM-NUM(WS-IX-CLIM) = WS-LIEN-CLI(WS-IX-LIEN)
              SET CLIM-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLIM
           END-IF.
       7220-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7700-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO145'                TO WS-MSQ-PROG.
           MOVE 'ETATRSK'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATRSK.
       7700-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LRSK-DETAIL
      *    AVANT ECRITURE SUR ETATRSK.
      *
       7710-MASQUE-LRSK-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATRSK       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LRSK-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LRSK-NOM-ED.
       7710-MASQUE-LRSK-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LRSK-DATE-ED.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TIRET.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-ENTETE.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           MOVE WS-CLI-NUM-E             TO WS-LRSK-CLI-ED.
           MOVE WS-CLI-NOM-E             TO WS-LRSK-NOM-ED.
           MOVE WS-RISQUE-ANC            TO WS-LRSK-ANC-ED.
           MOVE WS-RISQUE-NOUV           TO WS-LRSK-NOUV-ED.
           MOVE WS-POINTS                TO WS-LRSK-PTS-ED.
           MOVE WS-DREVUE                TO WS-LRSK-DREVUE-ED.
           MOVE WS-DECH-NOUV             TO WS-LRSK-DECH-ED.
           EVALUATE TRUE
              WHEN CLIENT-BLOQUE
                 MOVE 'DEBITS BLOQUES'   TO WS-LRSK-OBS-ED
              WHEN REVUE-ENREGISTREE
                 MOVE 'REVUE ENREGISTREE' TO WS-LRSK-OBS-ED
              WHEN OTHER
                 MOVE 'NOTE MODIFIEE'    TO WS-LRSK-OBS-ED
           END-EVALUATE.
           PERFORM 7710-MASQUE-LRSK-DETAIL-DEB
              THRU 7710-MASQUE-LRSK-DETAIL-FIN.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TIRET.
           MOVE 'CLIENTS A RISQUE FAIBLE (F)'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-FAIBLE            TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CLIENTS A RISQUE MOYEN (M)'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-MOYEN             TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CLIENTS A RISQUE ELEVE (E)'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-ELEVE             TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CLIENTS RADIES (NON NOTES)'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-RADIES            TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CHANGEMENTS DE NOTE'    TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-CHGT-NOTE         TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'REVUES ENREGISTREES'    TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-REVUES            TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'REVUES REJETEES'        TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-REV-REJET         TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CLIENTS DONT LA REVUE EST ECHUE'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-ECHUES            TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'CLIENTS A RISQUE ELEVE BLOQUES AU DEBIT'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-CLI-BLQ           TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
           MOVE 'COMPTES PORTES AU FICHIER BLQKYC'
                                         TO WS-LRSK-TOT-LIB.
           MOVE WS-CPT-CPTE-BLQ          TO WS-LRSK-TOT-NB.
           WRITE FS-ENRG-ETATRSK-S       FROM WS-LRSK-TOTAL.
       8020-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO145     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DEBUT DE PERIODE OBSERVEE    :  ' WS-DATE-DEB-PER-N.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-CPTE.
           DISPLAY 'MOUVEMENTS HISTORIQUE LUS    :  ' WS-CPT-HISMVT.
           DISPLAY 'MOUVEMENTS ESPECES RETENUS   :  ' WS-CPT-ESPECES.
           DISPLAY 'ALERTES SANCTIONS RETENUES   :  ' WS-CPT-HITS.
           DISPLAY 'ALERTES VELOCITE RETENUES    :  ' WS-CPT-VEL.
           DISPLAY 'CLIENTS DU REFERENTIEL       :  ' WS-CPT-CLIENTS.
           DISPLAY 'NOTES F / M / E              :  '
                   WS-CPT-FAIBLE ' / ' WS-CPT-MOYEN ' / '
                   WS-CPT-ELEVE.
           DISPLAY 'REVUES ENREGISTREES/REJETEES :  '
                   WS-CPT-REVUES ' / ' WS-CPT-REV-REJET.
           DISPLAY 'COMPTES BLOQUES AU DEBIT     :  ' WS-CPT-CPTE-BLQ.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO145         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO145        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
