      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO119                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CONSTITUTION DES CHARGEMENTS ET MANIFESTES TRANSPORTEURS     *
      *  (ENTRE L'EDITION DES BL ARIO092 ET LA CONFIRMATION A QUAI    *
      *  ARIO093) : LES LIVRAISONS DU JOUR DU REGISTRE BLREG (DATE    *
      *  EN SYSIN, DEFAUT TOUTES LES LIGNES DU FICHIER) SONT          *
      *  REGROUPEES PAR TRANSPORTEUR ET TOURNEE ; LA TOURNEE EST LE   *
      *  DEPARTEMENT DU CODE POSTAL CLIENT (CLI0206, COPY CLICOM) ET  *
      *  LE TRANSPORTEUR CELUI DE LA TABLE DES TOURNEES (COPY         *
      *  TRANSP, TOURNEE '**' PAR DEFAUT). LE POIDS D'UNE LIGNE EST   *
      *  ESTIME PAR LA CLASSE DE POIDS DE L'ARTICLE (PARAMETRES       *
      *  'POIDSA', 'POIDSB', 'POIDSC' EN KG PAR UNITE) PLUS LA TARE   *
      *  DES CARTONS ET PALETTES ('TARECART', 'TAREPAL') SELON LE     *
      *  CONDITIONNEMENT D'ART0206. LES BL D'UNE TOURNEE SONT RANGES  *
      *  DANS L'ORDRE DU REGISTRE DANS LE PREMIER CHARGEMENT OU ILS   *
      *  TIENNENT SANS DEPASSER LA CAPACITE DU VEHICULE ; UN BL PLUS  *
      *  LOURD QUE LE VEHICULE PART SEUL, SIGNALE EN SURCHARGE. CHAQUE*
      *  CHARGEMENT DONNE UN MANIFESTE (F-MANIF-S) AVEC UNE SECTION   *
      *  MARCHANDISES DANGEREUSES POUR LES ARTICLES A CLASSE DE       *
      *  RISQUE, ET UNE ESTIMATION DU COUT DE FRET (F-FRTCHG-S, COPY  *
      *  FRTCHG : FORFAIT + PRIX AU KG DU TRANSPORTEUR).              *
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
       PROGRAM-ID.      ARIO119.
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
      *                      F-BLREG-E : REGISTRE DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  F-BLREG-E           ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG.
      *                      -------------------------------------------
      *                      F-TRANSP-E : TABLE DES TOURNEES
      *                      -------------------------------------------
           SELECT  F-TRANSP-E          ASSIGN TO TRANSP
                   FILE STATUS         IS WS-FS-TRANSP.
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART.
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER CLIENTS CLI0206
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO CLI0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-CLI-CODE
                   FILE STATUS         IS WS-FS-CLI.
      *                      -------------------------------------------
      *                      F-MANIF-S : MANIFESTES TRANSPORTEURS
      *                      -------------------------------------------
           SELECT  F-MANIF-S           ASSIGN TO MANIF
                   FILE STATUS         IS WS-FS-MANIF.
      *                      -------------------------------------------
      *                      F-FRTCHG-S : COUT DE FRET PAR CHARGEMENT
      *                      -------------------------------------------
           SELECT  F-FRTCHG-S          ASSIGN TO FRTCHG
                   FILE STATUS         IS WS-FS-FRTCHG.
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
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-TRANSP-E
           RECORDING MODE IS F.
       01  FS-ENRG-TRANSP-E           PIC X(50).
      *
       FD  F-ART-E
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-CLI-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-ENRG-CLI-E.
           05  FS-CLI-CODE            PIC X(08).
           05  FILLER                 PIC X(92).
      *
       FD  F-MANIF-S
           RECORDING MODE IS F.
       01  FS-ENRG-MANIF-S            PIC X(132).
      *
       FD  F-FRTCHG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FRTCHG-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- REGISTRE DES BONS DE LIVRAISON ---------------*
      *
           COPY BLREG.
      *
      *---------------- TOURNEES TRANSPORTEURS -----------------------*
      *
           COPY TRANSP.
      *
      *---------------- ENREGISTREMENT ARTICLE ------------------------*
      *
           COPY ARTICLE.
      *
      *---------------- CLIENTS DE L'ENTREPOT -------------------------*
      *
           COPY CLICOM.
      *
      *---------------- COUT DE FRET D'UN CHARGEMENT ------------------*
      *
           COPY FRTCHG.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- BONS DE LIVRAISON DU JOUR ---------------------*
      *
       01  WS-TAB-BLT.
           05  WS-BLT-EL             OCCURS 1000 TIMES.
               10  WS-BLT-NO-BL      PIC X(08).
               10  WS-BLT-CLIENT     PIC X(08).
               10  WS-BLT-NOM        PIC X(20).
               10  WS-BLT-VILLE      PIC X(15).
               10  WS-BLT-CP         PIC X(05).
               10  WS-BLT-ROUTE      PIC X(02).
               10  WS-BLT-IX-TRP     PIC S9(04) COMP.
               10  WS-BLT-PREM-LIG   PIC S9(04) COMP.
               10  WS-BLT-NB-LIG     PIC S9(04) COMP.
               10  WS-BLT-POIDS      PIC 9(07)V999 COMP-3.
               10  WS-BLT-CHARGE     PIC 9(04).
       01  WS-NB-BLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BLT2                PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- LIGNES DES BONS DE LIVRAISON ------------------*
      *
       01  WS-TAB-LIG.
           05  WS-LIG-EL             OCCURS 5000 TIMES.
               10  WS-LIG-ART        PIC X(06).
               10  WS-LIG-LIBEL      PIC X(20).
               10  WS-LIG-LOT        PIC X(08).
               10  WS-LIG-QTE        PIC 9(06).
               10  WS-LIG-NB-COLIS   PIC 9(05).
               10  WS-LIG-NB-PAL     PIC 9(04).
               10  WS-LIG-POIDS      PIC 9(07)V999 COMP-3.
               10  WS-LIG-RISQUE     PIC X(01).
       01  WS-NB-LIG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-LIG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-FIN-LIG                PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-BLREG               PIC XX.
           88  OK-BLREG              VALUE '00'.
           88  EOF-BLREG             VALUE '10'.
       01  WS-FS-TRANSP              PIC XX.
           88  OK-TRANSP             VALUE '00'.
           88  EOF-TRANSP            VALUE '10'.
       01  WS-FS-ART                 PIC XX.
           88  OK-ART                VALUE '00'.
           88  NOTFOUND-ART          VALUE '23'.
       01  WS-FS-CLI                 PIC XX.
           88  OK-CLI                VALUE '00'.
           88  NOTFOUND-CLI          VALUE '23'.
       01  WS-FS-MANIF               PIC XX.
           88  OK-MANIF              VALUE '00'.
       01  WS-FS-FRTCHG              PIC XX.
           88  OK-FRTCHG             VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-JOUR      PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-JOUR              PIC 9(08) VALUE ZERO.
       01  WS-POIDS-A                PIC 9(03)V999 VALUE 1.
       01  WS-POIDS-B                PIC 9(03)V999 VALUE 5.
       01  WS-POIDS-C                PIC 9(03)V999 VALUE 20.
       01  WS-TARE-CARTON            PIC 9(03)V999 VALUE 0,5.
       01  WS-TARE-PALETTE           PIC 9(03)V999 VALUE 25.
       01  WS-POIDS-UNITE            PIC 9(03)V999.
       01  WS-NO-CHARGE              PIC 9(04) VALUE ZERO.
       01  WS-CHG-IX-TRP             PIC S9(04) COMP VALUE ZERO.
       01  WS-CHG-ROUTE              PIC X(02).
       01  WS-CHG-POIDS              PIC 9(07)V999 COMP-3.
       01  WS-CHG-NB-BL              PIC 9(04).
       01  WS-CHG-NB-LIG             PIC 9(05).
       01  WS-CHG-TAUX               PIC 9(03)V9.
       01  WS-CHG-COUT               PIC 9(07)V99.
       01  WS-SW-CHG-MD              PIC X(01).
           88  CHG-AVEC-MD           VALUE 'O'.
           88  CHG-SANS-MD           VALUE 'N'.
       01  WS-SW-SURCHARGE           PIC X(01).
           88  CHG-SURCHARGE         VALUE 'O'.
           88  CHG-NORMAL            VALUE 'N'.
       01  WS-SW-BL-ADMIS            PIC X(01).
           88  BL-ADMIS              VALUE 'O'.
           88  BL-REFUSE             VALUE 'N'.
       01  WS-ROUTE-CHERCHEE         PIC X(02).
       01  WS-BL-PRECEDENT           PIC X(08) VALUE SPACES.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LIG-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-RETENUES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-INCONNUS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLI-INCONNUS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-CHARGES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-SANS-TRP        PIC 9(05) VALUE ZERO.
       01  WS-CPT-CHARGES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-SURCHARGES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-MD             PIC 9(05) VALUE ZERO.
       01  WS-TOT-POIDS              PIC 9(09)V999 VALUE ZERO.
       01  WS-TOT-COUT               PIC 9(09)V99 VALUE ZERO.
      *
      *---------------- LIGNES DU MANIFESTE ---------------------------*
      *
       01  WS-LMAN-BLANC             PIC X(132) VALUE SPACE.
       01  WS-LMAN-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LMAN-EGAL              PIC X(132) VALUE ALL '='.
       01  WS-LMAN-TITRE.
           05  FILLER                PIC X(40) VALUE
               'ESTIAC - MANIFESTE DE CHARGEMENT NO '.
           05  WS-LMAN-NO-ED         PIC 9(04).
           05  FILLER                PIC X(06) VALUE ' DU '.
           05  WS-LMAN-DATE-ED       PIC 9(08).
       01  WS-LMAN-TRANSP.
           05  FILLER                PIC X(15) VALUE 'TRANSPORTEUR : '.
           05  WS-LMAN-TRP-ED        PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-TRP-NOM-ED    PIC X(20).
           05  FILLER                PIC X(12) VALUE '  TOURNEE : '.
           05  WS-LMAN-ROUTE-ED      PIC X(02).
           05  FILLER                PIC X(15) VALUE '  CAPACITE KG :'.
           05  WS-LMAN-CAPA-ED       PIC ZZZZZ9.
       01  WS-LMAN-ENT-LIGNE         PIC X(132) VALUE
           'BL        CLIENT   NOM                  VILLE           ARTI
      -    'CLE LIBELLE              LOT         QUANTITE  COLIS  PAL
      -    ' POIDS KG'.
       01  WS-LMAN-LIGNE.
           05  WS-LMAN-BL-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-CLI-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-NOM-ED        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-VILLE-ED      PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-LIB-ED        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-LOT-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-QTE-ED        PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-COLIS-ED      PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-PAL-ED        PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-POIDS-ED      PIC ZZZZZZ9,999.
       01  WS-LMAN-TOTAL.
           05  FILLER                PIC X(18) VALUE
               'NOMBRE DE BL    : '.
           05  WS-LMAN-T-NBBL-ED     PIC ZZZ9.
           05  FILLER                PIC X(20) VALUE
               '   POIDS TOTAL KG : '.
           05  WS-LMAN-T-POIDS-ED    PIC ZZZZZZ9,999.
           05  FILLER                PIC X(19) VALUE
               '   REMPLISSAGE % : '.
           05  WS-LMAN-T-TAUX-ED     PIC ZZ9,9.
           05  FILLER                PIC X(19) VALUE
               '   COUT ESTIME : '.
           05  WS-LMAN-T-COUT-ED     PIC ZZZZZZ9,99.
       01  WS-LMAN-SURCHARGE         PIC X(132) VALUE
           '*** SURCHARGE : UN BL DEPASSE A LUI SEUL LA CAPACITE DU VEHI
      -    'CULE - A FRACTIONNER AVANT DEPART ***'.
       01  WS-LMAN-MD-TITRE          PIC X(132) VALUE
           'DECLARATION DE MARCHANDISES DANGEREUSES'.
       01  WS-LMAN-MD-ENTETE         PIC X(132) VALUE
           'BL        CLIENT   ARTICLE LIBELLE              LOT       C
      -    'LASSE RISQUE    QUANTITE   POIDS KG'.
       01  WS-LMAN-MD-LIGNE.
           05  WS-LMAN-MD-BL-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-MD-CLI-ED     PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-MD-ART-ED     PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-MD-LIB-ED     PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMAN-MD-LOT-ED     PIC X(08).
           05  FILLER                PIC X(06) VALUE SPACE.
           05  WS-LMAN-MD-RIS-ED     PIC X(01).
           05  FILLER                PIC X(06) VALUE SPACE.
           05  WS-LMAN-MD-QTE-ED     PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMAN-MD-POIDS-ED   PIC ZZZZZZ9,999.
       01  WS-LMAN-MD-PIED           PIC X(132) VALUE
           'LE CHAUFFEUR DECLARE AVOIR PRIS CONNAISSANCE DES MARCHANDISE
      -    'S DANGEREUSES A BORD ET DES CONSIGNES DE SECURITE.'.
       01  WS-LMAN-SIGNATURE         PIC X(132) VALUE
           'VISA QUAI :                         VISA CHAUFFEUR :
      -    '                  HEURE DE DEPART :'.
       01  WS-LMAN-SANS-TRP          PIC X(132) VALUE
           'BL SANS TRANSPORTEUR (TOURNEE ABSENTE DE LA TABLE TRANSP, A
      -    'AFFECTER MANUELLEMENT)'.
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
           IF WS-DEM-DATE-JOUR IS NUMERIC
              MOVE WS-DEM-DATE-JOUR      TO WS-DATE-JOUR
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO119'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
      *--------------- CHARGEMENT DE LA TABLE DES TOURNEES ------------*
      *
           PERFORM 6010-READ-FTRANSP-DEB
              THRU 6010-READ-FTRANSP-FIN.
           PERFORM 1000-CHARGE-TOURNEE-DEB
              THRU 1000-CHARGE-TOURNEE-FIN
             UNTIL EOF-TRANSP.
      *
      *--------------- LIGNES DE BL DU JOUR ET POIDS ESTIMES ----------*
      *
           PERFORM 6020-READ-FBLREG-DEB
              THRU 6020-READ-FBLREG-FIN.
           PERFORM 2000-TRT-LIGNE-BL-DEB
              THRU 2000-TRT-LIGNE-BL-FIN
             UNTIL EOF-BLREG.
      *
      *--------------- CONSTITUTION DES CHARGEMENTS -------------------*
      *
           PERFORM 3000-TRT-BL-DEB
              THRU 3000-TRT-BL-FIN
             VARYING WS-IX-BLT FROM 1 BY 1
               UNTIL WS-IX-BLT > WS-NB-BLT.
      *
      *--------------- BL SANS TRANSPORTEUR ---------------------------*
      *
           IF WS-CPT-BL-SANS-TRP > ZERO
              PERFORM 8200-EDIT-SANS-TRP-DEB
                 THRU 8200-EDIT-SANS-TRP-FIN
           END-IF.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-CHARGES           TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UNE TOURNEE TRANSPORTEUR                       *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-TOURNEE-DEB.
      *
           IF WS-NB-TRP = 100
              DISPLAY 'TABLE DES TOURNEES SATUREE (100)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-TRP.
           MOVE WS-TRP-ROUTE-E           TO WS-TRP-ROUTE(WS-NB-TRP).
           MOVE WS-TRP-CODE-E            TO WS-TRP-CODE(WS-NB-TRP).
           MOVE WS-TRP-NOM-E             TO WS-TRP-NOM(WS-NB-TRP).
           MOVE WS-TRP-CAPACITE-E        TO WS-TRP-CAPACITE(WS-NB-TRP).
           MOVE WS-TRP-FORFAIT-E         TO WS-TRP-FORFAIT(WS-NB-TRP).
           MOVE WS-TRP-PRIX-KG-E         TO WS-TRP-PRIX-KG(WS-NB-TRP).
      *
           PERFORM 6010-READ-FTRANSP-DEB
              THRU 6010-READ-FTRANSP-FIN.
      *
       1000-CHARGE-TOURNEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LIGNE DE BL : RATTACHEMENT AU BL ET POIDS ESTIME            *
      *---------------------------------------------------------------*
      *
       2000-TRT-LIGNE-BL-DEB.
      *
           ADD 1                         TO WS-CPT-LIG-LUES.
           IF WS-DATE-JOUR NOT = ZERO
              IF WS-BLR-DATE-BL IS NOT NUMERIC
                 OR WS-BLR-DATE-BL NOT = WS-DATE-JOUR
                 GO TO 2000-SUITE
              END-IF
           END-IF.
           ADD 1                         TO WS-CPT-LIG-RETENUES.
      *
      *    LES LIGNES D'UN BL SONT CONTIGUES DANS LE REGISTRE.
      *
           IF WS-BLR-NO-BL NOT = WS-BL-PRECEDENT
              PERFORM 2100-NOUVEAU-BL-DEB
                 THRU 2100-NOUVEAU-BL-FIN
           END-IF.
      *
           IF WS-NB-LIG = 5000
              DISPLAY 'TABLE DES LIGNES DE BL SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-LIG.
           ADD 1                         TO WS-BLT-NB-LIG(WS-NB-BLT).
           MOVE WS-BLR-ART               TO WS-LIG-ART(WS-NB-LIG).
           MOVE WS-BLR-LOT               TO WS-LIG-LOT(WS-NB-LIG).
           MOVE WS-BLR-QTE               TO WS-LIG-QTE(WS-NB-LIG).
      *
           PERFORM 7100-POIDS-LIGNE-DEB
              THRU 7100-POIDS-LIGNE-FIN.
           ADD WS-LIG-POIDS(WS-NB-LIG)   TO WS-BLT-POIDS(WS-NB-BLT).
      *
       2000-SUITE.
           PERFORM 6020-READ-FBLREG-DEB
              THRU 6020-READ-FBLREG-FIN.
      *
       2000-TRT-LIGNE-BL-FIN.
           EXIT.
      *
       2100-NOUVEAU-BL-DEB.
      *
           IF WS-NB-BLT = 1000
              DISPLAY 'TABLE DES BONS DE LIVRAISON SATUREE (1000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-BLT.
           MOVE WS-BLR-NO-BL             TO WS-BL-PRECEDENT
                                            WS-BLT-NO-BL(WS-NB-BLT).
           MOVE WS-BLR-CLIENT            TO WS-BLT-CLIENT(WS-NB-BLT).
           COMPUTE WS-BLT-PREM-LIG(WS-NB-BLT) = WS-NB-LIG + 1.
           MOVE ZERO                     TO WS-BLT-NB-LIG(WS-NB-BLT)
                                            WS-BLT-POIDS(WS-NB-BLT)
                                            WS-BLT-CHARGE(WS-NB-BLT)
                                            WS-BLT-IX-TRP(WS-NB-BLT).
      *
      *    ADRESSE DE LIVRAISON ET TOURNEE (DEPARTEMENT DU CODE POSTAL)
      *
           MOVE WS-BLR-CLIENT            TO FS-CLI-CODE.
           READ F-CLI-E                  INTO WS-ENRG-F-CLICOM.
           IF NOTFOUND-CLI
              ADD 1                      TO WS-CPT-CLI-INCONNUS
              MOVE SPACES                TO WS-ENRG-F-CLICOM
              MOVE 'CLIENT INCONNU'      TO WS-CLC-NOM-E
           ELSE
              IF NOT OK-CLI
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           MOVE WS-CLC-NOM-E             TO WS-BLT-NOM(WS-NB-BLT).
           MOVE WS-CLC-ADR-VILLE-E       TO WS-BLT-VILLE(WS-NB-BLT).
           MOVE WS-CLC-ADR-CP-E          TO WS-BLT-CP(WS-NB-BLT).
           MOVE WS-CLC-ADR-CP-E(1:2)     TO WS-BLT-ROUTE(WS-NB-BLT).
      *
           MOVE WS-CLC-ADR-CP-E(1:2)     TO WS-ROUTE-CHERCHEE.
           PERFORM 7200-RECH-TOURNEE-DEB
              THRU 7200-RECH-TOURNEE-FIN.
           IF TRP-NON-TROUVE
              MOVE '**'                  TO WS-ROUTE-CHERCHEE
              PERFORM 7200-RECH-TOURNEE-DEB
                 THRU 7200-RECH-TOURNEE-FIN
           END-IF.
           IF TRP-TROUVE
              MOVE WS-IX-TRP             TO WS-BLT-IX-TRP(WS-NB-BLT)
           ELSE
              ADD 1                      TO WS-CPT-BL-SANS-TRP
           END-IF.
      *
       2100-NOUVEAU-BL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONSTITUTION D'UN CHARGEMENT A PARTIR DU PREMIER BL LIBRE   *
      *---------------------------------------------------------------*
      *
       3000-TRT-BL-DEB.
      *
           IF WS-BLT-CHARGE(WS-IX-BLT) NOT = ZERO
              OR WS-BLT-IX-TRP(WS-IX-BLT) = ZERO
              GO TO 3000-TRT-BL-FIN
           END-IF.
      *
           ADD 1                         TO WS-NO-CHARGE.
           ADD 1                         TO WS-CPT-CHARGES.
           MOVE WS-BLT-IX-TRP(WS-IX-BLT) TO WS-CHG-IX-TRP.
           MOVE WS-BLT-ROUTE(WS-IX-BLT)  TO WS-CHG-ROUTE.
           MOVE ZERO                     TO WS-CHG-POIDS
                                            WS-CHG-NB-BL
                                            WS-CHG-NB-LIG.
           SET CHG-SANS-MD               TO TRUE.
           SET CHG-NORMAL                TO TRUE.
      *
      *    PREMIER AJUSTEMENT : LES BL SUIVANTS DE LA MEME TOURNEE
      *    ENTRENT DANS L'ORDRE TANT QUE LA CAPACITE LE PERMET.
      *
           PERFORM 3100-AFFECTE-BL-DEB
              THRU 3100-AFFECTE-BL-FIN
             VARYING WS-IX-BLT2 FROM WS-IX-BLT BY 1
               UNTIL WS-IX-BLT2 > WS-NB-BLT.
      *
           PERFORM 7300-COUT-CHARGE-DEB
              THRU 7300-COUT-CHARGE-FIN.
      *
           PERFORM 8000-EDIT-MANIFESTE-DEB
              THRU 8000-EDIT-MANIFESTE-FIN.
      *
           PERFORM 6030-WRITE-FFRTCHG-DEB
              THRU 6030-WRITE-FFRTCHG-FIN.
      *
       3000-TRT-BL-FIN.
           EXIT.
      *
       3100-AFFECTE-BL-DEB.
      *
           IF WS-BLT-CHARGE(WS-IX-BLT2) NOT = ZERO
              OR WS-BLT-IX-TRP(WS-IX-BLT2) NOT = WS-CHG-IX-TRP
              OR WS-BLT-ROUTE(WS-IX-BLT2) NOT = WS-CHG-ROUTE
              GO TO 3100-AFFECTE-BL-FIN
           END-IF.
      *
           SET BL-ADMIS                  TO TRUE.
           IF WS-CHG-NB-BL > ZERO
              AND WS-CHG-POIDS + WS-BLT-POIDS(WS-IX-BLT2)
                  > WS-TRP-CAPACITE(WS-CHG-IX-TRP)
              SET BL-REFUSE              TO TRUE
           END-IF.
           IF BL-REFUSE
              GO TO 3100-AFFECTE-BL-FIN
           END-IF.
      *
           MOVE WS-NO-CHARGE             TO WS-BLT-CHARGE(WS-IX-BLT2).
           ADD 1                         TO WS-CHG-NB-BL.
           ADD 1                         TO WS-CPT-BL-CHARGES.
           ADD WS-BLT-POIDS(WS-IX-BLT2)  TO WS-CHG-POIDS.
           ADD WS-BLT-NB-LIG(WS-IX-BLT2) TO WS-CHG-NB-LIG.
           IF WS-CHG-POIDS > WS-TRP-CAPACITE(WS-CHG-IX-TRP)
              SET CHG-SURCHARGE          TO TRUE
           END-IF.
      *
       3100-AFFECTE-BL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-TRANSP-E.
           IF NOT OK-TRANSP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TRANSP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRANSP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CLI-E.
           IF NOT OK-CLI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MANIF-S.
           IF NOT OK-MANIF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANIF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANIF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FRTCHG-S.
           IF NOT OK-FRTCHG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FRTCHG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FRTCHG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FTRANSP-DEB.
           READ F-TRANSP-E               INTO WS-ENRG-F-TRANSP.
           IF NOT OK-TRANSP AND NOT EOF-TRANSP
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TRANSP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRANSP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FTRANSP-FIN.
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
       6030-WRITE-FFRTCHG-DEB.
           MOVE SPACES                   TO WS-ENRG-F-FRTCHG.
           MOVE WS-DATE-SYST             TO WS-FRT-DATE.
           MOVE WS-NO-CHARGE             TO WS-FRT-NO-CHARGE.
           MOVE WS-TRP-CODE(WS-CHG-IX-TRP) TO WS-FRT-TRANSP.
           MOVE WS-CHG-ROUTE             TO WS-FRT-ROUTE.
           MOVE WS-CHG-NB-BL             TO WS-FRT-NB-BL.
           MOVE WS-CHG-NB-LIG            TO WS-FRT-NB-LIGNES.
           MOVE WS-CHG-POIDS             TO WS-FRT-POIDS.
           MOVE WS-TRP-CAPACITE(WS-CHG-IX-TRP) TO WS-FRT-CAPACITE.
           MOVE WS-CHG-TAUX              TO WS-FRT-TAUX-REMPL.
           MOVE WS-CHG-COUT              TO WS-FRT-COUT.
           MOVE WS-SW-CHG-MD             TO WS-FRT-DANGEREUX.
           MOVE WS-SW-SURCHARGE          TO WS-FRT-SURCHARGE.
           WRITE FS-ENRG-FRTCHG-S        FROM WS-ENRG-F-FRTCHG.
           IF NOT OK-FRTCHG
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FRTCHG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FRTCHG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-WRITE-FFRTCHG-FIN.
           EXIT.
      *
       6040-WRITE-FMANIF-DEB.
           IF NOT OK-MANIF
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MANIF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANIF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FMANIF-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-TRANSP-E.
           IF NOT OK-TRANSP
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-TRANSP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TRANSP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-E.
           IF NOT OK-ART
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CLI-E.
           IF NOT OK-CLI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MANIF-S.
           IF NOT OK-MANIF
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MANIF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANIF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FRTCHG-S.
           IF NOT OK-FRTCHG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FRTCHG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FRTCHG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES ET CALCULS                              *
      *---------------------------------------------------------------*
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'POIDSA'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-A
           END-IF.
           MOVE 'POIDSB'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-B
           END-IF.
           MOVE 'POIDSC'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-C
           END-IF.
           MOVE 'TARECART'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-TARE-CARTON
           END-IF.
           MOVE 'TAREPAL'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-TARE-PALETTE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    POIDS ESTIME D'UNE LIGNE : QUANTITE X POIDS UNITAIRE DE LA
      *    CLASSE (A PAR DEFAUT), PLUS LA TARE DES CARTONS ET DES
      *    PALETTES ENTAMES SELON LE CONDITIONNEMENT DE L'ARTICLE.
      *
       7100-POIDS-LIGNE-DEB.
           MOVE SPACES                   TO WS-LIG-LIBEL(WS-NB-LIG)
                                            WS-LIG-RISQUE(WS-NB-LIG).
           MOVE ZERO                     TO WS-LIG-NB-COLIS(WS-NB-LIG)
                                            WS-LIG-NB-PAL(WS-NB-LIG).
           MOVE WS-BLR-ART               TO FS-ART-CODE.
           READ F-ART-E                  INTO WS-ART-ENR.
           IF NOTFOUND-ART
              ADD 1                      TO WS-CPT-ART-INCONNUS
              MOVE 'ARTICLE INCONNU'     TO WS-LIG-LIBEL(WS-NB-LIG)
              MOVE SPACES                TO WS-ART-CL-POIDS
              MOVE ZERO                  TO WS-ART-QTE-CARTON
                                            WS-ART-QTE-PALETTE
           ELSE
              IF NOT OK-ART
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE WS-ART-LIBEL          TO WS-LIG-LIBEL(WS-NB-LIG)
              MOVE WS-ART-CL-RISQUE      TO WS-LIG-RISQUE(WS-NB-LIG)
           END-IF.
      *
           EVALUATE WS-ART-CL-POIDS
              WHEN 'B'
                 MOVE WS-POIDS-B         TO WS-POIDS-UNITE
              WHEN 'C'
                 MOVE WS-POIDS-C         TO WS-POIDS-UNITE
              WHEN OTHER
                 MOVE WS-POIDS-A         TO WS-POIDS-UNITE
           END-EVALUATE.
      *
           IF WS-ART-QTE-CARTON > ZERO
              COMPUTE WS-LIG-NB-COLIS(WS-NB-LIG) =
                      (WS-BLR-QTE + WS-ART-QTE-CARTON - 1)
                      / WS-ART-QTE-CARTON
           END-IF.
           IF WS-ART-QTE-PALETTE > ZERO
              COMPUTE WS-LIG-NB-PAL(WS-NB-LIG) =
                      (WS-BLR-QTE + WS-ART-QTE-PALETTE - 1)
                      / WS-ART-QTE-PALETTE
           END-IF.
      *
           COMPUTE WS-LIG-POIDS(WS-NB-LIG) =
                   WS-BLR-QTE * WS-POIDS-UNITE
                 + WS-LIG-NB-COLIS(WS-NB-LIG) * WS-TARE-CARTON
                 + WS-LIG-NB-PAL(WS-NB-LIG) * WS-TARE-PALETTE.
       7100-POIDS-LIGNE-FIN.
           EXIT.
      *
       7200-RECH-TOURNEE-DEB.
           SET TRP-NON-TROUVE            TO TRUE.
           PERFORM 7210-COMPARE-TOURNEE-DEB
              THRU 7210-COMPARE-TOURNEE-FIN
             VARYING WS-IX-TRP FROM 1 BY 1
               UNTIL WS-IX-TRP > WS-NB-TRP
                  OR TRP-TROUVE.
           IF TRP-TROUVE
              SUBTRACT 1                 FROM WS-IX-TRP
           END-IF.
       7200-RECH-TOURNEE-FIN.
           EXIT.
      *
       7210-COMPARE-TOURNEE-DEB.
           IF WS-TRP-ROUTE(WS-IX-TRP) = WS-ROUTE-CHERCHEE
              SET TRP-TROUVE             TO TRUE
           END-IF.
       7210-COMPARE-TOURNEE-FIN.
           EXIT.
      *
       7300-COUT-CHARGE-DEB.
           COMPUTE WS-CHG-COUT ROUNDED =
                   WS-TRP-FORFAIT(WS-CHG-IX-TRP)
                 + WS-CHG-POIDS * WS-TRP-PRIX-KG(WS-CHG-IX-TRP).
           IF WS-TRP-CAPACITE(WS-CHG-IX-TRP) > ZERO
              COMPUTE WS-CHG-TAUX ROUNDED =
                      WS-CHG-POIDS * 100
                    / WS-TRP-CAPACITE(WS-CHG-IX-TRP)
                 ON SIZE ERROR
                    MOVE 999,9           TO WS-CHG-TAUX
              END-COMPUTE
           ELSE
              MOVE ZERO                  TO WS-CHG-TAUX
           END-IF.
           IF CHG-SURCHARGE
              ADD 1                      TO WS-CPT-SURCHARGES
           END-IF.
           ADD WS-CHG-POIDS              TO WS-TOT-POIDS.
           ADD WS-CHG-COUT               TO WS-TOT-COUT.
       7300-COUT-CHARGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : EDITION DES MANIFESTES                             *
      *---------------------------------------------------------------*
      *
       8000-EDIT-MANIFESTE-DEB.
      *
           MOVE WS-NO-CHARGE             TO WS-LMAN-NO-ED.
           MOVE WS-DATE-SYST             TO WS-LMAN-DATE-ED.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TITRE
              AFTER ADVANCING PAGE.
           PERFORM 6040-WRITE-FMANIF-DEB
              THRU 6040-WRITE-FMANIF-FIN.
           MOVE WS-TRP-CODE(WS-CHG-IX-TRP) TO WS-LMAN-TRP-ED.
           MOVE WS-TRP-NOM(WS-CHG-IX-TRP)  TO WS-LMAN-TRP-NOM-ED.
           MOVE WS-CHG-ROUTE             TO WS-LMAN-ROUTE-ED.
           MOVE WS-TRP-CAPACITE(WS-CHG-IX-TRP) TO WS-LMAN-CAPA-ED.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TRANSP.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-EGAL.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-ENT-LIGNE.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TIRET.
      *
           PERFORM 8010-EDIT-BL-DEB
              THRU 8010-EDIT-BL-FIN
             VARYING WS-IX-BLT2 FROM 1 BY 1
               UNTIL WS-IX-BLT2 > WS-NB-BLT.
      *
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TIRET.
           MOVE WS-CHG-NB-BL             TO WS-LMAN-T-NBBL-ED.
           MOVE WS-CHG-POIDS             TO WS-LMAN-T-POIDS-ED.
           MOVE WS-CHG-TAUX              TO WS-LMAN-T-TAUX-ED.
           MOVE WS-CHG-COUT              TO WS-LMAN-T-COUT-ED.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TOTAL.
           IF CHG-SURCHARGE
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-SURCHARGE
           END-IF.
      *
      *    SECTION MARCHANDISES DANGEREUSES : LIGNES DU CHARGEMENT
      *    DONT L'ARTICLE PORTE UNE CLASSE DE RISQUE.
      *
           PERFORM 8020-DETECTE-MD-DEB
              THRU 8020-DETECTE-MD-FIN
             VARYING WS-IX-BLT2 FROM 1 BY 1
               UNTIL WS-IX-BLT2 > WS-NB-BLT.
           IF CHG-AVEC-MD
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-BLANC
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-MD-TITRE
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-EGAL
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-MD-ENTETE
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-TIRET
              PERFORM 8030-EDIT-MD-BL-DEB
                 THRU 8030-EDIT-MD-BL-FIN
                VARYING WS-IX-BLT2 FROM 1 BY 1
                  UNTIL WS-IX-BLT2 > WS-NB-BLT
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-TIRET
              WRITE FS-ENRG-MANIF-S      FROM WS-LMAN-MD-PIED
           END-IF.
      *
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-BLANC.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-SIGNATURE.
           PERFORM 6040-WRITE-FMANIF-DEB
              THRU 6040-WRITE-FMANIF-FIN.
      *
       8000-EDIT-MANIFESTE-FIN.
           EXIT.
      *
       8010-EDIT-BL-DEB.
           IF WS-BLT-CHARGE(WS-IX-BLT2) NOT = WS-NO-CHARGE
              GO TO 8010-EDIT-BL-FIN
           END-IF.
           COMPUTE WS-FIN-LIG = WS-BLT-PREM-LIG(WS-IX-BLT2)
                              + WS-BLT-NB-LIG(WS-IX-BLT2) - 1.
           PERFORM 8015-EDIT-LIGNE-DEB
              THRU 8015-EDIT-LIGNE-FIN
             VARYING WS-IX-LIG FROM WS-BLT-PREM-LIG(WS-IX-BLT2) BY 1
               UNTIL WS-IX-LIG > WS-FIN-LIG.
       8010-EDIT-BL-FIN.
           EXIT.
      *
       8015-EDIT-LIGNE-DEB.
           IF WS-IX-LIG = WS-BLT-PREM-LIG(WS-IX-BLT2)
              MOVE WS-BLT-NO-BL(WS-IX-BLT2)  TO WS-LMAN-BL-ED
              MOVE WS-BLT-CLIENT(WS-IX-BLT2) TO WS-LMAN-CLI-ED
              MOVE WS-BLT-NOM(WS-IX-BLT2)    TO WS-LMAN-NOM-ED
              MOVE WS-BLT-VILLE(WS-IX-BLT2)  TO WS-LMAN-VILLE-ED
           ELSE
              MOVE SPACES                TO WS-LMAN-BL-ED
                                            WS-LMAN-CLI-ED
                                            WS-LMAN-NOM-ED
                                            WS-LMAN-VILLE-ED
           END-IF.
           MOVE WS-LIG-ART(WS-IX-LIG)    TO WS-LMAN-ART-ED.
           MOVE WS-LIG-LIBEL(WS-IX-LIG)  TO WS-LMAN-LIB-ED.
           MOVE WS-LIG-LOT(WS-IX-LIG)    TO WS-LMAN-LOT-ED.
           MOVE WS-LIG-QTE(WS-IX-LIG)    TO WS-LMAN-QTE-ED.
           MOVE WS-LIG-NB-COLIS(WS-IX-LIG) TO WS-LMAN-COLIS-ED.
           MOVE WS-LIG-NB-PAL(WS-IX-LIG) TO WS-LMAN-PAL-ED.
           MOVE WS-LIG-POIDS(WS-IX-LIG)  TO WS-LMAN-POIDS-ED.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-LIGNE.
           PERFORM 6040-WRITE-FMANIF-DEB
              THRU 6040-WRITE-FMANIF-FIN.
       8015-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-DETECTE-MD-DEB.
           IF WS-BLT-CHARGE(WS-IX-BLT2) NOT = WS-NO-CHARGE
              GO TO 8020-DETECTE-MD-FIN
           END-IF.
           COMPUTE WS-FIN-LIG = WS-BLT-PREM-LIG(WS-IX-BLT2)
                              + WS-BLT-NB-LIG(WS-IX-BLT2) - 1.
           PERFORM 8025-DETECTE-LIGNE-MD-DEB
              THRU 8025-DETECTE-LIGNE-MD-FIN
             VARYING WS-IX-LIG FROM WS-BLT-PREM-LIG(WS-IX-BLT2) BY 1
               UNTIL WS-IX-LIG > WS-FIN-LIG.
       8020-DETECTE-MD-FIN.
           EXIT.
      *
       8025-DETECTE-LIGNE-MD-DEB.
           IF WS-LIG-RISQUE(WS-IX-LIG) NOT = SPACE
              SET CHG-AVEC-MD            TO TRUE
           END-IF.
       8025-DETECTE-LIGNE-MD-FIN.
           EXIT.
      *
       8030-EDIT-MD-BL-DEB.
           IF WS-BLT-CHARGE(WS-IX-BLT2) NOT = WS-NO-CHARGE
              GO TO 8030-EDIT-MD-BL-FIN
           END-IF.
           COMPUTE WS-FIN-LIG = WS-BLT-PREM-LIG(WS-IX-BLT2)
                              + WS-BLT-NB-LIG(WS-IX-BLT2) - 1.
           PERFORM 8035-EDIT-MD-LIGNE-DEB
              THRU 8035-EDIT-MD-LIGNE-FIN
             VARYING WS-IX-LIG FROM WS-BLT-PREM-LIG(WS-IX-BLT2) BY 1
               UNTIL WS-IX-LIG > WS-FIN-LIG.
       8030-EDIT-MD-BL-FIN.
           EXIT.
      *
       8035-EDIT-MD-LIGNE-DEB.
           IF WS-LIG-RISQUE(WS-IX-LIG) = SPACE
              GO TO 8035-EDIT-MD-LIGNE-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LIG-MD.
           MOVE WS-BLT-NO-BL(WS-IX-BLT2) TO WS-LMAN-MD-BL-ED.
           MOVE WS-BLT-CLIENT(WS-IX-BLT2) TO WS-LMAN-MD-CLI-ED.
           MOVE WS-LIG-ART(WS-IX-LIG)    TO WS-LMAN-MD-ART-ED.
           MOVE WS-LIG-LIBEL(WS-IX-LIG)  TO WS-LMAN-MD-LIB-ED.
           MOVE WS-LIG-LOT(WS-IX-LIG)    TO WS-LMAN-MD-LOT-ED.
           MOVE WS-LIG-RISQUE(WS-IX-LIG) TO WS-LMAN-MD-RIS-ED.
           MOVE WS-LIG-QTE(WS-IX-LIG)    TO WS-LMAN-MD-QTE-ED.
           MOVE WS-LIG-POIDS(WS-IX-LIG)  TO WS-LMAN-MD-POIDS-ED.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-MD-LIGNE.
           PERFORM 6040-WRITE-FMANIF-DEB
              THRU 6040-WRITE-FMANIF-FIN.
       8035-EDIT-MD-LIGNE-FIN.
           EXIT.
      *
       8200-EDIT-SANS-TRP-DEB.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-SANS-TRP
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-EGAL.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-ENT-LIGNE.
           WRITE FS-ENRG-MANIF-S         FROM WS-LMAN-TIRET.
           PERFORM 8210-EDIT-BL-SANS-TRP-DEB
              THRU 8210-EDIT-BL-SANS-TRP-FIN
             VARYING WS-IX-BLT2 FROM 1 BY 1
               UNTIL WS-IX-BLT2 > WS-NB-BLT.
           PERFORM 6040-WRITE-FMANIF-DEB
              THRU 6040-WRITE-FMANIF-FIN.
       8200-EDIT-SANS-TRP-FIN.
           EXIT.
      *
       8210-EDIT-BL-SANS-TRP-DEB.
           IF WS-BLT-IX-TRP(WS-IX-BLT2) NOT = ZERO
              GO TO 8210-EDIT-BL-SANS-TRP-FIN
           END-IF.
           COMPUTE WS-FIN-LIG = WS-BLT-PREM-LIG(WS-IX-BLT2)
                              + WS-BLT-NB-LIG(WS-IX-BLT2) - 1.
           PERFORM 8015-EDIT-LIGNE-DEB
              THRU 8015-EDIT-LIGNE-FIN
             VARYING WS-IX-LIG FROM WS-BLT-PREM-LIG(WS-IX-BLT2) BY 1
               UNTIL WS-IX-LIG > WS-FIN-LIG.
       8210-EDIT-BL-SANS-TRP-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO119     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'LIGNES DE BL LUES            :  ' WS-CPT-LIG-LUES.
           DISPLAY 'LIGNES DE BL DU JOUR         :  '
                   WS-CPT-LIG-RETENUES.
           DISPLAY 'BONS DE LIVRAISON            :  ' WS-NB-BLT.
           DISPLAY 'BL CHARGES                   :  '
                   WS-CPT-BL-CHARGES.
           DISPLAY 'BL SANS TRANSPORTEUR         :  '
                   WS-CPT-BL-SANS-TRP.
           DISPLAY 'CHARGEMENTS                  :  ' WS-CPT-CHARGES.
           DISPLAY 'CHARGEMENTS EN SURCHARGE     :  '
                   WS-CPT-SURCHARGES.
           DISPLAY 'LIGNES DANGEREUSES DECLAREES :  ' WS-CPT-LIG-MD.
           DISPLAY 'ARTICLES INCONNUS            :  '
                   WS-CPT-ART-INCONNUS.
           DISPLAY 'CLIENTS INCONNUS             :  '
                   WS-CPT-CLI-INCONNUS.
           DISPLAY 'POIDS TOTAL ESTIME (KG)      :  ' WS-TOT-POIDS.
           DISPLAY 'COUT DE FRET ESTIME          :  ' WS-TOT-COUT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO119         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO119        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
