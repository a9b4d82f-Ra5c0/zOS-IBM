      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO131                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ARCHIVAGE ET PURGE DES DOCUMENTS ENTREPOT CLOS : LA PERIODE  *
      *  PIVOT EST LE MOIS COURANT MOINS LA RETENTION PARAMETREE      *
      *  (F-RETENP-E, EN MOIS, DEFAUT 12). SONT RECOPIES SUR LA       *
      *  GENERATION D'ARCHIVE DU PASSAGE PUIS RETIRES DES FICHIERS    *
      *  VIVANTS (PERE-FILS) :                                        *
      *  - LES FACTURES REGLEES OU AVOIRS (FACREG) EMIS AVANT LE      *
      *    PIVOT, AVEC LEURS LIGNES FACLIG ;                          *
      *  - LES COMMANDES (CDE0206) DEMANDEES AVANT LE PIVOT, SERVIES  *
      *    ET FACTUREES OU ANNULEES, SAUF SI UNE DE LEURS FACTURES    *
      *    RESTE VIVANTE ;                                            *
      *  - LES BONS DE LIVRAISON (BLREG) DES COMMANDES ARCHIVEES ;    *
      *  - L'HISTORIQUE DE SERVICE (SRVHIS) ET LES MOUVEMENTS DE      *
      *    STOCK (MVTSTK) DATES AVANT LE PIVOT.                       *
      *  UNE FICHE DE CATALOGUE PAR FICHIER ARCHIVE (GENERATION =     *
      *  DATE DU PASSAGE, PIVOT, NOMBRES ARCHIVES ET CONSERVES) EST   *
      *  AJOUTEE A F-ARCCAT-S POUR LA RESTITUTION ARIO132.            *
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
       PROGRAM-ID.      ARIO131.
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
      *                      F-RETENP-E : RETENTION EN MOIS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-RETENP-E ASSIGN TO RETENP
                   FILE STATUS         IS WS-FS-RETENP-E.
      *                      -------------------------------------------
      *                      F-CDE-E : COMMANDES CLIENTS (PERE)
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO CDE0206
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      F-CDE-S : COMMANDES CONSERVEES (FILS)
      *                      -------------------------------------------
           SELECT  F-CDE-S             ASSIGN TO CDENEW
                   FILE STATUS         IS WS-FS-CDE-S.
      *                      -------------------------------------------
      *                      F-ARCCDE-S : ARCHIVE DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-ARCCDE-S          ASSIGN TO ARCCDE
                   FILE STATUS         IS WS-FS-ARCCDE-S.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES (PERE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FACREG-E ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-FACREG-S : FACTURES CONSERVEES (FILS)
      *                      -------------------------------------------
           SELECT  F-FACREG-S          ASSIGN TO FACREGS
                   FILE STATUS         IS WS-FS-FACREG-S.
      *                      -------------------------------------------
      *                      F-ARCFAC-S : ARCHIVE DES FACTURES
      *                      -------------------------------------------
           SELECT  F-ARCFAC-S          ASSIGN TO ARCFAC
                   FILE STATUS         IS WS-FS-ARCFAC-S.
      *                      -------------------------------------------
      *                      F-FACLIG-E : LIGNES DE FACTURE (PERE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FACLIG-E ASSIGN TO FACLIG
                   FILE STATUS         IS WS-FS-FACLIG-E.
      *                      -------------------------------------------
      *                      F-FACLIG-S : LIGNES CONSERVEES (FILS)
      *                      -------------------------------------------
           SELECT  F-FACLIG-S          ASSIGN TO FACLIGS
                   FILE STATUS         IS WS-FS-FACLIG-S.
      *                      -------------------------------------------
      *                      F-ARCFLG-S : ARCHIVE DES LIGNES DE FACTURE
      *                      -------------------------------------------
           SELECT  F-ARCFLG-S          ASSIGN TO ARCFLG
                   FILE STATUS         IS WS-FS-ARCFLG-S.
      *                      -------------------------------------------
      *                      F-BLREG-E : REGISTRE DES BL (PERE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-BLREG-E  ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG-E.
      *                      -------------------------------------------
      *                      F-BLREG-S : BL CONSERVES (FILS)
      *                      -------------------------------------------
           SELECT  F-BLREG-S           ASSIGN TO BLREGS
                   FILE STATUS         IS WS-FS-BLREG-S.
      *                      -------------------------------------------
      *                      F-ARCBL-S : ARCHIVE DES BL
      *                      -------------------------------------------
           SELECT  F-ARCBL-S           ASSIGN TO ARCBL
                   FILE STATUS         IS WS-FS-ARCBL-S.
      *                      -------------------------------------------
      *                      F-SRVHIS-E : HISTORIQUE DE SERVICE (PERE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SRVHIS-E ASSIGN TO SRVHIS
                   FILE STATUS         IS WS-FS-SRVHIS-E.
      *                      -------------------------------------------
      *                      F-SRVHIS-S : HISTORIQUE CONSERVE (FILS)
      *                      -------------------------------------------
           SELECT  F-SRVHIS-S          ASSIGN TO SRVHISS
                   FILE STATUS         IS WS-FS-SRVHIS-S.
      *                      -------------------------------------------
      *                      F-ARCSRV-S : ARCHIVE DE L'HISTORIQUE
      *                      -------------------------------------------
           SELECT  F-ARCSRV-S          ASSIGN TO ARCSRV
                   FILE STATUS         IS WS-FS-ARCSRV-S.
      *                      -------------------------------------------
      *                      F-MVTSTK-E : MOUVEMENTS DE STOCK (PERE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MVTSTK-E ASSIGN TO MVTSTK
                   FILE STATUS         IS WS-FS-MVTSTK-E.
      *                      -------------------------------------------
      *                      F-MVTSTK-S : MOUVEMENTS CONSERVES (FILS)
      *                      -------------------------------------------
           SELECT  F-MVTSTK-S          ASSIGN TO MVTSTKS
                   FILE STATUS         IS WS-FS-MVTSTK-S.
      *                      -------------------------------------------
      *                      F-ARCMVT-S : ARCHIVE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-ARCMVT-S          ASSIGN TO ARCMVT
                   FILE STATUS         IS WS-FS-ARCMVT-S.
      *                      -------------------------------------------
      *                      F-ARCCAT-S : CATALOGUE DES GENERATIONS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ARCCAT-S ASSIGN TO ARCDOC
                   FILE STATUS         IS WS-FS-ARCCAT-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-RETENP-E
           RECORDING MODE IS F.
       01  FS-ENRG-RETENP-E           PIC 9(03).
      *
       FD  F-CDE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-E              PIC X(60).
      *
       FD  F-CDE-S
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-S              PIC X(60).
      *
       FD  F-ARCCDE-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCCDE-S           PIC X(60).
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-FACREG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-S           PIC X(70).
      *
       FD  F-ARCFAC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCFAC-S           PIC X(70).
      *
       FD  F-FACLIG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-E           PIC X(60).
      *
       FD  F-FACLIG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-S           PIC X(60).
      *
       FD  F-ARCFLG-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCFLG-S           PIC X(60).
      *
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-BLREG-S
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-S            PIC X(50).
      *
       FD  F-ARCBL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCBL-S            PIC X(50).
      *
       FD  F-SRVHIS-E
           RECORDING MODE IS F.
       01  FS-ENRG-SRVHIS-E           PIC X(60).
      *
       FD  F-SRVHIS-S
           RECORDING MODE IS F.
       01  FS-ENRG-SRVHIS-S           PIC X(60).
      *
       FD  F-ARCSRV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCSRV-S           PIC X(60).
      *
       FD  F-MVTSTK-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTSTK-E           PIC X(50).
      *
       FD  F-MVTSTK-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTSTK-S           PIC X(50).
      *
       FD  F-ARCMVT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCMVT-S           PIC X(50).
      *
       FD  F-ARCCAT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ARCCAT-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY CDECLI.
      *
           COPY FACREG.
      *
           COPY FACLIG.
      *
           COPY BLREG.
      *
           COPY SRVHIS.
      *
           COPY MVTSTK.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-RETENP-E            PIC XX.
           88  OK-RETENP-E           VALUE '00' '05'.
           88  NOTFOUND-RETENP-E     VALUE '35'.
       01  WS-FS-CDE-E               PIC XX.
           88  OK-CDE-E              VALUE '00'.
           88  EOF-CDE-E             VALUE '10'.
       01  WS-FS-CDE-S               PIC XX.
           88  OK-CDE-S              VALUE '00'.
       01  WS-FS-ARCCDE-S            PIC XX.
           88  OK-ARCCDE-S           VALUE '00'.
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00' '05'.
           88  EOF-FACREG-E          VALUE '10'.
       01  WS-FS-FACREG-S            PIC XX.
           88  OK-FACREG-S           VALUE '00'.
       01  WS-FS-ARCFAC-S            PIC XX.
           88  OK-ARCFAC-S           VALUE '00'.
       01  WS-FS-FACLIG-E            PIC XX.
           88  OK-FACLIG-E           VALUE '00' '05'.
           88  EOF-FACLIG-E          VALUE '10'.
       01  WS-FS-FACLIG-S            PIC XX.
           88  OK-FACLIG-S           VALUE '00'.
       01  WS-FS-ARCFLG-S            PIC XX.
           88  OK-ARCFLG-S           VALUE '00'.
       01  WS-FS-BLREG-E             PIC XX.
           88  OK-BLREG-E            VALUE '00' '05'.
           88  EOF-BLREG-E           VALUE '10'.
       01  WS-FS-BLREG-S             PIC XX.
           88  OK-BLREG-S            VALUE '00'.
       01  WS-FS-ARCBL-S             PIC XX.
           88  OK-ARCBL-S            VALUE '00'.
       01  WS-FS-SRVHIS-E            PIC XX.
           88  OK-SRVHIS-E           VALUE '00' '05'.
           88  EOF-SRVHIS-E          VALUE '10'.
       01  WS-FS-SRVHIS-S            PIC XX.
           88  OK-SRVHIS-S           VALUE '00'.
       01  WS-FS-ARCSRV-S            PIC XX.
           88  OK-ARCSRV-S           VALUE '00'.
       01  WS-FS-MVTSTK-E            PIC XX.
           88  OK-MVTSTK-E           VALUE '00' '05'.
           88  EOF-MVTSTK-E          VALUE '10'.
       01  WS-FS-MVTSTK-S            PIC XX.
           88  OK-MVTSTK-S           VALUE '00'.
       01  WS-FS-ARCMVT-S            PIC XX.
           88  OK-ARCMVT-S           VALUE '00'.
       01  WS-FS-ARCCAT-S            PIC XX.
           88  OK-ARCCAT-S           VALUE '00' '05'.
      *
      *---------------- RETENTION ET DATE PIVOT -----------------------*
      *
       01  WS-RETENTION-MOIS         PIC 9(03) VALUE 012.
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-PIVOT.
           05  WS-PIVOT-AAAA         PIC 9(04).
           05  WS-PIVOT-MM           PIC 9(02).
       01  WS-PIVOT-N REDEFINES WS-PIVOT PIC 9(06).
       01  WS-CALC-MOIS              PIC S9(7) COMP-3.
       01  WS-DOC-AAMM               PIC 9(06).
      *
      *---------------- COMMANDES CANDIDATES A L'ARCHIVAGE ------------*
      *
      *    UNE COMMANDE CANDIDATE EST BLOQUEE DES QU'UNE LIGNE DE
      *    FACTURE LA RATTACHE A UNE FACTURE RESTEE VIVANTE.
      *
       01  WS-TAB-CDE.
           05  WS-TCD-EL             OCCURS 5000 TIMES.
               10  WS-TCD-NO         PIC X(08).
               10  WS-TCD-BLOCAGE    PIC X(01).
                   88  TCD-BLOQUEE   VALUE 'O'.
                   88  TCD-ARCHIVABLE
                                     VALUE 'N'.
       01  WS-NB-TCD                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-TCD                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-CDE-TROUVEE         PIC X(01) VALUE 'N'.
           88  CDE-TROUVEE           VALUE 'O'.
           88  CDE-NON-TROUVEE       VALUE 'N'.
       01  WS-RECH-CDE-NO            PIC X(08).
      *
      *---------------- FACTURES ARCHIVEES DU PASSAGE -----------------*
      *
       01  WS-TAB-FAC.
           05  WS-TFA-NO             PIC X(08)
                                     OCCURS 5000 TIMES.
       01  WS-NB-TFA                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-TFA                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-FAC-TROUVEE         PIC X(01) VALUE 'N'.
           88  FAC-TROUVEE           VALUE 'O'.
           88  FAC-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- FICHE DE CATALOGUE ----------------------------*
      *
       01  WS-ENRG-ARCCAT.
           05  WS-CAT-C-GENER        PIC 9(08).
           05  WS-CAT-C-FICHIER      PIC X(08).
           05  WS-CAT-C-PIVOT        PIC 9(06).
           05  WS-CAT-C-NB           PIC 9(07).
           05  WS-CAT-C-CONSERVES    PIC 9(07).
           05  FILLER                PIC X(44) VALUE SPACE.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CDE-LUES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-CDE-CANDIDATES     PIC 9(07) VALUE ZERO.
       01  WS-CPT-CDE-BLOQUEES       PIC 9(07) VALUE ZERO.
       01  WS-CPT-CDE-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-CDE-CONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FAC-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FAC-CONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FLG-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FLG-CONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-BL-ARCH            PIC 9(07) VALUE ZERO.
       01  WS-CPT-BL-CONS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-SRV-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-SRV-CONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-ARCH           PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT-CONS           PIC 9(07) VALUE ZERO.
       01  WS-CPT-FICHES             PIC 9(05) VALUE ZERO.
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
           MOVE 'ARIO131'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           PERFORM 6100-LIRE-RETENTION-DEB
              THRU 6100-LIRE-RETENTION-FIN.
      *
           PERFORM 7000-CALCUL-PIVOT-DEB
              THRU 7000-CALCUL-PIVOT-FIN.
      *
      *    PREMIER PASSAGE SUR LES COMMANDES : SELECTION DES
      *    CANDIDATES, LE FICHIER EST ENSUITE RELU POUR LA PURGE.
      *
           PERFORM 6005-OPEN-FCDE-DEB
              THRU 6005-OPEN-FCDE-FIN.
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
           PERFORM 1000-SELECTION-CDE-DEB
              THRU 1000-SELECTION-CDE-FIN
             UNTIL EOF-CDE-E.
           CLOSE F-CDE-E.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6020-READ-FFACREG-DEB
              THRU 6020-READ-FFACREG-FIN.
           PERFORM 2000-TRT-FACTURE-DEB
              THRU 2000-TRT-FACTURE-FIN
             UNTIL EOF-FACREG-E.
      *
           PERFORM 6030-READ-FFACLIG-DEB
              THRU 6030-READ-FFACLIG-FIN.
           PERFORM 2100-TRT-LIGNE-FAC-DEB
              THRU 2100-TRT-LIGNE-FAC-FIN
             UNTIL EOF-FACLIG-E.
      *
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
           PERFORM 3000-TRT-CDE-DEB
              THRU 3000-TRT-CDE-FIN
             UNTIL EOF-CDE-E.
      *
           PERFORM 6040-READ-FBLREG-DEB
              THRU 6040-READ-FBLREG-FIN.
           PERFORM 3100-TRT-BL-DEB
              THRU 3100-TRT-BL-FIN
             UNTIL EOF-BLREG-E.
      *
           PERFORM 6050-READ-FSRVHIS-DEB
              THRU 6050-READ-FSRVHIS-FIN.
           PERFORM 4000-TRT-SRVHIS-DEB
              THRU 4000-TRT-SRVHIS-FIN
             UNTIL EOF-SRVHIS-E.
      *
           PERFORM 6060-READ-FMVTSTK-DEB
              THRU 6060-READ-FMVTSTK-FIN.
           PERFORM 4100-TRT-MVTSTK-DEB
              THRU 4100-TRT-MVTSTK-FIN
             UNTIL EOF-MVTSTK-E.
      *
           PERFORM 8000-EDIT-CATALOGUE-DEB
              THRU 8000-EDIT-CATALOGUE-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6070-CLOSE-FICHIERS-DEB
              THRU 6070-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-CDE-ARCH + WS-CPT-FAC-ARCH
                                + WS-CPT-FLG-ARCH + WS-CPT-BL-ARCH
                                + WS-CPT-SRV-ARCH + WS-CPT-MVT-ARCH.
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
      *   SELECTION DES COMMANDES CANDIDATES                          *
      *---------------------------------------------------------------*
      *
      *    UNE COMMANDE DEMANDEE AVANT LE PIVOT EST CANDIDATE SI ELLE
      *    EST SERVIE ET FACTUREE, OU ANNULEE.
      *
       1000-SELECTION-CDE-DEB.
      *
           ADD 1                         TO WS-CPT-CDE-LUES.
           MOVE WS-CDE-DATE-DEM(1:6)     TO WS-DOC-AAMM.
      *
           IF WS-DOC-AAMM NOT < WS-PIVOT-N
              GO TO 1000-SELECTION-CDE-SUIVANT
           END-IF.
      *
           IF NOT ((CDE-SERVIE AND CDE-DEJA-FACTUREE)
                   OR CDE-ANNULEE)
              GO TO 1000-SELECTION-CDE-SUIVANT
           END-IF.
      *
           IF WS-NB-TCD = 5000
              DISPLAY 'TABLE DES COMMANDES A ARCHIVER SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-TCD.
           MOVE WS-CDE-NO                TO WS-TCD-NO(WS-NB-TCD).
           SET TCD-ARCHIVABLE(WS-NB-TCD) TO TRUE.
           ADD 1                         TO WS-CPT-CDE-CANDIDATES.
      *
       1000-SELECTION-CDE-SUIVANT.
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
      *
       1000-SELECTION-CDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ARCHIVAGE DES FACTURES REGLEES                              *
      *---------------------------------------------------------------*
      *
       2000-TRT-FACTURE-DEB.
      *
           MOVE WS-FAC-DATE(1:6)         TO WS-DOC-AAMM.
      *
           IF WS-DOC-AAMM < WS-PIVOT-N
              AND (FAC-REGLEE OR FAC-AVOIR)
              IF WS-NB-TFA = 5000
                 DISPLAY 'TABLE DES FACTURES A ARCHIVER SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-TFA
              MOVE WS-FAC-NO             TO WS-TFA-NO(WS-NB-TFA)
              ADD 1                      TO WS-CPT-FAC-ARCH
              WRITE FS-ENRG-ARCFAC-S     FROM WS-ENRG-F-FACREG
              IF NOT OK-ARCFAC-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCFAC-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFAC-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-FAC-CONS
              WRITE FS-ENRG-FACREG-S     FROM WS-ENRG-F-FACREG
              IF NOT OK-FACREG-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FACREG-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           PERFORM 6020-READ-FFACREG-DEB
              THRU 6020-READ-FFACREG-FIN.
      *
       2000-TRT-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LIGNES DE FACTURE : SUIVENT LEUR FACTURE                    *
      *---------------------------------------------------------------*
      *
      *    UNE LIGNE D'UNE FACTURE CONSERVEE BLOQUE L'ARCHIVAGE DE LA
      *    COMMANDE QU'ELLE FACTURE.
      *
       2100-TRT-LIGNE-FAC-DEB.
      *
           PERFORM 7200-RECH-FACTURE-DEB
              THRU 7200-RECH-FACTURE-FIN.
      *
           IF FAC-TROUVEE
              ADD 1                      TO WS-CPT-FLG-ARCH
              WRITE FS-ENRG-ARCFLG-S     FROM WS-ENRG-F-FACLIG
              IF NOT OK-ARCFLG-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCFLG-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFLG-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-FLG-CONS
              WRITE FS-ENRG-FACLIG-S     FROM WS-ENRG-F-FACLIG
              IF NOT OK-FACLIG-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FACLIG-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              MOVE WS-FLG-CDE-NO         TO WS-RECH-CDE-NO
              PERFORM 7100-RECH-COMMANDE-DEB
                 THRU 7100-RECH-COMMANDE-FIN
              IF CDE-TROUVEE AND TCD-ARCHIVABLE(WS-IX-TCD)
                 SET TCD-BLOQUEE(WS-IX-TCD)
                                         TO TRUE
                 ADD 1                   TO WS-CPT-CDE-BLOQUEES
              END-IF
           END-IF.
      *
           PERFORM 6030-READ-FFACLIG-DEB
              THRU 6030-READ-FFACLIG-FIN.
      *
       2100-TRT-LIGNE-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ARCHIVAGE DES COMMANDES                                     *
      *---------------------------------------------------------------*
      *
       3000-TRT-CDE-DEB.
      *
           MOVE WS-CDE-NO                TO WS-RECH-CDE-NO.
           PERFORM 7100-RECH-COMMANDE-DEB
              THRU 7100-RECH-COMMANDE-FIN.
      *
           IF CDE-TROUVEE AND TCD-ARCHIVABLE(WS-IX-TCD)
              ADD 1                      TO WS-CPT-CDE-ARCH
              WRITE FS-ENRG-ARCCDE-S     FROM WS-CDE-ENR
              IF NOT OK-ARCCDE-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCCDE-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCDE-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-CDE-CONS
              WRITE FS-ENRG-CDE-S        FROM WS-CDE-ENR
              IF NOT OK-CDE-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CDE-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
      *
       3000-TRT-CDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   BONS DE LIVRAISON : SUIVENT LEUR COMMANDE                   *
      *---------------------------------------------------------------*
      *
       3100-TRT-BL-DEB.
      *
           MOVE WS-BLR-CDE-NO            TO WS-RECH-CDE-NO.
           PERFORM 7100-RECH-COMMANDE-DEB
              THRU 7100-RECH-COMMANDE-FIN.
      *
           IF CDE-TROUVEE AND TCD-ARCHIVABLE(WS-IX-TCD)
              ADD 1                      TO WS-CPT-BL-ARCH
              WRITE FS-ENRG-ARCBL-S      FROM WS-ENRG-F-BLREG
              IF NOT OK-ARCBL-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCBL-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCBL-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-BL-CONS
              WRITE FS-ENRG-BLREG-S      FROM WS-ENRG-F-BLREG
              IF NOT OK-BLREG-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-BLREG-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           PERFORM 6040-READ-FBLREG-DEB
              THRU 6040-READ-FBLREG-FIN.
      *
       3100-TRT-BL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   HISTORIQUE DE SERVICE ANTERIEUR AU PIVOT                    *
      *---------------------------------------------------------------*
      *
       4000-TRT-SRVHIS-DEB.
      *
           MOVE WS-SRV-DATE(1:6)         TO WS-DOC-AAMM.
      *
           IF WS-DOC-AAMM < WS-PIVOT-N
              ADD 1                      TO WS-CPT-SRV-ARCH
              WRITE FS-ENRG-ARCSRV-S     FROM WS-SRV-ENR
              IF NOT OK-ARCSRV-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCSRV-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCSRV-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-SRV-CONS
              WRITE FS-ENRG-SRVHIS-S     FROM WS-SRV-ENR
              IF NOT OK-SRVHIS-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SRVHIS-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           PERFORM 6050-READ-FSRVHIS-DEB
              THRU 6050-READ-FSRVHIS-FIN.
      *
       4000-TRT-SRVHIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   MOUVEMENTS DE STOCK ANTERIEURS AU PIVOT                     *
      *---------------------------------------------------------------*
      *
      *    UN MOUVEMENT SANS DATE (ZONE A BLANC OU A ZERO) EST
      *    CONSERVE.
      *
       4100-TRT-MVTSTK-DEB.
      *
           IF WS-MST-DATE IS NUMERIC AND WS-MST-DATE > ZERO
              MOVE WS-MST-DATE(1:6)      TO WS-DOC-AAMM
           ELSE
              MOVE WS-PIVOT-N            TO WS-DOC-AAMM
           END-IF.
      *
           IF WS-DOC-AAMM < WS-PIVOT-N
              ADD 1                      TO WS-CPT-MVT-ARCH
              WRITE FS-ENRG-ARCMVT-S     FROM WS-ENRG-F-MVTSTK
              IF NOT OK-ARCMVT-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCMVT-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCMVT-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-MVT-CONS
              WRITE FS-ENRG-MVTSTK-S     FROM WS-ENRG-F-MVTSTK
              IF NOT OK-MVTSTK-S
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTSTK-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           PERFORM 6060-READ-FMVTSTK-DEB
              THRU 6060-READ-FMVTSTK-FIN.
      *
       4100-TRT-MVTSTK-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           PERFORM 6005-OPEN-FCDE-DEB
              THRU 6005-OPEN-FCDE-FIN.
           OPEN OUTPUT F-CDE-S.
           IF NOT OK-CDE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCCDE-S.
           IF NOT OK-ARCCDE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCCDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FACREG-E.
           IF NOT OK-FACREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCFAC-S.
           IF NOT OK-ARCFAC-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FACLIG-E.
           IF NOT OK-FACLIG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FACLIG-S.
           IF NOT OK-FACLIG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCFLG-S.
           IF NOT OK-ARCFLG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCFLG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFLG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-BLREG-E.
           IF NOT OK-BLREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-BLREG-S.
           IF NOT OK-BLREG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCBL-S.
           IF NOT OK-ARCBL-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCBL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCBL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-SRVHIS-E.
           IF NOT OK-SRVHIS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SRVHIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-SRVHIS-S.
           IF NOT OK-SRVHIS-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SRVHIS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCSRV-S.
           IF NOT OK-ARCSRV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCSRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCSRV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-MVTSTK-E.
           IF NOT OK-MVTSTK-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTSTK-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ARCMVT-S.
           IF NOT OK-ARCMVT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCMVT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCMVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN EXTEND F-ARCCAT-S.
           IF NOT OK-ARCCAT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARCCAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6005-OPEN-FCDE-DEB.
           OPEN INPUT F-CDE-E.
           IF NOT OK-CDE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OPEN-FCDE-FIN.
           EXIT.
      *
       6010-READ-FCDE-DEB.
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (OK-CDE-E OR EOF-CDE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCDE-FIN.
           EXIT.
      *
       6020-READ-FFACREG-DEB.
           READ F-FACREG-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-FACREG-E OR EOF-FACREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FFACREG-FIN.
           EXIT.
      *
       6030-READ-FFACLIG-DEB.
           READ F-FACLIG-E INTO WS-ENRG-F-FACLIG.
           IF NOT (OK-FACLIG-E OR EOF-FACLIG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FFACLIG-FIN.
           EXIT.
      *
       6040-READ-FBLREG-DEB.
           READ F-BLREG-E INTO WS-ENRG-F-BLREG.
           IF NOT (OK-BLREG-E OR EOF-BLREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FBLREG-FIN.
           EXIT.
      *
       6050-READ-FSRVHIS-DEB.
           READ F-SRVHIS-E INTO WS-SRV-ENR.
           IF NOT (OK-SRVHIS-E OR EOF-SRVHIS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SRVHIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-FSRVHIS-FIN.
           EXIT.
      *
       6060-READ-FMVTSTK-DEB.
           READ F-MVTSTK-E INTO WS-ENRG-F-MVTSTK.
           IF NOT (OK-MVTSTK-E OR EOF-MVTSTK-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTSTK-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-READ-FMVTSTK-FIN.
           EXIT.
      *
       6070-CLOSE-FICHIERS-DEB.
           CLOSE F-CDE-E
                 F-FACREG-E
                 F-FACLIG-E
                 F-BLREG-E
                 F-SRVHIS-E
                 F-MVTSTK-E.
           CLOSE F-CDE-S.
           IF NOT OK-CDE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCCDE-S.
           IF NOT OK-ARCCDE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCCDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCFAC-S.
           IF NOT OK-ARCFAC-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FACLIG-S.
           IF NOT OK-FACLIG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACLIG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCFLG-S.
           IF NOT OK-ARCFLG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCFLG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCFLG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-BLREG-S.
           IF NOT OK-BLREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BLREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCBL-S.
           IF NOT OK-ARCBL-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCBL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCBL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-SRVHIS-S.
           IF NOT OK-SRVHIS-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SRVHIS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCSRV-S.
           IF NOT OK-ARCSRV-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCSRV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCSRV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTSTK-S.
           IF NOT OK-MVTSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCMVT-S.
           IF NOT OK-ARCMVT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCMVT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCMVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ARCCAT-S.
           IF NOT OK-ARCCAT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ARCCAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6100-LIRE-RETENTION-DEB.
           OPEN INPUT F-RETENP-E.
           EVALUATE TRUE
              WHEN OK-RETENP-E
                 READ F-RETENP-E
                 IF OK-RETENP-E
                    MOVE FS-ENRG-RETENP-E TO WS-RETENTION-MOIS
                 END-IF
                 CLOSE F-RETENP-E
              WHEN NOTFOUND-RETENP-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RETENP-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RETENP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6100-LIRE-RETENTION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PERIODE PIVOT = MOIS COURANT MOINS LA RETENTION : TOUT
      *    DOCUMENT DATE AVANT CE MOIS EST ARCHIVABLE.
      *
       7000-CALCUL-PIVOT-DEB.
           COMPUTE WS-CALC-MOIS =
                  (WS-DATE-SYST-AA * 12) + WS-DATE-SYST-MM - 1
                  - WS-RETENTION-MOIS.
           COMPUTE WS-PIVOT-AAAA = WS-CALC-MOIS / 12.
           COMPUTE WS-PIVOT-MM =
                   WS-CALC-MOIS - (WS-PIVOT-AAAA * 12) + 1.
       7000-CALCUL-PIVOT-FIN.
           EXIT.
      *
       7100-RECH-COMMANDE-DEB.
           SET CDE-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-TCD.
           PERFORM 7110-RECH-UNE-CDE-DEB
              THRU 7110-RECH-UNE-CDE-FIN
             UNTIL (WS-IX-TCD > WS-NB-TCD) OR CDE-TROUVEE.
       7100-RECH-COMMANDE-FIN.
           EXIT.
      *
       7110-RECH-UNE-CDE-DEB.
           IF WS-TCD-NO(WS-IX-TCD) = WS-RECH-CDE-NO
              SET CDE-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TCD
           END-IF.
       7110-RECH-UNE-CDE-FIN.
           EXIT.
      *
       7200-RECH-FACTURE-DEB.
           SET FAC-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-TFA.
           PERFORM 7210-RECH-UNE-FAC-DEB
              THRU 7210-RECH-UNE-FAC-FIN
             UNTIL (WS-IX-TFA > WS-NB-TFA) OR FAC-TROUVEE.
       7200-RECH-FACTURE-FIN.
           EXIT.
      *
       7210-RECH-UNE-FAC-DEB.
           IF WS-TFA-NO(WS-IX-TFA) = WS-FLG-FAC-NO
              SET FAC-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TFA
           END-IF.
       7210-RECH-UNE-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *    UNE FICHE PAR FICHIER AYANT DONNE LIEU A ARCHIVAGE.
      *
       8000-EDIT-CATALOGUE-DEB.
           MOVE WS-DATE-SYST             TO WS-CAT-C-GENER.
           MOVE WS-PIVOT-N               TO WS-CAT-C-PIVOT.
      *
           MOVE 'CDE0206'                TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-CDE-ARCH          TO WS-CAT-C-NB.
           MOVE WS-CPT-CDE-CONS          TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
      *
           MOVE 'FACREG'                 TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-FAC-ARCH          TO WS-CAT-C-NB.
           MOVE WS-CPT-FAC-CONS          TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
      *
           MOVE 'FACLIG'                 TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-FLG-ARCH          TO WS-CAT-C-NB.
           MOVE WS-CPT-FLG-CONS          TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
      *
           MOVE 'BLREG'                  TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-BL-ARCH           TO WS-CAT-C-NB.
           MOVE WS-CPT-BL-CONS           TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
      *
           MOVE 'SRVHIS'                 TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-SRV-ARCH          TO WS-CAT-C-NB.
           MOVE WS-CPT-SRV-CONS          TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
      *
           MOVE 'MVTSTK'                 TO WS-CAT-C-FICHIER.
           MOVE WS-CPT-MVT-ARCH          TO WS-CAT-C-NB.
           MOVE WS-CPT-MVT-CONS          TO WS-CAT-C-CONSERVES.
           PERFORM 8010-EDIT-UNE-FICHE-DEB
              THRU 8010-EDIT-UNE-FICHE-FIN.
       8000-EDIT-CATALOGUE-FIN.
           EXIT.
      *
       8010-EDIT-UNE-FICHE-DEB.
           IF WS-CAT-C-NB = ZERO
              GO TO 8010-EDIT-UNE-FICHE-FIN
           END-IF.
           WRITE FS-ENRG-ARCCAT-S        FROM WS-ENRG-ARCCAT.
           IF NOT OK-ARCCAT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ARCCAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARCCAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-FICHES.
       8010-EDIT-UNE-FICHE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO131     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'RETENTION EN MOIS            :  '
                   WS-RETENTION-MOIS.
           DISPLAY 'PERIODE PIVOT (EXCLUE)       :  ' WS-PIVOT-N.
           DISPLAY 'COMMANDES LUES               :  '
                   WS-CPT-CDE-LUES.
           DISPLAY 'COMMANDES CANDIDATES         :  '
                   WS-CPT-CDE-CANDIDATES.
           DISPLAY 'COMMANDES A FACTURE VIVANTE  :  '
                   WS-CPT-CDE-BLOQUEES.
           DISPLAY 'COMMANDES ARCHIVEES          :  '
                   WS-CPT-CDE-ARCH.
           DISPLAY 'COMMANDES CONSERVEES         :  '
                   WS-CPT-CDE-CONS.
           DISPLAY 'FACTURES ARCHIVEES           :  '
                   WS-CPT-FAC-ARCH.
           DISPLAY 'FACTURES CONSERVEES          :  '
                   WS-CPT-FAC-CONS.
           DISPLAY 'LIGNES FACTURE ARCHIVEES     :  '
                   WS-CPT-FLG-ARCH.
           DISPLAY 'LIGNES FACTURE CONSERVEES    :  '
                   WS-CPT-FLG-CONS.
           DISPLAY 'BONS LIVRAISON ARCHIVES      :  '
                   WS-CPT-BL-ARCH.
           DISPLAY 'BONS LIVRAISON CONSERVES     :  '
                   WS-CPT-BL-CONS.
           DISPLAY 'HISTORIQUE SERVICE ARCHIVE   :  '
                   WS-CPT-SRV-ARCH.
           DISPLAY 'HISTORIQUE SERVICE CONSERVE  :  '
                   WS-CPT-SRV-CONS.
           DISPLAY 'MOUVEMENTS STOCK ARCHIVES    :  '
                   WS-CPT-MVT-ARCH.
           DISPLAY 'MOUVEMENTS STOCK CONSERVES   :  '
                   WS-CPT-MVT-CONS.
           DISPLAY 'FICHES DE CATALOGUE          :  '
                   WS-CPT-FICHES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO131         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO131        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
