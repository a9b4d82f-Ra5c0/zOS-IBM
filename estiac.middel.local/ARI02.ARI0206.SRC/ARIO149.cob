      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO149                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  REEVALUATION DE FIN DE MOIS DES COMPTES EN DEVISES :         *
      *  - LES SOLDES DES COMPTES NON EUR DU MAITRE F-CPTE-E SONT     *
      *    CUMULES PAR DEVISE ET AGENCE (POSITION EN DEVISE) ;        *
      *  - CHAQUE POSITION EST VALORISEE AU COURS DE CLOTURE DE LA    *
      *    DATE D'ARRETE (TABLE DES TAUX ARIS905) ET COMPAREE A LA    *
      *    REEVALUATION PRECEDENTE (F-REVPREC-E, GENERATION DU MOIS   *
      *    PRECEDENT DE F-REVDEV-S) ;                                 *
      *  - L'ECART LATENT = POSITION X (NOUVEAU COURS - ANCIEN COURS) *
      *    EST PASSE AU GRAND LIVRE (F-GLREV-S, DESSIN DU JOURNAL     *
      *    D'INTERFACE D'ARIO326) EN PAIRES EQUILIBREES PAR DEVISE ET *
      *    AGENCE : CODE 'L' RESULTAT DE CHANGE LATENT, CONTREPARTIE  *
      *    'Z' CONTRE-VALEUR DES COMPTES CLIENTS EN DEVISES ;         *
      *  - L'ETAT F-ETATREV-S DONNE PAR DEVISE LA POSITION, L'ANCIEN  *
      *    ET LE NOUVEAU COURS ET L'EFFET SUR LE RESULTAT.            *
      *  LES SOLDES DES COMPTES SONT DES DEPOTS DE LA CLIENTELE : UNE *
      *  HAUSSE DE LEUR CONTRE-VALEUR EST UNE PERTE POUR LA BANQUE.   *
      *  LES FLUX DU MOIS SONT REPUTES COMPTABILISES AU COURS DE LA   *
      *  REEVALUATION PRECEDENTE ; UNE POSITION NOUVELLE (SANS        *
      *  REEVALUATION PRECEDENTE) EST PRISE AU COURS DU JOUR SANS     *
      *  EFFET. UNE DEVISE SANS TAUX GARDE L'ANCIEN COURS ET EST      *
      *  SIGNALEE.                                                    *
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
       PROGRAM-ID.      ARIO149.
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
      *                      F-REVPREC-E : REEVALUATION PRECEDENTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REVPREC-E ASSIGN TO REVPREC
                   FILE STATUS         IS WS-FS-REVPREC-E.
      *                      -------------------------------------------
      *                      F-REVDEV-S : REEVALUATION DU MOIS
      *                      -------------------------------------------
           SELECT  F-REVDEV-S          ASSIGN TO REVDEV
                   FILE STATUS         IS WS-FS-REVDEV-S.
      *                      -------------------------------------------
      *                      F-GLREV-S : ECRITURES DE CHANGE POUR LE GL
      *                      -------------------------------------------
           SELECT  F-GLREV-S           ASSIGN TO GLREV
                   FILE STATUS         IS WS-FS-GLREV-S.
      *                      -------------------------------------------
      *                      F-ETATREV-S : ETAT DE REEVALUATION
      *                      -------------------------------------------
           SELECT  F-ETATREV-S         ASSIGN TO ETATREV
                   FILE STATUS         IS WS-FS-ETATREV-S.
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
       FD  F-REVPREC-E
           RECORDING MODE IS F.
       01  FS-ENRG-REVPREC-E          PIC X(60).
      *
       FD  F-REVDEV-S
           RECORDING MODE IS F.
       01  FS-ENRG-REVDEV-S           PIC X(60).
      *
       FD  F-GLREV-S
           RECORDING MODE IS F.
       01  FS-ENRG-GLREV-S            PIC X(80).
      *
       FD  F-ETATREV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREV-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- POSITION DE CHANGE REEVALUEE ------------------*
      *
           COPY REVDEV.
      *
      *---------------- ZONE D'ECHANGE ARIS905 ------------------------*
      *
           COPY DEVAPPL.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- ECRITURES GL (DESSIN ARIO326) -----------------*
      *
      *    LA DEVISE DE LA POSITION EST PORTEE APRES LE NOMBRE, DANS
      *    LA ZONE LIBRE DU DETAIL ; LES MONTANTS SONT EN EUR.
      *
       01  WS-GL-ENTETE.
           05  FILLER              PIC X(01) VALUE 'E'.
           05  FILLER              PIC X(06) VALUE 'ESTIAC'.
           05  WS-GL-E-DATE        PIC 9(08).
           05  FILLER              PIC X(65) VALUE SPACE.
       01  WS-GL-DETAIL.
           05  FILLER              PIC X(01) VALUE 'D'.
           05  WS-GL-D-CODE        PIC X(01).
           05  WS-GL-D-AGENCE      PIC X(03).
           05  WS-GL-D-SENS        PIC X(01).
           05  WS-GL-D-MT          PIC 9(11)V99.
           05  WS-GL-D-NB          PIC 9(05).
           05  WS-GL-D-DEVISE      PIC X(03).
           05  FILLER              PIC X(53) VALUE SPACE.
       01  WS-GL-TOTAL.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  WS-GL-T-NB          PIC 9(07).
           05  WS-GL-T-HASH        PIC 9(13)V99.
           05  FILLER              PIC X(57) VALUE SPACE.
      *
       01  WS-GL-NB-ECRIT          PIC 9(07) VALUE ZERO.
       01  WS-GL-HASH              PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GL-TOT-DB            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GL-TOT-CR            PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-REVPREC-E           PIC XX.
           88  OK-REVPREC-E          VALUE '00'.
           88  EOF-REVPREC-E         VALUE '10'.
           88  NOTFOUND-REVPREC-E    VALUE '35'.
       01  WS-FS-REVDEV-S            PIC XX.
           88  OK-REVDEV-S           VALUE '00'.
       01  WS-FS-GLREV-S             PIC XX.
           88  OK-GLREV-S            VALUE '00'.
       01  WS-FS-ETATREV-S           PIC XX.
           88  OK-ETATREV-S          VALUE '00'.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE           PIC 9(08).
           05  FILLER                PIC X(72).
      *
       01  WS-DATE-ARRETE            PIC 9(08).
      *
      *---------------- POSITIONS PAR DEVISE ET AGENCE ----------------*
      *
      *    TABLE TENUE DANS L'ORDRE DEVISE/AGENCE (INSERTION A SA
      *    PLACE) POUR L'EDITION AVEC TOTAL PAR DEVISE.
      *
       01  WS-TAB-POS.
           05  WS-POS-EL             OCCURS 500 TIMES.
               10  WS-POS-CLE.
                   15  WS-POS-DEVISE PIC X(03).
                   15  WS-POS-AGENCE PIC X(03).
               10  WS-POS-SOLDE      PIC S9(13)V99 COMP-3.
               10  WS-POS-NB         PIC S9(05) COMP-3.
               10  WS-POS-PREC       PIC X(01).
                   88  POS-AVEC-PREC VALUE 'O'.
                   88  POS-SANS-PREC VALUE 'N'.
               10  WS-POS-TX-PREC    PIC 9(03)V9(06).
               10  WS-POS-CV-PREC    PIC S9(13)V99 COMP-3.
       01  WS-NB-POS                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-POS                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-DEC                 PIC S9(4) COMP VALUE ZERO.
       01  WS-CLE-RECH.
           05  WS-RECH-DEVISE        PIC X(03).
           05  WS-RECH-AGENCE        PIC X(03).
       01  WS-SW-RECH                PIC X(01) VALUE 'N'.
           88  RECH-ARRET            VALUE 'O'.
           88  RECH-EN-COURS         VALUE 'N'.
      *
      *---------------- CALCUL D'UNE POSITION -------------------------*
      *
       01  WS-TX-NOUV                PIC 9(03)V9(06) VALUE ZERO.
       01  WS-CV-NOUV                PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-EFFET                  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RESULTAT               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MT-ABS                 PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ETAT-POS               PIC X(01).
           88  POS-NORMALE           VALUE ' '.
           88  POS-NOUVELLE          VALUE 'N'.
           88  POS-SANS-TAUX         VALUE 'T'.
      *
      *---------------- RUPTURE PAR DEVISE ----------------------------*
      *
       01  WS-DEV-RUPT               PIC X(03) VALUE SPACES.
       01  WS-DEV-SOLDE              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DEV-CV                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DEV-RESULTAT           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DEV-TX-PREC            PIC 9(03)V9(06) VALUE ZERO.
       01  WS-DEV-TX-NOUV            PIC 9(03)V9(06) VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-CPTE               PIC 9(07) VALUE ZERO.
       01  WS-CPT-CPTE-DEV           PIC 9(07) VALUE ZERO.
       01  WS-CPT-PREC               PIC 9(07) VALUE ZERO.
       01  WS-CPT-NOUVELLE           PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-TAUX          PIC 9(07) VALUE ZERO.
       01  WS-CPT-REVDEV             PIC 9(07) VALUE ZERO.
       01  WS-TOT-CV                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-RESULTAT           PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LREV-TIRET             PIC X(78) VALUE ALL '-'.
       01  WS-LREV-TITRE.
           05  FILLER                PIC X(45)
               VALUE 'REEVALUATION DES COMPTES EN DEVISES - ARRETE '.
           05  WS-LREV-DATE-ED       PIC 9(08).
       01  WS-LREV-ENTETE.
           05  FILLER                PIC X(08) VALUE 'DEV AGE'.
           05  FILLER                PIC X(16)
               VALUE '  POSITION DEV.'.
           05  FILLER                PIC X(11) VALUE ' ANC.COURS'.
           05  FILLER                PIC X(11) VALUE 'NOUV.COURS'.
           05  FILLER                PIC X(16)
               VALUE ' CONTRE-VAL.EUR'.
           05  FILLER                PIC X(16)
               VALUE '  RESULTAT EUR'.
       01  WS-LREV-DETAIL.
           05  WS-LREV-DEVISE        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-AGENCE        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-POSITION      PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-TX-PREC       PIC ZZ9,999999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-TX-NOUV       PIC ZZ9,999999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-CV            PIC -ZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-RESULTAT      PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREV-ETAT          PIC X(01).
       01  WS-LREV-TOTAL.
           05  FILLER                PIC X(08) VALUE 'TOTAL'.
           05  WS-LREV-TOT-LIB       PIC X(55).
           05  WS-LREV-TOT-MT        PIC -ZZZZZZZZZ9,99.
       01  WS-LREV-LEGENDE           PIC X(60)
           VALUE 'N : POSITION NOUVELLE  T : DEVISE SANS TAUX DU JOUR'.
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
           IF WS-DEM-DATE IS NUMERIC AND WS-DEM-DATE > ZERO
              MOVE WS-DEM-DATE           TO WS-DATE-ARRETE
           ELSE
              ACCEPT WS-DATE-ARRETE    FROM DATE YYYYMMDD
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO149'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
      *--------------- REEVALUATION PRECEDENTE -----------------------*
      *
           PERFORM 6020-READ-FREVPREC-DEB
              THRU 6020-READ-FREVPREC-FIN.
           PERFORM 1000-CHARGE-PREC-DEB
              THRU 1000-CHARGE-PREC-FIN
             UNTIL EOF-REVPREC-E.
      *
      *--------------- POSITIONS DU MOIS -----------------------------*
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
           PERFORM 1100-CUMUL-COMPTE-DEB
              THRU 1100-CUMUL-COMPTE-FIN
             UNTIL EOF-CPTE-E.
      *
      *--------------- REEVALUATION, ECRITURES ET ETAT ---------------*
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           MOVE WS-DATE-ARRETE           TO WS-GL-E-DATE.
           WRITE FS-ENRG-GLREV-S         FROM WS-GL-ENTETE.
           PERFORM 6050-CTRL-GLREV-DEB
              THRU 6050-CTRL-GLREV-FIN.
      *
           PERFORM 2000-TRT-POSITION-DEB
              THRU 2000-TRT-POSITION-FIN
             VARYING WS-IX-POS FROM 1 BY 1
               UNTIL WS-IX-POS > WS-NB-POS.
           IF WS-DEV-RUPT NOT = SPACES
              PERFORM 8020-EDIT-TOTAL-DEVISE-DEB
                 THRU 8020-EDIT-TOTAL-DEVISE-FIN
           END-IF.
      *
           PERFORM 2100-TOTAL-GLREV-DEB
              THRU 2100-TOTAL-GLREV-FIN.
      *
           PERFORM 8030-EDIT-TOTAL-GENERAL-DEB
              THRU 8030-EDIT-TOTAL-GENERAL-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-REVDEV            TO WS-RUN-NBENR.
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
      *   CHARGEMENT ET CUMULS                                        *
      *---------------------------------------------------------------*
      *
      *    LA REEVALUATION PRECEDENTE DOIT ETRE ANTERIEURE A L'ARRETE :
      *    UNE GENERATION DU MOIS OU POSTERIEURE SIGNALE UNE ERREUR DE
      *    CHAINAGE (RELANCE SUR LA MAUVAISE GENERATION).
      *
       1000-CHARGE-PREC-DEB.
           IF WS-REV-DARRETE NOT < WS-DATE-ARRETE
              DISPLAY 'REEVALUATION PRECEDENTE DU ' WS-REV-DARRETE
                      ' NON ANTERIEURE A L''ARRETE ' WS-DATE-ARRETE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-PREC.
           MOVE WS-REV-DEVISE            TO WS-RECH-DEVISE.
           MOVE WS-REV-AGENCE            TO WS-RECH-AGENCE.
           PERFORM 7000-RECH-POSITION-DEB
              THRU 7000-RECH-POSITION-FIN.
           SET POS-AVEC-PREC(WS-IX-POS)  TO TRUE.
           MOVE WS-REV-TAUX              TO WS-POS-TX-PREC(WS-IX-POS).
           MOVE WS-REV-CV-EUR            TO WS-POS-CV-PREC(WS-IX-POS).
           PERFORM 6020-READ-FREVPREC-DEB
              THRU 6020-READ-FREVPREC-FIN.
       1000-CHARGE-PREC-FIN.
           EXIT.
      *
      *    TOUT COMPTE NON EUR ENTRE DANS LA POSITION DE SA DEVISE ET
      *    DE SON AGENCE, QUEL QUE SOIT SON STATUT : LE GRAND LIVRE
      *    PORTE TOUS LES SOLDES.
      *
       1100-CUMUL-COMPTE-DEB.
           ADD 1                         TO WS-CPT-CPTE.
           IF CPTE-DEVISE-EUR
              GO TO 1100-CUMUL-COMPTE-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-CPTE-DEV.
           MOVE WS-CPTE-DEVISE           TO WS-RECH-DEVISE.
           MOVE WS-CPTE-AGENCE           TO WS-RECH-AGENCE.
           PERFORM 7000-RECH-POSITION-DEB
              THRU 7000-RECH-POSITION-FIN.
           ADD WS-CPTE-SOLDE             TO WS-POS-SOLDE(WS-IX-POS).
           ADD 1                         TO WS-POS-NB(WS-IX-POS).
      *
       1100-CUMUL-COMPTE-SUITE.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
       1100-CUMUL-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REEVALUATION D'UNE POSITION                                 *
      *---------------------------------------------------------------*
      *
       2000-TRT-POSITION-DEB.
      *
           IF WS-POS-DEVISE(WS-IX-POS) NOT = WS-DEV-RUPT
              IF WS-DEV-RUPT NOT = SPACES
                 PERFORM 8020-EDIT-TOTAL-DEVISE-DEB
                    THRU 8020-EDIT-TOTAL-DEVISE-FIN
              END-IF
              MOVE WS-POS-DEVISE(WS-IX-POS) TO WS-DEV-RUPT
              MOVE ZERO                  TO WS-DEV-SOLDE
              MOVE ZERO                  TO WS-DEV-CV
              MOVE ZERO                  TO WS-DEV-RESULTAT
              MOVE ZERO                  TO WS-DEV-TX-PREC
              MOVE ZERO                  TO WS-DEV-TX-NOUV
           END-IF.
      *
           PERFORM 7100-COURS-CLOTURE-DEB
              THRU 7100-COURS-CLOTURE-FIN.
      *
           COMPUTE WS-CV-NOUV ROUNDED =
                   WS-POS-SOLDE(WS-IX-POS) * WS-TX-NOUV.
           IF POS-AVEC-PREC(WS-IX-POS)
              COMPUTE WS-EFFET ROUNDED =
                      WS-POS-SOLDE(WS-IX-POS)
                    * (WS-TX-NOUV - WS-POS-TX-PREC(WS-IX-POS))
              MOVE WS-POS-TX-PREC(WS-IX-POS) TO WS-DEV-TX-PREC
           ELSE
              MOVE ZERO                  TO WS-EFFET
           END-IF.
           COMPUTE WS-RESULTAT = ZERO - WS-EFFET.
      *
           ADD WS-POS-SOLDE(WS-IX-POS)   TO WS-DEV-SOLDE.
           ADD WS-CV-NOUV                TO WS-DEV-CV.
           ADD WS-RESULTAT               TO WS-DEV-RESULTAT.
           ADD WS-CV-NOUV                TO WS-TOT-CV.
           ADD WS-RESULTAT               TO WS-TOT-RESULTAT.
           MOVE WS-TX-NOUV               TO WS-DEV-TX-NOUV.
      *
           IF WS-EFFET NOT = ZERO
              PERFORM 7200-EMET-PAIRE-DEB
                 THRU 7200-EMET-PAIRE-FIN
           END-IF.
      *
           PERFORM 8010-EDIT-POSITION-DEB
              THRU 8010-EDIT-POSITION-FIN.
      *
      *    UNE POSITION SOLDEE N'EST PAS RECONDUITE AU MOIS SUIVANT.
      *
           IF WS-POS-NB(WS-IX-POS) > ZERO
              PERFORM 6030-WRITE-REVDEV-DEB
                 THRU 6030-WRITE-REVDEV-FIN
           END-IF.
      *
       2000-TRT-POSITION-FIN.
           EXIT.
      *
      *    TOTAL DU JOURNAL ET CONTROLE D'EQUILIBRE (MEME CONTROLE
      *    QUE LE JOURNAL D'INTERFACE D'ARIO326).
      *
       2100-TOTAL-GLREV-DEB.
           MOVE WS-GL-NB-ECRIT           TO WS-GL-T-NB.
           MOVE WS-GL-HASH               TO WS-GL-T-HASH.
           WRITE FS-ENRG-GLREV-S         FROM WS-GL-TOTAL.
           PERFORM 6050-CTRL-GLREV-DEB
              THRU 6050-CTRL-GLREV-FIN.
           IF WS-GL-TOT-DB NOT = WS-GL-TOT-CR
              DISPLAY '*===========================================*'
              DISPLAY '*  JOURNAL DE CHANGE DESEQUILIBRE           *'
              DISPLAY '*===========================================*'
              DISPLAY 'TOTAL DEBITS  = ' WS-GL-TOT-DB
              DISPLAY 'TOTAL CREDITS = ' WS-GL-TOT-CR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       2100-TOTAL-GLREV-FIN.
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
           OPEN INPUT F-REVPREC-E.
           IF NOT (OK-REVPREC-E OR NOTFOUND-REVPREC-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REVPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-REVDEV-S.
           IF NOT OK-REVDEV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REVDEV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVDEV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-GLREV-S.
           PERFORM 6050-CTRL-GLREV-DEB
              THRU 6050-CTRL-GLREV-FIN.
           OPEN OUTPUT F-ETATREV-S.
           IF NOT OK-ETATREV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATREV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATREV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
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
       6020-READ-FREVPREC-DEB.
           IF NOTFOUND-REVPREC-E
              SET EOF-REVPREC-E          TO TRUE
              GO TO 6020-READ-FREVPREC-FIN
           END-IF.
           READ F-REVPREC-E INTO WS-ENRG-F-REVDEV.
           IF NOT (OK-REVPREC-E OR EOF-REVPREC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REVPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FREVPREC-FIN.
           EXIT.
      *
       6030-WRITE-REVDEV-DEB.
           MOVE WS-POS-DEVISE(WS-IX-POS) TO WS-REV-DEVISE.
           MOVE WS-POS-AGENCE(WS-IX-POS) TO WS-REV-AGENCE.
           MOVE WS-DATE-ARRETE           TO WS-REV-DARRETE.
           MOVE WS-POS-SOLDE(WS-IX-POS)  TO WS-REV-POSITION.
           MOVE WS-TX-NOUV               TO WS-REV-TAUX.
           MOVE WS-CV-NOUV               TO WS-REV-CV-EUR.
           MOVE WS-POS-NB(WS-IX-POS)     TO WS-REV-NB-CPTE.
           WRITE FS-ENRG-REVDEV-S        FROM WS-ENRG-F-REVDEV.
           IF NOT OK-REVDEV-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REVDEV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVDEV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-REVDEV.
       6030-WRITE-REVDEV-FIN.
           EXIT.
      *
       6050-CTRL-GLREV-DEB.
           IF NOT OK-GLREV-S
              DISPLAY 'PROBLEME D''ACCES AU FICHIER F-GLREV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-GLREV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CTRL-GLREV-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           IF NOT NOTFOUND-REVPREC-E
              CLOSE F-REVPREC-E
           END-IF.
           CLOSE F-REVDEV-S.
           IF NOT OK-REVDEV-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REVDEV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REVDEV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-GLREV-S.
           PERFORM 6050-CTRL-GLREV-DEB
              THRU 6050-CTRL-GLREV-FIN.
           CLOSE F-ETATREV-S.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DU POSTE DEVISE/AGENCE DANS LA TABLE ORDONNEE ;
      *    UN POSTE ABSENT EST INSERE A SA PLACE (DECALAGE DES POSTES
      *    SUIVANTS). EN SORTIE WS-IX-POS DESIGNE LE POSTE.
      *
       7000-RECH-POSITION-DEB.
           MOVE 1                        TO WS-IX-POS.
           SET RECH-EN-COURS             TO TRUE.
           PERFORM 7010-AVANCE-POSITION-DEB
              THRU 7010-AVANCE-POSITION-FIN
             UNTIL RECH-ARRET.
           IF WS-IX-POS NOT > WS-NB-POS
              IF WS-POS-CLE(WS-IX-POS) = WS-CLE-RECH
                 GO TO 7000-RECH-POSITION-FIN
              END-IF
           END-IF.
      *
           IF WS-NB-POS = 500
              DISPLAY 'TABLE DES POSITIONS SATUREE (500 POSTES)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 7020-DECALE-POSITION-DEB
              THRU 7020-DECALE-POSITION-FIN
             VARYING WS-IX-DEC FROM WS-NB-POS BY -1
               UNTIL WS-IX-DEC < WS-IX-POS.
           ADD 1                         TO WS-NB-POS.
           MOVE WS-CLE-RECH              TO WS-POS-CLE(WS-IX-POS).
           MOVE ZERO                     TO WS-POS-SOLDE(WS-IX-POS).
           MOVE ZERO                     TO WS-POS-NB(WS-IX-POS).
           SET POS-SANS-PREC(WS-IX-POS)  TO TRUE.
           MOVE ZERO                     TO WS-POS-TX-PREC(WS-IX-POS).
           MOVE ZERO                     TO WS-POS-CV-PREC(WS-IX-POS).
       7000-RECH-POSITION-FIN.
           EXIT.
      *
       7010-AVANCE-POSITION-DEB.
           IF WS-IX-POS > WS-NB-POS
              SET RECH-ARRET             TO TRUE
              GO TO 7010-AVANCE-POSITION-FIN
           END-IF.
           IF WS-POS-CLE(WS-IX-POS) NOT < WS-CLE-RECH
              SET RECH-ARRET             TO TRUE
              GO TO 7010-AVANCE-POSITION-FIN
           END-IF.
           ADD 1                         TO WS-IX-POS.
       7010-AVANCE-POSITION-FIN.
           EXIT.
      *
       7020-DECALE-POSITION-DEB.
           MOVE WS-POS-EL(WS-IX-DEC)     TO WS-POS-EL(WS-IX-DEC + 1).
       7020-DECALE-POSITION-FIN.
           EXIT.
      *
      *    COURS DE CLOTURE A LA DATE D'ARRETE ; SANS TAUX, L'ANCIEN
      *    COURS EST RECONDUIT (EFFET NUL) ET LA POSITION SIGNALEE.
      *
       7100-COURS-CLOTURE-DEB.
           SET POS-NORMALE               TO TRUE.
           MOVE WS-POS-DEVISE(WS-IX-POS) TO WS-CHG-DEVISE.
           MOVE WS-DATE-ARRETE           TO WS-CHG-DATE.
           CALL 'ARIS905'             USING WS-CHG-PARM.
           IF CHG-TROUVE
              MOVE WS-CHG-TAUX           TO WS-TX-NOUV
           ELSE
              SET POS-SANS-TAUX          TO TRUE
              ADD 1                      TO WS-CPT-SANS-TAUX
              MOVE WS-POS-TX-PREC(WS-IX-POS) TO WS-TX-NOUV
           END-IF.
           IF POS-SANS-PREC(WS-IX-POS) AND POS-NORMALE
              SET POS-NOUVELLE           TO TRUE
              ADD 1                      TO WS-CPT-NOUVELLE
           END-IF.
       7100-COURS-CLOTURE-FIN.
           EXIT.
      *
      *    EMISSION D'UNE PAIRE EQUILIBREE : L'EFFET POSITIF (HAUSSE
      *    DE LA CONTRE-VALEUR DES DEPOTS) DEBITE LE RESULTAT DE
      *    CHANGE 'L' ET CREDITE LES COMPTES CLIENTS EN DEVISES 'Z' ;
      *    L'EFFET NEGATIF FAIT L'INVERSE.
      *
       7200-EMET-PAIRE-DEB.
           IF WS-EFFET < ZERO
              COMPUTE WS-MT-ABS = ZERO - WS-EFFET
              MOVE 'C'                   TO WS-GL-D-SENS
           ELSE
              MOVE WS-EFFET              TO WS-MT-ABS
              MOVE 'D'                   TO WS-GL-D-SENS
           END-IF.
           MOVE 'L'                      TO WS-GL-D-CODE.
           MOVE WS-POS-AGENCE(WS-IX-POS) TO WS-GL-D-AGENCE.
           MOVE WS-POS-DEVISE(WS-IX-POS) TO WS-GL-D-DEVISE.
           MOVE WS-MT-ABS                TO WS-GL-D-MT.
           MOVE WS-POS-NB(WS-IX-POS)     TO WS-GL-D-NB.
           PERFORM 7210-ECRIT-DETAIL-DEB
              THRU 7210-ECRIT-DETAIL-FIN.
      *
           IF WS-GL-D-SENS = 'D'
              MOVE 'C'                   TO WS-GL-D-SENS
           ELSE
              MOVE 'D'                   TO WS-GL-D-SENS
           END-IF.
           MOVE 'Z'                      TO WS-GL-D-CODE.
           PERFORM 7210-ECRIT-DETAIL-DEB
              THRU 7210-ECRIT-DETAIL-FIN.
       7200-EMET-PAIRE-FIN.
           EXIT.
      *
       7210-ECRIT-DETAIL-DEB.
           WRITE FS-ENRG-GLREV-S         FROM WS-GL-DETAIL.
           PERFORM 6050-CTRL-GLREV-DEB
              THRU 6050-CTRL-GLREV-FIN.
           ADD 1                         TO WS-GL-NB-ECRIT.
           ADD WS-MT-ABS                 TO WS-GL-HASH.
           IF WS-GL-D-SENS = 'D'
              ADD WS-MT-ABS              TO WS-GL-TOT-DB
           ELSE
              ADD WS-MT-ABS              TO WS-GL-TOT-CR
           END-IF.
       7210-ECRIT-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-ARRETE           TO WS-LREV-DATE-ED.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-ENTETE.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-POSITION-DEB.
           MOVE WS-POS-DEVISE(WS-IX-POS) TO WS-LREV-DEVISE.
           MOVE WS-POS-AGENCE(WS-IX-POS) TO WS-LREV-AGENCE.
           MOVE WS-POS-SOLDE(WS-IX-POS)  TO WS-LREV-POSITION.
           MOVE WS-POS-TX-PREC(WS-IX-POS) TO WS-LREV-TX-PREC.
           MOVE WS-TX-NOUV               TO WS-LREV-TX-NOUV.
           MOVE WS-CV-NOUV               TO WS-LREV-CV.
           MOVE WS-RESULTAT              TO WS-LREV-RESULTAT.
           MOVE WS-ETAT-POS              TO WS-LREV-ETAT.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-DETAIL.
       8010-EDIT-POSITION-FIN.
           EXIT.
      *
       8020-EDIT-TOTAL-DEVISE-DEB.
           MOVE WS-DEV-RUPT              TO WS-LREV-DEVISE.
           MOVE 'TOT'                    TO WS-LREV-AGENCE.
           MOVE WS-DEV-SOLDE             TO WS-LREV-POSITION.
           MOVE WS-DEV-TX-PREC           TO WS-LREV-TX-PREC.
           MOVE WS-DEV-TX-NOUV           TO WS-LREV-TX-NOUV.
           MOVE WS-DEV-CV                TO WS-LREV-CV.
           MOVE WS-DEV-RESULTAT          TO WS-LREV-RESULTAT.
           MOVE SPACE                    TO WS-LREV-ETAT.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-DETAIL.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
       8020-EDIT-TOTAL-DEVISE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAL-GENERAL-DEB.
           MOVE 'CONTRE-VALEUR EUR DES POSITIONS EN DEVISES'
                                         TO WS-LREV-TOT-LIB.
           MOVE WS-TOT-CV                TO WS-LREV-TOT-MT.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           MOVE 'RESULTAT DE CHANGE LATENT DU MOIS (EUR)'
                                         TO WS-LREV-TOT-LIB.
           MOVE WS-TOT-RESULTAT          TO WS-LREV-TOT-MT.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-LEGENDE.
       8030-EDIT-TOTAL-GENERAL-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO149     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DATE D''ARRETE                :  ' WS-DATE-ARRETE.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-CPTE.
           DISPLAY 'COMPTES EN DEVISES           :  ' WS-CPT-CPTE-DEV.
           DISPLAY 'POSITIONS PRECEDENTES LUES   :  ' WS-CPT-PREC.
           DISPLAY 'POSITIONS REEVALUEES         :  ' WS-CPT-REVDEV.
           DISPLAY 'POSITIONS NOUVELLES          :  ' WS-CPT-NOUVELLE.
           DISPLAY 'POSITIONS SANS TAUX DU JOUR  :  '
                   WS-CPT-SANS-TAUX.
           DISPLAY 'RESULTAT DE CHANGE LATENT    :  '
                   WS-TOT-RESULTAT.
           DISPLAY 'ECRITURES EMISES             :  ' WS-GL-NB-ECRIT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO149         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO149        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
