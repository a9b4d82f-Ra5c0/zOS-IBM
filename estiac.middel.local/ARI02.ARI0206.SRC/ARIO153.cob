      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO153                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CHARGEMENT DU FICHIER INDEXE DES POSITIONS CLIENT (CLIPKS,   *
      *  COPY CLIPOS) CONSULTE EN LIGNE PAR ARIC278. PASSE EN FIN DE  *
      *  NUIT, APRES LES MISES A JOUR DU REFERENTIEL CLIENTS, DES     *
      *  LIENS, DES PRE-AUTORISATIONS, DES SAISIES ET DES MANDATS :   *
      *  - LE REFERENTIEL CLIMAST, LES PRE-AUTORISATIONS ACTIVES      *
      *    (HOLDS) ET LES SAISIES EN COURS (SAISIE) SONT CHARGES EN   *
      *    TABLE (MODELE MVTCOD) ; LES MANDATS ACTIFS SONT LUS PAR    *
      *    COMPTE SUR LE FICHIER INDEXE MANDAT ;                      *
      *  - LES LIENS CLIENT/COMPTE (CLILIEN) SONT TRIES PAR CLIENT    *
      *    PUIS PAR COMPTE ; CHAQUE LIEN ACTIF SUR UN CLIENT CONNU    *
      *    EST ECRIT DANS CLIPKS (OUVERT EN CREATION, LE CONTENU DE   *
      *    LA VEILLE EST REMPLACE) AVEC LES ENCOURS DU COMPTE.        *
      *  LES LIENS CLOTURES, LES LIENS SUR CLIENT INCONNU ET LES      *
      *  LIENS EN DOUBLE SONT COMPTES ET ECARTES. FICHIERS ABSENTS :  *
      *  CLILIEN OU CLIMAST = CLIPKS VIDE ; HOLDS, SAISIE OU MANDAT = *
      *  ENCOURS CORRESPONDANTS A ZERO.                               *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES CLIMAST, HOLDS ET SAISIE *
      *               !  PORTEE PAR LES COPIES (WS-MAX-CLIM,          *
      *               !  WS-MAX-HLD, WS-MAX-SAI) ; MANDATS LUS PAR    *
      *               !  COMPTE SUR LE FICHIER INDEXE MANDAT AU LIEU  *
      *               !  D'UNE TABLE DE 500 POSTES                    *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO153.
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
      *                      F-LIEN-E : LIENS CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LIEN-E   ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      SD-LIEN-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-LIEN-TRI         ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-LIENT-E : LIENS TRIES PAR CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  F-LIENT-E           ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-LIENT-E.
      *                      -------------------------------------------
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CLIM-E   ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-HOLDS-E : PRE-AUTORISATIONS CARTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HOLDS-E  ASSIGN TO HOLDS
                   FILE STATUS         IS WS-FS-HOLDS-E.
      *                      -------------------------------------------
      *                      F-SAISIE-E : SAISIES-ATTRIBUTIONS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SAISIE-E ASSIGN TO SAISIE
                   FILE STATUS         IS WS-FS-SAISIE-E.
      *                      -------------------------------------------
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MANDAT-E ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-MAN-CLE
                   ALTERNATE RECORD    IS FS-MAN-CPTE
                                       WITH DUPLICATES
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-CLIPOS-S : POSITIONS CLIENT
      *                      -------------------------------------------
           SELECT  F-CLIPOS-S          ASSIGN TO CLIPKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPO-CLE
                   FILE STATUS         IS WS-FS-CLIPOS-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       SD  SD-LIEN-TRI.
       01  SD-ENRG-LIEN-TRI.
           05  SD-LIEN-CPTE-TRI       PIC X(10).
           05  SD-LIEN-CLI-TRI        PIC X(08).
           05  FILLER                 PIC X(22).
      *
       FD  F-LIENT-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIENT-E            PIC X(40).
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       FD  F-SAISIE-E
           RECORDING MODE IS F.
       01  FS-ENRG-SAISIE-E           PIC X(60).
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
       FD  F-CLIPOS-S
           RECORDING MODE IS F.
       01  FS-ENRG-CLIPOS-S.
           05  FS-CPO-CLE             PIC X(18).
           05  FILLER                 PIC X(82).
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
      *---------------- PRE-AUTORISATIONS CARTE -----------------------*
      *
           COPY AUTCB.
      *
      *---------------- SAISIES-ATTRIBUTIONS --------------------------*
      *
           COPY SAISIE.
      *
      *---------------- MANDATS DE PRELEVEMENT ------------------------*
      *
           COPY MANDAT.
      *
      *---------------- POSITION CLIENT (PARTAGE ARIC278) -------------*
      *
           COPY CLIPOS.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUES '00' '05'.
       01  WS-FS-LIENT-E             PIC XX.
           88  OK-LIENT-E            VALUE '00'.
           88  EOF-LIENT-E           VALUE '10'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUES '00' '05'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-HOLDS-E             PIC XX.
           88  OK-HOLDS-E            VALUES '00' '05'.
           88  EOF-HOLDS-E           VALUE '10'.
       01  WS-FS-SAISIE-E            PIC XX.
           88  OK-SAISIE-E           VALUES '00' '05'.
           88  EOF-SAISIE-E          VALUE '10'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUES '00' '05'.
           88  DUPLICATE-MANDAT-E    VALUE '02'.
           88  EOF-MANDAT-E          VALUE '10'.
           88  NOT-ENRG-MANDAT-E     VALUE '23'.
       01  WS-FS-CLIPOS-S            PIC XX.
           88  OK-CLIPOS-S           VALUE '00'.
      *
       01  WS-SW-FIN-LIENT           PIC X(01) VALUE 'N'.
           88  FIN-LIENT             VALUE 'O'.
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-CLE-PREC               PIC X(18) VALUE LOW-VALUES.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LIENS-LUS          PIC 9(07) VALUE ZERO.
       01  WS-CPT-POSITIONS          PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLIENTS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIENS-CLOS         PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLI-INCONNUS       PIC 9(07) VALUE ZERO.
       01  WS-CPT-DOUBLONS           PIC 9(07) VALUE ZERO.
       01  WS-CLI-PREC               PIC X(08) VALUE LOW-VALUES.
       01  WS-TOT-HOLDS              PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SAISIES            PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MT-ED              PIC ZZZZZZZZZZZZ9,99.
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
           MOVE 'ARIO153'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           PERFORM 6200-CHARGE-CLIENTS-DEB
              THRU 6200-CHARGE-CLIENTS-FIN.
           PERFORM 6300-CHARGE-HOLDS-DEB
              THRU 6300-CHARGE-HOLDS-FIN.
           PERFORM 6400-CHARGE-SAISIES-DEB
              THRU 6400-CHARGE-SAISIES-FIN.
           PERFORM 6500-CHARGE-MANDATS-DEB
              THRU 6500-CHARGE-MANDATS-FIN.
      *
           SORT SD-LIEN-TRI
               ON ASCENDING KEY SD-LIEN-CLI-TRI
               ON ASCENDING KEY SD-LIEN-CPTE-TRI
               USING F-LIEN-E
               GIVING F-LIENT-E.
           IF NOT OK-LIENT-E
              DISPLAY 'PROBLEME AU TRI DU FICHIER F-LIEN-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6010-READ-FLIENT-DEB
              THRU 6010-READ-FLIENT-FIN.
      *
           PERFORM 1000-TRT-LIEN-DEB
              THRU 1000-TRT-LIEN-FIN
             UNTIL FIN-LIENT.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-POSITIONS         TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UN LIEN : LIEN ACTIF, CLIENT CONNU, PREMIERE   *
      *   OCCURRENCE DU COUPLE CLIENT/COMPTE ; ECRITURE DE LA         *
      *   POSITION AVEC LES ENCOURS DU COMPTE                         *
      *---------------------------------------------------------------*
      *
       1000-TRT-LIEN-DEB.
      *
           ADD 1                         TO WS-CPT-LIENS-LUS.
      *
           IF NOT LIEN-SANS-FIN-E
              AND WS-LIE-DFIN-E < WS-DATE-SYST
              ADD 1                      TO WS-CPT-LIENS-CLOS
              GO TO 1000-TRT-LIEN-SUITE
           END-IF.
      *
           IF WS-LIE-CLI-E = WS-CLE-PREC(1:8)
              AND WS-LIE-CPTE-E = WS-CLE-PREC(9:10)
              ADD 1                      TO WS-CPT-DOUBLONS
              DISPLAY 'LIEN EN DOUBLE ECARTE : CLIENT ' WS-LIE-CLI-E
                      ' COMPTE ' WS-LIE-CPTE-E
              GO TO 1000-TRT-LIEN-SUITE
           END-IF.
      *
           PERFORM 7100-RECH-CLIENT-DEB
              THRU 7100-RECH-CLIENT-FIN.
           IF CLIM-NON-TROUVE
              ADD 1                      TO WS-CPT-CLI-INCONNUS
              DISPLAY 'LIEN SUR CLIENT INCONNU ECARTE : CLIENT '
                      WS-LIE-CLI-E ' COMPTE ' WS-LIE-CPTE-E
              GO TO 1000-TRT-LIEN-SUITE
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-CLIPOS.
           MOVE WS-LIE-CLI-E             TO WS-CPO-CLI.
           MOVE WS-LIE-CPTE-E            TO WS-CPO-CPTE.
           MOVE WS-CLIM-NOM(WS-IX-CLIM)  TO WS-CPO-NOM-CLI.
           MOVE WS-CLIM-STATUT(WS-IX-CLIM)
                                         TO WS-CPO-STATUT-CLI.
           MOVE WS-LIE-ROLE-E            TO WS-CPO-ROLE.
           MOVE WS-DATE-SYST             TO WS-CPO-DATE-CHG.
      *
           PERFORM 7200-ENCOURS-COMPTE-DEB
              THRU 7200-ENCOURS-COMPTE-FIN.
      *
           PERFORM 6020-WRITE-FCLIPOS-DEB
              THRU 6020-WRITE-FCLIPOS-FIN.
      *
           ADD 1                         TO WS-CPT-POSITIONS.
           IF WS-LIE-CLI-E NOT = WS-CLI-PREC
              ADD 1                      TO WS-CPT-CLIENTS
              MOVE WS-LIE-CLI-E          TO WS-CLI-PREC
           END-IF.
           MOVE WS-CPO-CLE               TO WS-CLE-PREC.
      *
       1000-TRT-LIEN-SUITE.
           PERFORM 6010-READ-FLIENT-DEB
              THRU 6010-READ-FLIENT-FIN.
      *
       1000-TRT-LIEN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-LIENT-E.
           IF NOT OK-LIENT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIENT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIENT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CLIPOS-S.
           IF NOT OK-CLIPOS-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIPOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIPOS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FLIENT-DEB.
           READ F-LIENT-E INTO WS-ENRG-F-LIEN.
           IF EOF-LIENT-E
              MOVE 'O'                   TO WS-SW-FIN-LIENT
              GO TO 6010-READ-FLIENT-FIN
           END-IF.
           IF NOT OK-LIENT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIENT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIENT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FLIENT-FIN.
           EXIT.
      *
       6020-WRITE-FCLIPOS-DEB.
           WRITE FS-ENRG-CLIPOS-S        FROM WS-ENRG-F-CLIPOS.
           IF NOT OK-CLIPOS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CLIPOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIPOS-S
              DISPLAY 'CLE = ' WS-CPO-CLE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-WRITE-FCLIPOS-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-LIENT-E.
           CLOSE F-MANDAT-E.
           CLOSE F-CLIPOS-S.
           IF NOT OK-CLIPOS-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLIPOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIPOS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL CLIENTS EN MEMOIRE.
      *
       6200-CHARGE-CLIENTS-DEB.
           MOVE ZERO                     TO WS-NB-CLIM.
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
       6200-CHARGE-CLIENTS-FIN.
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
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                      TO WS-NB-CLIM
              MOVE WS-NB-CLIM            TO WS-IX-CLIM
              MOVE WS-CLI-NUM-E       TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E       TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E    TO WS-CLIM-STATUT(WS-IX-CLIM)
           ELSE
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
       6220-ALIM-CLIM-FIN.
           EXIT.
      *
      *    CHARGEMENT DES SEULES PRE-AUTORISATIONS ACTIVES.
      *
       6300-CHARGE-HOLDS-DEB.
           MOVE ZERO                     TO WS-NB-HLD.
           OPEN INPUT F-HOLDS-E.
           IF NOT OK-HOLDS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FHOLDS-DEB
              THRU 6310-READ-FHOLDS-FIN.
           PERFORM 6320-ALIM-HOLDS-DEB
              THRU 6320-ALIM-HOLDS-FIN
             UNTIL EOF-HOLDS-E.
           CLOSE F-HOLDS-E.
       6300-CHARGE-HOLDS-FIN.
           EXIT.
      *
       6310-READ-FHOLDS-DEB.
           READ F-HOLDS-E INTO WS-ENRG-F-HOLDS.
           IF NOT (OK-HOLDS-E OR EOF-HOLDS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FHOLDS-FIN.
           EXIT.
      *
       6320-ALIM-HOLDS-DEB.
           IF HOLD-ACTIVE-E
              IF WS-NB-HLD < WS-MAX-HLD
                 ADD 1                   TO WS-NB-HLD
                 MOVE WS-NB-HLD          TO WS-IX-HLD
                 MOVE WS-HLD-CPTE-E   TO WS-HLD-CPTE(WS-IX-HLD)
                 MOVE WS-HLD-MT-E     TO WS-HLD-MT(WS-IX-HLD)
                 MOVE WS-HLD-STATUT-E TO WS-HLD-STATUT(WS-IX-HLD)
              ELSE
                 DISPLAY 'F-HOLDS-E : PLUS DE 5000 AUTORISATIONS '
                         'ACTIVES, TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           PERFORM 6310-READ-FHOLDS-DEB
              THRU 6310-READ-FHOLDS-FIN.
       6320-ALIM-HOLDS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES SEULES SAISIES EN COURS (SANS MAINLEVEE).
      *
       6400-CHARGE-SAISIES-DEB.
           MOVE ZERO                     TO WS-NB-SAI.
           OPEN INPUT F-SAISIE-E.
           IF NOT OK-SAISIE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-READ-FSAISIE-DEB
              THRU 6410-READ-FSAISIE-FIN.
           PERFORM 6420-ALIM-SAISIE-DEB
              THRU 6420-ALIM-SAISIE-FIN
             UNTIL EOF-SAISIE-E.
           CLOSE F-SAISIE-E.
       6400-CHARGE-SAISIES-FIN.
           EXIT.
      *
       6410-READ-FSAISIE-DEB.
           READ F-SAISIE-E INTO WS-ENRG-F-SAISIE.
           IF NOT (OK-SAISIE-E OR EOF-SAISIE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-READ-FSAISIE-FIN.
           EXIT.
      *
       6420-ALIM-SAISIE-DEB.
           IF SAISIE-EN-COURS-E
              IF WS-NB-SAI < WS-MAX-SAI
                 ADD 1                   TO WS-NB-SAI
                 MOVE WS-NB-SAI          TO WS-IX-SAI
                 MOVE WS-SAI-CPTE-E   TO WS-SAI-CPTE(WS-IX-SAI)
                 MOVE WS-SAI-MT-SAISI-E
                                      TO WS-SAI-MT-SAISI(WS-IX-SAI)
                 MOVE WS-SAI-DLEVEE-E TO WS-SAI-DLEVEE(WS-IX-SAI)
              ELSE
                 DISPLAY 'F-SAISIE-E : PLUS DE 2000 SAISIES EN COURS, '
                         'TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           PERFORM 6410-READ-FSAISIE-DEB
              THRU 6410-READ-FSAISIE-FIN.
       6420-ALIM-SAISIE-FIN.
           EXIT.
      *
      *    LE FICHIER DES MANDATS EST INDEXE : IL RESTE OUVERT POUR
      *    TOUTE LA DUREE DU TRAITEMENT ET EST LU PAR LA CLE
      *    SECONDAIRE COMPTE (7230-CUMUL-MANDAT).
      *
       6500-CHARGE-MANDATS-DEB.
           OPEN INPUT F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6500-CHARGE-MANDATS-FIN.
           EXIT.
      *
       6510-READ-FMANDAT-DEB.
           READ F-MANDAT-E NEXT
              INTO WS-ENRG-F-MANDAT
           END-READ.
           IF NOT (OK-MANDAT-E OR EOF-MANDAT-E OR DUPLICATE-MANDAT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6510-READ-FMANDAT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER MANDAT DU COMPTE PLACE DANS
      *    FS-MAN-CPTE ; AUCUN MANDAT (OU FICHIER ABSENT) = LECTURE
      *    DU COMPTE TERMINEE.
      *
       6520-POINTER-FMANDAT-DEB.
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
       6520-POINTER-FMANDAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DU CLIENT DU LIEN COURANT DANS LE REFERENTIEL ;
      *    CLIM-TROUVE ET WS-IX-CLIM RENDENT LA LIGNE TROUVEE.
      *
       7100-RECH-CLIENT-DEB.
           SET CLIM-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-CLIM.
           PERFORM 7110-RECH-UN-CLIENT-DEB
              THRU 7110-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLIM > WS-NB-CLIM) OR CLIM-TROUVE.
       7100-RECH-CLIENT-FIN.
           EXIT.
      *
       7110-RECH-UN-CLIENT-DEB.
           IF WS-CLIM-NUM(WS-IX-CLIM) = WS-LIE-CLI-E
              SET CLIM-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLIM
           END-IF.
       7110-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    ENCOURS DU COMPTE DU LIEN : NOMBRE ET MONTANT DES PRE-
      *    AUTORISATIONS ACTIVES ET DES SAISIES EN COURS, NOMBRE DE
      *    MANDATS ACTIFS (LES TABLES NE CONTIENNENT QUE CEUX-LA,
      *    LES MANDATS SONT LUS PAR COMPTE SUR LE FICHIER INDEXE).
      *
       7200-ENCOURS-COMPTE-DEB.
           MOVE ZERO                     TO WS-CPO-NB-HOLDS
                                            WS-CPO-MT-HOLDS
                                            WS-CPO-NB-SAISIES
                                            WS-CPO-MT-SAISIES
                                            WS-CPO-NB-MANDATS.
           PERFORM 7210-CUMUL-HOLD-DEB
              THRU 7210-CUMUL-HOLD-FIN
              VARYING WS-IX-HLD FROM 1 BY 1
                UNTIL WS-IX-HLD > WS-NB-HLD.
           PERFORM 7220-CUMUL-SAISIE-DEB
              THRU 7220-CUMUL-SAISIE-FIN
              VARYING WS-IX-SAI FROM 1 BY 1
                UNTIL WS-IX-SAI > WS-NB-SAI.
           MOVE WS-CPO-CPTE              TO FS-MAN-CPTE.
           PERFORM 6520-POINTER-FMANDAT-DEB
              THRU 6520-POINTER-FMANDAT-FIN.
           PERFORM 7230-CUMUL-MANDAT-DEB
              THRU 7230-CUMUL-MANDAT-FIN
             UNTIL MANDAT-CPTE-FINI.
       7200-ENCOURS-COMPTE-FIN.
           EXIT.
      *
       7210-CUMUL-HOLD-DEB.
           IF WS-HLD-CPTE(WS-IX-HLD) = WS-CPO-CPTE
              ADD 1                      TO WS-CPO-NB-HOLDS
              ADD WS-HLD-MT(WS-IX-HLD)   TO WS-CPO-MT-HOLDS
                                            WS-TOT-HOLDS
           END-IF.
       7210-CUMUL-HOLD-FIN.
           EXIT.
      *
       7220-CUMUL-SAISIE-DEB.
           IF WS-SAI-CPTE(WS-IX-SAI) = WS-CPO-CPTE
              ADD 1                      TO WS-CPO-NB-SAISIES
              ADD WS-SAI-MT-SAISI(WS-IX-SAI)
                                         TO WS-CPO-MT-SAISIES
                                            WS-TOT-SAISIES
           END-IF.
       7220-CUMUL-SAISIE-FIN.
           EXIT.
      *
       7230-CUMUL-MANDAT-DEB.
           PERFORM 6510-READ-FMANDAT-DEB
              THRU 6510-READ-FMANDAT-FIN.
           IF EOF-MANDAT-E
              OR WS-MAN-CPTE-E NOT = WS-CPO-CPTE
              SET MANDAT-CPTE-FINI       TO TRUE
              GO TO 7230-CUMUL-MANDAT-FIN
           END-IF.
           IF MANDAT-ACTIF-E
              ADD 1                      TO WS-CPO-NB-MANDATS
           END-IF.
       7230-CUMUL-MANDAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO153     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'LIENS CLIENT/COMPTE LUS     :  ' WS-CPT-LIENS-LUS.
           DISPLAY 'LIENS CLOTURES ECARTES      :  ' WS-CPT-LIENS-CLOS.
           DISPLAY 'LIENS SUR CLIENT INCONNU    :  '
                   WS-CPT-CLI-INCONNUS.
           DISPLAY 'LIENS EN DOUBLE ECARTES     :  ' WS-CPT-DOUBLONS.
           DISPLAY 'POSITIONS CHARGEES (CLIPKS) :  ' WS-CPT-POSITIONS.
           DISPLAY 'CLIENTS CONCERNES           :  ' WS-CPT-CLIENTS.
           MOVE WS-TOT-HOLDS             TO WS-TOT-MT-ED.
           DISPLAY 'PRE-AUTORISATIONS ACTIVES   :  ' WS-TOT-MT-ED.
           MOVE WS-TOT-SAISIES           TO WS-TOT-MT-ED.
           DISPLAY 'SAISIES EN COURS            :  ' WS-TOT-MT-ED.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO153         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO153        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
