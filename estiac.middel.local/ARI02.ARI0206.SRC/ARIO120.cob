      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO120                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  REAPPROVISIONNEMENT DES CASIERS DE PRELEVEMENT, A PASSER     *
      *  AVANT LES VAGUES ARIO094 :                                   *
      *  1) LES CONFIRMATIONS OPERATEUR DES TACHES PRECEDENTES        *
      *     (F-CONFRA-E : ARTICLE, QUANTITE, CASIER ORIGINE, CASIER   *
      *     DESTINATION) DEPLACENT LA QUANTITE ENTRE LES DEUX         *
      *     CASIERS DU FICHIER INDEXE ARTBIN ; UNE CONFIRMATION       *
      *     INCOHERENTE (CASIER INCONNU, ARTICLE DISCORDANT, STOCK    *
      *     INSUFFISANT, DESTINATION OCCUPEE) EST REJETEE ET EDITEE ; *
      *  2) CHAQUE CASIER DE PRELEVEMENT DEFINI DANS CASMIN EST       *
      *     CONFRONTE A SON MINIMUM ET AU BESOIN DES COMMANDES        *
      *     ALLOUEES DU JOUR (CDE0206, STATUTS 'A' ET 'B') ; S'IL EST *
      *     EN DESSOUS, IL EST COMPLETE JUSQU'A SON MAXIMUM (OU AU    *
      *     BESOIN S'IL EST PLUS FORT) PAR DES TACHES CASIER A        *
      *     CASIER DEPUIS LES CASIERS DE RESERVE DU MEME DEPOT        *
      *     DETENANT L'ARTICLE, LES PLUS ANCIENNEMENT ENTRES          *
      *     D'ABORD (WS-BINLOC-DATE-ENT). LE LOT INDIQUE EST LE PLUS  *
      *     ANCIEN LOT DISPONIBLE DE L'ARTICLE (DLUO, LOT0206).       *
      *  LA LISTE DES TACHES SORT SUR F-TACREA-S.                     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LOT LE PLUS ANCIEN LU DANS LE FICHIER DES    *
      *               !  LOTS LOT0206 (ART0206 N'EST PLUS LU)         *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO120.
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
      *                      F-CASMIN-E : CASIERS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-CASMIN-E          ASSIGN TO CASMIN
                   FILE STATUS         IS WS-FS-CASMIN-E.
      *                      -------------------------------------------
      *                      F-CDE-E : COMMANDES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO CDE0206
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      F-CONFRA-E : CONFIRMATIONS OPERATEUR
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CONFRA-E ASSIGN TO CONFRA
                   FILE STATUS         IS WS-FS-CONFRA-E.
      *                      -------------------------------------------
      *                      F-BINLOC-ES : MATRICE D'OCCUPATION ARTBIN
      *                      -------------------------------------------
           SELECT  F-BINLOC-ES         ASSIGN TO ARTBIN
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-BINLOC-CLE
                   FILE STATUS         IS WS-FS-BINLOC-ES.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-TACREA-S : TACHES DE REAPPROVISIONNEMENT
      *                      -------------------------------------------
           SELECT  F-TACREA-S          ASSIGN TO TACREA
                   FILE STATUS         IS WS-FS-TACREA.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-CASMIN-E
           RECORDING MODE IS F.
       01  FS-ENRG-CASMIN-E           PIC X(30).
      *
       FD  F-CDE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-E              PIC X(60).
      *
       FD  F-CONFRA-E
           RECORDING MODE IS F.
       01  FS-ENRG-CONFRA-E           PIC X(30).
      *
       FD  F-BINLOC-ES
           RECORD CONTAINS 26 CHARACTERS.
       01  FS-ENRG-BINLOC-ES.
           05  FS-BINLOC-CLE          PIC X(08).
           05  FILLER                 PIC X(18).
      *
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-TACREA-S
           RECORDING MODE IS F.
       01  FS-ENRG-TACREA-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY CDECLI.
      *
           COPY ARTBIN.
      *
           COPY ARTLOT.
      *
           COPY CASMIN.
      *
      *---------------- CONFIRMATION OPERATEUR ------------------------*
      *
       01  WS-ENRG-F-CONFRA.
           05  WS-CRA-ART            PIC X(06).
           05  WS-CRA-QTE            PIC 9(06).
           05  WS-CRA-CASIER-ORIG    PIC X(08).
           05  WS-CRA-CASIER-DEST    PIC X(08).
           05  FILLER                PIC X(02).
      *
      *    CASIER D'ORIGINE CONSERVE PENDANT LA LECTURE DU CASIER
      *    DE DESTINATION.
      *
       01  WS-ENR-BINLOC-ORIG        PIC X(26).
       01  WS-DATE-ENT-ORIG          PIC 9(08) VALUE ZERO.
      *
      *---------------- BESOIN DU JOUR PAR ARTICLE --------------------*
      *
       01  WS-TAB-BES.
           05  WS-BES-EL             OCCURS 1000 TIMES.
               10  WS-BES-ART        PIC X(06).
               10  WS-BES-QTE        PIC S9(07) COMP-3.
       01  WS-NB-BES                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BES                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ART-CHERCHE            PIC X(06).
       01  WS-SW-BES-TROUVE          PIC X(01).
           88  BES-TROUVE            VALUE 'O'.
           88  BES-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CASIERS OCCUPES DE LA MATRICE -----------------*
      *
       01  WS-TAB-CAS.
           05  WS-CAS-EL             OCCURS 2000 TIMES.
               10  WS-CAS-CLE        PIC X(08).
               10  WS-CAS-DEPOT      PIC 9(02).
               10  WS-CAS-ART        PIC X(06).
               10  WS-CAS-QTE        PIC S9(07) COMP-3.
               10  WS-CAS-DATE-ENT   PIC 9(08).
               10  WS-CAS-TYPE       PIC X(01).
                   88  CAS-PRELEVEMENT   VALUE 'P'.
                   88  CAS-RESERVE       VALUE 'R'.
       01  WS-NB-CAS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CAS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RES                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CLE-CHERCHEE           PIC X(08).
       01  WS-SW-CAS-TROUVE          PIC X(01).
           88  CAS-TROUVE            VALUE 'O'.
           88  CAS-NON-TROUVE        VALUE 'N'.
       01  WS-SW-RES-TROUVE          PIC X(01).
           88  RES-TROUVE            VALUE 'O'.
           88  RES-NON-TROUVE        VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CASMIN-E            PIC XX.
           88  OK-CASMIN-E           VALUE '00'.
           88  EOF-CASMIN-E          VALUE '10'.
       01  WS-FS-CDE-E               PIC XX.
           88  OK-CDE-E              VALUE '00' '05'.
           88  EOF-CDE-E             VALUE '10'.
       01  WS-FS-CONFRA-E            PIC XX.
           88  OK-CONFRA-E           VALUE '00'.
           88  EOF-CONFRA-E          VALUE '10'.
           88  NOTFOUND-CONFRA-E     VALUE '35'.
       01  WS-FS-BINLOC-ES           PIC XX.
           88  OK-BINLOC-ES          VALUE '00'.
           88  EOF-BINLOC-ES         VALUE '10'.
           88  NOTFOUND-BINLOC       VALUE '23'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-TACREA              PIC XX.
           88  OK-TACREA             VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-QTE-FACE               PIC S9(07) COMP-3.
       01  WS-QTE-BESOIN             PIC S9(07) COMP-3.
       01  WS-QTE-CIBLE              PIC S9(07) COMP-3.
       01  WS-QTE-A-SERVIR           PIC S9(07) COMP-3.
       01  WS-QTE-TACHE              PIC S9(07) COMP-3.
       01  WS-LOT-ANCIEN             PIC X(08).
       01  WS-DLUO-ANCIENNE          PIC 9(08).
       01  WS-SW-CONF-REJET          PIC X(01).
           88  CONF-ACCEPTEE         VALUE 'N'.
           88  CONF-REJETEE          VALUE 'O'.
       01  WS-MOTIF-REJET            PIC X(22).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-FACES              PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACES-A-REAPPRO    PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACES-INSUFF       PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACES-OCCUPEES     PIC 9(05) VALUE ZERO.
       01  WS-CPT-TACHES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONFIRMEES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-REJETEES           PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LRA-TIRET              PIC X(80) VALUE ALL '-'.
       01  WS-LRA-TITRE.
           05  FILLER                PIC X(44) VALUE
               'ESTIAC - TACHES DE REAPPROVISIONNEMENT DU '.
           05  WS-LRA-DATE-ED        PIC 9(08).
       01  WS-LRA-SECT-REJET         PIC X(80) VALUE
           'CONFIRMATIONS REJETEES (ARTBIN NON MODIFIE)'.
       01  WS-LRA-SECT-TACHES        PIC X(80) VALUE
           'TACHES DU JOUR (RESERVE -> CASIER DE PRELEVEMENT)'.
       01  WS-LRA-INTITULE.
           05  FILLER                PIC X(08) VALUE 'ARTICLE'.
           05  FILLER                PIC X(10) VALUE 'LOT'.
           05  FILLER                PIC X(08) VALUE 'QUANTITE'.
           05  FILLER                PIC X(13) VALUE '  ORIGINE'.
           05  FILLER                PIC X(13) VALUE 'DESTINATION'.
           05  FILLER                PIC X(20) VALUE 'OBSERVATION'.
       01  WS-LRA-DETAIL.
           05  WS-LRA-ART-ED         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRA-LOT-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRA-QTE-ED         PIC ZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LRA-ORIG-ED.
               10  WS-LRA-O-DEPOT    PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-O-ALLEE    PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-O-RACK     PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-O-TABL     PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRA-DEST-ED.
               10  WS-LRA-D-DEPOT    PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-D-ALLEE    PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-D-RACK     PIC X(02).
               10  FILLER            PIC X(01) VALUE '/'.
               10  WS-LRA-D-TABL     PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRA-NOTE-ED        PIC X(22).
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
           MOVE 'ARIO120'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- APPLICATION DES CONFIRMATIONS -----------------*
      *
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-SECT-REJET.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TIRET.
           PERFORM 6040-READ-FCONFRA-DEB
              THRU 6040-READ-FCONFRA-FIN.
           PERFORM 2000-TRT-CONFIRMATION-DEB
              THRU 2000-TRT-CONFIRMATION-FIN
             UNTIL EOF-CONFRA-E.
      *
      *--------------- CHARGEMENT DES REFERENCES ----------------------*
      *
           PERFORM 6010-READ-FCASMIN-DEB
              THRU 6010-READ-FCASMIN-FIN.
           PERFORM 1000-CHARGE-CASMIN-DEB
              THRU 1000-CHARGE-CASMIN-FIN
             UNTIL EOF-CASMIN-E.
      *
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
           PERFORM 1100-CHARGE-BESOIN-DEB
              THRU 1100-CHARGE-BESOIN-FIN
             UNTIL EOF-CDE-E.
      *
           PERFORM 6100-CHARGE-CASIERS-DEB
              THRU 6100-CHARGE-CASIERS-FIN.
      *
      *--------------- TACHES DE REAPPROVISIONNEMENT ------------------*
      *
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TIRET.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-SECT-TACHES.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TIRET.
           PERFORM 3000-TRT-FACE-DEB
              THRU 3000-TRT-FACE-FIN
             VARYING WS-IX-CMN FROM 1 BY 1
               UNTIL WS-IX-CMN > WS-NB-CMN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-TACHES            TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UN CASIER DE PRELEVEMENT                       *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-CASMIN-DEB.
      *
           IF WS-NB-CMN = 500
              DISPLAY 'TABLE DES CASIERS DE PRELEVEMENT SATUREE (500)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CMN.
           MOVE WS-CMN-CASIER-E          TO WS-CMN-CASIER(WS-NB-CMN).
           MOVE WS-CMN-ART-E             TO WS-CMN-ART(WS-NB-CMN).
           MOVE WS-CMN-MINI-E            TO WS-CMN-MINI(WS-NB-CMN).
           MOVE WS-CMN-MAXI-E            TO WS-CMN-MAXI(WS-NB-CMN).
      *
           PERFORM 6010-READ-FCASMIN-DEB
              THRU 6010-READ-FCASMIN-FIN.
      *
       1000-CHARGE-CASMIN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CUMUL DU BESOIN DES COMMANDES ALLOUEES PAR ARTICLE          *
      *---------------------------------------------------------------*
      *
       1100-CHARGE-BESOIN-DEB.
      *
           IF NOT (CDE-ALLOUEE OR CDE-RELIQUAT)
              OR WS-CDE-QTE-ALLOUEE = ZERO
              GO TO 1100-SUITE
           END-IF.
      *
      *    L'ARTICLE PRELEVE EST LE SUBSTITUT QUAND IL EXISTE.
      *
           IF WS-CDE-ART-SUBST NOT = SPACE
              MOVE WS-CDE-ART-SUBST      TO WS-ART-CHERCHE
           ELSE
              MOVE WS-CDE-ART            TO WS-ART-CHERCHE
           END-IF.
           PERFORM 7000-RECH-BESOIN-DEB
              THRU 7000-RECH-BESOIN-FIN.
           IF BES-NON-TROUVE
              IF WS-NB-BES = 1000
                 DISPLAY 'TABLE DES BESOINS SATUREE (1000)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-BES
              MOVE WS-NB-BES             TO WS-IX-BES
              MOVE WS-ART-CHERCHE        TO WS-BES-ART(WS-IX-BES)
              MOVE ZERO                  TO WS-BES-QTE(WS-IX-BES)
           END-IF.
           ADD WS-CDE-QTE-ALLOUEE        TO WS-BES-QTE(WS-IX-BES).
      *
       1100-SUITE.
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
      *
       1100-CHARGE-BESOIN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   APPLICATION D'UNE CONFIRMATION DE REAPPROVISIONNEMENT       *
      *---------------------------------------------------------------*
      *
       2000-TRT-CONFIRMATION-DEB.
      *
           SET CONF-ACCEPTEE             TO TRUE.
      *
      *--------------- CONTROLE DU CASIER D'ORIGINE -------------------*
      *
           MOVE WS-CRA-CASIER-ORIG       TO FS-BINLOC-CLE.
           READ F-BINLOC-ES INTO WS-ENR-BINLOC.
           EVALUATE TRUE
              WHEN NOTFOUND-BINLOC
                 SET CONF-REJETEE        TO TRUE
                 MOVE '*ORIGINE INCONNUE*'   TO WS-MOTIF-REJET
              WHEN NOT OK-BINLOC-ES
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BINLOC-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN WS-BINLOC-ART-CODE NOT = WS-CRA-ART
                 SET CONF-REJETEE        TO TRUE
                 MOVE '*ARTICLE DISCORDANT*' TO WS-MOTIF-REJET
              WHEN WS-BINLOC-QTE < WS-CRA-QTE
                 SET CONF-REJETEE        TO TRUE
                 MOVE '*STOCK INSUFFISANT*'  TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE WS-ENR-BINLOC      TO WS-ENR-BINLOC-ORIG
                 IF WS-BINLOC-DATE-ENT IS NUMERIC
                    MOVE WS-BINLOC-DATE-ENT TO WS-DATE-ENT-ORIG
                 ELSE
                    MOVE ZERO            TO WS-DATE-ENT-ORIG
                 END-IF
           END-EVALUATE.
           IF CONF-REJETEE
              GO TO 2000-SUITE
           END-IF.
      *
      *--------------- CONTROLE DU CASIER DE DESTINATION --------------*
      *
           MOVE WS-CRA-CASIER-DEST       TO FS-BINLOC-CLE.
           READ F-BINLOC-ES INTO WS-ENR-BINLOC.
           EVALUATE TRUE
              WHEN NOTFOUND-BINLOC
                 CONTINUE
              WHEN NOT OK-BINLOC-ES
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BINLOC-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN WS-BINLOC-ART-CODE NOT = SPACE
                   AND WS-BINLOC-ART-CODE NOT = WS-CRA-ART
                   AND WS-BINLOC-QTE > ZERO
                 SET CONF-REJETEE        TO TRUE
                 MOVE '*DESTINATION OCCUPEE*' TO WS-MOTIF-REJET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CONF-REJETEE
              GO TO 2000-SUITE
           END-IF.
      *
      *--------------- MOUVEMENT : DESTINATION PUIS ORIGINE -----------*
      *
           IF NOTFOUND-BINLOC
              MOVE SPACES                TO WS-ENR-BINLOC
              MOVE WS-CRA-CASIER-DEST    TO WS-BINLOC-CLE
              MOVE WS-CRA-ART            TO WS-BINLOC-ART-CODE
              MOVE WS-CRA-QTE            TO WS-BINLOC-QTE
              MOVE WS-DATE-ENT-ORIG      TO WS-BINLOC-DATE-ENT
              MOVE WS-ENR-BINLOC         TO FS-ENRG-BINLOC-ES
              WRITE FS-ENRG-BINLOC-ES
              IF NOT OK-BINLOC-ES
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-BINLOC-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
      *
      *    UN CASIER VIDE PREND LA DATE D'ENTREE DE LA RESERVE.
      *
              IF WS-BINLOC-QTE = ZERO
                 MOVE WS-DATE-ENT-ORIG   TO WS-BINLOC-DATE-ENT
              END-IF
              MOVE WS-CRA-ART            TO WS-BINLOC-ART-CODE
              ADD WS-CRA-QTE             TO WS-BINLOC-QTE
              REWRITE FS-ENRG-BINLOC-ES  FROM WS-ENR-BINLOC
              IF NOT OK-BINLOC-ES
                 DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-BINLOC-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           MOVE WS-ENR-BINLOC-ORIG       TO WS-ENR-BINLOC.
           SUBTRACT WS-CRA-QTE           FROM WS-BINLOC-QTE.
           MOVE WS-CRA-CASIER-ORIG       TO FS-BINLOC-CLE.
           REWRITE FS-ENRG-BINLOC-ES     FROM WS-ENR-BINLOC.
           IF NOT OK-BINLOC-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-BINLOC-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-CONFIRMEES.
      *
       2000-SUITE.
           IF CONF-REJETEE
              ADD 1                      TO WS-CPT-REJETEES
              MOVE WS-CRA-ART            TO WS-LRA-ART-ED
              MOVE SPACES                TO WS-LRA-LOT-ED
              MOVE WS-CRA-QTE            TO WS-LRA-QTE-ED
              MOVE WS-CRA-CASIER-ORIG(1:2) TO WS-LRA-O-DEPOT
              MOVE WS-CRA-CASIER-ORIG(3:2) TO WS-LRA-O-ALLEE
              MOVE WS-CRA-CASIER-ORIG(5:2) TO WS-LRA-O-RACK
              MOVE WS-CRA-CASIER-ORIG(7:2) TO WS-LRA-O-TABL
              MOVE WS-CRA-CASIER-DEST(1:2) TO WS-LRA-D-DEPOT
              MOVE WS-CRA-CASIER-DEST(3:2) TO WS-LRA-D-ALLEE
              MOVE WS-CRA-CASIER-DEST(5:2) TO WS-LRA-D-RACK
              MOVE WS-CRA-CASIER-DEST(7:2) TO WS-LRA-D-TABL
              MOVE WS-MOTIF-REJET        TO WS-LRA-NOTE-ED
              PERFORM 8020-EDIT-DETAIL-DEB
                 THRU 8020-EDIT-DETAIL-FIN
           END-IF.
           PERFORM 6040-READ-FCONFRA-DEB
              THRU 6040-READ-FCONFRA-FIN.
      *
       2000-TRT-CONFIRMATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE D'UN CASIER DE PRELEVEMENT ET TACHES ASSOCIEES     *
      *---------------------------------------------------------------*
      *
       3000-TRT-FACE-DEB.
      *
           ADD 1                         TO WS-CPT-FACES.
           MOVE WS-CMN-CASIER(WS-IX-CMN) TO WS-CLE-CHERCHEE.
           PERFORM 7100-RECH-CASIER-DEB
              THRU 7100-RECH-CASIER-FIN.
           MOVE ZERO                     TO WS-QTE-FACE.
           IF CAS-TROUVE
              IF WS-CAS-ART(WS-IX-CAS) NOT = SPACE
                 AND WS-CAS-ART(WS-IX-CAS) NOT = WS-CMN-ART(WS-IX-CMN)
                 AND WS-CAS-QTE(WS-IX-CAS) > ZERO
                 ADD 1                   TO WS-CPT-FACES-OCCUPEES
                 MOVE ZERO               TO WS-QTE-TACHE
                 MOVE SPACES             TO WS-LOT-ANCIEN
                 MOVE SPACES             TO WS-LRA-ORIG-ED
                 MOVE '*OCCUPE AUTRE ARTICLE*' TO WS-LRA-NOTE-ED
                 PERFORM 8030-EDIT-TACHE-DEB
                    THRU 8030-EDIT-TACHE-FIN
                 GO TO 3000-TRT-FACE-FIN
              END-IF
              MOVE WS-CAS-QTE(WS-IX-CAS) TO WS-QTE-FACE
           END-IF.
      *
      *    BESOIN DU JOUR RESTANT POUR L'ARTICLE : UN ARTICLE SUR
      *    PLUSIEURS CASIERS DE PRELEVEMENT N'EST COMPTE QU'UNE FOIS.
      *
           MOVE WS-CMN-ART(WS-IX-CMN)    TO WS-ART-CHERCHE.
           PERFORM 7000-RECH-BESOIN-DEB
              THRU 7000-RECH-BESOIN-FIN.
           IF BES-TROUVE
              MOVE WS-BES-QTE(WS-IX-BES) TO WS-QTE-BESOIN
           ELSE
              MOVE ZERO                  TO WS-QTE-BESOIN
           END-IF.
      *
           IF WS-QTE-FACE NOT < WS-CMN-MINI(WS-IX-CMN)
              AND WS-QTE-FACE NOT < WS-QTE-BESOIN
              IF BES-TROUVE
                 SUBTRACT WS-QTE-FACE    FROM WS-BES-QTE(WS-IX-BES)
                 IF WS-BES-QTE(WS-IX-BES) < ZERO
                    MOVE ZERO            TO WS-BES-QTE(WS-IX-BES)
                 END-IF
              END-IF
              GO TO 3000-TRT-FACE-FIN
           END-IF.
      *
      *    CIBLE : LE MAXIMUM DU CASIER, OU LE BESOIN S'IL EST PLUS
      *    FORT (LE PREPARATEUR NE DOIT PAS TROUVER LE CASIER VIDE).
      *
           ADD 1                         TO WS-CPT-FACES-A-REAPPRO.
           MOVE WS-CMN-MAXI(WS-IX-CMN)   TO WS-QTE-CIBLE.
           IF WS-QTE-BESOIN > WS-QTE-CIBLE
              MOVE WS-QTE-BESOIN         TO WS-QTE-CIBLE
           END-IF.
           COMPUTE WS-QTE-A-SERVIR = WS-QTE-CIBLE - WS-QTE-FACE.
           IF BES-TROUVE
              SUBTRACT WS-QTE-CIBLE      FROM WS-BES-QTE(WS-IX-BES)
              IF WS-BES-QTE(WS-IX-BES) < ZERO
                 MOVE ZERO               TO WS-BES-QTE(WS-IX-BES)
              END-IF
           END-IF.
      *
           PERFORM 7200-LOT-ANCIEN-DEB
              THRU 7200-LOT-ANCIEN-FIN.
      *
           SET RES-TROUVE                TO TRUE.
           PERFORM 3100-PRELEVE-RESERVE-DEB
              THRU 3100-PRELEVE-RESERVE-FIN
             UNTIL WS-QTE-A-SERVIR NOT > ZERO
                OR RES-NON-TROUVE.
      *
           IF WS-QTE-A-SERVIR > ZERO
              ADD 1                      TO WS-CPT-FACES-INSUFF
              MOVE WS-QTE-A-SERVIR       TO WS-QTE-TACHE
              MOVE SPACES                TO WS-LRA-ORIG-ED
              MOVE '*RESERVE INSUFFISANTE*' TO WS-LRA-NOTE-ED
              PERFORM 8030-EDIT-TACHE-DEB
                 THRU 8030-EDIT-TACHE-FIN
           END-IF.
      *
       3000-TRT-FACE-FIN.
           EXIT.
      *
       3100-PRELEVE-RESERVE-DEB.
      *
           PERFORM 7300-RECH-RESERVE-DEB
              THRU 7300-RECH-RESERVE-FIN.
           IF RES-NON-TROUVE
              GO TO 3100-PRELEVE-RESERVE-FIN
           END-IF.
      *
           IF WS-CAS-QTE(WS-IX-RES) < WS-QTE-A-SERVIR
              MOVE WS-CAS-QTE(WS-IX-RES) TO WS-QTE-TACHE
           ELSE
              MOVE WS-QTE-A-SERVIR       TO WS-QTE-TACHE
           END-IF.
           SUBTRACT WS-QTE-TACHE         FROM WS-CAS-QTE(WS-IX-RES)
                                              WS-QTE-A-SERVIR.
           ADD 1                         TO WS-CPT-TACHES.
      *
           MOVE WS-CAS-CLE(WS-IX-RES)(1:2) TO WS-LRA-O-DEPOT.
           MOVE WS-CAS-CLE(WS-IX-RES)(3:2) TO WS-LRA-O-ALLEE.
           MOVE WS-CAS-CLE(WS-IX-RES)(5:2) TO WS-LRA-O-RACK.
           MOVE WS-CAS-CLE(WS-IX-RES)(7:2) TO WS-LRA-O-TABL.
           MOVE SPACES                   TO WS-LRA-NOTE-ED.
           PERFORM 8030-EDIT-TACHE-DEB
              THRU 8030-EDIT-TACHE-FIN.
      *
       3100-PRELEVE-RESERVE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CASMIN-E.
           IF NOT OK-CASMIN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CASMIN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CASMIN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CDE-E.
           IF NOT OK-CDE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CONFRA-E.
           IF NOT (OK-CONFRA-E OR NOTFOUND-CONFRA-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CONFRA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CONFRA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-BINLOC-ES.
           IF NOT OK-BINLOC-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BINLOC-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-TACREA-S.
           IF NOT OK-TACREA
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TACREA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TACREA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCASMIN-DEB.
           READ F-CASMIN-E INTO WS-ENRG-F-CASMIN.
           IF NOT (OK-CASMIN-E OR EOF-CASMIN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CASMIN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CASMIN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCASMIN-FIN.
           EXIT.
      *
       6020-READ-FCDE-DEB.
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (OK-CDE-E OR EOF-CDE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FCDE-FIN.
           EXIT.
      *
       6040-READ-FCONFRA-DEB.
           IF NOTFOUND-CONFRA-E
              SET EOF-CONFRA-E           TO TRUE
              GO TO 6040-READ-FCONFRA-FIN
           END-IF.
           READ F-CONFRA-E INTO WS-ENRG-F-CONFRA.
           IF NOT (OK-CONFRA-E OR EOF-CONFRA-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CONFRA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CONFRA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FCONFRA-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CASMIN-E.
           CLOSE F-CDE-E.
           IF NOT NOTFOUND-CONFRA-E
              CLOSE F-CONFRA-E
           END-IF.
           CLOSE F-BINLOC-ES.
           CLOSE F-LOT-E.
           CLOSE F-TACREA-S.
           IF NOT OK-TACREA
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-TACREA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TACREA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES CASIERS OCCUPES (APRES APPLICATION DES
      *    CONFIRMATIONS) PAR PARCOURS SEQUENTIEL DU FICHIER INDEXE ;
      *    LES CASIERS DECLARES DANS CASMIN SONT DES CASIERS DE
      *    PRELEVEMENT, LES AUTRES DES RESERVES.
      *
       6100-CHARGE-CASIERS-DEB.
           MOVE LOW-VALUES               TO FS-BINLOC-CLE.
           START F-BINLOC-ES KEY NOT < FS-BINLOC-CLE.
           IF NOT OK-BINLOC-ES
              GO TO 6100-CHARGE-CASIERS-FIN
           END-IF.
           PERFORM 6110-READ-NEXT-BINLOC-DEB
              THRU 6110-READ-NEXT-BINLOC-FIN.
           PERFORM 6120-RANGE-CASIER-DEB
              THRU 6120-RANGE-CASIER-FIN
             UNTIL EOF-BINLOC-ES.
       6100-CHARGE-CASIERS-FIN.
           EXIT.
      *
       6110-READ-NEXT-BINLOC-DEB.
           READ F-BINLOC-ES NEXT RECORD INTO WS-ENR-BINLOC
              AT END SET EOF-BINLOC-ES   TO TRUE
           END-READ.
           IF NOT (OK-BINLOC-ES OR EOF-BINLOC-ES)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BINLOC-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-NEXT-BINLOC-FIN.
           EXIT.
      *
       6120-RANGE-CASIER-DEB.
           IF WS-BINLOC-ART-CODE = SPACE
              OR WS-BINLOC-QTE = ZERO
              GO TO 6120-SUITE
           END-IF.
           IF WS-NB-CAS = 2000
              DISPLAY 'TABLE DES CASIERS SATUREE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CAS.
           MOVE WS-BINLOC-CLE            TO WS-CAS-CLE(WS-NB-CAS).
           MOVE WS-BINLOC-DEPOT          TO WS-CAS-DEPOT(WS-NB-CAS).
           MOVE WS-BINLOC-ART-CODE       TO WS-CAS-ART(WS-NB-CAS).
           MOVE WS-BINLOC-QTE            TO WS-CAS-QTE(WS-NB-CAS).
      *
      *    STOCK ANTERIEUR A LA DATE D'ENTREE : LE PLUS ANCIEN.
      *
           IF WS-BINLOC-DATE-ENT IS NUMERIC
              MOVE WS-BINLOC-DATE-ENT    TO WS-CAS-DATE-ENT(WS-NB-CAS)
           ELSE
              MOVE ZERO                  TO WS-CAS-DATE-ENT(WS-NB-CAS)
           END-IF.
           SET CAS-RESERVE(WS-NB-CAS)    TO TRUE.
           PERFORM 6130-COMPARE-FACE-DEB
              THRU 6130-COMPARE-FACE-FIN
             VARYING WS-IX-CMN FROM 1 BY 1
               UNTIL WS-IX-CMN > WS-NB-CMN.
       6120-SUITE.
           PERFORM 6110-READ-NEXT-BINLOC-DEB
              THRU 6110-READ-NEXT-BINLOC-FIN.
       6120-RANGE-CASIER-FIN.
           EXIT.
      *
       6130-COMPARE-FACE-DEB.
           IF WS-CMN-CASIER(WS-IX-CMN) = WS-BINLOC-CLE
              SET CAS-PRELEVEMENT(WS-NB-CAS) TO TRUE
           END-IF.
       6130-COMPARE-FACE-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6140-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CHERCHE           TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6145-READ-NEXT-FLOT-DEB
                    THRU 6145-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6140-START-FLOT-FIN.
           EXIT.
      *
       6145-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CHERCHE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6145-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : RECHERCHES ET CALCULS                              *
      *---------------------------------------------------------------*
      *
       7000-RECH-BESOIN-DEB.
           SET BES-NON-TROUVE            TO TRUE.
           PERFORM 7010-COMPARE-BESOIN-DEB
              THRU 7010-COMPARE-BESOIN-FIN
             VARYING WS-IX-BES FROM 1 BY 1
               UNTIL WS-IX-BES > WS-NB-BES
                  OR BES-TROUVE.
           IF BES-TROUVE
              SUBTRACT 1                 FROM WS-IX-BES
           END-IF.
       7000-RECH-BESOIN-FIN.
           EXIT.
      *
       7010-COMPARE-BESOIN-DEB.
           IF WS-BES-ART(WS-IX-BES) = WS-ART-CHERCHE
              SET BES-TROUVE             TO TRUE
           END-IF.
       7010-COMPARE-BESOIN-FIN.
           EXIT.
      *
       7100-RECH-CASIER-DEB.
           SET CAS-NON-TROUVE            TO TRUE.
           PERFORM 7110-COMPARE-CASIER-DEB
              THRU 7110-COMPARE-CASIER-FIN
             VARYING WS-IX-CAS FROM 1 BY 1
               UNTIL WS-IX-CAS > WS-NB-CAS
                  OR CAS-TROUVE.
           IF CAS-TROUVE
              SUBTRACT 1                 FROM WS-IX-CAS
           END-IF.
       7100-RECH-CASIER-FIN.
           EXIT.
      *
       7110-COMPARE-CASIER-DEB.
           IF WS-CAS-CLE(WS-IX-CAS) = WS-CLE-CHERCHEE
              SET CAS-TROUVE             TO TRUE
           END-IF.
       7110-COMPARE-CASIER-FIN.
           EXIT.
      *
      *    PLUS ANCIEN LOT DISPONIBLE DE L'ARTICLE (DLUO LA PLUS
      *    PROCHE), INDIQUE SUR LES TACHES.
      *
       7200-LOT-ANCIEN-DEB.
           MOVE SPACES                   TO WS-LOT-ANCIEN.
           MOVE 99999999                 TO WS-DLUO-ANCIENNE.
           MOVE WS-CMN-ART(WS-IX-CMN)    TO WS-ART-CHERCHE.
           PERFORM 6140-START-FLOT-DEB
              THRU 6140-START-FLOT-FIN.
           PERFORM 7210-COMPARE-LOT-DEB
              THRU 7210-COMPARE-LOT-FIN
             UNTIL FIN-LOTS-ART.
       7200-LOT-ANCIEN-FIN.
           EXIT.
      *
       7210-COMPARE-LOT-DEB.
           IF LOT-DISPONIBLE
              AND WS-LOT-QTE > ZERO
              AND WS-LOT-DLUO < WS-DLUO-ANCIENNE
              MOVE WS-LOT-DLUO             TO WS-DLUO-ANCIENNE
              MOVE WS-LOT-NUM              TO WS-LOT-ANCIEN
           END-IF.
           PERFORM 6145-READ-NEXT-FLOT-DEB
              THRU 6145-READ-NEXT-FLOT-FIN.
       7210-COMPARE-LOT-FIN.
           EXIT.
      *
      *    RESERVE DU MEME DEPOT DETENANT L'ARTICLE, LA PLUS
      *    ANCIENNEMENT ENTREE ; A DATE EGALE, ORDRE DE MARCHE.
      *
       7300-RECH-RESERVE-DEB.
           SET RES-NON-TROUVE            TO TRUE.
           MOVE ZERO                     TO WS-IX-RES.
           PERFORM 7310-COMPARE-RESERVE-DEB
              THRU 7310-COMPARE-RESERVE-FIN
             VARYING WS-IX-CAS FROM 1 BY 1
               UNTIL WS-IX-CAS > WS-NB-CAS.
       7300-RECH-RESERVE-FIN.
           EXIT.
      *
       7310-COMPARE-RESERVE-DEB.
           IF NOT CAS-RESERVE(WS-IX-CAS)
              OR WS-CAS-ART(WS-IX-CAS) NOT = WS-CMN-ART(WS-IX-CMN)
              OR WS-CAS-DEPOT(WS-IX-CAS) NOT = WS-CMN-DEPOT(WS-IX-CMN)
              OR WS-CAS-QTE(WS-IX-CAS) NOT > ZERO
              GO TO 7310-COMPARE-RESERVE-FIN
           END-IF.
           IF RES-NON-TROUVE
              SET RES-TROUVE             TO TRUE
              MOVE WS-IX-CAS             TO WS-IX-RES
           ELSE
              IF WS-CAS-DATE-ENT(WS-IX-CAS) <
                 WS-CAS-DATE-ENT(WS-IX-RES)
                 MOVE WS-IX-CAS          TO WS-IX-RES
              END-IF
           END-IF.
       7310-COMPARE-RESERVE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST             TO WS-LRA-DATE-ED.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TIRET.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-INTITULE.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           WRITE FS-ENRG-TACREA-S        FROM WS-LRA-DETAIL.
           IF NOT OK-TACREA
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-TACREA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TACREA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8020-EDIT-DETAIL-FIN.
           EXIT.
      *
      *    LIGNE DE TACHE : ORIGINE DEJA RENSEIGNEE PAR L'APPELANT,
      *    DESTINATION = CASIER DE PRELEVEMENT COURANT.
      *
       8030-EDIT-TACHE-DEB.
           MOVE WS-CMN-ART(WS-IX-CMN)    TO WS-LRA-ART-ED.
           MOVE WS-LOT-ANCIEN            TO WS-LRA-LOT-ED.
           MOVE WS-QTE-TACHE             TO WS-LRA-QTE-ED.
           MOVE WS-CMN-DEPOT(WS-IX-CMN)  TO WS-LRA-D-DEPOT.
           MOVE WS-CMN-ALLEE(WS-IX-CMN)  TO WS-LRA-D-ALLEE.
           MOVE WS-CMN-RACK(WS-IX-CMN)   TO WS-LRA-D-RACK.
           MOVE WS-CMN-TABL(WS-IX-CMN)   TO WS-LRA-D-TABL.
           PERFORM 8020-EDIT-DETAIL-DEB
              THRU 8020-EDIT-DETAIL-FIN.
       8030-EDIT-TACHE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO120     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CONFIRMATIONS APPLIQUEES     :  '
                   WS-CPT-CONFIRMEES.
           DISPLAY 'CONFIRMATIONS REJETEES       :  '
                   WS-CPT-REJETEES.
           DISPLAY 'CASIERS DE PRELEVEMENT       :  ' WS-CPT-FACES.
           DISPLAY 'CASIERS A REAPPROVISIONNER   :  '
                   WS-CPT-FACES-A-REAPPRO.
           DISPLAY 'CASIERS A RESERVE INSUFF.    :  '
                   WS-CPT-FACES-INSUFF.
           DISPLAY 'CASIERS OCCUPES AUTRE ART.   :  '
                   WS-CPT-FACES-OCCUPEES.
           DISPLAY 'TACHES EMISES                :  ' WS-CPT-TACHES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO120         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO120        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
