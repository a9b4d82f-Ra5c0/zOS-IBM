      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO124                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  REPRISE UNIQUE DES LOTS : LE FICHIER ARTICLE ART0206 EST LU  *
      *  SEQUENTIELLEMENT DANS SON ANCIEN FORMAT (NOMBRE DE LOTS      *
      *  PUIS TABLE DE 10 LOTS A LA POSITION 51). CHAQUE LOT          *
      *  RENSEIGNE EST ECRIT DANS LE FICHIER INDEXE LOT0206 (COPY     *
      *  ARTLOT, CLE ARTICLE + NUMERO DE LOT) ; UN LOT DEJA PRESENT   *
      *  EST SIGNALE ET COMPTE, SANS ARRET. LA ZONE DES LOTS EST      *
      *  ENSUITE REMISE A BLANC ET L'ARTICLE REECRIT. UN ARTICLE DONT *
      *  LA ZONE EST DEJA A BLANC (DEJA REPRIS) EST IGNORE : LE       *
      *  PROGRAMME PEUT ETRE RELANCE SANS DOUBLER LES LOTS.           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO124.
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
      *                      F-ART-ES : FICHIER ARTICLE (ANCIEN FORMAT)
      *                      -------------------------------------------
           SELECT  F-ART-ES            ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-S : FICHIER DES LOTS (CREATION)
      *                      -------------------------------------------
           SELECT  F-LOT-S             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-ART-ES
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-S
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-S.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTLOT.
      *
      *---------------- ARTICLE DANS L'ANCIEN FORMAT ------------------*
      * LONGUEUR ENREGISTREMENT = 380                                 *
      *---------------------------------------------------------------*
      *
       01  WS-ANC-ENR.
           05  WS-ANC-CODE            PIC X(06).
           05  FILLER                 PIC X(44).
           05  WS-ANC-ZONE-LOT.
               10  WS-ANC-NB-LOT      PIC 9(02).
               10  WS-ANC-LOT         OCCURS 10 TIMES.
                   15  WS-ANC-LOT-NUM     PIC X(08).
                   15  WS-ANC-LOT-QTE     PIC 9(05).
                   15  WS-ANC-LOT-PXU     PIC 9(03)V99.
                   15  WS-ANC-LOT-DEVISE  PIC X(03).
                   15  WS-ANC-LOT-DLUO    PIC 9(08).
                   15  WS-ANC-LOT-STATUT  PIC X(01).
           05  FILLER                 PIC X(28).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  EOF-ART-ES            VALUE '10'.
       01  WS-FS-LOT-S               PIC XX.
           88  OK-LOT-S              VALUE '00'.
           88  DOUBLON-LOT-S         VALUE '22'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-IND                    PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-ART-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-DEJA           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-REECRITS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOT-ECRITS         PIC 9(06) VALUE ZERO.
       01  WS-CPT-LOT-DOUBLONS       PIC 9(05) VALUE ZERO.
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
           MOVE 'ARIO124'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6010-READ-FART-DEB
              THRU 6010-READ-FART-FIN.
           PERFORM 1000-REPRISE-ARTICLE-DEB
              THRU 1000-REPRISE-ARTICLE-FIN
             UNTIL EOF-ART-ES.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-LOT-ECRITS        TO WS-RUN-NBENR.
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
      *   REPRISE DES LOTS D'UN ARTICLE                               *
      *---------------------------------------------------------------*
      *
       1000-REPRISE-ARTICLE-DEB.
      *
           ADD 1                         TO WS-CPT-ART-LUS.
      *
      *    ZONE DEJA A BLANC : ARTICLE REPRIS PAR UN PASSAGE
      *    PRECEDENT, OU CREE DEPUIS LA MISE EN PLACE DE LOT0206.
      *
           IF WS-ANC-ZONE-LOT = SPACES
              ADD 1                      TO WS-CPT-ART-DEJA
              GO TO 1000-SUITE
           END-IF.
      *
           IF WS-ANC-NB-LOT IS NUMERIC
              PERFORM 7000-REPRISE-UN-LOT-DEB
                 THRU 7000-REPRISE-UN-LOT-FIN
                VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-ANC-NB-LOT
                     OR WS-IND > 10
           END-IF.
      *
           MOVE SPACES                   TO WS-ANC-ZONE-LOT.
           PERFORM 6020-REWRITE-FART-DEB
              THRU 6020-REWRITE-FART-FIN.
      *
       1000-SUITE.
           PERFORM 6010-READ-FART-DEB
              THRU 6010-READ-FART-FIN.
      *
       1000-REPRISE-ARTICLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN I-O F-ART-ES.
           IF NOT OK-ART-ES
              DISPLAY 'PROBLEME D''OUVERTURE I-O DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-S.
           IF NOT OK-LOT-S
              DISPLAY 'PROBLEME D''OUVERTURE I-O DU FICHIER F-LOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FART-DEB.
           READ F-ART-ES INTO WS-ANC-ENR.
           IF NOT (OK-ART-ES OR EOF-ART-ES)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FART-FIN.
           EXIT.
      *
       6020-REWRITE-FART-DEB.
           REWRITE FS-ENRG-ART-ES        FROM WS-ANC-ENR.
           IF NOT OK-ART-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ART-REECRITS.
       6020-REWRITE-FART-FIN.
           EXIT.
      *
       6030-WRITE-FLOT-DEB.
           WRITE FS-ENRG-LOT-S           FROM WS-LOT-ENR.
           IF DOUBLON-LOT-S
              DISPLAY 'LOT DEJA PRESENT DANS LOT0206 : ' WS-LOT-CLE
              ADD 1                      TO WS-CPT-LOT-DOUBLONS
              GO TO 6030-WRITE-FLOT-FIN
           END-IF.
           IF NOT OK-LOT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-LOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LOT-ECRITS.
       6030-WRITE-FLOT-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ART-ES.
           IF NOT OK-ART-ES
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-LOT-S.
           IF NOT OK-LOT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    UN POSTE DE L'ANCIENNE TABLE DEVIENT UN ENREGISTREMENT
      *    LOT0206 ; UN POSTE SANS NUMERO DE LOT EST IGNORE.
      *
       7000-REPRISE-UN-LOT-DEB.
           IF WS-ANC-LOT-NUM(WS-IND) = SPACES
              GO TO 7000-REPRISE-UN-LOT-FIN
           END-IF.
           MOVE SPACES                   TO WS-LOT-ENR.
           MOVE WS-ANC-CODE              TO WS-LOT-ART.
           MOVE WS-ANC-LOT-NUM(WS-IND)   TO WS-LOT-NUM.
           MOVE WS-ANC-LOT-QTE(WS-IND)   TO WS-LOT-QTE.
           MOVE WS-ANC-LOT-PXU(WS-IND)   TO WS-LOT-PXU.
           MOVE WS-ANC-LOT-DEVISE(WS-IND) TO WS-LOT-DEVISE.
           MOVE WS-ANC-LOT-DLUO(WS-IND)  TO WS-LOT-DLUO.
           MOVE WS-ANC-LOT-STATUT(WS-IND) TO WS-LOT-STATUT.
           PERFORM 6030-WRITE-FLOT-DEB
              THRU 6030-WRITE-FLOT-FIN.
       7000-REPRISE-UN-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO124     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'ARTICLES LUS                 :  ' WS-CPT-ART-LUS.
           DISPLAY 'ARTICLES DEJA REPRIS         :  ' WS-CPT-ART-DEJA.
           DISPLAY 'ARTICLES REECRITS            :  '
                   WS-CPT-ART-REECRITS.
           DISPLAY 'LOTS ECRITS DANS LOT0206     :  '
                   WS-CPT-LOT-ECRITS.
           DISPLAY 'LOTS DEJA PRESENTS           :  '
                   WS-CPT-LOT-DOUBLONS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO124         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO124        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
