      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO152                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CHARGEMENT DU FICHIER INDEXE DE REPARATION DES SUSPENS       *
      *  (SUSPKS, COPY SUSREP) CONSULTE ET MIS A JOUR EN LIGNE PAR    *
      *  ARIC276. PASSE EN FIN DE NUIT, APRES ARIO326, SUR LE         *
      *  FICHIER DES SUSPENS SUSCPT QU'IL VIENT D'ECRIRE :            *
      *  - LES MOUVEMENTS EN SUSPENS SONT TRIES PAR AGENCE (3 1ERS    *
      *    CARACTERES DU COMPTE), MOTIF DE SUSPENS, COMPTE ET DATE ;  *
      *  - CHACUN EST ECRIT DANS SUSPKS (OUVERT EN CREATION, LE       *
      *    CONTENU DE LA VEILLE EST REMPLACE) AVEC UN NUMERO D'ORDRE  *
      *    CROISSANT, L'IMAGE COMPLETE DU MOUVEMENT ET UNE ACTION A   *
      *    BLANC (EN ATTENTE DE DECISION).                            *
      *  LES ACTIONS PORTEES DANS LA JOURNEE PAR ARIC276 SONT         *
      *  APPLIQUEES PAR ARIO326 AU PASSAGE SUIVANT, AVANT QUE CE      *
      *  PROGRAMME NE RECHARGE LE FICHIER. FICHIER SUSCPT ABSENT =    *
      *  SUSPKS VIDE.                                                 *
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
       PROGRAM-ID.      ARIO152.
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
      *                      F-SUSCPT-E : MOUVEMENTS EN SUSPENS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SUSCPT-E ASSIGN TO SUSCPT
                   FILE STATUS         IS WS-FS-SUSCPT-E.
      *                      -------------------------------------------
      *                      SD-SUSP-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-SUSP-TRI         ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-SUSPT-E : SUSPENS TRIES PAR AGENCE/MOTIF
      *                      -------------------------------------------
           SELECT  F-SUSPT-E           ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-SUSPT-E.
      *                      -------------------------------------------
      *                      F-SUSREP-S : REPARATION DES SUSPENS
      *                      -------------------------------------------
           SELECT  F-SUSREP-S          ASSIGN TO SUSPKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-SRP-CLE
                   FILE STATUS         IS WS-FS-SUSREP-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-SUSCPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-SUSCPT-E           PIC X(150).
      *
       SD  SD-SUSP-TRI.
       01  SD-ENRG-SUSP-TRI.
           05  SD-SUSP-AGENCE-TRI     PIC X(03).
           05  SD-SUSP-CPTE-TRI       PIC X(07).
           05  SD-SUSP-DATE-TRI       PIC X(08).
           05  FILLER                 PIC X(12).
           05  SD-SUSP-MOTIF-TRI      PIC X(02).
           05  FILLER                 PIC X(118).
      *
       FD  F-SUSPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-SUSPT-E            PIC X(150).
      *
       FD  F-SUSREP-S
           RECORDING MODE IS F.
       01  FS-ENRG-SUSREP-S.
           05  FS-SRP-CLE             PIC X(08).
           05  FILLER                 PIC X(242).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MOUVEMENT EN SUSPENS (PARTAGE ARIO326) --------*
      *
           COPY TP3MVTS.
      *
      *---------------- REPARATION DES SUSPENS (PARTAGE ARIC276) ------*
      *
           COPY SUSREP.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-SUSCPT-E            PIC XX.
           88  OK-SUSCPT-E           VALUES '00' '05'.
       01  WS-FS-SUSPT-E             PIC XX.
           88  OK-SUSPT-E            VALUE '00'.
           88  EOF-SUSPT-E           VALUE '10'.
       01  WS-FS-SUSREP-S            PIC XX.
           88  OK-SUSREP-S           VALUE '00'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-NUM-ORDRE              PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-PREC            PIC X(03) VALUE LOW-VALUES.
       01  WS-CPT-AGENCES            PIC 9(05) VALUE ZERO.
       01  WS-TOT-MT                 PIC 9(13)V99 COMP-3 VALUE ZERO.
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
           MOVE 'ARIO152'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           SORT SD-SUSP-TRI
               ON ASCENDING KEY SD-SUSP-AGENCE-TRI
               ON ASCENDING KEY SD-SUSP-MOTIF-TRI
               ON ASCENDING KEY SD-SUSP-CPTE-TRI
               ON ASCENDING KEY SD-SUSP-DATE-TRI
               USING F-SUSCPT-E
               GIVING F-SUSPT-E.
           IF NOT OK-SUSPT-E
              DISPLAY 'PROBLEME AU TRI DU FICHIER F-SUSCPT-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6010-READ-FSUSPT-DEB
              THRU 6010-READ-FSUSPT-FIN.
      *
           PERFORM 1000-CHARGE-SUSPENS-DEB
              THRU 1000-CHARGE-SUSPENS-FIN
             UNTIL MVTS-CPTE-MAX.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-NUM-ORDRE             TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UN MOUVEMENT EN SUSPENS : NUMERO D'ORDRE       *
      *   CROISSANT DANS L'ORDRE DU TRI, ACTION EN ATTENTE            *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-SUSPENS-DEB.
      *
           IF WS-NUM-ORDRE = 99999
              DISPLAY 'F-SUSREP-S : PLUS DE 99999 SUSPENS, '
                      'NUMEROTATION SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NUM-ORDRE.
      *
           IF WS-MVTS-AGENCE NOT = WS-AGENCE-PREC
              ADD 1                      TO WS-CPT-AGENCES
              MOVE WS-MVTS-AGENCE        TO WS-AGENCE-PREC
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-SUSREP.
           MOVE WS-MVTS-AGENCE           TO WS-SRP-AGENCE.
           MOVE WS-NUM-ORDRE             TO WS-SRP-NUM.
           MOVE WS-MVTS-SUSP-MOTIF       TO WS-SRP-MOTIF.
           MOVE WS-ENRG-F-MVTS           TO WS-SRP-MVT.
           SET SRP-EN-ATTENTE            TO TRUE.
           MOVE ZERO                     TO WS-SRP-DATE-ACT.
           ADD WS-MVTS-MT                TO WS-TOT-MT.
      *
           PERFORM 6020-WRITE-FSUSREP-DEB
              THRU 6020-WRITE-FSUSREP-FIN.
      *
           PERFORM 6010-READ-FSUSPT-DEB
              THRU 6010-READ-FSUSPT-FIN.
      *
       1000-CHARGE-SUSPENS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-SUSPT-E.
           IF NOT OK-SUSPT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-SUSREP-S.
           IF NOT OK-SUSREP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSREP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FSUSPT-DEB.
           READ F-SUSPT-E INTO WS-ENRG-F-MVTS.
           IF EOF-SUSPT-E
              SET MVTS-CPTE-MAX          TO TRUE
              GO TO 6010-READ-FSUSPT-FIN
           END-IF.
           IF NOT OK-SUSPT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FSUSPT-FIN.
           EXIT.
      *
       6020-WRITE-FSUSREP-DEB.
           WRITE FS-ENRG-SUSREP-S        FROM WS-ENRG-F-SUSREP.
           IF NOT OK-SUSREP-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SUSREP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-S
              DISPLAY 'CLE = ' WS-SRP-CLE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-WRITE-FSUSREP-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-SUSPT-E.
           CLOSE F-SUSREP-S.
           IF NOT OK-SUSREP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SUSREP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           MOVE WS-TOT-MT                TO WS-TOT-MT-ED.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO152     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'SUSPENS CHARGES DANS SUSPKS  :  ' WS-NUM-ORDRE.
           DISPLAY 'AGENCES CONCERNEES           :  ' WS-CPT-AGENCES.
           DISPLAY 'MONTANT TOTAL DES SUSPENS    :  ' WS-TOT-MT-ED.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO152         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO152        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
