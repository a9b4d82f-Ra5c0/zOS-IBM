      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO151                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RAPPROCHEMENT ET PURGE DU MEMO DES SAISIES GUICHET (MEMOKS,  *
      *  COPY MEMOSLD, TENU EN LIGNE PAR ARIC265), EN DEBUT DE NUIT   *
      *  APRES ARIO074 ET AVANT ARIO126 :                             *
      *  - LES MOUVEMENTS GUICHET INTEGRES PAR ARIO074 (MVTSGUI) SONT *
      *    TRIES PAR COMPTE ET CUMULES PAR COMPTE (NOMBRE, DEBITS,    *
      *    CREDITS SELON LE SENS DU CODE DANS LA TABLE MVTCOD) ;      *
      *  - CHAQUE COMPTE EST RAPPROCHE DE SON MEMO : LES ECARTS       *
      *    (MEMO SANS SAISIE INTEGREE, SAISIES SANS MEMO, NOMBRE OU   *
      *    MONTANTS DIFFERENTS) SONT EDITES SUR ETATMEM ET LE         *
      *    PROGRAMME REND 4 ;                                         *
      *  - CHAQUE ENREGISTREMENT DU MEMO EST SUPPRIME APRES LECTURE : *
      *    LES SAISIES DU JOUR ETANT DESORMAIS DANS LES MOUVEMENTS DE *
      *    LA NUIT, LE SOLDE DU JOUR REPART DU SOLDE DE CPTEKS.       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO151.
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
      *                      F-MVTS-E : MOUVEMENTS GUICHET INTEGRES
      *                      -------------------------------------------
           SELECT  F-MVTS-E            ASSIGN TO MVTSGUI
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      SD-MVTS-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-MVTS-TRI         ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-MVTST-E : MOUVEMENTS TRIES PAR COMPTE
      *                      -------------------------------------------
           SELECT  F-MVTST-E           ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-MVTST-E.
      *                      -------------------------------------------
      *                      F-MVTCOD-E : TABLE DES CODES MOUVEMENT
      *                      -------------------------------------------
           SELECT  F-MVTCOD-E          ASSIGN TO MVTCOD
                   FILE STATUS         IS WS-FS-MVTCOD-E.
      *                      -------------------------------------------
      *                      F-MEMO-ES : MEMO DES SAISIES DU JOUR
      *                      -------------------------------------------
           SELECT  F-MEMO-ES           ASSIGN TO MEMOKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-MEM-CLE
                   FILE STATUS         IS WS-FS-MEMO-ES.
      *                      -------------------------------------------
      *                      F-ETATMEM-S : ETAT DU RAPPROCHEMENT
      *                      -------------------------------------------
           SELECT  F-ETATMEM-S         ASSIGN TO ETATMEM
                   FILE STATUS         IS WS-FS-ETATMEM.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTS-E             PIC X(150).
      *
       SD  SD-MVTS-TRI.
       01  SD-ENRG-MVTS-TRI.
           05  SD-MVTS-CPTE-TRI       PIC X(10).
           05  FILLER                 PIC X(140).
      *
       FD  F-MVTST-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTST-E            PIC X(150).
      *
       FD  F-MVTCOD-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTCOD-E           PIC X(30).
      *
       FD  F-MEMO-ES
           RECORDING MODE IS F.
       01  FS-ENRG-MEMO-ES.
           05  FS-MEM-CLE             PIC X(10).
           05  FILLER                 PIC X(70).
      *
       FD  F-ETATMEM-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATMEM-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MOUVEMENT GUICHET (PARTAGE ARIO074) -----------*
      *
           COPY TP3MVTS.
      *
      *---------------- MEMO DES SAISIES DU JOUR (PARTAGE ARIC265) ----*
      *
           COPY MEMOSLD.
      *
      *---------------- TABLE DES CODES MOUVEMENT ---------------------*
      *
           COPY MVTCOD.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-MVTS-E              PIC XX.
           88  OK-MVTS-E             VALUE '00'.
       01  WS-FS-MVTST-E             PIC XX.
           88  OK-MVTST-E            VALUE '00'.
           88  EOF-MVTST-E           VALUE '10'.
       01  WS-FS-MVTCOD-E            PIC XX.
           88  OK-MVTCOD-E           VALUE '00'.
           88  EOF-MVTCOD-E          VALUE '10'.
       01  WS-FS-MEMO-ES             PIC XX.
           88  OK-MEMO-ES            VALUE '00'.
           88  EOF-MEMO-ES           VALUE '10'.
       01  WS-FS-ETATMEM             PIC XX.
           88  OK-ETATMEM            VALUE '00'.
      *
      *---------------- CUMULS DU COMPTE EN COURS ---------------------*
      *
       01  WS-CPTE-COURS             PIC X(10).
       01  WS-INT-NB                 PIC 9(05) VALUE ZERO.
       01  WS-INT-DEBIT              PIC 9(11)V99 VALUE ZERO.
       01  WS-INT-CREDIT             PIC 9(11)V99 VALUE ZERO.
       01  WS-RAP-NB                 PIC 9(05) VALUE ZERO.
       01  WS-RAP-DEBIT              PIC 9(11)V99 VALUE ZERO.
       01  WS-RAP-CREDIT             PIC 9(11)V99 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-MVTS               PIC 9(07) VALUE ZERO.
       01  WS-CPT-MEMOS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-CONCORDANTS        PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(07) VALUE ZERO.
       01  WS-CPT-CODE-INCONNU       PIC 9(07) VALUE ZERO.
       01  WS-TOT-MEM-DEBIT          PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MEM-CREDIT         PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INT-DEBIT          PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INT-CREDIT         PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NET-ED                 PIC S9(11)V99 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LMEM-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LMEM-TITRE             PIC X(60)
           VALUE 'ESTIAC - RAPPROCHEMENT DU MEMO DES SAISIES GUICHET'.
       01  WS-LMEM-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(12) VALUE ' NB MEMO/INT'.
           05  FILLER                PIC X(14) VALUE '     NET MEMO'.
           05  FILLER                PIC X(14) VALUE '  NET INTEGRE'.
           05  FILLER                PIC X(28) VALUE ' OBSERVATION'.
       01  WS-LMEM-DETAIL.
           05  WS-LMEM-CPTE          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-NB-MEM        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-NB-INT        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-NET-MEM       PIC -ZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-NET-INT       PIC -ZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-OBS           PIC X(28).
       01  WS-LMEM-VIDE              PIC X(40)
           VALUE 'AUCUN ECART ENTRE MEMO ET SAISIES'.
       01  WS-LMEM-TOTAL.
           05  WS-LMEM-TOT-LIB       PIC X(25).
           05  WS-LMEM-TOT-DEB       PIC ZZZZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMEM-TOT-CRE       PIC ZZZZZZZZZZZZ9,99.
       01  WS-LMEM-TOT-ENTETE.
           05  FILLER                PIC X(25) VALUE SPACE.
           05  FILLER                PIC X(16) VALUE '          DEBITS'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(16) VALUE '         CREDITS'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATMEM         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO151'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6100-CHARGE-TAB-MVTCOD-DEB
              THRU 6100-CHARGE-TAB-MVTCOD-FIN.
      *
           SORT SD-MVTS-TRI
               ON ASCENDING KEY SD-MVTS-CPTE-TRI
               USING F-MVTS-E
               GIVING F-MVTST-E.
           IF NOT OK-MVTST-E
              DISPLAY 'PROBLEME AU TRI DU FICHIER F-MVTS-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FMVTST-DEB
              THRU 6010-READ-FMVTST-FIN.
           PERFORM 6020-READ-FMEMO-DEB
              THRU 6020-READ-FMEMO-FIN.
      *
           PERFORM 1000-RAPPROCHE-DEB
              THRU 1000-RAPPROCHE-FIN
             UNTIL MVTS-CPTE-MAX AND MEM-CPTE-MAX.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6050-CLOSE-FICHIERS-DEB
              THRU 6050-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-MEMOS             TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-ECARTS > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-ECARTS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   RAPPROCHEMENT D'UN COMPTE : MOUVEMENTS TRIES ET MEMO SONT   *
      *   TOUS DEUX DANS L'ORDRE DES COMPTES                          *
      *---------------------------------------------------------------*
      *
       1000-RAPPROCHE-DEB.
      *
           MOVE ZERO                     TO WS-INT-NB
                                            WS-INT-DEBIT
                                            WS-INT-CREDIT.
           MOVE WS-MEM-NB                TO WS-RAP-NB.
           MOVE WS-MEM-DEBIT             TO WS-RAP-DEBIT.
           MOVE WS-MEM-CREDIT            TO WS-RAP-CREDIT.
      *
           IF WS-MEM-CPTE < WS-MVTS-CPTE
              MOVE WS-MEM-CPTE           TO WS-CPTE-COURS
              MOVE 'MEMO SANS SAISIE INTEGREE' TO WS-LMEM-OBS
              PERFORM 8010-EDIT-ECART-DEB
                 THRU 8010-EDIT-ECART-FIN
              PERFORM 2000-PURGE-MEMO-DEB
                 THRU 2000-PURGE-MEMO-FIN
              GO TO 1000-RAPPROCHE-FIN
           END-IF.
      *
           MOVE WS-MVTS-CPTE             TO WS-CPTE-COURS.
           PERFORM 1100-CUMUL-MVT-DEB
              THRU 1100-CUMUL-MVT-FIN
             UNTIL WS-MVTS-CPTE NOT = WS-CPTE-COURS.
      *
           IF WS-MEM-CPTE NOT = WS-CPTE-COURS
              MOVE ZERO                  TO WS-RAP-NB
                                            WS-RAP-DEBIT
                                            WS-RAP-CREDIT
              MOVE 'SAISIES SANS MEMO'   TO WS-LMEM-OBS
              PERFORM 8010-EDIT-ECART-DEB
                 THRU 8010-EDIT-ECART-FIN
              GO TO 1000-RAPPROCHE-FIN
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-MEM-NB NOT = WS-INT-NB
                 MOVE 'NOMBRE DE SAISIES DIFFERENT' TO WS-LMEM-OBS
                 PERFORM 8010-EDIT-ECART-DEB
                    THRU 8010-EDIT-ECART-FIN
              WHEN WS-MEM-DEBIT NOT = WS-INT-DEBIT
                 OR WS-MEM-CREDIT NOT = WS-INT-CREDIT
                 MOVE 'MONTANTS DIFFERENTS'   TO WS-LMEM-OBS
                 PERFORM 8010-EDIT-ECART-DEB
                    THRU 8010-EDIT-ECART-FIN
              WHEN OTHER
                 ADD 1                   TO WS-CPT-CONCORDANTS
           END-EVALUATE.
           PERFORM 2000-PURGE-MEMO-DEB
              THRU 2000-PURGE-MEMO-FIN.
      *
       1000-RAPPROCHE-FIN.
           EXIT.
      *
      *    CUMUL D'UN MOUVEMENT INTEGRE SELON LE SENS DE SON CODE ;
      *    UN CODE ABSENT DE LA TABLE EST COMPTE AU DEBIT COMME LE
      *    FAIT LA SAISIE (QUI N'ACCEPTE QUE DES CODES DE LA TABLE).
      *
       1100-CUMUL-MVT-DEB.
           ADD 1                         TO WS-INT-NB.
           PERFORM 7000-RECH-CODE-DEB
              THRU 7000-RECH-CODE-FIN.
           IF MVTCOD-TROUVE
              AND MVTCOD-CREDIT(WS-IX-MVTCOD)
              ADD WS-MVTS-MT             TO WS-INT-CREDIT
                                            WS-TOT-INT-CREDIT
           ELSE
              ADD WS-MVTS-MT             TO WS-INT-DEBIT
                                            WS-TOT-INT-DEBIT
           END-IF.
           PERFORM 6010-READ-FMVTST-DEB
              THRU 6010-READ-FMVTST-FIN.
       1100-CUMUL-MVT-FIN.
           EXIT.
      *
      *    LE MEMO LU EST SUPPRIME : LE SOLDE DU JOUR DU COMPTE
      *    REPARTIRA DU SOLDE DE CPTEKS MIS A JOUR PAR LA NUIT.
      *
       2000-PURGE-MEMO-DEB.
           ADD 1                         TO WS-CPT-MEMOS.
           ADD WS-MEM-DEBIT              TO WS-TOT-MEM-DEBIT.
           ADD WS-MEM-CREDIT             TO WS-TOT-MEM-CREDIT.
           DELETE F-MEMO-ES RECORD.
           IF NOT OK-MEMO-ES
              DISPLAY 'PROBLEME DE SUPPRESSION SUR F-MEMO-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MEMO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-READ-FMEMO-DEB
              THRU 6020-READ-FMEMO-FIN.
       2000-PURGE-MEMO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-MVTST-E.
           IF NOT OK-MVTST-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTST-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-MEMO-ES.
           IF NOT OK-MEMO-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MEMO-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MEMO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATMEM-S.
           IF NOT OK-ETATMEM
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATMEM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATMEM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FMVTST-DEB.
           READ F-MVTST-E INTO WS-ENRG-F-MVTS.
           IF EOF-MVTST-E
              SET MVTS-CPTE-MAX          TO TRUE
              GO TO 6010-READ-FMVTST-FIN
           END-IF.
           IF NOT OK-MVTST-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTST-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MVTS.
       6010-READ-FMVTST-FIN.
           EXIT.
      *
       6020-READ-FMEMO-DEB.
           READ F-MEMO-ES NEXT RECORD INTO WS-ENRG-F-MEMO.
           IF EOF-MEMO-ES
              SET MEM-CPTE-MAX           TO TRUE
              GO TO 6020-READ-FMEMO-FIN
           END-IF.
           IF NOT OK-MEMO-ES
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MEMO-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MEMO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FMEMO-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-MVTST-E.
           CLOSE F-MEMO-ES.
           IF NOT OK-MEMO-ES
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MEMO-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MEMO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATMEM-S.
           IF NOT OK-ETATMEM
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATMEM-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATMEM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6100-CHARGE-TAB-MVTCOD-DEB.
           MOVE ZERO                     TO WS-NB-MVTCOD.
           OPEN INPUT F-MVTCOD-E.
           IF NOT OK-MVTCOD-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTCOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCOD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FMVTCOD-DEB
              THRU 6110-READ-FMVTCOD-FIN.
           PERFORM 6120-ALIM-TAB-MVTCOD-DEB
              THRU 6120-ALIM-TAB-MVTCOD-FIN
             UNTIL EOF-MVTCOD-E.
           CLOSE F-MVTCOD-E.
       6100-CHARGE-TAB-MVTCOD-FIN.
           EXIT.
      *
       6110-READ-FMVTCOD-DEB.
           READ F-MVTCOD-E INTO WS-ENRG-F-MVTCOD.
           IF NOT (OK-MVTCOD-E OR EOF-MVTCOD-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTCOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTCOD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FMVTCOD-FIN.
           EXIT.
      *
       6120-ALIM-TAB-MVTCOD-DEB.
           IF WS-NB-MVTCOD = 20
              DISPLAY 'F-MVTCOD-E : PLUS DE 20 CODES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-MVTCOD.
           MOVE WS-NB-MVTCOD            TO WS-IX-MVTCOD.
           MOVE WS-MVTCOD-CODE-E   TO WS-MVTCOD-CODE(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-LIBEL-E  TO WS-MVTCOD-LIBEL(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-SENS-E   TO WS-MVTCOD-SENS(WS-IX-MVTCOD).
           MOVE WS-MVTCOD-VALIDE-E TO WS-MVTCOD-VALIDE(WS-IX-MVTCOD).
           PERFORM 6110-READ-FMVTCOD-DEB
              THRU 6110-READ-FMVTCOD-FIN.
       6120-ALIM-TAB-MVTCOD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-RECH-CODE-DEB.
           SET MVTCOD-NON-TROUVE         TO TRUE.
           MOVE 1                        TO WS-IX-MVTCOD.
           PERFORM 7010-RECH-UN-CODE-DEB
              THRU 7010-RECH-UN-CODE-FIN
             UNTIL (WS-IX-MVTCOD > WS-NB-MVTCOD) OR MVTCOD-TROUVE.
           IF MVTCOD-NON-TROUVE
              ADD 1                      TO WS-CPT-CODE-INCONNU
           END-IF.
       7000-RECH-CODE-FIN.
           EXIT.
      *
       7010-RECH-UN-CODE-DEB.
           IF WS-MVTCOD-CODE(WS-IX-MVTCOD) = WS-MVTS-CODE
              SET MVTCOD-TROUVE          TO TRUE
           ELSE
              ADD 1                      TO WS-IX-MVTCOD
           END-IF.
       7010-RECH-UN-CODE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO151'                TO WS-MSQ-PROG.
           MOVE 'ETATMEM'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATMEM.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LMEM-DETAIL
      *    AVANT ECRITURE SUR ETATMEM.
      *
       7610-MASQUE-LMEM-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATMEM       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LMEM-CPTE             TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LMEM-CPTE.
       7610-MASQUE-LMEM-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TIRET.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-INTITULE.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-ECART-DEB.
           ADD 1                         TO WS-CPT-ECARTS.
           MOVE WS-CPTE-COURS            TO WS-LMEM-CPTE.
           MOVE WS-RAP-NB                TO WS-LMEM-NB-MEM.
           MOVE WS-INT-NB                TO WS-LMEM-NB-INT.
           COMPUTE WS-NET-ED = WS-RAP-CREDIT - WS-RAP-DEBIT.
           MOVE WS-NET-ED                TO WS-LMEM-NET-MEM.
           COMPUTE WS-NET-ED = WS-INT-CREDIT - WS-INT-DEBIT.
           MOVE WS-NET-ED                TO WS-LMEM-NET-INT.
           PERFORM 7610-MASQUE-LMEM-DETAIL-DEB
              THRU 7610-MASQUE-LMEM-DETAIL-FIN.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-DETAIL.
       8010-EDIT-ECART-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           IF WS-CPT-ECARTS = ZERO
              WRITE FS-ENRG-ETATMEM-S    FROM WS-LMEM-VIDE
           END-IF.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TIRET.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TOT-ENTETE.
           MOVE 'TOTAL DU MEMO'          TO WS-LMEM-TOT-LIB.
           MOVE WS-TOT-MEM-DEBIT         TO WS-LMEM-TOT-DEB.
           MOVE WS-TOT-MEM-CREDIT        TO WS-LMEM-TOT-CRE.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TOTAL.
           MOVE 'TOTAL DES SAISIES'      TO WS-LMEM-TOT-LIB.
           MOVE WS-TOT-INT-DEBIT         TO WS-LMEM-TOT-DEB.
           MOVE WS-TOT-INT-CREDIT        TO WS-LMEM-TOT-CRE.
           WRITE FS-ENRG-ETATMEM-S       FROM WS-LMEM-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO151     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'MOUVEMENTS GUICHET LUS       :  ' WS-CPT-MVTS.
           DISPLAY 'MEMOS LUS ET SUPPRIMES       :  ' WS-CPT-MEMOS.
           DISPLAY 'COMPTES CONCORDANTS          :  '
                   WS-CPT-CONCORDANTS.
           DISPLAY 'COMPTES EN ECART             :  ' WS-CPT-ECARTS.
           DISPLAY 'MOUVEMENTS A CODE INCONNU    :  '
                   WS-CPT-CODE-INCONNU.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO151         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO151        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
