      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO162                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  APPLICATION A USRPRF DES VISAS DE RECERTIFICATION SAISIS PAR *
      *  ARIC273 (COPY DECAPP, DOMAINE 'U', CLE = CODE UTILISATEUR)   *
      *  SUR LA LISTE ARIO161 :                                       *
      *  - SEULES COMPTENT LES DECISIONS DE LA PERIODE DE REVUE       *
      *    ('JRRECERT' JOURS, DEFAUT 92) ET, POUR UN UTILISATEUR, LA  *
      *    DERNIERE D'ENTRE ELLES ;                                   *
      *  - LE VISA EST REJETE SI SON AUTEUR EST INCONNU DE USRPRF,    *
      *    N'A PAS LE NIVEAU MAINTENANCE OU EST L'UTILISATEUR         *
      *    LUI-MEME, OU SI L'UTILISATEUR VISE EST INCONNU ;           *
      *  - 'A' (DROITS MAINTENUS) NE MODIFIE RIEN ; 'R' (A REVOQUER)  *
      *    RETIRE TOUTES LES AUTORISATIONS DE MENU ET RAMENE LE       *
      *    NIVEAU A 'C' (CONSULTATION) ; LE PROFIL EST CONSERVE POUR  *
      *    LA TRACABILITE DU JOURNAL, LE MENU REFUSANT ALORS TOUT     *
      *    CHOIX ;                                                    *
      *  - ETATREV LISTE CHAQUE VISA ET SON SORT. CODE RETOUR 4 SI UN *
      *    VISA EST REJETE.                                           *
      *  APRES UNE REVOCATION, UN RETABLISSEMENT DES DROITS DANS LA   *
      *  MEME PERIODE DE REVUE DOIT ETRE SUIVI D'UN NOUVEAU VISA 'A'. *
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
       PROGRAM-ID.      ARIO162.
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
      *                      F-DECAPP-E : DECISIONS AUTHENTIFIEES
      *                      -------------------------------------------
           SELECT  F-DECAPP-E          ASSIGN TO DECAPP
                   FILE STATUS         IS WS-FS-DECAPP-E.
      *                      -------------------------------------------
      *                      F-USRPRF : PROFILS UTILISATEUR (INDEXE)
      *                      -------------------------------------------
           SELECT  F-USRPRF            ASSIGN TO USRPRF
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-UPR-CLE
                   FILE STATUS         IS WS-FS-USRPRF.
      *                      -------------------------------------------
      *                      F-ETATREV-S : VISAS APPLIQUES ET REJETES
      *                      -------------------------------------------
           SELECT  F-ETATREV-S         ASSIGN TO ETATREV
                   FILE STATUS         IS WS-FS-ETATREV.
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
       FD  F-DECAPP-E
           RECORDING MODE IS F.
       01  FS-ENRG-DECAPP-E           PIC X(80).
      *
       FD  F-USRPRF
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-USRPRF.
           05  FS-UPR-CLE             PIC X(08).
           05  FILLER                 PIC X(42).
      *
       FD  F-ETATREV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREV-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- PROFIL UTILISATEUR (DESSIN ARIC260) -----------*
      *
       01  WS-ENRG-USRPRF.
           05  WS-UPR-USER           PIC X(08).
           05  WS-UPR-NOM            PIC X(20).
           05  WS-UPR-NIVEAU         PIC X(01).
               88  UPR-CONSULT       VALUE 'C'.
               88  UPR-MAINT         VALUE 'M'.
           05  WS-UPR-AUTOR          PIC X(18).
           05  WS-UPR-AGENCE         PIC X(03).
      *
       01  WS-AUTOR-REVOQUE          PIC X(18) VALUE ALL 'N'.
      *
      *---------------- DECISIONS AUTHENTIFIEES (ARIC273) -------------*
      *
           COPY DECAPP.
      *
      *    DERNIER VISA DE LA PERIODE PAR UTILISATEUR VISE.
      *
       01  WS-TAB-VIS.
           05  WS-VIS-EL             OCCURS 2000 TIMES.
               10  WS-VIS-USER       PIC X(08).
               10  WS-VIS-ACTION     PIC X(01).
               10  WS-VIS-APPROB     PIC X(08).
               10  WS-VIS-DATE       PIC 9(07).
               10  WS-VIS-HEURE      PIC X(06).
       01  WS-NB-VIS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-VIS                 PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-VIS                PIC S9(04) COMP VALUE 2000.
      *
       01  WS-SW-VIS-TROUVE          PIC X(01) VALUE 'N'.
           88  VIS-TROUVE            VALUE 'O'.
           88  VIS-NON-TROUVE        VALUE 'N'.
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
       01  WS-FS-DECAPP-E            PIC XX.
           88  OK-DECAPP-E           VALUE '00'.
           88  EOF-DECAPP-E          VALUE '10'.
       01  WS-FS-USRPRF              PIC XX.
           88  OK-USRPRF             VALUE '00'.
           88  NOTFOUND-USRPRF       VALUE '23'.
       01  WS-FS-ETATREV             PIC XX.
           88  OK-ETATREV            VALUE '00'.
      *
      *---------------- DATES DU PASSAGE ET DEBUT DE REVUE ------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-JR-REVUE               PIC 9(03) VALUE 92.
       01  WS-DATE-DEB-REVUE         PIC 9(08) VALUE ZERO.
       01  WS-JUL-DEB-REVUE          PIC 9(07) VALUE ZERO.
      *
       01  WS-DATE-CONV.
           05  WS-CONV-AA            PIC 9(04).
           05  WS-CONV-MMJJ          PIC 9(04).
       01  WS-DATE-CONV-N REDEFINES WS-DATE-CONV
                                     PIC 9(08).
       01  WS-DATE-JAN.
           05  WS-JAN-AA             PIC 9(04).
           05  WS-JAN-MMJJ           PIC 9(04) VALUE 0101.
       01  WS-DATE-JAN-N REDEFINES WS-DATE-JAN
                                     PIC 9(08).
       01  WS-JUL-CONV               PIC 9(07) VALUE ZERO.
       01  WS-JUL-CYY                PIC 9(03) VALUE ZERO.
       01  WS-JUL-DDD                PIC 9(03) VALUE ZERO.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-SW-VISA                PIC X(01) VALUE SPACE.
           88  VISA-VALIDE           VALUE 'O'.
           88  VISA-REJETE           VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-LUES               PIC 9(07) VALUE ZERO.
       01  WS-CPT-VISAS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-MAINTENUS          PIC 9(07) VALUE ZERO.
       01  WS-CPT-REVOQUES           PIC 9(07) VALUE ZERO.
       01  WS-CPT-DEJA-REVOQUES      PIC 9(07) VALUE ZERO.
       01  WS-CPT-REJETES            PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LREV-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LREV-TITRE.
           05  FILLER                PIC X(37)
               VALUE 'VISAS DE RECERTIFICATION APPLIQUES '.
           05  WS-LREV-DATE-ED       PIC 9(08).
       01  WS-LREV-ENTETE.
           05  FILLER                PIC X(10) VALUE 'UTILISAT.'.
           05  FILLER                PIC X(04) VALUE 'ACT'.
           05  FILLER                PIC X(10) VALUE 'VISE PAR'.
           05  FILLER                PIC X(10) VALUE 'LE'.
           05  FILLER                PIC X(45) VALUE 'SORT DU VISA'.
       01  WS-LREV-DETAIL.
           05  WS-LREV-USER-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREV-ACTION-ED     PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LREV-APPROB-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREV-DATE-VIS-ED   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREV-SORT-ED       PIC X(45).
       01  WS-LREV-TOTAL.
           05  WS-LREV-TOT-LIB       PIC X(45).
           05  WS-LREV-TOT-NB        PIC ZZZZZZ9.
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
           MOVE 'ARIO162'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 7050-CALC-BORNES-DEB
              THRU 7050-CALC-BORNES-FIN.
      *
           PERFORM 1100-CHARGE-VISAS-DEB
              THRU 1100-CHARGE-VISAS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 2000-APPLIQUE-VISA-DEB
              THRU 2000-APPLIQUE-VISA-FIN
             VARYING WS-IX-VIS FROM 1 BY 1
               UNTIL WS-IX-VIS > WS-NB-VIS.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-VISAS             TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-REJETES > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-REJETES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   CHARGEMENT DES VISAS DE RECERTIFICATION DE LA PERIODE       *
      *---------------------------------------------------------------*
      *
      *    POUR CHAQUE UTILISATEUR VISE, SEUL LE DERNIER VISA (DATE
      *    PUIS HEURE DE SAISIE) EST RETENU.
      *
       1100-CHARGE-VISAS-DEB.
           MOVE ZERO                     TO WS-NB-VIS.
           OPEN INPUT F-DECAPP-E.
           IF NOT OK-DECAPP-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-FDECAPP-DEB
              THRU 6010-READ-FDECAPP-FIN.
           PERFORM 1110-RETIENT-VISA-DEB
              THRU 1110-RETIENT-VISA-FIN
             UNTIL EOF-DECAPP-E.
           CLOSE F-DECAPP-E.
       1100-CHARGE-VISAS-FIN.
           EXIT.
      *
       1110-RETIENT-VISA-DEB.
           ADD 1                         TO WS-CPT-LUES.
           IF NOT DEC-DOM-RECERTIF
              OR WS-DEC-DATE NOT NUMERIC
              OR WS-DEC-DATE < WS-JUL-DEB-REVUE
              GO TO 1110-RETIENT-VISA-SUITE
           END-IF.
      *
           PERFORM 7500-RECH-VISA-DEB
              THRU 7500-RECH-VISA-FIN.
           IF VIS-TROUVE
              IF WS-DEC-DATE < WS-VIS-DATE(WS-IX-VIS)
                 OR (WS-DEC-DATE = WS-VIS-DATE(WS-IX-VIS)
                     AND WS-DEC-HEURE < WS-VIS-HEURE(WS-IX-VIS))
                 GO TO 1110-RETIENT-VISA-SUITE
              END-IF
           ELSE
              IF WS-NB-VIS NOT < WS-MAX-VIS
                 DISPLAY 'DECAPP : PLUS DE 2000 VISAS, TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-VIS
              MOVE WS-NB-VIS             TO WS-IX-VIS
              MOVE WS-DEC-CLE            TO WS-VIS-USER(WS-IX-VIS)
           END-IF.
           MOVE WS-DEC-ACTION            TO WS-VIS-ACTION(WS-IX-VIS).
           MOVE WS-DEC-APPROBATEUR       TO WS-VIS-APPROB(WS-IX-VIS).
           MOVE WS-DEC-DATE              TO WS-VIS-DATE(WS-IX-VIS).
           MOVE WS-DEC-HEURE             TO WS-VIS-HEURE(WS-IX-VIS).
      *
       1110-RETIENT-VISA-SUITE.
           PERFORM 6010-READ-FDECAPP-DEB
              THRU 6010-READ-FDECAPP-FIN.
       1110-RETIENT-VISA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE ET APPLICATION D'UN VISA A USRPRF                  *
      *---------------------------------------------------------------*
      *
       2000-APPLIQUE-VISA-DEB.
      *
           ADD 1                         TO WS-CPT-VISAS.
           MOVE WS-VIS-USER(WS-IX-VIS)   TO WS-LREV-USER-ED.
           MOVE WS-VIS-ACTION(WS-IX-VIS) TO WS-LREV-ACTION-ED.
           MOVE WS-VIS-APPROB(WS-IX-VIS) TO WS-LREV-APPROB-ED.
           MOVE WS-VIS-DATE(WS-IX-VIS)   TO WS-JUL-CONV.
           PERFORM 7070-JULIEN-VERS-DATE-DEB
              THRU 7070-JULIEN-VERS-DATE-FIN.
           MOVE WS-DATE-CONV-N           TO WS-LREV-DATE-VIS-ED.
      *
           PERFORM 2100-CTRL-VISEUR-DEB
              THRU 2100-CTRL-VISEUR-FIN.
           IF VISA-REJETE
              ADD 1                      TO WS-CPT-REJETES
              GO TO 2000-APPLIQUE-VISA-EDIT
           END-IF.
      *
           MOVE WS-VIS-USER(WS-IX-VIS)   TO FS-UPR-CLE.
           PERFORM 6020-READ-FUSRPRF-DEB
              THRU 6020-READ-FUSRPRF-FIN.
           IF NOTFOUND-USRPRF
              MOVE 'REJETE : UTILISATEUR INCONNU DE USRPRF'
                                         TO WS-LREV-SORT-ED
              ADD 1                      TO WS-CPT-REJETES
              GO TO 2000-APPLIQUE-VISA-EDIT
           END-IF.
      *
           IF WS-VIS-ACTION(WS-IX-VIS) NOT = 'R'
              MOVE 'DROITS MAINTENUS'    TO WS-LREV-SORT-ED
              ADD 1                      TO WS-CPT-MAINTENUS
              GO TO 2000-APPLIQUE-VISA-EDIT
           END-IF.
      *
           IF WS-UPR-AUTOR = WS-AUTOR-REVOQUE
              AND UPR-CONSULT
              MOVE 'DROITS DEJA REVOQUES'
                                         TO WS-LREV-SORT-ED
              ADD 1                      TO WS-CPT-DEJA-REVOQUES
              GO TO 2000-APPLIQUE-VISA-EDIT
           END-IF.
      *
           MOVE WS-AUTOR-REVOQUE         TO WS-UPR-AUTOR.
           SET UPR-CONSULT               TO TRUE.
           PERFORM 6030-REWRITE-FUSRPRF-DEB
              THRU 6030-REWRITE-FUSRPRF-FIN.
           MOVE 'REVOQUE : AUTORISATIONS RETIREES, NIVEAU C'
                                         TO WS-LREV-SORT-ED.
           ADD 1                         TO WS-CPT-REVOQUES.
      *
       2000-APPLIQUE-VISA-EDIT.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       2000-APPLIQUE-VISA-FIN.
           EXIT.
      *
      *    LE VISEUR DOIT EXISTER DANS USRPRF AVEC LE NIVEAU
      *    MAINTENANCE ET NE PAS VISER SES PROPRES DROITS.
      *
       2100-CTRL-VISEUR-DEB.
           SET VISA-REJETE               TO TRUE.
           IF WS-VIS-APPROB(WS-IX-VIS) = WS-VIS-USER(WS-IX-VIS)
              MOVE 'REJETE : VISA DE SES PROPRES DROITS'
                                         TO WS-LREV-SORT-ED
              GO TO 2100-CTRL-VISEUR-FIN
           END-IF.
           MOVE WS-VIS-APPROB(WS-IX-VIS) TO FS-UPR-CLE.
           PERFORM 6020-READ-FUSRPRF-DEB
              THRU 6020-READ-FUSRPRF-FIN.
           IF NOTFOUND-USRPRF
              MOVE 'REJETE : VISEUR INCONNU DE USRPRF'
                                         TO WS-LREV-SORT-ED
              GO TO 2100-CTRL-VISEUR-FIN
           END-IF.
           IF NOT UPR-MAINT
              MOVE 'REJETE : VISEUR SANS NIVEAU MAINTENANCE'
                                         TO WS-LREV-SORT-ED
              GO TO 2100-CTRL-VISEUR-FIN
           END-IF.
           SET VISA-VALIDE               TO TRUE.
       2100-CTRL-VISEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN I-O F-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATREV-S.
           IF NOT OK-ETATREV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATREV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATREV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FDECAPP-DEB.
           READ F-DECAPP-E INTO WS-DEC-ENR.
           IF NOT (OK-DECAPP-E OR EOF-DECAPP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FDECAPP-FIN.
           EXIT.
      *
      *    LECTURE DIRECTE DE USRPRF SUR FS-UPR-CLE ('23' ADMIS).
      *
       6020-READ-FUSRPRF-DEB.
           READ F-USRPRF INTO WS-ENRG-USRPRF.
           IF NOT (OK-USRPRF OR NOTFOUND-USRPRF)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FUSRPRF-FIN.
           EXIT.
      *
       6030-REWRITE-FUSRPRF-DEB.
           REWRITE FS-ENRG-USRPRF        FROM WS-ENRG-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-REWRITE-FUSRPRF-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATREV-S.
           IF NOT OK-ETATREV
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATREV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATREV
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
      *    DUREE DE LA PERIODE DE REVUE (MEME PARAMETRE QU'ARIO161).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'JRRECERT'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JR-REVUE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    DEBUT DE LA PERIODE DE REVUE (ARIS902) EN DATE JULIENNE
      *    0CYYDDD, FORMAT EIBDATE DES DECISIONS DECAPP.
      *
       7050-CALC-BORNES-DEB.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-1.
           MOVE WS-JR-REVUE              TO WS-CAL-NB-JOURS.
           SET CAL-FCT-RETRAIT-CAL       TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF NOT CAL-RC-OK
              DISPLAY 'ARIS902 : CALCUL DU DEBUT DE REVUE EN ERREUR'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-DATE-DEB-REVUE.
           MOVE WS-DATE-DEB-REVUE        TO WS-DATE-CONV-N.
           MOVE WS-CONV-AA               TO WS-JAN-AA.
           MOVE WS-DATE-JAN-N            TO WS-CAL-DATE-1.
           MOVE WS-DATE-CONV-N           TO WS-CAL-DATE-2.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           COMPUTE WS-JUL-DEB-REVUE = (WS-CONV-AA - 1900) * 1000
                                    + WS-CAL-NB-JOURS + 1.
       7050-CALC-BORNES-FIN.
           EXIT.
      *
      *    0CYYDDD (WS-JUL-CONV) VERS AAAAMMJJ (WS-DATE-CONV).
      *
       7070-JULIEN-VERS-DATE-DEB.
           DIVIDE WS-JUL-CONV BY 1000 GIVING WS-JUL-CYY
                                  REMAINDER WS-JUL-DDD.
           COMPUTE WS-JAN-AA = WS-JUL-CYY + 1900.
           MOVE WS-DATE-JAN-N            TO WS-CAL-DATE-1.
           IF WS-JUL-DDD > ZERO
              COMPUTE WS-CAL-NB-JOURS = WS-JUL-DDD - 1
           ELSE
              MOVE ZERO                  TO WS-CAL-NB-JOURS
           END-IF.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           MOVE WS-CAL-DATE-2            TO WS-DATE-CONV-N.
       7070-JULIEN-VERS-DATE-FIN.
           EXIT.
      *
      *    RECHERCHE DU VISA DE L'UTILISATEUR WS-DEC-CLE.
      *
       7500-RECH-VISA-DEB.
           SET VIS-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-VIS.
           PERFORM 7505-COMPARE-VISA-DEB
              THRU 7505-COMPARE-VISA-FIN
             UNTIL (WS-IX-VIS > WS-NB-VIS) OR VIS-TROUVE.
       7500-RECH-VISA-FIN.
           EXIT.
      *
       7505-COMPARE-VISA-DEB.
           IF WS-VIS-USER(WS-IX-VIS) = WS-DEC-CLE
              SET VIS-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-VIS
           END-IF.
       7505-COMPARE-VISA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST             TO WS-LREV-DATE-ED.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-ENTETE.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TIRET.
           MOVE 'VISAS DE LA PERIODE'    TO WS-LREV-TOT-LIB.
           MOVE WS-CPT-VISAS             TO WS-LREV-TOT-NB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           MOVE 'DROITS MAINTENUS'       TO WS-LREV-TOT-LIB.
           MOVE WS-CPT-MAINTENUS         TO WS-LREV-TOT-NB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           MOVE 'PROFILS REVOQUES'       TO WS-LREV-TOT-LIB.
           MOVE WS-CPT-REVOQUES          TO WS-LREV-TOT-NB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           MOVE 'PROFILS DEJA REVOQUES'  TO WS-LREV-TOT-LIB.
           MOVE WS-CPT-DEJA-REVOQUES     TO WS-LREV-TOT-NB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
           MOVE 'VISAS REJETES'          TO WS-LREV-TOT-LIB.
           MOVE WS-CPT-REJETES           TO WS-LREV-TOT-NB.
           WRITE FS-ENRG-ETATREV-S       FROM WS-LREV-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO162     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DECISIONS DECAPP LUES        :  ' WS-CPT-LUES.
           DISPLAY 'VISAS DE RECERTIFICATION     :  ' WS-CPT-VISAS.
           DISPLAY '  DONT DROITS MAINTENUS      :  ' WS-CPT-MAINTENUS.
           DISPLAY '  DONT PROFILS REVOQUES      :  ' WS-CPT-REVOQUES.
           DISPLAY '  DONT DEJA REVOQUES         :  '
                                               WS-CPT-DEJA-REVOQUES.
           DISPLAY '  DONT REJETES               :  ' WS-CPT-REJETES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO162         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO162        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
