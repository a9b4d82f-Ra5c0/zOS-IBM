      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO136                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PORTEFEUILLE DES PRETS A LA CONSOMMATION PAR AGENCE : LE     *
      *  MAITRE DES PRETS (COPY PRET, GENERATION DU JOUR ECRITE PAR   *
      *  ARIO135) EST TRIE PAR AGENCE (3 PREMIERS CARACTERES DU       *
      *  COMPTE DE REMBOURSEMENT) PUIS PAR NUMERO DE PRET. CHAQUE     *
      *  PRET EN COURS ('A' ACTIF OU 'R' EN RETARD) EST LISTE AVEC    *
      *  SON CAPITAL EMPRUNTE, SON TAUX, SA DUREE, SON CAPITAL        *
      *  RESTANT DU ET SES IMPAYES ; UN TOTAL EST EDITE PAR AGENCE    *
      *  PUIS POUR LA BANQUE (F-ETATPTF-S). LES PRETS SOLDES ET       *
      *  ANNULES NE SONT QUE DENOMBRES AU COMPTE RENDU.               *
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
       PROGRAM-ID.      ARIO136.
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
      *                      F-PRET-E : MAITRE DES PRETS (ARIO135)
      *                      -------------------------------------------
           SELECT  F-PRET-E            ASSIGN TO PRET
                   FILE STATUS         IS WS-FS-PRET-E.
      *                      -------------------------------------------
      *                      SD-PRT-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-PRT-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-PRT-TRI-S : PRETS TRIES PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-PRT-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-PRT-TRI.
      *                      -------------------------------------------
      *                      F-ETATPTF-S : PORTEFEUILLE PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-ETATPTF-S         ASSIGN TO ETATPTF
                   FILE STATUS         IS WS-FS-ETATPTF.
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
       FD  F-PRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRET-E             PIC X(120).
      *
       SD  SD-PRT-TRI.
       01  SD-ENRG-PRT-TRI.
           05  SD-PRT-NO             PIC X(05).
           05  SD-PRT-AGENCE         PIC X(03).
           05  FILLER                PIC X(112).
      *
       FD  F-PRT-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-PRT-TRI-S          PIC X(120).
      *
       FD  F-ETATPTF-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPTF-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- PRET (MAITRE) ---------------------------------*
      *
           COPY PRET.
      *
      *---------------- CUMULS : 1 AGENCE, 2 GENERAL -----------------*
      *
       01  WS-TAB-CUMUL.
           05  WS-CUM-EL             OCCURS 2 TIMES.
               10  WS-CUM-PRETS      PIC 9(05).
               10  WS-CUM-CRD        PIC 9(10)V99.
               10  WS-CUM-NB-IMP     PIC 9(05).
               10  WS-CUM-MT-IMP     PIC 9(09)V99.
       01  WS-IX-NIV                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- RUPTURE --------------------------------------*
      *
       01  WS-AGENCE-COURANTE        PIC X(03).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-PRET-E              PIC XX.
           88  OK-PRET-E             VALUE '00'.
       01  WS-FS-PRT-TRI             PIC XX    VALUE '00'.
           88  OK-PRT-TRI            VALUE '00'.
           88  EOF-PRT-TRI           VALUE '10'.
       01  WS-FS-ETATPTF             PIC XX.
           88  OK-ETATPTF            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DATE DU JOUR ----------------------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LUS                PIC 9(05) VALUE ZERO.
       01  WS-CPT-EN-COURS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-SOLDES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-ANNULES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-AGENCES            PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPTF-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LPTF-TITRE.
           05  FILLER                PIC X(48) VALUE
               'ESTIAC - PORTEFEUILLE DES PRETS PAR AGENCE AU'.
           05  WS-LPTF-DATE-ED       PIC 9(08).
       01  WS-LPTF-AGENCE.
           05  FILLER                PIC X(07) VALUE 'AGENCE '.
           05  WS-LPTF-AGENCE-ED     PIC X(03).
       01  WS-LPTF-INTITULE.
           05  FILLER                PIC X(06) VALUE 'PRET'.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(15) VALUE 'EMPRUNTEUR'.
           05  FILLER                PIC X(11) VALUE '   CAPITAL'.
           05  FILLER                PIC X(07) VALUE '  TAUX'.
           05  FILLER                PIC X(04) VALUE 'DUR'.
           05  FILLER                PIC X(11) VALUE '   CAP. DU'.
           05  FILLER                PIC X(04) VALUE 'IMP'.
           05  FILLER                PIC X(09) VALUE ' MT IMPAY'.
       01  WS-LPTF-DETAIL.
           05  WS-LPTF-NO-ED         PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-CAPITAL-ED    PIC ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-TAUX-ED       PIC Z9,999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-DUREE-ED      PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-CRD-ED        PIC ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-NB-IMP-ED     PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-MT-IMP-ED     PIC ZZZZZ9,99 BLANK WHEN ZERO.
       01  WS-LPTF-TOTAL.
           05  WS-LPTF-TOT-LIB       PIC X(17).
           05  WS-LPTF-TOT-PRETS-ED  PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE ' PRETS   CRD '.
           05  WS-LPTF-TOT-CRD-ED    PIC ZZZZZZZZZ9,99.
           05  FILLER                PIC X(11) VALUE '   IMPAYES '.
           05  WS-LPTF-TOT-NB-IMP-ED PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPTF-TOT-MT-IMP-ED PIC ZZZZZZZ9,99.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATPTF         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO136'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
      *--------------- TRI DU MAITRE PAR AGENCE ----------------------*
      *
           PERFORM 6000-TRI-PRETS-DEB
              THRU 6000-TRI-PRETS-FIN.
      *
           PERFORM 6010-OPEN-FICHIERS-DEB
              THRU 6010-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-TITRE-DEB
              THRU 8000-EDIT-TITRE-FIN.
      *
      *--------------- PORTEFEUILLE PAR AGENCE -----------------------*
      *
           MOVE 2                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
           PERFORM 1000-TRT-AGENCE-DEB
              THRU 1000-TRT-AGENCE-FIN
             UNTIL EOF-PRT-TRI.
      *
           MOVE 2                        TO WS-IX-NIV.
           MOVE 'TOTAL GENERAL'          TO WS-LPTF-TOT-LIB.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TIRET
              AFTER ADVANCING 2 LINES.
           PERFORM 8100-EDIT-TOTAL-DEB
              THRU 8100-EDIT-TOTAL-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-EN-COURS          TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UNE AGENCE : ENTETE, PRETS, TOTAL              *
      *---------------------------------------------------------------*
      *
       1000-TRT-AGENCE-DEB.
      *
           ADD 1                         TO WS-CPT-AGENCES.
           MOVE WS-PRT-AGENCE            TO WS-AGENCE-COURANTE.
           MOVE 1                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 8010-EDIT-ENTETE-AGENCE-DEB
              THRU 8010-EDIT-ENTETE-AGENCE-FIN.
      *
           PERFORM 1100-TRT-PRET-DEB
              THRU 1100-TRT-PRET-FIN
             UNTIL EOF-PRT-TRI
                OR WS-PRT-AGENCE NOT = WS-AGENCE-COURANTE.
      *
           MOVE 1                        TO WS-IX-NIV.
           MOVE SPACES                   TO WS-LPTF-TOT-LIB.
           STRING 'TOTAL AGENCE ' WS-AGENCE-COURANTE
                  DELIMITED BY SIZE    INTO WS-LPTF-TOT-LIB.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TIRET.
           PERFORM 8100-EDIT-TOTAL-DEB
              THRU 8100-EDIT-TOTAL-FIN.
           PERFORM 7400-CUMULE-NIVEAU-DEB
              THRU 7400-CUMULE-NIVEAU-FIN.
      *
       1000-TRT-AGENCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UN PRET DE L'AGENCE                            *
      *---------------------------------------------------------------*
      *
       1100-TRT-PRET-DEB.
      *
           ADD 1                         TO WS-CPT-LUS.
      *
           EVALUATE TRUE
              WHEN PRT-EN-COURS
                 ADD 1                   TO WS-CPT-EN-COURS
                 PERFORM 8020-EDIT-PRET-DEB
                    THRU 8020-EDIT-PRET-FIN
                 ADD 1                   TO WS-CUM-PRETS(1)
                 ADD WS-PRT-CRD          TO WS-CUM-CRD(1)
                 ADD WS-PRT-NB-IMP       TO WS-CUM-NB-IMP(1)
                 ADD WS-PRT-MT-IMP       TO WS-CUM-MT-IMP(1)
              WHEN PRT-SOLDE
                 ADD 1                   TO WS-CPT-SOLDES
              WHEN OTHER
                 ADD 1                   TO WS-CPT-ANNULES
           END-EVALUATE.
      *
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
      *
       1100-TRT-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-TRI-PRETS-DEB.
           SORT SD-PRT-TRI
               ON ASCENDING KEY SD-PRT-AGENCE
                                SD-PRT-NO
               USING F-PRET-E
               GIVING F-PRT-TRI-S.
      *
           IF WS-FS-PRT-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DU MAITRE DES PRETS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-TRI-PRETS-FIN.
           EXIT.
      *
       6010-OPEN-FICHIERS-DEB.
           OPEN INPUT F-PRT-TRI-S.
           IF NOT OK-PRT-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATPTF-S.
           IF NOT OK-ETATPTF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPTF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPTF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6020-READ-FTRI-DEB.
           READ F-PRT-TRI-S INTO WS-ENRG-F-PRET.
           IF NOT (OK-PRT-TRI OR EOF-PRT-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRT-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRT-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FTRI-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-PRT-TRI-S.
           CLOSE F-ETATPTF-S.
           IF NOT OK-ETATPTF
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPTF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPTF
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
       7300-RAZ-NIVEAU-DEB.
           INITIALIZE WS-CUM-EL(WS-IX-NIV).
       7300-RAZ-NIVEAU-FIN.
           EXIT.
      *
      *    REPORT DES CUMULS DE L'AGENCE SUR LE TOTAL GENERAL.
      *
       7400-CUMULE-NIVEAU-DEB.
           ADD WS-CUM-PRETS(1)           TO WS-CUM-PRETS(2).
           ADD WS-CUM-CRD(1)             TO WS-CUM-CRD(2).
           ADD WS-CUM-NB-IMP(1)          TO WS-CUM-NB-IMP(2).
           ADD WS-CUM-MT-IMP(1)          TO WS-CUM-MT-IMP(2).
       7400-CUMULE-NIVEAU-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO136'                TO WS-MSQ-PROG.
           MOVE 'ETATPTF'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATPTF.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LPTF-DETAIL
      *    AVANT ECRITURE SUR ETATPTF.
      *
       7610-MASQUE-LPTF-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATPTF       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LPTF-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPTF-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LPTF-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPTF-NOM-ED.
       7610-MASQUE-LPTF-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-TITRE-DEB.
           MOVE WS-DATE-SYST             TO WS-LPTF-DATE-ED.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TIRET.
           IF NOT OK-ETATPTF
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATPTF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPTF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8000-EDIT-TITRE-FIN.
           EXIT.
      *
       8010-EDIT-ENTETE-AGENCE-DEB.
           MOVE WS-AGENCE-COURANTE       TO WS-LPTF-AGENCE-ED.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-AGENCE
              AFTER ADVANCING 2 LINES.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-INTITULE.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TIRET.
       8010-EDIT-ENTETE-AGENCE-FIN.
           EXIT.
      *
       8020-EDIT-PRET-DEB.
           MOVE WS-PRT-NO                TO WS-LPTF-NO-ED.
           MOVE WS-PRT-CPTE              TO WS-LPTF-CPTE-ED.
           MOVE WS-PRT-NOM               TO WS-LPTF-NOM-ED.
           MOVE WS-PRT-CAPITAL           TO WS-LPTF-CAPITAL-ED.
           MOVE WS-PRT-TAUX              TO WS-LPTF-TAUX-ED.
           MOVE WS-PRT-DUREE             TO WS-LPTF-DUREE-ED.
           MOVE WS-PRT-CRD               TO WS-LPTF-CRD-ED.
           MOVE WS-PRT-NB-IMP            TO WS-LPTF-NB-IMP-ED.
           MOVE WS-PRT-MT-IMP            TO WS-LPTF-MT-IMP-ED.
           PERFORM 7610-MASQUE-LPTF-DETAIL-DEB
              THRU 7610-MASQUE-LPTF-DETAIL-FIN.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-DETAIL.
           IF NOT OK-ETATPTF
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATPTF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPTF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8020-EDIT-PRET-FIN.
           EXIT.
      *
      *    LIGNE DE TOTAL DU NIVEAU WS-IX-NIV (LIBELLE DEJA PLACE).
      *
       8100-EDIT-TOTAL-DEB.
           MOVE WS-CUM-PRETS(WS-IX-NIV)  TO WS-LPTF-TOT-PRETS-ED.
           MOVE WS-CUM-CRD(WS-IX-NIV)    TO WS-LPTF-TOT-CRD-ED.
           MOVE WS-CUM-NB-IMP(WS-IX-NIV) TO WS-LPTF-TOT-NB-IMP-ED.
           MOVE WS-CUM-MT-IMP(WS-IX-NIV) TO WS-LPTF-TOT-MT-IMP-ED.
           WRITE FS-ENRG-ETATPTF-S       FROM WS-LPTF-TOTAL.
           IF NOT OK-ETATPTF
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATPTF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPTF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8100-EDIT-TOTAL-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO136     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PRETS LUS                    :  ' WS-CPT-LUS.
           DISPLAY 'PRETS EN COURS LISTES        :  ' WS-CPT-EN-COURS.
           DISPLAY 'PRETS SOLDES                 :  ' WS-CPT-SOLDES.
           DISPLAY 'PRETS ANNULES                :  ' WS-CPT-ANNULES.
           DISPLAY 'AGENCES                      :  ' WS-CPT-AGENCES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO136         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO136        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
