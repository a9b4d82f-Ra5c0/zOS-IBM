      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO138                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  LISTE DE TRAVAIL QUOTIDIENNE DU RECOUVREMENT A DESTINATION   *
      *  DES DIRECTEURS D'AGENCE : LES DOSSIERS DE RECOUVREMENT DU    *
      *  JOUR (COPY CTXDOS, GENERATION ECRITE PAR ARIO137) SONT       *
      *  TRIES PAR AGENCE (3 PREMIERS CARACTERES DU COMPTE), ETAPE    *
      *  PUIS COMPTE. CHAQUE DOSSIER OUVERT EST LISTE SOUS SON ETAPE  *
      *  (RELANCE, MISE EN DEMEURE, BLOCAGE, CONTENTIEUX) AVEC SOLDE, *
      *  LIMITE, JOURS OUVRES DE DEPASSEMENT ET DATE DE L'ETAPE ; UN  *
      *  ASTERISQUE SIGNALE L'ETAPE FRANCHIE LE JOUR MEME. UN TOTAL   *
      *  PAR ETAPE EST EDITE POUR CHAQUE AGENCE PUIS POUR LA BANQUE,  *
      *  AVEC LES COMPTES SOUS SURVEILLANCE ET LES DOSSIERS CLOS DU   *
      *  JOUR (F-ETATCTX-S).                                          *
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
       PROGRAM-ID.      ARIO138.
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
      *                      F-CTXDOS-E : DOSSIERS DE RECOUVREMENT
      *                      -------------------------------------------
           SELECT  F-CTXDOS-E          ASSIGN TO CTXDOS
                   FILE STATUS         IS WS-FS-CTXDOS-E.
      *                      -------------------------------------------
      *                      SD-CTX-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-CTX-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-CTX-TRI-S : DOSSIERS TRIES PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-CTX-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-CTX-TRI.
      *                      -------------------------------------------
      *                      F-ETATCTX-S : LISTE DE TRAVAIL PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-ETATCTX-S         ASSIGN TO ETATCTX
                   FILE STATUS         IS WS-FS-ETATCTX.
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
       FD  F-CTXDOS-E
           RECORDING MODE IS F.
       01  FS-ENRG-CTXDOS-E           PIC X(100).
      *
       SD  SD-CTX-TRI.
       01  SD-ENRG-CTX-TRI.
           05  SD-CTX-CPTE.
               10  SD-CTX-AGENCE     PIC X(03).
               10  FILLER            PIC X(07).
           05  FILLER                PIC X(15).
           05  SD-CTX-ETAPE          PIC 9(01).
           05  FILLER                PIC X(74).
      *
       FD  F-CTX-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-CTX-TRI-S          PIC X(100).
      *
       FD  F-ETATCTX-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCTX-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- DOSSIER DE RECOUVREMENT -----------------------*
      *
           COPY CTXDOS.
      *
      *---------------- LIBELLES DES ETAPES ---------------------------*
      *
       01  WS-TAB-ETAPES-INIT.
           05  FILLER                PIC X(16) VALUE 'RELANCE'.
           05  FILLER                PIC X(16) VALUE 'MISE EN DEMEURE'.
           05  FILLER                PIC X(16) VALUE 'COMPTE BLOQUE'.
           05  FILLER                PIC X(16) VALUE 'CONTENTIEUX'.
       01  WS-TAB-ETAPES REDEFINES WS-TAB-ETAPES-INIT.
           05  WS-ETP-LIB            PIC X(16) OCCURS 4 TIMES.
      *
      *---------------- CUMULS : 1 AGENCE, 2 GENERAL -----------------*
      *
       01  WS-TAB-CUMUL.
           05  WS-CUM-EL             OCCURS 2 TIMES.
               10  WS-CUM-NB-ETAPE   PIC 9(05) OCCURS 4 TIMES.
               10  WS-CUM-DOSSIERS   PIC 9(05).
               10  WS-CUM-SURV       PIC 9(05).
               10  WS-CUM-CLOS       PIC 9(05).
       01  WS-IX-NIV                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ETP                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- RUPTURES -------------------------------------*
      *
       01  WS-AGENCE-COURANTE        PIC X(03).
       01  WS-ETAPE-COURANTE         PIC 9(01).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CTXDOS-E            PIC XX.
           88  OK-CTXDOS-E           VALUE '00'.
       01  WS-FS-CTX-TRI             PIC XX    VALUE '00'.
           88  OK-CTX-TRI            VALUE '00'.
           88  EOF-CTX-TRI           VALUE '10'.
       01  WS-FS-ETATCTX             PIC XX.
           88  OK-ETATCTX            VALUE '00'.
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
       01  WS-CPT-LISTES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-SURV               PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLOS               PIC 9(05) VALUE ZERO.
       01  WS-CPT-AGENCES            PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LCTX-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LCTX-TITRE.
           05  FILLER                PIC X(48) VALUE
               'ESTIAC - LISTE DE TRAVAIL DU RECOUVREMENT AU'.
           05  WS-LCTX-DATE-ED       PIC 9(08).
       01  WS-LCTX-AGENCE.
           05  FILLER                PIC X(07) VALUE 'AGENCE '.
           05  WS-LCTX-AGENCE-ED     PIC X(03).
       01  WS-LCTX-ETAPE.
           05  FILLER                PIC X(10) VALUE '  ETAPE : '.
           05  WS-LCTX-ETAPE-ED      PIC X(16).
       01  WS-LCTX-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(15) VALUE 'TITULAIRE'.
           05  FILLER                PIC X(12) VALUE '      SOLDE'.
           05  FILLER                PIC X(10) VALUE '   LIMITE'.
           05  FILLER                PIC X(06) VALUE 'JOURS'.
           05  FILLER                PIC X(09) VALUE 'OUVERT'.
           05  FILLER                PIC X(10) VALUE 'ETAPE DU'.
       01  WS-LCTX-DETAIL.
           05  WS-LCTX-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-SOLDE-ED      PIC -ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-DECOUV-ED     PIC ZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-JOURS-ED      PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-DOUV-ED       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-DETAPE-ED     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCTX-JOUR-ED       PIC X(01).
       01  WS-LCTX-TOT-ENTETE.
           05  WS-LCTX-TOT-LIB       PIC X(17).
           05  FILLER                PIC X(12) VALUE ' DOSSIERS : '.
           05  WS-LCTX-TOT-DOS-ED    PIC ZZZZ9.
           05  FILLER                PIC X(17)
               VALUE '   SURVEILLANCE :'.
           05  WS-LCTX-TOT-SURV-ED   PIC ZZZZ9.
           05  FILLER                PIC X(16)
               VALUE '   CLOS DU JOUR:'.
           05  WS-LCTX-TOT-CLOS-ED   PIC ZZZZ9.
       01  WS-LCTX-TOT-ETAPE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  WS-LCTX-TOT-ETP-LIB   PIC X(16).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LCTX-TOT-ETP-ED    PIC ZZZZ9.
       01  WS-LCTX-NOTE              PIC X(40)
           VALUE '* : ETAPE FRANCHIE CE JOUR'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCTX         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO138'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
      *--------------- TRI DES DOSSIERS PAR AGENCE ET ETAPE ----------*
      *
           PERFORM 6000-TRI-DOSSIERS-DEB
              THRU 6000-TRI-DOSSIERS-FIN.
      *
           PERFORM 6010-OPEN-FICHIERS-DEB
              THRU 6010-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-TITRE-DEB
              THRU 8000-EDIT-TITRE-FIN.
      *
      *--------------- LISTE PAR AGENCE -------------------------------*
      *
           MOVE 2                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
           PERFORM 1000-TRT-AGENCE-DEB
              THRU 1000-TRT-AGENCE-FIN
             UNTIL EOF-CTX-TRI.
      *
           MOVE 2                        TO WS-IX-NIV.
           MOVE 'TOTAL GENERAL'          TO WS-LCTX-TOT-LIB.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TIRET
              AFTER ADVANCING 2 LINES.
           PERFORM 8100-EDIT-TOTAL-DEB
              THRU 8100-EDIT-TOTAL-FIN.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-NOTE
              AFTER ADVANCING 2 LINES.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-LISTES            TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UNE AGENCE : ENTETE, DOSSIERS, TOTAL           *
      *---------------------------------------------------------------*
      *
       1000-TRT-AGENCE-DEB.
      *
           ADD 1                         TO WS-CPT-AGENCES.
           MOVE WS-CTX-AGENCE            TO WS-AGENCE-COURANTE.
           MOVE ZERO                     TO WS-ETAPE-COURANTE.
           MOVE 1                        TO WS-IX-NIV.
           PERFORM 7300-RAZ-NIVEAU-DEB
              THRU 7300-RAZ-NIVEAU-FIN.
           PERFORM 8010-EDIT-ENTETE-AGENCE-DEB
              THRU 8010-EDIT-ENTETE-AGENCE-FIN.
      *
           PERFORM 1100-TRT-DOSSIER-DEB
              THRU 1100-TRT-DOSSIER-FIN
             UNTIL EOF-CTX-TRI
                OR WS-CTX-AGENCE NOT = WS-AGENCE-COURANTE.
      *
           MOVE 1                        TO WS-IX-NIV.
           MOVE SPACES                   TO WS-LCTX-TOT-LIB.
           STRING 'TOTAL AGENCE ' WS-AGENCE-COURANTE
                  DELIMITED BY SIZE    INTO WS-LCTX-TOT-LIB.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TIRET.
           PERFORM 8100-EDIT-TOTAL-DEB
              THRU 8100-EDIT-TOTAL-FIN.
           PERFORM 7400-CUMULE-NIVEAU-DEB
              THRU 7400-CUMULE-NIVEAU-FIN.
      *
       1000-TRT-AGENCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UN DOSSIER DE L'AGENCE                         *
      *---------------------------------------------------------------*
      *
      *    SEULS LES DOSSIERS OUVERTS SONT LISTES ; UN CHANGEMENT
      *    D'ETAPE OUVRE UN SOUS-TITRE.
      *
       1100-TRT-DOSSIER-DEB.
      *
           ADD 1                         TO WS-CPT-LUS.
      *
           EVALUATE TRUE
              WHEN CTX-OUVERT
                 ADD 1                   TO WS-CPT-LISTES
                 IF WS-CTX-ETAPE NOT = WS-ETAPE-COURANTE
                    MOVE WS-CTX-ETAPE    TO WS-ETAPE-COURANTE
                    PERFORM 8020-EDIT-ENTETE-ETAPE-DEB
                       THRU 8020-EDIT-ENTETE-ETAPE-FIN
                 END-IF
                 PERFORM 8030-EDIT-DOSSIER-DEB
                    THRU 8030-EDIT-DOSSIER-FIN
                 ADD 1                   TO WS-CUM-DOSSIERS(1)
                 ADD 1         TO WS-CUM-NB-ETAPE(1 WS-CTX-ETAPE)
              WHEN CTX-SURVEILLANCE
                 ADD 1                   TO WS-CPT-SURV
                 ADD 1                   TO WS-CUM-SURV(1)
              WHEN OTHER
                 ADD 1                   TO WS-CPT-CLOS
                 ADD 1                   TO WS-CUM-CLOS(1)
           END-EVALUATE.
      *
           PERFORM 6020-READ-FTRI-DEB
              THRU 6020-READ-FTRI-FIN.
      *
       1100-TRT-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-TRI-DOSSIERS-DEB.
           SORT SD-CTX-TRI
               ON ASCENDING KEY SD-CTX-AGENCE
                                SD-CTX-ETAPE
                                SD-CTX-CPTE
               USING F-CTXDOS-E
               GIVING F-CTX-TRI-S.
      *
           IF WS-FS-CTX-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES DOSSIERS DE RECOUVREMENT'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-TRI-DOSSIERS-FIN.
           EXIT.
      *
       6010-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CTX-TRI-S.
           IF NOT OK-CTX-TRI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CTX-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATCTX-S.
           IF NOT OK-ETATCTX
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCTX-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCTX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6020-READ-FTRI-DEB.
           READ F-CTX-TRI-S INTO WS-ENRG-F-CTXDOS.
           IF NOT (OK-CTX-TRI OR EOF-CTX-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTX-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTX-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FTRI-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CTX-TRI-S.
           CLOSE F-ETATCTX-S.
           IF NOT OK-ETATCTX
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATCTX-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCTX
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
           ADD WS-CUM-DOSSIERS(1)        TO WS-CUM-DOSSIERS(2).
           ADD WS-CUM-SURV(1)            TO WS-CUM-SURV(2).
           ADD WS-CUM-CLOS(1)            TO WS-CUM-CLOS(2).
           PERFORM 7410-CUMULE-ETAPE-DEB
              THRU 7410-CUMULE-ETAPE-FIN
           VARYING WS-IX-ETP FROM 1 BY 1
             UNTIL WS-IX-ETP > 4.
       7400-CUMULE-NIVEAU-FIN.
           EXIT.
      *
       7410-CUMULE-ETAPE-DEB.
           ADD WS-CUM-NB-ETAPE(1 WS-IX-ETP)
                                  TO WS-CUM-NB-ETAPE(2 WS-IX-ETP).
       7410-CUMULE-ETAPE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO138'                TO WS-MSQ-PROG.
           MOVE 'ETATCTX'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCTX.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LCTX-DETAIL
      *    AVANT ECRITURE SUR ETATCTX.
      *
       7610-MASQUE-LCTX-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATCTX       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LCTX-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCTX-CPTE-ED.
           SET MSQ-FCT-NOM               TO TRUE.
           MOVE WS-LCTX-NOM-ED           TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LCTX-NOM-ED.
       7610-MASQUE-LCTX-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-TITRE-DEB.
           MOVE WS-DATE-SYST             TO WS-LCTX-DATE-ED.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TIRET.
           IF NOT OK-ETATCTX
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATCTX-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCTX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8000-EDIT-TITRE-FIN.
           EXIT.
      *
       8010-EDIT-ENTETE-AGENCE-DEB.
           MOVE WS-AGENCE-COURANTE       TO WS-LCTX-AGENCE-ED.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-AGENCE
              AFTER ADVANCING 2 LINES.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-INTITULE.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TIRET.
       8010-EDIT-ENTETE-AGENCE-FIN.
           EXIT.
      *
       8020-EDIT-ENTETE-ETAPE-DEB.
           MOVE WS-ETP-LIB(WS-CTX-ETAPE) TO WS-LCTX-ETAPE-ED.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-ETAPE
              AFTER ADVANCING 2 LINES.
       8020-EDIT-ENTETE-ETAPE-FIN.
           EXIT.
      *
       8030-EDIT-DOSSIER-DEB.
           MOVE WS-CTX-CPTE              TO WS-LCTX-CPTE-ED.
           MOVE WS-CTX-NOM               TO WS-LCTX-NOM-ED.
           MOVE WS-CTX-SOLDE             TO WS-LCTX-SOLDE-ED.
           MOVE WS-CTX-DECOUV-AUT        TO WS-LCTX-DECOUV-ED.
           MOVE WS-CTX-NB-JOURS          TO WS-LCTX-JOURS-ED.
           MOVE WS-CTX-DATE-OUV          TO WS-LCTX-DOUV-ED.
           MOVE WS-CTX-DATE-ETAPE        TO WS-LCTX-DETAPE-ED.
           IF WS-CTX-DATE-ETAPE = WS-DATE-SYST
              MOVE '*'                   TO WS-LCTX-JOUR-ED
           ELSE
              MOVE SPACE                 TO WS-LCTX-JOUR-ED
           END-IF.
           PERFORM 7610-MASQUE-LCTX-DETAIL-DEB
              THRU 7610-MASQUE-LCTX-DETAIL-FIN.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-DETAIL.
           IF NOT OK-ETATCTX
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATCTX-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCTX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8030-EDIT-DOSSIER-FIN.
           EXIT.
      *
      *    TOTAL DU NIVEAU WS-IX-NIV (LIBELLE DEJA PLACE) PUIS UNE
      *    LIGNE PAR ETAPE.
      *
       8100-EDIT-TOTAL-DEB.
           MOVE WS-CUM-DOSSIERS(WS-IX-NIV)  TO WS-LCTX-TOT-DOS-ED.
           MOVE WS-CUM-SURV(WS-IX-NIV)      TO WS-LCTX-TOT-SURV-ED.
           MOVE WS-CUM-CLOS(WS-IX-NIV)      TO WS-LCTX-TOT-CLOS-ED.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TOT-ENTETE.
           IF NOT OK-ETATCTX
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATCTX-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCTX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 8110-EDIT-TOTAL-ETAPE-DEB
              THRU 8110-EDIT-TOTAL-ETAPE-FIN
           VARYING WS-IX-ETP FROM 1 BY 1
             UNTIL WS-IX-ETP > 4.
       8100-EDIT-TOTAL-FIN.
           EXIT.
      *
       8110-EDIT-TOTAL-ETAPE-DEB.
           MOVE WS-ETP-LIB(WS-IX-ETP)    TO WS-LCTX-TOT-ETP-LIB.
           MOVE WS-CUM-NB-ETAPE(WS-IX-NIV WS-IX-ETP)
                                         TO WS-LCTX-TOT-ETP-ED.
           WRITE FS-ENRG-ETATCTX-S       FROM WS-LCTX-TOT-ETAPE.
       8110-EDIT-TOTAL-ETAPE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO138     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DOSSIERS LUS                 :  ' WS-CPT-LUS.
           DISPLAY 'DOSSIERS OUVERTS LISTES      :  ' WS-CPT-LISTES.
           DISPLAY 'COMPTES SOUS SURVEILLANCE    :  ' WS-CPT-SURV.
           DISPLAY 'DOSSIERS CLOS DU JOUR        :  ' WS-CPT-CLOS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO138         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO138        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
