      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO125                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  PREUVE QUOTIDIENNE DE L'INVENTAIRE PERMANENT : POUR CHAQUE   *
      *  ARTICLE ET CHAQUE LOT, LE STOCK DE LA VEILLE (EXTRAITS       *
      *  ART0206 F-ARTPREC-E ET LOT0206 F-LOTPREC-E) PLUS LES         *
      *  TRANSACTIONS MVTSTK DU JOUR (F-MVTSTK-E, TRIE PAR ARTICLE,   *
      *  LE FICHIER PRESENTE A ARIO933 : RECEPTIONS 'R' AJOUTEES,     *
      *  SORTIES 'S' RETRANCHEES, AJUSTEMENTS 'A' REMPLACANT LA       *
      *  QUANTITE DU LOT) DOIT DONNER LE STOCK DU JOUR (EXTRAITS      *
      *  F-ARTNOUV-E ET F-LOTNOUV-E). LA SOMME DES QUANTITES DES      *
      *  EMPLACEMENTS ARTBIN DE L'ARTICLE DOIT EGALER WS-ART-QTE DU   *
      *  JOUR. TOUT ECART EST EDITE SUR F-ETATRFW-S AVEC LES          *
      *  TRANSACTIONS DU JOUR CONCERNEES, POUR QU'UNE IMPUTATION      *
      *  MANQUANTE OU EN DOUBLE APPARAISSE LE LENDEMAIN MATIN ET NON  *
      *  A L'INVENTAIRE ANNUEL. LES QUATRE EXTRAITS SONT TRIES SUR    *
      *  LEUR CLE (ARTICLE, ARTICLE + LOT). CODE RETOUR 4 SI ECART.   *
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
       PROGRAM-ID.      ARIO125.
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
      *                      F-ARTPREC-E : EXTRAIT ART0206 DE LA VEILLE
      *                      -------------------------------------------
           SELECT  F-ARTPREC-E         ASSIGN TO ARTPREC
                   FILE STATUS         IS WS-FS-ARTPREC-E.
      *                      -------------------------------------------
      *                      F-ARTNOUV-E : EXTRAIT ART0206 DU JOUR
      *                      -------------------------------------------
           SELECT  F-ARTNOUV-E         ASSIGN TO ARTNOUV
                   FILE STATUS         IS WS-FS-ARTNOUV-E.
      *                      -------------------------------------------
      *                      F-LOTPREC-E : EXTRAIT LOT0206 DE LA VEILLE
      *                      -------------------------------------------
           SELECT  F-LOTPREC-E         ASSIGN TO LOTPREC
                   FILE STATUS         IS WS-FS-LOTPREC-E.
      *                      -------------------------------------------
      *                      F-LOTNOUV-E : EXTRAIT LOT0206 DU JOUR
      *                      -------------------------------------------
           SELECT  F-LOTNOUV-E         ASSIGN TO LOTNOUV
                   FILE STATUS         IS WS-FS-LOTNOUV-E.
      *                      -------------------------------------------
      *                      F-MVTSTK-E : TRANSACTIONS DE STOCK DU JOUR
      *                      -------------------------------------------
           SELECT  F-MVTSTK-E          ASSIGN TO MVTSTK
                   FILE STATUS         IS WS-FS-MVTSTK-E.
      *                      -------------------------------------------
      *                      F-BINLOC-E : OCCUPATION DES EMPLACEMENTS
      *                      -------------------------------------------
           SELECT  F-BINLOC-E          ASSIGN TO ARTBIN
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-BINLOC-CLE
                   FILE STATUS         IS WS-FS-BINLOC-E.
      *                      -------------------------------------------
      *                      F-ETATRFW-S : ETAT DES ECARTS DE STOCK
      *                      -------------------------------------------
           SELECT  F-ETATRFW-S         ASSIGN TO ETATRFW
                   FILE STATUS         IS WS-FS-ETATRFW.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-ARTPREC-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARTPREC-E          PIC X(380).
      *
       FD  F-ARTNOUV-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARTNOUV-E          PIC X(380).
      *
       FD  F-LOTPREC-E
           RECORDING MODE IS F.
       01  FS-ENRG-LOTPREC-E          PIC X(60).
      *
       FD  F-LOTNOUV-E
           RECORDING MODE IS F.
       01  FS-ENRG-LOTNOUV-E          PIC X(60).
      *
       FD  F-MVTSTK-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTSTK-E           PIC X(50).
      *
       FD  F-BINLOC-E
           RECORD CONTAINS 26 CHARACTERS.
       01  FS-ENRG-BINLOC-E.
           05  FS-BINLOC-CLE          PIC X(08).
           05  FILLER                 PIC X(18).
      *
       FD  F-ETATRFW-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRFW-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
           COPY ARTLOT.
      *
           COPY MVTSTK.
      *
           COPY ARTBIN.
      *
      *---------------- ARTICLE DE LA VEILLE (VUE REDUITE) ------------*
      *
       01  WS-APR-ENR.
           05  WS-APR-CODE           PIC X(06).
           05  FILLER                PIC X(33).
           05  WS-APR-QTE            PIC 9(06).
           05  FILLER                PIC X(335).
      *
      *---------------- LOT DE LA VEILLE (VUE REDUITE) ----------------*
      *
       01  WS-LPR-ENR.
           05  WS-LPR-CLE.
               10  WS-LPR-ART        PIC X(06).
               10  WS-LPR-NUM        PIC X(08).
           05  WS-LPR-QTE            PIC 9(05).
           05  FILLER                PIC X(41).
      *
      *---------------- LOTS DE L'ARTICLE EN COURS --------------------*
      *
       01  WS-TAB-RLT.
           05  WS-RLT-EL             OCCURS 300 TIMES.
               10  WS-RLT-NUM        PIC X(08).
               10  WS-RLT-QTE-PREC   PIC S9(07) COMP-3.
               10  WS-RLT-QTE-ATT    PIC S9(07) COMP-3.
               10  WS-RLT-QTE-NOUV   PIC S9(07) COMP-3.
       01  WS-NB-RLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-RLT-CHERCHE            PIC X(08).
       01  WS-SW-RLT-TROUVE          PIC X(01) VALUE 'N'.
           88  RLT-TROUVE            VALUE 'O'.
           88  RLT-NON-TROUVE        VALUE 'N'.
      *
      *---------------- TRANSACTIONS DE L'ARTICLE EN COURS ------------*
      *
       01  WS-TAB-RTX.
           05  WS-RTX-EL             OCCURS 500 TIMES.
               10  WS-RTX-LOT        PIC X(08).
               10  WS-RTX-TYPE       PIC X(01).
               10  WS-RTX-QTE        PIC 9(06).
               10  WS-RTX-REF        PIC X(10).
       01  WS-NB-RTX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RTX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-RTX-FILTRE             PIC X(08).
      *
      *---------------- QUANTITES EN EMPLACEMENT PAR ARTICLE ----------*
      *
       01  WS-TAB-RBN.
           05  WS-RBN-EL             OCCURS 5000 TIMES.
               10  WS-RBN-ART        PIC X(06).
               10  WS-RBN-QTE        PIC S9(09) COMP-3.
               10  WS-RBN-VU         PIC X(01).
                   88  RBN-VU        VALUE 'O'.
       01  WS-NB-RBN                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RBN                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-RBN-TROUVE          PIC X(01) VALUE 'N'.
           88  RBN-TROUVE            VALUE 'O'.
           88  RBN-NON-TROUVE        VALUE 'N'.
       01  WS-RBN-CHERCHE            PIC X(06).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ARTPREC-E           PIC XX.
           88  OK-ARTPREC-E          VALUE '00'.
           88  EOF-ARTPREC-E         VALUE '10'.
       01  WS-FS-ARTNOUV-E           PIC XX.
           88  OK-ARTNOUV-E          VALUE '00'.
           88  EOF-ARTNOUV-E         VALUE '10'.
       01  WS-FS-LOTPREC-E           PIC XX.
           88  OK-LOTPREC-E          VALUE '00'.
           88  EOF-LOTPREC-E         VALUE '10'.
       01  WS-FS-LOTNOUV-E           PIC XX.
           88  OK-LOTNOUV-E          VALUE '00'.
           88  EOF-LOTNOUV-E         VALUE '10'.
       01  WS-FS-MVTSTK-E            PIC XX.
           88  OK-MVTSTK-E           VALUE '00'.
           88  EOF-MVTSTK-E          VALUE '10'.
       01  WS-FS-BINLOC-E            PIC XX.
           88  OK-BINLOC-E           VALUE '00'.
           88  EOF-BINLOC-E          VALUE '10'.
       01  WS-FS-ETATRFW             PIC XX.
           88  OK-ETATRFW            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- ARTICLE EN COURS DE PREUVE --------------------*
      *
       01  WS-CLE-COUR               PIC X(06).
       01  WS-RF-ART-PREC            PIC S9(09) COMP-3.
       01  WS-RF-ART-ATT             PIC S9(09) COMP-3.
       01  WS-RF-ART-NOUV            PIC S9(09) COMP-3.
       01  WS-RF-PREC                PIC S9(09) COMP-3.
       01  WS-RF-ATT                 PIC S9(09) COMP-3.
       01  WS-RF-NOUV                PIC S9(09) COMP-3.
       01  WS-RF-ECART               PIC S9(09) COMP-3.
       01  WS-SW-ART-NOUV            PIC X(01) VALUE 'N'.
           88  ART-NOUV-PRESENT      VALUE 'O'.
           88  ART-NOUV-ABSENT       VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-ARTICLES           PIC 9(06) VALUE ZERO.
       01  WS-CPT-LOTS               PIC 9(07) VALUE ZERO.
       01  WS-CPT-MVT                PIC 9(07) VALUE ZERO.
       01  WS-CPT-BINS               PIC 9(06) VALUE ZERO.
       01  WS-CPT-ECART-ART          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECART-LOT          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECART-EMP          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(06) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LRFW-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LRFW-TITRE             PIC X(52)
           VALUE 'ESTIAC - PREUVE DE L''INVENTAIRE PERMANENT'.
       01  WS-LRFW-COLONNES.
           05  FILLER                PIC X(33) VALUE
               'NIVEAU  ARTICLE LOT        VEILLE'.
           05  FILLER                PIC X(28) VALUE
               '  ATTENDU  CONSTATE    ECART'.
       01  WS-LRFW-ECART.
           05  WS-LRFW-NIV-ED        PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRFW-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRFW-LOT-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRFW-PREC-ED       PIC -------9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRFW-ATT-ED        PIC -------9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRFW-NOUV-ED       PIC -------9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LRFW-ECART-ED      PIC -------9.
       01  WS-LRFW-TRX.
           05  FILLER                PIC X(16) VALUE
               '      TRANS. -> '.
           05  WS-LRFW-TX-TYPE-ED    PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRFW-TX-LOT-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRFW-TX-QTE-ED     PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRFW-TX-REF-ED     PIC X(10).
       01  WS-LRFW-AUCUNE-TRX        PIC X(48) VALUE
           '      AUCUNE TRANSACTION DU JOUR'.
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
           MOVE 'ARIO125'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6100-CHARGE-EMPLACEMENTS-DEB
              THRU 6100-CHARGE-EMPLACEMENTS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- PREMIERE LECTURE DES CINQ FLUX ----------------*
      *
           PERFORM 6010-READ-FARTPREC-DEB
              THRU 6010-READ-FARTPREC-FIN.
           PERFORM 6020-READ-FARTNOUV-DEB
              THRU 6020-READ-FARTNOUV-FIN.
           PERFORM 6030-READ-FLOTPREC-DEB
              THRU 6030-READ-FLOTPREC-FIN.
           PERFORM 6040-READ-FLOTNOUV-DEB
              THRU 6040-READ-FLOTNOUV-FIN.
           PERFORM 6050-READ-FMVTSTK-DEB
              THRU 6050-READ-FMVTSTK-FIN.
      *
      *--------------- PREUVE ARTICLE PAR ARTICLE --------------------*
      *
           PERFORM 7000-CLE-MINI-DEB
              THRU 7000-CLE-MINI-FIN.
           PERFORM 1000-TRT-ARTICLE-DEB
              THRU 1000-TRT-ARTICLE-FIN
             UNTIL WS-CLE-COUR = HIGH-VALUES.
      *
      *--------------- EMPLACEMENTS D'ARTICLES ABSENTS ---------------*
      *
           PERFORM 3000-EMPL-ORPHELIN-DEB
              THRU 3000-EMPL-ORPHELIN-FIN
             VARYING WS-IX-RBN FROM 1 BY 1
               UNTIL WS-IX-RBN > WS-NB-RBN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-ARTICLES          TO WS-RUN-NBENR.
           IF WS-CPT-ECARTS > ZERO
              MOVE 4                     TO WS-RUN-RC
           ELSE
              MOVE ZERO                  TO WS-RUN-RC
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
      *   PREUVE D'UN ARTICLE : VEILLE + MOUVEMENTS = JOUR            *
      *---------------------------------------------------------------*
      *
       1000-TRT-ARTICLE-DEB.
      *
           ADD 1                         TO WS-CPT-ARTICLES.
           MOVE ZERO                     TO WS-NB-RLT
                                            WS-NB-RTX
                                            WS-RF-ART-PREC
                                            WS-RF-ART-NOUV.
           SET ART-NOUV-ABSENT           TO TRUE.
      *
           IF WS-APR-CODE = WS-CLE-COUR
              MOVE WS-APR-QTE            TO WS-RF-ART-PREC
              PERFORM 6010-READ-FARTPREC-DEB
                 THRU 6010-READ-FARTPREC-FIN
           END-IF.
           IF WS-ART-CODE = WS-CLE-COUR
              MOVE WS-ART-QTE            TO WS-RF-ART-NOUV
              SET ART-NOUV-PRESENT       TO TRUE
              PERFORM 6020-READ-FARTNOUV-DEB
                 THRU 6020-READ-FARTNOUV-FIN
           END-IF.
      *
      *    LOTS DE LA VEILLE, TRANSACTIONS DANS L'ORDRE DU FICHIER
      *    (UN AJUSTEMENT REMPLACE LA QUANTITE ATTEINTE A SON RANG),
      *    PUIS LOTS DU JOUR.
      *
           PERFORM 1100-CHARGE-LOT-PREC-DEB
              THRU 1100-CHARGE-LOT-PREC-FIN
             UNTIL WS-LPR-ART NOT = WS-CLE-COUR.
           PERFORM 1200-CHARGE-MVT-DEB
              THRU 1200-CHARGE-MVT-FIN
             UNTIL WS-MST-ART-CODE NOT = WS-CLE-COUR.
           PERFORM 1300-CHARGE-LOT-NOUV-DEB
              THRU 1300-CHARGE-LOT-NOUV-FIN
             UNTIL WS-LOT-ART NOT = WS-CLE-COUR.
      *
           PERFORM 2000-CTRL-ARTICLE-DEB
              THRU 2000-CTRL-ARTICLE-FIN.
           PERFORM 2100-CTRL-LOT-DEB
              THRU 2100-CTRL-LOT-FIN
             VARYING WS-IX-RLT FROM 1 BY 1
               UNTIL WS-IX-RLT > WS-NB-RLT.
           PERFORM 2200-CTRL-EMPLACEMENT-DEB
              THRU 2200-CTRL-EMPLACEMENT-FIN.
      *
           PERFORM 7000-CLE-MINI-DEB
              THRU 7000-CLE-MINI-FIN.
      *
       1000-TRT-ARTICLE-FIN.
           EXIT.
      *
       1100-CHARGE-LOT-PREC-DEB.
           MOVE WS-LPR-NUM               TO WS-RLT-CHERCHE.
           PERFORM 7100-RECH-LOT-DEB
              THRU 7100-RECH-LOT-FIN.
           MOVE WS-LPR-QTE               TO WS-RLT-QTE-PREC(WS-IX-RLT)
                                            WS-RLT-QTE-ATT(WS-IX-RLT).
           PERFORM 6030-READ-FLOTPREC-DEB
              THRU 6030-READ-FLOTPREC-FIN.
       1100-CHARGE-LOT-PREC-FIN.
           EXIT.
      *
       1200-CHARGE-MVT-DEB.
           IF WS-NB-RTX = 500
              DISPLAY 'TABLE DES TRANSACTIONS SATUREE (500) : '
                      WS-CLE-COUR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-RTX.
           MOVE WS-MST-LOT               TO WS-RTX-LOT(WS-NB-RTX).
           MOVE WS-MST-TYPE              TO WS-RTX-TYPE(WS-NB-RTX).
           MOVE WS-MST-QTE               TO WS-RTX-QTE(WS-NB-RTX).
           MOVE WS-MST-REF               TO WS-RTX-REF(WS-NB-RTX).
      *
           MOVE WS-MST-LOT               TO WS-RLT-CHERCHE.
           PERFORM 7100-RECH-LOT-DEB
              THRU 7100-RECH-LOT-FIN.
           EVALUATE TRUE
              WHEN MST-RECEPTION
                 ADD WS-MST-QTE        TO WS-RLT-QTE-ATT(WS-IX-RLT)
              WHEN MST-SORTIE
                 SUBTRACT WS-MST-QTE FROM WS-RLT-QTE-ATT(WS-IX-RLT)
              WHEN MST-AJUSTEMENT
                 MOVE WS-MST-QTE       TO WS-RLT-QTE-ATT(WS-IX-RLT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           PERFORM 6050-READ-FMVTSTK-DEB
              THRU 6050-READ-FMVTSTK-FIN.
       1200-CHARGE-MVT-FIN.
           EXIT.
      *
       1300-CHARGE-LOT-NOUV-DEB.
           MOVE WS-LOT-NUM               TO WS-RLT-CHERCHE.
           PERFORM 7100-RECH-LOT-DEB
              THRU 7100-RECH-LOT-FIN.
           MOVE WS-LOT-QTE               TO WS-RLT-QTE-NOUV(WS-IX-RLT).
           PERFORM 6040-READ-FLOTNOUV-DEB
              THRU 6040-READ-FLOTNOUV-FIN.
       1300-CHARGE-LOT-NOUV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLES DE L'ARTICLE EN COURS                             *
      *---------------------------------------------------------------*
      *
      *    STOCK ATTENDU DE L'ARTICLE = VEILLE + VARIATION DE CHACUN
      *    DE SES LOTS (ATTENDU - VEILLE).
      *
       2000-CTRL-ARTICLE-DEB.
           MOVE WS-RF-ART-PREC           TO WS-RF-ART-ATT.
           PERFORM 7200-VARIATION-LOT-DEB
              THRU 7200-VARIATION-LOT-FIN
             VARYING WS-IX-RLT FROM 1 BY 1
               UNTIL WS-IX-RLT > WS-NB-RLT.
           IF WS-RF-ART-ATT = WS-RF-ART-NOUV
              GO TO 2000-CTRL-ARTICLE-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ECART-ART
                                            WS-CPT-ECARTS.
           MOVE 'ARTICLE'                TO WS-LRFW-NIV-ED.
           MOVE SPACES                   TO WS-LRFW-LOT-ED
                                            WS-RTX-FILTRE.
           MOVE WS-RF-ART-PREC           TO WS-RF-PREC.
           MOVE WS-RF-ART-ATT            TO WS-RF-ATT.
           MOVE WS-RF-ART-NOUV           TO WS-RF-NOUV.
           PERFORM 8010-EDIT-ECART-DEB
              THRU 8010-EDIT-ECART-FIN.
       2000-CTRL-ARTICLE-FIN.
           EXIT.
      *
       2100-CTRL-LOT-DEB.
           ADD 1                         TO WS-CPT-LOTS.
           IF WS-RLT-QTE-ATT(WS-IX-RLT) = WS-RLT-QTE-NOUV(WS-IX-RLT)
              GO TO 2100-CTRL-LOT-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ECART-LOT
                                            WS-CPT-ECARTS.
           MOVE 'LOT'                    TO WS-LRFW-NIV-ED.
           MOVE WS-RLT-NUM(WS-IX-RLT)    TO WS-LRFW-LOT-ED
                                            WS-RTX-FILTRE.
           MOVE WS-RLT-QTE-PREC(WS-IX-RLT) TO WS-RF-PREC.
           MOVE WS-RLT-QTE-ATT(WS-IX-RLT)  TO WS-RF-ATT.
           MOVE WS-RLT-QTE-NOUV(WS-IX-RLT) TO WS-RF-NOUV.
           PERFORM 8010-EDIT-ECART-DEB
              THRU 8010-EDIT-ECART-FIN.
       2100-CTRL-LOT-FIN.
           EXIT.
      *
      *    LA SOMME DES EMPLACEMENTS DE L'ARTICLE DOIT EGALER SON
      *    STOCK DU JOUR (ZERO POUR UN ARTICLE DISPARU DE L'EXTRAIT) ;
      *    LA COLONNE ATTENDU PORTE ALORS LA SOMME DES EMPLACEMENTS.
      *
       2200-CTRL-EMPLACEMENT-DEB.
           MOVE WS-CLE-COUR              TO WS-RBN-CHERCHE.
           PERFORM 7300-RECH-EMPL-DEB
              THRU 7300-RECH-EMPL-FIN.
           IF RBN-NON-TROUVE
              IF WS-RF-ART-NOUV = ZERO
                 GO TO 2200-CTRL-EMPLACEMENT-FIN
              END-IF
              MOVE ZERO                  TO WS-RF-ATT
           ELSE
              SET RBN-VU(WS-IX-RBN)      TO TRUE
              IF WS-RBN-QTE(WS-IX-RBN) = WS-RF-ART-NOUV
                 GO TO 2200-CTRL-EMPLACEMENT-FIN
              END-IF
              MOVE WS-RBN-QTE(WS-IX-RBN) TO WS-RF-ATT
           END-IF.
           ADD 1                         TO WS-CPT-ECART-EMP
                                            WS-CPT-ECARTS.
           MOVE 'EMPLAC.'                TO WS-LRFW-NIV-ED.
           MOVE SPACES                   TO WS-LRFW-LOT-ED
                                            WS-RTX-FILTRE.
           MOVE WS-RF-ART-PREC           TO WS-RF-PREC.
           MOVE WS-RF-ART-NOUV           TO WS-RF-NOUV.
           PERFORM 8010-EDIT-ECART-DEB
              THRU 8010-EDIT-ECART-FIN.
       2200-CTRL-EMPLACEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   EMPLACEMENTS OCCUPES PAR UN ARTICLE ABSENT DES EXTRAITS     *
      *---------------------------------------------------------------*
      *
       3000-EMPL-ORPHELIN-DEB.
           IF RBN-VU(WS-IX-RBN)
              OR WS-RBN-QTE(WS-IX-RBN) = ZERO
              GO TO 3000-EMPL-ORPHELIN-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ECART-EMP
                                            WS-CPT-ECARTS.
           MOVE 'EMPLAC.'                TO WS-LRFW-NIV-ED.
           MOVE WS-RBN-ART(WS-IX-RBN)    TO WS-LRFW-ART-ED.
           MOVE SPACES                   TO WS-LRFW-LOT-ED
                                            WS-RTX-FILTRE.
           MOVE ZERO                     TO WS-RF-PREC
                                            WS-RF-NOUV
                                            WS-NB-RTX.
           MOVE WS-RBN-QTE(WS-IX-RBN)    TO WS-RF-ATT.
           PERFORM 8010-EDIT-ECART-DEB
              THRU 8010-EDIT-ECART-FIN.
       3000-EMPL-ORPHELIN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-ARTPREC-E.
           IF NOT OK-ARTPREC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARTPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ARTNOUV-E.
           IF NOT OK-ARTNOUV-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARTNOUV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTNOUV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOTPREC-E.
           IF NOT OK-LOTPREC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOTPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOTPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOTNOUV-E.
           IF NOT OK-LOTNOUV-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOTNOUV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOTNOUV-E
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
           OPEN INPUT F-BINLOC-E.
           IF NOT OK-BINLOC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BINLOC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATRFW-S.
           IF NOT OK-ETATRFW
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATRFW-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRFW
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FARTPREC-DEB.
           READ F-ARTPREC-E INTO WS-APR-ENR.
           IF EOF-ARTPREC-E
              MOVE HIGH-VALUES           TO WS-APR-CODE
           END-IF.
           IF NOT (OK-ARTPREC-E OR EOF-ARTPREC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARTPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FARTPREC-FIN.
           EXIT.
      *
       6020-READ-FARTNOUV-DEB.
           READ F-ARTNOUV-E INTO WS-ART-ENR.
           IF EOF-ARTNOUV-E
              MOVE HIGH-VALUES           TO WS-ART-CODE
           END-IF.
           IF NOT (OK-ARTNOUV-E OR EOF-ARTNOUV-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARTNOUV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTNOUV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FARTNOUV-FIN.
           EXIT.
      *
       6030-READ-FLOTPREC-DEB.
           READ F-LOTPREC-E INTO WS-LPR-ENR.
           IF EOF-LOTPREC-E
              MOVE HIGH-VALUES           TO WS-LPR-ART
           END-IF.
           IF NOT (OK-LOTPREC-E OR EOF-LOTPREC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOTPREC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOTPREC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FLOTPREC-FIN.
           EXIT.
      *
       6040-READ-FLOTNOUV-DEB.
           READ F-LOTNOUV-E INTO WS-LOT-ENR.
           IF EOF-LOTNOUV-E
              MOVE HIGH-VALUES           TO WS-LOT-ART
           END-IF.
           IF NOT (OK-LOTNOUV-E OR EOF-LOTNOUV-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOTNOUV-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOTNOUV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FLOTNOUV-FIN.
           EXIT.
      *
       6050-READ-FMVTSTK-DEB.
           READ F-MVTSTK-E INTO WS-ENRG-F-MVTSTK.
           IF EOF-MVTSTK-E
              SET MST-ART-MAX            TO TRUE
           ELSE
              ADD 1                      TO WS-CPT-MVT
           END-IF.
           IF NOT (OK-MVTSTK-E OR EOF-MVTSTK-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTSTK-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTSTK-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-FMVTSTK-FIN.
           EXIT.
      *
       6060-READ-FBINLOC-DEB.
           READ F-BINLOC-E NEXT RECORD INTO WS-ENR-BINLOC
              AT END SET EOF-BINLOC-E    TO TRUE
           END-READ.
           IF NOT (OK-BINLOC-E OR EOF-BINLOC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BINLOC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-READ-FBINLOC-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ARTPREC-E
                 F-ARTNOUV-E
                 F-LOTPREC-E
                 F-LOTNOUV-E
                 F-MVTSTK-E
                 F-BINLOC-E.
           CLOSE F-ETATRFW-S.
           IF NOT OK-ETATRFW
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATRFW-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRFW
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CUMUL DES QUANTITES EN PLACE PAR ARTICLE (CASIERS VIDES
      *    IGNORES).
      *
       6100-CHARGE-EMPLACEMENTS-DEB.
           PERFORM 6060-READ-FBINLOC-DEB
              THRU 6060-READ-FBINLOC-FIN.
           PERFORM 6110-ALIM-TAB-EMPL-DEB
              THRU 6110-ALIM-TAB-EMPL-FIN
             UNTIL EOF-BINLOC-E.
       6100-CHARGE-EMPLACEMENTS-FIN.
           EXIT.
      *
       6110-ALIM-TAB-EMPL-DEB.
           IF WS-BINLOC-ART-CODE NOT = SPACES
              ADD 1                      TO WS-CPT-BINS
              MOVE WS-BINLOC-ART-CODE    TO WS-RBN-CHERCHE
              PERFORM 7300-RECH-EMPL-DEB
                 THRU 7300-RECH-EMPL-FIN
              IF RBN-NON-TROUVE
                 IF WS-NB-RBN = 5000
                    DISPLAY 'TABLE DES EMPLACEMENTS SATUREE (5000)'
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
                 ADD 1                   TO WS-NB-RBN
                 MOVE WS-NB-RBN          TO WS-IX-RBN
                 MOVE WS-BINLOC-ART-CODE TO WS-RBN-ART(WS-IX-RBN)
                 MOVE ZERO               TO WS-RBN-QTE(WS-IX-RBN)
                 MOVE 'N'                TO WS-RBN-VU(WS-IX-RBN)
              END-IF
              ADD WS-BINLOC-QTE          TO WS-RBN-QTE(WS-IX-RBN)
           END-IF.
           PERFORM 6060-READ-FBINLOC-DEB
              THRU 6060-READ-FBINLOC-FIN.
       6110-ALIM-TAB-EMPL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PLUS PETITE CLE ARTICLE DES CINQ FLUX (HIGH-VALUES EN FIN
      *    DE FICHIER) : ARTICLE A PROUVER.
      *
       7000-CLE-MINI-DEB.
           MOVE WS-APR-CODE              TO WS-CLE-COUR.
           IF WS-ART-CODE < WS-CLE-COUR
              MOVE WS-ART-CODE           TO WS-CLE-COUR
           END-IF.
           IF WS-LPR-ART < WS-CLE-COUR
              MOVE WS-LPR-ART            TO WS-CLE-COUR
           END-IF.
           IF WS-LOT-ART < WS-CLE-COUR
              MOVE WS-LOT-ART            TO WS-CLE-COUR
           END-IF.
           IF WS-MST-ART-CODE < WS-CLE-COUR
              MOVE WS-MST-ART-CODE       TO WS-CLE-COUR
           END-IF.
           MOVE WS-CLE-COUR              TO WS-LRFW-ART-ED.
       7000-CLE-MINI-FIN.
           EXIT.
      *
      *    POSTE DU LOT WS-RLT-CHERCHE DANS LA TABLE DE L'ARTICLE,
      *    CREE A ZERO S'IL N'Y EST PAS ENCORE.
      *
       7100-RECH-LOT-DEB.
           SET RLT-NON-TROUVE            TO TRUE.
           PERFORM 7110-COMPARE-LOT-DEB
              THRU 7110-COMPARE-LOT-FIN
             VARYING WS-IX-RLT FROM 1 BY 1
               UNTIL WS-IX-RLT > WS-NB-RLT
                  OR RLT-TROUVE.
           IF RLT-TROUVE
              SUBTRACT 1               FROM WS-IX-RLT
           ELSE
              IF WS-NB-RLT = 300
                 DISPLAY 'TABLE DES LOTS SATUREE (300) : '
                         WS-CLE-COUR
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-RLT
              MOVE WS-NB-RLT             TO WS-IX-RLT
              MOVE WS-RLT-CHERCHE        TO WS-RLT-NUM(WS-IX-RLT)
              MOVE ZERO                  TO WS-RLT-QTE-PREC(WS-IX-RLT)
                                            WS-RLT-QTE-ATT(WS-IX-RLT)
                                            WS-RLT-QTE-NOUV(WS-IX-RLT)
           END-IF.
       7100-RECH-LOT-FIN.
           EXIT.
      *
       7110-COMPARE-LOT-DEB.
           IF WS-RLT-NUM(WS-IX-RLT) = WS-RLT-CHERCHE
              SET RLT-TROUVE             TO TRUE
           END-IF.
       7110-COMPARE-LOT-FIN.
           EXIT.
      *
       7200-VARIATION-LOT-DEB.
           COMPUTE WS-RF-ART-ATT = WS-RF-ART-ATT
                 + WS-RLT-QTE-ATT(WS-IX-RLT)
                 - WS-RLT-QTE-PREC(WS-IX-RLT).
       7200-VARIATION-LOT-FIN.
           EXIT.
      *
       7300-RECH-EMPL-DEB.
           SET RBN-NON-TROUVE            TO TRUE.
           PERFORM 7310-COMPARE-EMPL-DEB
              THRU 7310-COMPARE-EMPL-FIN
             VARYING WS-IX-RBN FROM 1 BY 1
               UNTIL WS-IX-RBN > WS-NB-RBN
                  OR RBN-TROUVE.
           IF RBN-TROUVE
              SUBTRACT 1               FROM WS-IX-RBN
           END-IF.
       7300-RECH-EMPL-FIN.
           EXIT.
      *
       7310-COMPARE-EMPL-DEB.
           IF WS-RBN-ART(WS-IX-RBN) = WS-RBN-CHERCHE
              SET RBN-TROUVE             TO TRUE
           END-IF.
       7310-COMPARE-EMPL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-TIRET.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-COLONNES.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
      *    LIGNE D'ECART PUIS TRANSACTIONS DU JOUR DE L'ARTICLE (DU
      *    SEUL LOT EN ECART SI WS-RTX-FILTRE EST RENSEIGNE).
      *
       8010-EDIT-ECART-DEB.
           COMPUTE WS-RF-ECART = WS-RF-NOUV - WS-RF-ATT.
           MOVE WS-RF-PREC               TO WS-LRFW-PREC-ED.
           MOVE WS-RF-ATT                TO WS-LRFW-ATT-ED.
           MOVE WS-RF-NOUV               TO WS-LRFW-NOUV-ED.
           MOVE WS-RF-ECART              TO WS-LRFW-ECART-ED.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-ECART.
           PERFORM 8090-CTRL-ECRITURE-DEB
              THRU 8090-CTRL-ECRITURE-FIN.
           IF WS-NB-RTX = ZERO
              WRITE FS-ENRG-ETATRFW-S    FROM WS-LRFW-AUCUNE-TRX
              PERFORM 8090-CTRL-ECRITURE-DEB
                 THRU 8090-CTRL-ECRITURE-FIN
           ELSE
              PERFORM 8020-EDIT-UNE-TRX-DEB
                 THRU 8020-EDIT-UNE-TRX-FIN
                VARYING WS-IX-RTX FROM 1 BY 1
                  UNTIL WS-IX-RTX > WS-NB-RTX
           END-IF.
       8010-EDIT-ECART-FIN.
           EXIT.
      *
       8020-EDIT-UNE-TRX-DEB.
           IF WS-RTX-FILTRE NOT = SPACES
              AND WS-RTX-LOT(WS-IX-RTX) NOT = WS-RTX-FILTRE
              GO TO 8020-EDIT-UNE-TRX-FIN
           END-IF.
           MOVE WS-RTX-TYPE(WS-IX-RTX)   TO WS-LRFW-TX-TYPE-ED.
           MOVE WS-RTX-LOT(WS-IX-RTX)    TO WS-LRFW-TX-LOT-ED.
           MOVE WS-RTX-QTE(WS-IX-RTX)    TO WS-LRFW-TX-QTE-ED.
           MOVE WS-RTX-REF(WS-IX-RTX)    TO WS-LRFW-TX-REF-ED.
           WRITE FS-ENRG-ETATRFW-S       FROM WS-LRFW-TRX.
           PERFORM 8090-CTRL-ECRITURE-DEB
              THRU 8090-CTRL-ECRITURE-FIN.
       8020-EDIT-UNE-TRX-FIN.
           EXIT.
      *
       8090-CTRL-ECRITURE-DEB.
           IF NOT OK-ETATRFW
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRFW-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRFW
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8090-CTRL-ECRITURE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO125     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'ARTICLES PROUVES             :  ' WS-CPT-ARTICLES.
           DISPLAY 'LOTS PROUVES                 :  ' WS-CPT-LOTS.
           DISPLAY 'TRANSACTIONS DU JOUR LUES    :  ' WS-CPT-MVT.
           DISPLAY 'EMPLACEMENTS OCCUPES LUS     :  ' WS-CPT-BINS.
           DISPLAY 'ECARTS ARTICLE               :  '
                   WS-CPT-ECART-ART.
           DISPLAY 'ECARTS LOT                   :  '
                   WS-CPT-ECART-LOT.
           DISPLAY 'ECARTS EMPLACEMENTS          :  '
                   WS-CPT-ECART-EMP.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO125         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO125        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
