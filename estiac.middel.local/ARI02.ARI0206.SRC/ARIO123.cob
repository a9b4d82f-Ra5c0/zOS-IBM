      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO123                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  MODIFICATION ET ANNULATION DES COMMANDES CLIENTS, PASSE      *
      *  AVANT L'ALLOCATION ARIO942. LES MOUVEMENTS DU SERVICE        *
      *  CLIENTS (COPY MODCDE) REDUISENT LA QUANTITE D'UNE LIGNE      *
      *  ('Q'), ANNULENT UNE LIGNE ('L') OU TOUTE UNE COMMANDE        *
      *  ('C'). SONT REFUSES, AVEC LA RAISON A L'ETAT :               *
      *    - LES COMMANDES PRESENTES SUR UN BON DE LIVRAISON          *
      *      (REGISTRE BLREG DE L'EDITION DES BONS ARIO092) ;         *
      *    - LES LIGNES SERVIES (EXPEDITION CONFIRMEE PAR ARIO093) ;  *
      *    - LES LIGNES DEJA ANNULEES, LES COMMANDES OU LIGNES        *
      *      INCONNUES ET LES REDUCTIONS QUI N'EN SONT PAS.           *
      *  LA QUANTITE ALLOUEE LIBEREE EST RETIREE DE LA QUANTITE       *
      *  ALLOUEE DE L'ARTICLE (WS-ART-QTE-ALLOUEE, ART0206) ET        *
      *  REDEVIENT DISPONIBLE ; SUR UNE LIGNE SUBSTITUEE, ELLE EST    *
      *  LIBEREE D'ABORD SUR L'ARTICLE DE SUBSTITUTION PUIS SUR       *
      *  L'ARTICLE COMMANDE. CHAQUE LIGNE MODIFIEE DONNE UNE TRACE    *
      *  DE SERVICE (COPY SRVHIS, PASSAGE 'M'). LES COMMANDES         *
      *  RESSORTENT SUR F-CDE-S (CDENEW) ; LES LIGNES ANNULEES Y      *
      *  PORTENT LE STATUT 'X'.                                       *
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
       PROGRAM-ID.      ARIO123.
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
      *                      F-MOD-E : MOUVEMENTS DE MODIFICATION
      *                      -------------------------------------------
           SELECT  F-MOD-E             ASSIGN TO MODCDE
                   FILE STATUS         IS WS-FS-MOD.
      *                      -------------------------------------------
      *                      F-BLREG-E : REGISTRE DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  OPTIONAL F-BLREG-E  ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG.
      *                      -------------------------------------------
      *                      F-CDE-E : COMMANDES CLIENTS EN ENTREE
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO CDE0206
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      F-CDE-S : COMMANDES MISES A JOUR
      *                      -------------------------------------------
           SELECT  F-CDE-S             ASSIGN TO CDENEW
                   FILE STATUS         IS WS-FS-CDE-S.
      *                      -------------------------------------------
      *                      F-ART-ES : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-ES            ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART.
      *                      -------------------------------------------
      *                      F-SRVHIS-S : HISTORIQUE DE SERVICE
      *                      -------------------------------------------
           SELECT  F-SRVHIS-S          ASSIGN TO SRVHIS
                   FILE STATUS         IS WS-FS-SRVHIS.
      *                      -------------------------------------------
      *                      F-ETAT-S : ETAT DES MODIFICATIONS
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATMOD
                   FILE STATUS         IS WS-FS-ETAT.
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
       FD  F-MOD-E
           RECORDING MODE IS F.
       01  FS-ENRG-MOD-E              PIC X(50).
      *
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-CDE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-E              PIC X(60).
      *
       FD  F-CDE-S
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-S              PIC X(60).
      *
       FD  F-ART-ES
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-SRVHIS-S
           RECORDING MODE IS F.
       01  FS-ENRG-SRVHIS-S           PIC X(60).
      *
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETAT-S             PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- MOUVEMENT DE MODIFICATION ---------------------*
      *
           COPY MODCDE.
      *
      *---------------- REGISTRE DES BONS DE LIVRAISON ----------------*
      *
           COPY BLREG.
      *
      *---------------- COMMANDE CLIENT -------------------------------*
      *
           COPY CDECLI.
      *
      *---------------- ENREGISTREMENT ARTICLE ------------------------*
      *
           COPY ARTICLE.
      *
      *---------------- HISTORIQUE DE SERVICE -------------------------*
      *
           COPY SRVHIS.
      *
      *---------------- MOUVEMENTS EN MEMOIRE -------------------------*
      *
       01  WS-TAB-MOD.
           05  WS-TMD-EL             OCCURS 500 TIMES.
               10  WS-TMD-TYPE       PIC X(01).
                   88  TMD-REDUCTION     VALUE 'Q'.
                   88  TMD-ANNUL-LIGNE   VALUE 'L'.
                   88  TMD-ANNUL-CDE     VALUE 'C'.
               10  WS-TMD-CDE-NO     PIC X(08).
               10  WS-TMD-ART        PIC X(06).
               10  WS-TMD-QTE        PIC 9(06).
               10  WS-TMD-DATE       PIC 9(08).
               10  WS-TMD-DEMANDEUR  PIC X(08).
               10  WS-TMD-MOTIF      PIC X(13).
               10  WS-TMD-ETAT       PIC X(01).
                   88  TMD-A-TRAITER     VALUE 'A'.
                   88  TMD-APPLIQUE      VALUE 'F'.
                   88  TMD-REFUSE        VALUE 'R'.
               10  WS-TMD-NB-LIG     PIC S9(04) COMP.
               10  WS-TMD-REFUS      PIC X(40).
       01  WS-NB-MOD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-MOD                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-MOD                 PIC XX.
           88  OK-MOD                VALUE '00'.
           88  EOF-MOD               VALUE '10'.
       01  WS-FS-BLREG               PIC XX.
           88  OK-BLREG              VALUE '00'.
           88  EOF-BLREG             VALUE '10'.
           88  NOTFOUND-BLREG        VALUE '35'.
       01  WS-FS-CDE-E               PIC XX.
           88  OK-CDE-E              VALUE '00' '05'.
           88  EOF-CDE-E             VALUE '10'.
       01  WS-FS-CDE-S               PIC XX.
           88  OK-CDE-S              VALUE '00'.
       01  WS-FS-ART                 PIC XX.
           88  OK-ART                VALUE '00'.
           88  NOTFOUND-ART          VALUE '23'.
       01  WS-FS-SRVHIS              PIC XX.
           88  OK-SRVHIS             VALUE '00'.
       01  WS-FS-ETAT                PIC XX.
           88  OK-ETAT               VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-SW-LIGNE-VISEE         PIC X(01).
           88  LIGNE-VISEE           VALUE 'O'.
           88  LIGNE-NON-VISEE       VALUE 'N'.
       01  WS-SW-LIGNE-MODIFIEE      PIC X(01).
           88  LIGNE-MODIFIEE        VALUE 'O'.
           88  LIGNE-NON-MODIFIEE    VALUE 'N'.
       01  WS-QTE-AVANT              PIC 9(06).
       01  WS-ALLOUEE-AVANT          PIC 9(06).
       01  WS-QTE-LIBEREE            PIC 9(06).
       01  WS-QTE-A-LIBERER          PIC 9(06).
       01  WS-QTE-PRISE              PIC 9(06).
       01  WS-ART-LIBERE             PIC X(06).
       01  WS-NOTE-LIGNE             PIC X(30).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-MOD-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-MOD-APPLIQUES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-MOD-REFUSES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-LUS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-CDE-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-ANNULEES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-REDUITES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-ANOMALIE       PIC 9(05) VALUE ZERO.
       01  WS-TOT-LIBERE             PIC 9(09) VALUE ZERO.
      *
      *---------------- LIGNES DE L'ETAT ------------------------------*
      *
       01  WS-LMOD-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LMOD-TITRE.
           05  FILLER                PIC X(50) VALUE
               'ESTIAC - MODIFICATIONS DE COMMANDES CLIENTS DU   '.
           05  WS-LMOD-DATE-ED       PIC 9(08).
       01  WS-LMOD-SECT-APPLIQ       PIC X(132) VALUE
           'LIGNES DE COMMANDE MODIFIEES OU ANNULEES'.
       01  WS-LMOD-ENT-APPLIQ.
           05  FILLER                PIC X(40) VALUE
               'COMMANDE  CLIENT    ARTICLE T  QTE AV QT'.
           05  FILLER                PIC X(40) VALUE
               'E AP  ALLOUE LIBERE  S  DEMANDEU  MOTIF '.
           05  FILLER                PIC X(52) VALUE
               '         OBSERVATION'.
       01  WS-LMOD-APPLIQ.
           05  WS-LMOD-A-CDE-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-CLI-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-TYPE-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-QAV-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMOD-A-QAP-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-ALL-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMOD-A-LIB-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-STAT-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-DEM-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-MOTIF-ED    PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-A-NOTE-ED     PIC X(30).
       01  WS-LMOD-SECT-REFUS        PIC X(132) VALUE
           'MOUVEMENTS REFUSES'.
       01  WS-LMOD-ENT-REFUS.
           05  FILLER                PIC X(40) VALUE
               'T  COMMANDE  ARTICL     QTE  DATE      D'.
           05  FILLER                PIC X(92) VALUE
               'EMANDEU  MOTIF          RAISON DU REFUS'.
       01  WS-LMOD-REFUS.
           05  WS-LMOD-R-TYPE-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-CDE-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-QTE-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-DATE-ED     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-DEM-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-MOTIF-ED    PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LMOD-R-REFUS-ED    PIC X(40).
       01  WS-LMOD-AUCUN             PIC X(132) VALUE
           '   AUCUN'.
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
           MOVE 'ARIO123'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
      *--------------- CHARGEMENT DES MOUVEMENTS ----------------------*
      *
           PERFORM 6010-READ-FMOD-DEB
              THRU 6010-READ-FMOD-FIN.
           PERFORM 1000-CHARGE-MOUVEMENT-DEB
              THRU 1000-CHARGE-MOUVEMENT-FIN
             UNTIL EOF-MOD.
      *
      *--------------- REFUS DES COMMANDES SUR BON DE LIVRAISON -------*
      *
           PERFORM 6200-CONTROLE-BLREG-DEB
              THRU 6200-CONTROLE-BLREG-FIN.
      *
      *--------------- PREMIER PASSAGE : CONTROLE DES LIGNES ----------*
      *
           PERFORM 6300-OPEN-FCDE-DEB
              THRU 6300-OPEN-FCDE-FIN.
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
           PERFORM 2000-CONTROLE-LIGNE-DEB
              THRU 2000-CONTROLE-LIGNE-FIN
             UNTIL EOF-CDE-E.
           PERFORM 6390-CLOSE-FCDE-DEB
              THRU 6390-CLOSE-FCDE-FIN.
      *
           PERFORM 2200-MOUVEMENT-SANS-LIGNE-DEB
              THRU 2200-MOUVEMENT-SANS-LIGNE-FIN
             VARYING WS-IX-MOD FROM 1 BY 1
               UNTIL WS-IX-MOD > WS-NB-MOD.
      *
      *--------------- SECOND PASSAGE : APPLICATION ET CDENEW ---------*
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
           PERFORM 6300-OPEN-FCDE-DEB
              THRU 6300-OPEN-FCDE-FIN.
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
           PERFORM 3000-APPLIQUE-LIGNE-DEB
              THRU 3000-APPLIQUE-LIGNE-FIN
             UNTIL EOF-CDE-E.
           PERFORM 6390-CLOSE-FCDE-DEB
              THRU 6390-CLOSE-FCDE-FIN.
      *
      *--------------- MOUVEMENTS REFUSES -----------------------------*
      *
           PERFORM 8100-EDIT-REFUS-DEB
              THRU 8100-EDIT-REFUS-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-LIG-ANNULEES
                                + WS-CPT-LIG-REDUITES.
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
      *   CHARGEMENT ET CONTROLE DE FORME D'UN MOUVEMENT              *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-MOUVEMENT-DEB.
      *
           ADD 1                         TO WS-CPT-MOD-LUS.
           IF WS-NB-MOD = 500
              DISPLAY 'TABLE DES MOUVEMENTS SATUREE (500)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-MOD.
           MOVE WS-NB-MOD                TO WS-IX-MOD.
           MOVE WS-MOD-TYPE              TO WS-TMD-TYPE(WS-IX-MOD).
           MOVE WS-MOD-CDE-NO            TO WS-TMD-CDE-NO(WS-IX-MOD).
           MOVE WS-MOD-ART               TO WS-TMD-ART(WS-IX-MOD).
           MOVE WS-MOD-DATE              TO WS-TMD-DATE(WS-IX-MOD).
           MOVE WS-MOD-DEMANDEUR         TO WS-TMD-DEMANDEUR(WS-IX-MOD).
           MOVE WS-MOD-MOTIF             TO WS-TMD-MOTIF(WS-IX-MOD).
           MOVE ZERO                     TO WS-TMD-QTE(WS-IX-MOD)
                                            WS-TMD-NB-LIG(WS-IX-MOD).
           MOVE SPACES                   TO WS-TMD-REFUS(WS-IX-MOD).
           SET TMD-A-TRAITER(WS-IX-MOD)  TO TRUE.
      *
           IF NOT (MOD-REDUCTION OR MOD-ANNUL-LIGNE OR MOD-ANNUL-CDE)
              MOVE 'TYPE DE MOUVEMENT INCONNU'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              GO TO 1000-REFUS
           END-IF.
           IF WS-MOD-CDE-NO = SPACES
              MOVE 'NUMERO DE COMMANDE ABSENT'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              GO TO 1000-REFUS
           END-IF.
           IF NOT MOD-ANNUL-CDE
              AND WS-MOD-ART = SPACES
              MOVE 'ARTICLE DE LA LIGNE ABSENT'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              GO TO 1000-REFUS
           END-IF.
           IF MOD-REDUCTION
              IF WS-MOD-QTE IS NOT NUMERIC
                 MOVE 'NOUVELLE QUANTITE INVALIDE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
                 GO TO 1000-REFUS
              END-IF
              IF WS-MOD-QTE = ZERO
                 MOVE 'QUANTITE NULLE : ANNULER LA LIGNE (L)'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
                 GO TO 1000-REFUS
              END-IF
              MOVE WS-MOD-QTE            TO WS-TMD-QTE(WS-IX-MOD)
           END-IF.
           GO TO 1000-SUITE.
      *
       1000-REFUS.
           SET TMD-REFUSE(WS-IX-MOD)     TO TRUE.
      *
       1000-SUITE.
           PERFORM 6010-READ-FMOD-DEB
              THRU 6010-READ-FMOD-FIN.
      *
       1000-CHARGE-MOUVEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PREMIER PASSAGE : CONTROLE DES MOUVEMENTS SUR LES LIGNES    *
      *---------------------------------------------------------------*
      *
       2000-CONTROLE-LIGNE-DEB.
      *
           ADD 1                         TO WS-CPT-CDE-LUES.
           PERFORM 2100-CONTROLE-MOUVEMENT-DEB
              THRU 2100-CONTROLE-MOUVEMENT-FIN
             VARYING WS-IX-MOD FROM 1 BY 1
               UNTIL WS-IX-MOD > WS-NB-MOD.
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
      *
       2000-CONTROLE-LIGNE-FIN.
           EXIT.
      *
      *    UNE LIGNE SERVIE BLOQUE LE MOUVEMENT QUI LA VISE (TOUTE LA
      *    COMMANDE POUR UNE ANNULATION 'C') ; UNE LIGNE DEJA ANNULEE
      *    N'EST PAS COMPTEE POUR UN 'C' ET REFUSE UN 'L' OU UN 'Q'.
      *
       2100-CONTROLE-MOUVEMENT-DEB.
      *
           IF NOT TMD-A-TRAITER(WS-IX-MOD)
              GO TO 2100-CONTROLE-MOUVEMENT-FIN
           END-IF.
           PERFORM 7000-LIGNE-VISEE-DEB
              THRU 7000-LIGNE-VISEE-FIN.
           IF LIGNE-NON-VISEE
              GO TO 2100-CONTROLE-MOUVEMENT-FIN
           END-IF.
           IF CDE-SERVIE
              MOVE 'CONFIRMEE A L''EXPEDITION (ARIO093)'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              SET TMD-REFUSE(WS-IX-MOD)  TO TRUE
              GO TO 2100-CONTROLE-MOUVEMENT-FIN
           END-IF.
           IF CDE-ANNULEE
              IF NOT TMD-ANNUL-CDE(WS-IX-MOD)
                 MOVE 'LIGNE DEJA ANNULEE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
                 SET TMD-REFUSE(WS-IX-MOD) TO TRUE
              END-IF
              GO TO 2100-CONTROLE-MOUVEMENT-FIN
           END-IF.
           IF TMD-REDUCTION(WS-IX-MOD)
              AND WS-TMD-QTE(WS-IX-MOD) NOT < WS-CDE-QTE
              MOVE 'NOUVELLE QUANTITE NON INFERIEURE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              SET TMD-REFUSE(WS-IX-MOD)  TO TRUE
              GO TO 2100-CONTROLE-MOUVEMENT-FIN
           END-IF.
           ADD 1                         TO WS-TMD-NB-LIG(WS-IX-MOD).
      *
       2100-CONTROLE-MOUVEMENT-FIN.
           EXIT.
      *
       2200-MOUVEMENT-SANS-LIGNE-DEB.
      *
           IF TMD-A-TRAITER(WS-IX-MOD)
              AND WS-TMD-NB-LIG(WS-IX-MOD) = ZERO
              IF TMD-ANNUL-CDE(WS-IX-MOD)
                 MOVE 'COMMANDE INCONNUE OU DEJA ANNULEE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              ELSE
                 MOVE 'LIGNE INCONNUE SUR LA COMMANDE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
              END-IF
              SET TMD-REFUSE(WS-IX-MOD)  TO TRUE
           END-IF.
      *
       2200-MOUVEMENT-SANS-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   SECOND PASSAGE : APPLICATION DES MOUVEMENTS RETENUS         *
      *---------------------------------------------------------------*
      *
       3000-APPLIQUE-LIGNE-DEB.
      *
           PERFORM 3100-APPLIQUE-MOUVEMENT-DEB
              THRU 3100-APPLIQUE-MOUVEMENT-FIN
             VARYING WS-IX-MOD FROM 1 BY 1
               UNTIL WS-IX-MOD > WS-NB-MOD.
           PERFORM 6030-WRITE-FCDE-DEB
              THRU 6030-WRITE-FCDE-FIN.
           PERFORM 6020-READ-FCDE-DEB
              THRU 6020-READ-FCDE-FIN.
      *
       3000-APPLIQUE-LIGNE-FIN.
           EXIT.
      *
      *    LES MOUVEMENTS S'APPLIQUENT DANS L'ORDRE DE SAISIE ; UNE
      *    LIGNE ANNULEE OU DEJA REDUITE PAR UN MOUVEMENT PRECEDENT
      *    DU MEME PASSAGE EST RECONTROLEE ICI.
      *
       3100-APPLIQUE-MOUVEMENT-DEB.
      *
           IF TMD-REFUSE(WS-IX-MOD)
              GO TO 3100-APPLIQUE-MOUVEMENT-FIN
           END-IF.
           PERFORM 7000-LIGNE-VISEE-DEB
              THRU 7000-LIGNE-VISEE-FIN.
           IF LIGNE-NON-VISEE
              GO TO 3100-APPLIQUE-MOUVEMENT-FIN
           END-IF.
           IF CDE-ANNULEE
              IF NOT TMD-ANNUL-CDE(WS-IX-MOD)
                 AND NOT TMD-APPLIQUE(WS-IX-MOD)
                 MOVE 'LIGNE ANNULEE PAR UN MOUVEMENT PRECEDENT'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
                 SET TMD-REFUSE(WS-IX-MOD) TO TRUE
              END-IF
              GO TO 3100-APPLIQUE-MOUVEMENT-FIN
           END-IF.
           IF TMD-REDUCTION(WS-IX-MOD)
              AND WS-TMD-QTE(WS-IX-MOD) NOT < WS-CDE-QTE
              IF NOT TMD-APPLIQUE(WS-IX-MOD)
                 MOVE 'NOUVELLE QUANTITE NON INFERIEURE'
                                         TO WS-TMD-REFUS(WS-IX-MOD)
                 SET TMD-REFUSE(WS-IX-MOD) TO TRUE
              END-IF
              GO TO 3100-APPLIQUE-MOUVEMENT-FIN
           END-IF.
      *
           MOVE WS-CDE-QTE               TO WS-QTE-AVANT.
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-ALLOUEE-AVANT.
           MOVE ZERO                     TO WS-QTE-LIBEREE.
           MOVE SPACES                   TO WS-NOTE-LIGNE.
           IF TMD-REDUCTION(WS-IX-MOD)
              MOVE WS-TMD-QTE(WS-IX-MOD) TO WS-CDE-QTE
              IF WS-CDE-QTE-ALLOUEE > WS-CDE-QTE
                 COMPUTE WS-QTE-LIBEREE = WS-CDE-QTE-ALLOUEE
                                        - WS-CDE-QTE
                 MOVE WS-CDE-QTE         TO WS-CDE-QTE-ALLOUEE
              END-IF
              IF CDE-RELIQUAT
                 AND WS-CDE-QTE-ALLOUEE = WS-CDE-QTE
                 SET CDE-ALLOUEE         TO TRUE
              END-IF
              ADD 1                      TO WS-CPT-LIG-REDUITES
           ELSE
              MOVE WS-CDE-QTE-ALLOUEE    TO WS-QTE-LIBEREE
              MOVE ZERO                  TO WS-CDE-QTE-ALLOUEE
              SET CDE-ANNULEE            TO TRUE
              ADD 1                      TO WS-CPT-LIG-ANNULEES
           END-IF.
      *
           IF WS-QTE-LIBEREE > ZERO
              PERFORM 7100-LIBERE-STOCK-DEB
                 THRU 7100-LIBERE-STOCK-FIN
           END-IF.
           ADD WS-QTE-LIBEREE            TO WS-TOT-LIBERE.
           IF NOT TMD-APPLIQUE(WS-IX-MOD)
              SET TMD-APPLIQUE(WS-IX-MOD) TO TRUE
              ADD 1                      TO WS-CPT-MOD-APPLIQUES
           END-IF.
      *
           PERFORM 7200-EMET-SERVICE-DEB
              THRU 7200-EMET-SERVICE-FIN.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       3100-APPLIQUE-MOUVEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-MOD-E.
           IF NOT OK-MOD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CDE-S.
           IF NOT OK-CDE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-ART-ES.
           IF NOT OK-ART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-SRVHIS-S.
           IF NOT OK-SRVHIS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SRVHIS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETAT-S.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FMOD-DEB.
      *
           READ F-MOD-E                  INTO WS-ENRG-F-MODCDE.
           IF NOT OK-MOD AND NOT EOF-MOD
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-FMOD-FIN.
           EXIT.
      *
       6020-READ-FCDE-DEB.
      *
           READ F-CDE-E                  INTO WS-CDE-ENR.
           IF NOT OK-CDE-E AND NOT EOF-CDE-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-FCDE-FIN.
           EXIT.
      *
       6030-WRITE-FCDE-DEB.
      *
           WRITE FS-ENRG-CDE-S           FROM WS-CDE-ENR.
           IF NOT OK-CDE-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-WRITE-FCDE-FIN.
           EXIT.
      *
       6040-WRITE-FETAT-DEB.
      *
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-FETAT-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-MOD-E.
           IF NOT OK-MOD
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MOD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MOD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CDE-S.
           IF NOT OK-CDE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CDE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-ES.
           IF NOT OK-ART
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-SRVHIS-S.
           IF NOT OK-SRVHIS
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SRVHIS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETAT-S.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    REGISTRE DES BONS DE LIVRAISON : TOUT MOUVEMENT SUR UNE
      *    COMMANDE DEJA PORTEE PAR UN BON EST REFUSE ; REGISTRE
      *    ABSENT = AUCUN BON EDITE.
      *
       6200-CONTROLE-BLREG-DEB.
      *
           OPEN INPUT F-BLREG-E.
           IF NOTFOUND-BLREG
              GO TO 6200-CONTROLE-BLREG-FIN
           END-IF.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FBLREG-DEB
              THRU 6210-READ-FBLREG-FIN.
           PERFORM 6220-RAPPROCHE-BL-DEB
              THRU 6220-RAPPROCHE-BL-FIN
             UNTIL EOF-BLREG.
           CLOSE F-BLREG-E.
      *
       6200-CONTROLE-BLREG-FIN.
           EXIT.
      *
       6210-READ-FBLREG-DEB.
      *
           READ F-BLREG-E                INTO WS-ENRG-F-BLREG.
           IF NOT OK-BLREG AND NOT EOF-BLREG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6210-READ-FBLREG-FIN.
           EXIT.
      *
       6220-RAPPROCHE-BL-DEB.
      *
           ADD 1                         TO WS-CPT-BL-LUS.
           PERFORM 6230-COMPARE-BL-DEB
              THRU 6230-COMPARE-BL-FIN
             VARYING WS-IX-MOD FROM 1 BY 1
               UNTIL WS-IX-MOD > WS-NB-MOD.
           PERFORM 6210-READ-FBLREG-DEB
              THRU 6210-READ-FBLREG-FIN.
      *
       6220-RAPPROCHE-BL-FIN.
           EXIT.
      *
       6230-COMPARE-BL-DEB.
      *
           IF TMD-A-TRAITER(WS-IX-MOD)
              AND WS-TMD-CDE-NO(WS-IX-MOD) = WS-BLR-CDE-NO
              MOVE 'SUR BON DE LIVRAISON'
                                  TO WS-TMD-REFUS(WS-IX-MOD)
              MOVE WS-BLR-NO-BL   TO WS-TMD-REFUS(WS-IX-MOD)(22:8)
              SET TMD-REFUSE(WS-IX-MOD)  TO TRUE
           END-IF.
      *
       6230-COMPARE-BL-FIN.
           EXIT.
      *
       6300-OPEN-FCDE-DEB.
      *
           OPEN INPUT F-CDE-E.
           IF NOT OK-CDE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6300-OPEN-FCDE-FIN.
           EXIT.
      *
       6390-CLOSE-FCDE-DEB.
      *
           CLOSE F-CDE-E.
           IF NOT OK-CDE-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6390-CLOSE-FCDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : RECHERCHES ET CALCULS                              *
      *---------------------------------------------------------------*
      *
      *    LE MOUVEMENT WS-IX-MOD VISE-T-IL LA LIGNE COURANTE ? UN 'C'
      *    VISE TOUTES LES LIGNES DE LA COMMANDE, UN 'L' OU UN 'Q'
      *    LA OU LES LIGNES DE L'ARTICLE COMMANDE.
      *
       7000-LIGNE-VISEE-DEB.
      *
           SET LIGNE-NON-VISEE           TO TRUE.
           IF WS-TMD-CDE-NO(WS-IX-MOD) NOT = WS-CDE-NO
              GO TO 7000-LIGNE-VISEE-FIN
           END-IF.
           IF TMD-ANNUL-CDE(WS-IX-MOD)
              OR WS-TMD-ART(WS-IX-MOD) = WS-CDE-ART
              SET LIGNE-VISEE            TO TRUE
           END-IF.
      *
       7000-LIGNE-VISEE-FIN.
           EXIT.
      *
      *    LIBERATION DE LA QUANTITE ALLOUEE DANS ART0206. LA PART
      *    RESERVEE SUR L'ARTICLE DE SUBSTITUTION (ARIO942) N'ETANT
      *    PAS CONSERVEE SUR LA LIGNE, LA LIBERATION PORTE D'ABORD SUR
      *    LE SUBSTITUT, DANS LA LIMITE DE SA QUANTITE ALLOUEE, PUIS
      *    SUR L'ARTICLE COMMANDE.
      *
       7100-LIBERE-STOCK-DEB.
      *
           MOVE WS-QTE-LIBEREE           TO WS-QTE-A-LIBERER.
           IF WS-CDE-ART-SUBST NOT = SPACES
              AND WS-CDE-ART-SUBST NOT = WS-CDE-ART
              MOVE WS-CDE-ART-SUBST      TO WS-ART-LIBERE
              PERFORM 7110-LIBERE-ARTICLE-DEB
                 THRU 7110-LIBERE-ARTICLE-FIN
              IF WS-QTE-PRISE > ZERO
                 MOVE 'LIBERE SUR LE SUBSTITUT'
                                         TO WS-NOTE-LIGNE
                 MOVE WS-CDE-ART-SUBST   TO WS-NOTE-LIGNE(25:6)
              END-IF
           END-IF.
           IF WS-QTE-A-LIBERER > ZERO
              MOVE WS-CDE-ART            TO WS-ART-LIBERE
              PERFORM 7110-LIBERE-ARTICLE-DEB
                 THRU 7110-LIBERE-ARTICLE-FIN
           END-IF.
           IF WS-QTE-A-LIBERER > ZERO
              MOVE 'ALLOCATION ARTICLE INSUFFISANTE'
                                         TO WS-NOTE-LIGNE
              ADD 1                      TO WS-CPT-ART-ANOMALIE
           END-IF.
      *
       7100-LIBERE-STOCK-FIN.
           EXIT.
      *
       7110-LIBERE-ARTICLE-DEB.
      *
           MOVE ZERO                     TO WS-QTE-PRISE.
           MOVE WS-ART-LIBERE            TO FS-ART-CODE.
           READ F-ART-ES                 INTO WS-ART-ENR.
           IF NOTFOUND-ART
              GO TO 7110-LIBERE-ARTICLE-FIN
           END-IF.
           IF NOT OK-ART
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-ART-QTE-ALLOUEE < WS-QTE-A-LIBERER
              MOVE WS-ART-QTE-ALLOUEE    TO WS-QTE-PRISE
           ELSE
              MOVE WS-QTE-A-LIBERER      TO WS-QTE-PRISE
           END-IF.
           IF WS-QTE-PRISE = ZERO
              GO TO 7110-LIBERE-ARTICLE-FIN
           END-IF.
           SUBTRACT WS-QTE-PRISE         FROM WS-ART-QTE-ALLOUEE.
           SUBTRACT WS-QTE-PRISE         FROM WS-QTE-A-LIBERER.
           REWRITE FS-ENRG-ART-ES        FROM WS-ART-ENR.
           IF NOT OK-ART
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       7110-LIBERE-ARTICLE-FIN.
           EXIT.
      *
      *    TRACE DE SERVICE DE LA LIGNE MODIFIEE (PASSAGE 'M', NON
      *    COMPTE DANS LES TAUX DE SERVICE ARIO107).
      *
       7200-EMET-SERVICE-DEB.
      *
           MOVE SPACES                   TO WS-SRV-ENR.
           MOVE WS-DATE-SYST             TO WS-SRV-DATE.
           MOVE WS-CDE-NO                TO WS-SRV-CDE.
           MOVE WS-CDE-CLIENT            TO WS-SRV-CLIENT.
           MOVE WS-CDE-ART               TO WS-SRV-ART.
           SET SRV-MODIFICATION          TO TRUE.
           MOVE WS-CDE-QTE               TO WS-SRV-QTE-DEM.
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-SRV-QTE-ALL.
           MOVE ZERO                     TO WS-SRV-QTE-REL.
           IF NOT CDE-ANNULEE
              AND WS-CDE-QTE > WS-CDE-QTE-ALLOUEE
              COMPUTE WS-SRV-QTE-REL =
                      WS-CDE-QTE - WS-CDE-QTE-ALLOUEE
           END-IF.
           MOVE WS-CDE-STAT              TO WS-SRV-STAT.
           WRITE FS-ENRG-SRVHIS-S        FROM WS-SRV-ENR.
           IF NOT OK-SRVHIS
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SRVHIS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SRVHIS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       7200-EMET-SERVICE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
      *
           MOVE WS-DATE-SYST             TO WS-LMOD-DATE-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-TIRET.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-SECT-APPLIQ.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-ENT-APPLIQ.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-TIRET.
           PERFORM 6040-WRITE-FETAT-DEB
              THRU 6040-WRITE-FETAT-FIN.
      *
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
      *
           MOVE WS-CDE-NO                TO WS-LMOD-A-CDE-ED.
           MOVE WS-CDE-CLIENT            TO WS-LMOD-A-CLI-ED.
           MOVE WS-CDE-ART               TO WS-LMOD-A-ART-ED.
           MOVE WS-TMD-TYPE(WS-IX-MOD)   TO WS-LMOD-A-TYPE-ED.
           MOVE WS-QTE-AVANT             TO WS-LMOD-A-QAV-ED.
           MOVE WS-CDE-QTE               TO WS-LMOD-A-QAP-ED.
           MOVE WS-ALLOUEE-AVANT         TO WS-LMOD-A-ALL-ED.
           MOVE WS-QTE-LIBEREE           TO WS-LMOD-A-LIB-ED.
           MOVE WS-CDE-STAT              TO WS-LMOD-A-STAT-ED.
           MOVE WS-TMD-DEMANDEUR(WS-IX-MOD) TO WS-LMOD-A-DEM-ED.
           MOVE WS-TMD-MOTIF(WS-IX-MOD)  TO WS-LMOD-A-MOTIF-ED.
           MOVE WS-NOTE-LIGNE            TO WS-LMOD-A-NOTE-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-APPLIQ.
           PERFORM 6040-WRITE-FETAT-DEB
              THRU 6040-WRITE-FETAT-FIN.
      *
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8100-EDIT-REFUS-DEB.
      *
           IF WS-CPT-MOD-APPLIQUES = ZERO
              WRITE FS-ENRG-ETAT-S       FROM WS-LMOD-AUCUN
           END-IF.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-TIRET.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-SECT-REFUS.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-ENT-REFUS.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-TIRET.
           PERFORM 8110-EDIT-LIGNE-REFUS-DEB
              THRU 8110-EDIT-LIGNE-REFUS-FIN
             VARYING WS-IX-MOD FROM 1 BY 1
               UNTIL WS-IX-MOD > WS-NB-MOD.
           IF WS-CPT-MOD-REFUSES = ZERO
              WRITE FS-ENRG-ETAT-S       FROM WS-LMOD-AUCUN
           END-IF.
           PERFORM 6040-WRITE-FETAT-DEB
              THRU 6040-WRITE-FETAT-FIN.
      *
       8100-EDIT-REFUS-FIN.
           EXIT.
      *
       8110-EDIT-LIGNE-REFUS-DEB.
      *
           IF NOT TMD-REFUSE(WS-IX-MOD)
              GO TO 8110-EDIT-LIGNE-REFUS-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MOD-REFUSES.
           MOVE WS-TMD-TYPE(WS-IX-MOD)   TO WS-LMOD-R-TYPE-ED.
           MOVE WS-TMD-CDE-NO(WS-IX-MOD) TO WS-LMOD-R-CDE-ED.
           MOVE WS-TMD-ART(WS-IX-MOD)    TO WS-LMOD-R-ART-ED.
           MOVE WS-TMD-QTE(WS-IX-MOD)    TO WS-LMOD-R-QTE-ED.
           MOVE WS-TMD-DATE(WS-IX-MOD)   TO WS-LMOD-R-DATE-ED.
           MOVE WS-TMD-DEMANDEUR(WS-IX-MOD) TO WS-LMOD-R-DEM-ED.
           MOVE WS-TMD-MOTIF(WS-IX-MOD)  TO WS-LMOD-R-MOTIF-ED.
           MOVE WS-TMD-REFUS(WS-IX-MOD)  TO WS-LMOD-R-REFUS-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LMOD-REFUS.
           PERFORM 6040-WRITE-FETAT-DEB
              THRU 6040-WRITE-FETAT-FIN.
      *
       8110-EDIT-LIGNE-REFUS-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
      *
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO123     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'MOUVEMENTS LUS               :  ' WS-CPT-MOD-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES         :  '
                   WS-CPT-MOD-APPLIQUES.
           DISPLAY 'MOUVEMENTS REFUSES           :  '
                   WS-CPT-MOD-REFUSES.
           DISPLAY 'LIGNES DE BONS LUES (BLREG)  :  ' WS-CPT-BL-LUS.
           DISPLAY 'LIGNES DE COMMANDES LUES     :  ' WS-CPT-CDE-LUES.
           DISPLAY 'LIGNES ANNULEES              :  '
                   WS-CPT-LIG-ANNULEES.
           DISPLAY 'LIGNES REDUITES              :  '
                   WS-CPT-LIG-REDUITES.
           DISPLAY 'QUANTITE ALLOUEE LIBEREE     :  ' WS-TOT-LIBERE.
           DISPLAY 'LIBERATIONS INCOMPLETES      :  '
                   WS-CPT-ART-ANOMALIE.
           DISPLAY WS-LCRE0-ASTER.
      *
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO123         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO123        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
