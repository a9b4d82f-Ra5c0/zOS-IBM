      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO127                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CLOTURE ET REOUVERTURE DES PERIODES COMPTABLES D'ENTREPOT.   *
      *  LA DEMANDE EST LUE EN SYSIN : FONCTION 'C' (CLOTURE) OU 'R'  *
      *  (REOUVERTURE), MOIS AAAAMM, DEMANDEUR (OBLIGATOIRE EN        *
      *  REOUVERTURE).                                                *
      *  CLOTURE : LE MOIS DOIT ETRE ECOULE (ANTERIEUR AU MOIS EN     *
      *  COURS) ET NON DEJA CLOTURE ; L'INSTANTANE DE FIN DE MOIS     *
      *  (COPY PERSTK) EST ECRIT ARTICLE PAR ARTICLE DEPUIS L'EXTRAIT *
      *  ART0206 ET LES LOTS LOT0206, VALORISE EN EUR AU TAUX ARIS905 *
      *  DU DERNIER JOUR DU MOIS ; LE MOIS PASSE AU STATUT 'C' DANS   *
      *  LE REGISTRE PERCLO (COPY PERCLO, PERE-FILS) AVEC LES TOTAUX. *
      *  REOUVERTURE : CONTROLE A QUATRE YEUX SUR LE MODELE           *
      *  D'ARIO085 - LES DECISIONS AUTHENTIFIEES (COPY DECAPP,        *
      *  DOMAINE 'P', CLE = AAAAMM, SAISIES PAR ARIC273) DOIVENT      *
      *  COMPTER DEUX APPROBATEURS DISTINCTS, CHACUN CONNU DE USRPRF  *
      *  AU NIVEAU 'M' ET DIFFERENT DU DEMANDEUR, SANS AUCUN REJET ;  *
      *  LE MOIS PASSE ALORS AU STATUT 'O' AVEC LES DEUX              *
      *  APPROBATEURS. SEULES COMPTENT LES DECISIONS DATEES DU JOUR   *
      *  DE LA DERNIERE CLOTURE OU APRES (UNE DECISION D'UN CYCLE     *
      *  DE REOUVERTURE ANTERIEUR DU MEME MOIS EST IGNOREE).          *
      *  TOUTE VIOLATION ARRETE LE PROGRAMME EN CODE                  *
      *  RETOUR 12 SANS TOUCHER AU REGISTRE.                          *
      *  CHAQUE CLOTURE, REOUVERTURE OU REOUVERTURE REFUSEE EST       *
      *  TRACEE EN AJOUT DANS LE JOURNAL PERJNL.                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  REOUVERTURE : DECISIONS ANTERIEURES A LA     *
      *               !  DERNIERE CLOTURE DU MOIS IGNOREES            *
      * 15/10/2026    !  CAPACITE DU REGISTRE PORTEE PAR LA COPIE     *
      *               !  (WS-MAX-PCL)                                 *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO127.
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
      *                      F-ART-E : EXTRAIT DU FICHIER ARTICLE
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-PERSTK-S : INSTANTANE DE FIN DE MOIS
      *                      -------------------------------------------
           SELECT  F-PERSTK-S          ASSIGN TO PERSTK
                   FILE STATUS         IS WS-FS-PERSTK-S.
      *                      -------------------------------------------
      *                      F-PERCLO-E : REGISTRE DES PERIODES (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERCLO-E ASSIGN TO PERCLO
                   FILE STATUS         IS WS-FS-PERCLO-E.
      *                      -------------------------------------------
      *                      F-PERCLO-S : REGISTRE DES PERIODES (N)
      *                      -------------------------------------------
           SELECT  F-PERCLO-S          ASSIGN TO PERCLOS
                   FILE STATUS         IS WS-FS-PERCLO-S.
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
      *                      F-PERJNL-S : JOURNAL DES CLOTURES ET
      *                      REOUVERTURES (EN AJOUT)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERJNL-S ASSIGN TO PERJNL
                   FILE STATUS         IS WS-FS-PERJNL-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
      *---------------- FICHIER ARTICLE EN ENTREE ---------------------*
      * LONGUEUR ENREGISTREMENT = 380                                 *
      *---------------------------------------------------------------*
       FD  F-ART-E
           RECORDING MODE IS F.
       01  FS-ENRG-ART-E             PIC X(380).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
       FD  F-PERSTK-S
           RECORDING MODE IS F.
       01  FS-ENRG-PERSTK-S          PIC X(80).
      *
       FD  F-PERCLO-E
           RECORDING MODE IS F.
       01  FS-ENRG-PERCLO-E          PIC X(80).
      *
       FD  F-PERCLO-S
           RECORDING MODE IS F.
       01  FS-ENRG-PERCLO-S          PIC X(80).
      *
       FD  F-DECAPP-E
           RECORDING MODE IS F.
       01  FS-ENRG-DECAPP-E          PIC X(80).
      *
       FD  F-USRPRF
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-USRPRF.
           05  FS-UPR-CLE            PIC X(08).
           05  FILLER                PIC X(42).
      *
       FD  F-PERJNL-S
           RECORDING MODE IS F.
       01  FS-ENRG-PERJNL-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT ARTICLE (EXTRAIT ART0206) ------*
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- INSTANTANE DE FIN DE MOIS ---------------------*
      *
           COPY PERSTK.
      *
      *---------------- REGISTRE DES PERIODES -------------------------*
      *
           COPY PERCLO.
      *
       01  WS-TAB-REG.
           05  WS-TRG-ENR            PIC X(80) OCCURS 240 TIMES.
       01  WS-NB-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REG-PER             PIC S9(04) COMP VALUE ZERO.
       01  WS-PCL-NOUVEAU            PIC X(80).
       01  WS-SW-NOUV-ECRIT          PIC X(01) VALUE 'N'.
           88  NOUV-ECRIT            VALUE 'O'.
           88  NOUV-NON-ECRIT        VALUE 'N'.
      *
      *---------------- PROFIL UTILISATEUR (DESSIN ARIC260) -----------*
      *
       01  WS-ENRG-USRPRF.
           05  WS-UPR-USER           PIC X(08).
           05  WS-UPR-NOM            PIC X(20).
           05  WS-UPR-NIVEAU         PIC X(01).
               88  UPR-MAINT         VALUE 'M'.
           05  WS-UPR-AUTOR          PIC X(12).
           05  FILLER                PIC X(09).
      *
      *---------------- DECISIONS AUTHENTIFIEES (ARIC273) -------------*
      *
           COPY DECAPP.
      *
       01  WS-TAB-APPROB.
           05  WS-TAP-USER           PIC X(08) OCCURS 20 TIMES.
       01  WS-NB-APPROB              PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-APPROB              PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-APPROB-CONNU        PIC X(01) VALUE 'N'.
           88  APPROB-CONNU          VALUE 'O'.
           88  APPROB-NOUVEAU        VALUE 'N'.
       01  WS-REJETEUR               PIC X(08) VALUE SPACES.
       01  WS-JUL-CLOT               PIC 9(08) VALUE ZERO.
       01  WS-DATE-JAN.
           05  WS-JAN-AA             PIC 9(04).
           05  WS-JAN-MMJJ           PIC 9(04) VALUE 0101.
       01  WS-DATE-JAN-N REDEFINES WS-DATE-JAN
                                     PIC 9(08).
       01  WS-DATE-CLOT.
           05  WS-CLOT-AA            PIC 9(04).
           05  WS-CLOT-MMJJ          PIC 9(04).
       01  WS-DATE-CLOT-N REDEFINES WS-DATE-CLOT
                                     PIC 9(08).
      *
      *---------------- TAUX DE CHANGE (ARIS905) ----------------------*
      *
           COPY DEVAPPL.
      *
      *---------------- CALENDRIER (ARIS902) --------------------------*
      *
           COPY CALJOUR.
      *
      *---------------- JOURNAL DES CLOTURES / REOUVERTURES -----------*
      *
       01  WS-ENRG-PERJNL.
           05  WS-PJN-DATE           PIC 9(08).
           05  WS-PJN-HEURE          PIC X(06).
           05  WS-PJN-FONCTION       PIC X(01).
           05  WS-PJN-PERIODE        PIC 9(06).
           05  WS-PJN-RESULTAT       PIC X(05).
           05  WS-PJN-DEMANDEUR      PIC X(08).
           05  WS-PJN-APPROB-1       PIC X(08).
           05  WS-PJN-APPROB-2       PIC X(08).
           05  WS-PJN-NB-ART         PIC 9(07).
           05  WS-PJN-VAL-TOT        PIC 9(11)V99.
           05  FILLER                PIC X(10).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  EOF-ART-E             VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-PERSTK-S            PIC XX.
           88  OK-PERSTK-S           VALUE '00'.
       01  WS-FS-PERCLO-E            PIC XX.
           88  OK-PERCLO-E           VALUE '00' '05'.
           88  EOF-PERCLO-E          VALUE '10'.
       01  WS-FS-PERCLO-S            PIC XX.
           88  OK-PERCLO-S           VALUE '00'.
       01  WS-FS-DECAPP-E            PIC XX.
           88  OK-DECAPP-E           VALUE '00'.
           88  EOF-DECAPP-E          VALUE '10'.
       01  WS-FS-USRPRF              PIC XX.
           88  OK-USRPRF             VALUE '00'.
           88  NOTFOUND-USRPRF       VALUE '23'.
       01  WS-FS-PERJNL-S            PIC XX.
           88  OK-PERJNL-S           VALUE '00' '05'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-FONCTION       PIC X(01).
               88  DEM-CLOTURE       VALUE 'C'.
               88  DEM-REOUVERTURE   VALUE 'R'.
           05  WS-DEM-PERIODE        PIC X(06).
           05  WS-DEM-DEMANDEUR      PIC X(08).
           05  FILLER                PIC X(65).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-SYST-R REDEFINES WS-DATE-SYST.
           05  WS-DSY-PERIODE        PIC 9(06).
           05  WS-DSY-JJ             PIC 9(02).
       01  WS-HEURE-SYST             PIC X(08).
       01  WS-PERIODE                PIC 9(06).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-AAAA           PIC 9(04).
           05  WS-PER-MM             PIC 9(02).
       01  WS-DATE-FIN-MOIS          PIC 9(08).
       01  WS-DATE-FIN-MOIS-R REDEFINES WS-DATE-FIN-MOIS.
           05  WS-DFM-PERIODE        PIC 9(06).
           05  WS-DFM-JJ             PIC 9(02).
       01  WS-JOURS-MOIS             PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS.
           05  WS-JRS-NB             PIC 9(02) OCCURS 12 TIMES.
       01  WS-QUOTIENT               PIC 9(04).
       01  WS-RESTE-4                PIC 9(04).
       01  WS-RESTE-100              PIC 9(04).
       01  WS-RESTE-400              PIC 9(04).
       01  WS-APPROB-CTRL            PIC X(08).
       01  WS-VAL-LOT                PIC S9(09)V99 COMP-3.
       01  WS-VAL-ART                PIC S9(09)V99 COMP-3.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-ART                PIC 9(07) VALUE ZERO.
       01  WS-CPT-LOTS               PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-TAUX          PIC 9(07) VALUE ZERO.
       01  WS-CPT-DECISIONS          PIC 9(05) VALUE ZERO.
       01  WS-CPT-DEC-ANTER          PIC 9(05) VALUE ZERO.
       01  WS-TOT-QTE                PIC 9(11) VALUE ZERO.
       01  WS-TOT-VAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VAL-ED             PIC Z(10)9,99.
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
           ACCEPT WS-ENRG-DEMANDE.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYST          FROM TIME.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO127'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 1000-CTRL-DEMANDE-DEB
              THRU 1000-CTRL-DEMANDE-FIN.
      *
           PERFORM 6000-CHARGE-REGISTRE-DEB
              THRU 6000-CHARGE-REGISTRE-FIN.
      *
           IF DEM-CLOTURE
              PERFORM 2000-CLOTURE-DEB
                 THRU 2000-CLOTURE-FIN
           ELSE
              PERFORM 3000-REOUVERTURE-DEB
                 THRU 3000-REOUVERTURE-FIN
           END-IF.
      *
           PERFORM 6300-ECRIT-REGISTRE-DEB
              THRU 6300-ECRIT-REGISTRE-FIN.
      *
           MOVE 'OK'                     TO WS-PJN-RESULTAT.
           PERFORM 6500-JOURNALISE-DEB
              THRU 6500-JOURNALISE-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           IF DEM-CLOTURE
              MOVE WS-CPT-ART            TO WS-RUN-NBENR
           ELSE
              MOVE WS-CPT-DECISIONS      TO WS-RUN-NBENR
           END-IF.
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
      *   CONTROLE DE LA DEMANDE SYSIN                                *
      *---------------------------------------------------------------*
      *
       1000-CTRL-DEMANDE-DEB.
      *
           IF NOT (DEM-CLOTURE OR DEM-REOUVERTURE)
              DISPLAY 'FONCTION INCONNUE (C = CLOTURE, R = '
                      'REOUVERTURE) : ' WS-DEM-FONCTION
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-DEM-PERIODE NOT NUMERIC
              DISPLAY 'PERIODE AAAAMM INVALIDE : ' WS-DEM-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DEM-PERIODE           TO WS-PERIODE.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY 'PERIODE AAAAMM INVALIDE : ' WS-DEM-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    SEUL UN MOIS ECOULE PEUT ETRE CLOTURE : LE MOIS EN COURS
      *    RECOIT ENCORE SES MOUVEMENTS.
      *
           IF DEM-CLOTURE AND WS-PERIODE NOT < WS-DSY-PERIODE
              DISPLAY 'CLOTURE IMPOSSIBLE DU MOIS EN COURS OU D''UN '
                      'MOIS A VENIR : ' WS-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF DEM-REOUVERTURE AND WS-DEM-DEMANDEUR = SPACES
              DISPLAY 'DEMANDEUR OBLIGATOIRE POUR UNE REOUVERTURE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-DATE-SYST             TO WS-PJN-DATE.
           MOVE WS-HEURE-SYST(1:6)       TO WS-PJN-HEURE.
           MOVE WS-DEM-FONCTION          TO WS-PJN-FONCTION.
           MOVE WS-PERIODE               TO WS-PJN-PERIODE.
           MOVE WS-DEM-DEMANDEUR         TO WS-PJN-DEMANDEUR.
           MOVE SPACES                   TO WS-PJN-APPROB-1
                                            WS-PJN-APPROB-2.
           MOVE ZERO                     TO WS-PJN-NB-ART
                                            WS-PJN-VAL-TOT.
      *
       1000-CTRL-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CLOTURE DU MOIS : INSTANTANE DE FIN DE MOIS                 *
      *---------------------------------------------------------------*
      *
       2000-CLOTURE-DEB.
      *
           IF WS-IX-REG-PER > ZERO
              MOVE WS-TRG-ENR(WS-IX-REG-PER) TO WS-ENRG-F-PERCLO
              IF PCL-CLOTUREE
                 DISPLAY 'PERIODE DEJA CLOTUREE : ' WS-PERIODE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           ELSE
              MOVE SPACES                TO WS-ENRG-F-PERCLO
              MOVE ZERO                  TO WS-PCL-DATE-REOUV
           END-IF.
      *
           PERFORM 7000-DATE-FIN-MOIS-DEB
              THRU 7000-DATE-FIN-MOIS-FIN.
      *
           PERFORM 6100-OPEN-STOCK-DEB
              THRU 6100-OPEN-STOCK-FIN.
           PERFORM 6110-READ-FART-DEB
              THRU 6110-READ-FART-FIN.
           PERFORM 2100-INSTANTANE-ARTICLE-DEB
              THRU 2100-INSTANTANE-ARTICLE-FIN
             UNTIL EOF-ART-E.
           PERFORM 6190-CLOSE-STOCK-DEB
              THRU 6190-CLOSE-STOCK-FIN.
      *
      *    UN MOIS REOUVERT PUIS RECLOTURE GARDE LA TRACE DE SA
      *    DERNIERE REOUVERTURE (DATE ET APPROBATEURS).
      *
           MOVE WS-PERIODE               TO WS-PCL-PERIODE.
           SET PCL-CLOTUREE              TO TRUE.
           MOVE WS-DATE-SYST             TO WS-PCL-DATE-CLOT.
           MOVE WS-CPT-ART               TO WS-PCL-NB-ART.
           MOVE WS-TOT-QTE               TO WS-PCL-QTE-TOT.
           MOVE WS-TOT-VAL               TO WS-PCL-VAL-TOT.
           MOVE WS-ENRG-F-PERCLO         TO WS-PCL-NOUVEAU.
      *
           MOVE WS-CPT-ART               TO WS-PJN-NB-ART.
           MOVE WS-TOT-VAL               TO WS-PJN-VAL-TOT.
      *
       2000-CLOTURE-FIN.
           EXIT.
      *
      *    UNE LIGNE D'INSTANTANE PAR ARTICLE : QUANTITE DE L'ARTICLE
      *    ET VALEUR EN EUR CUMULEE SUR SES LOTS.
      *
       2100-INSTANTANE-ARTICLE-DEB.
      *
           ADD 1                         TO WS-CPT-ART.
           MOVE SPACES                   TO WS-ENRG-F-PERSTK.
           MOVE WS-PERIODE               TO WS-PST-PERIODE.
           MOVE WS-ART-CODE              TO WS-PST-ART-CODE.
           MOVE WS-ART-CATEG             TO WS-PST-CATEG.
           MOVE WS-ART-QTE               TO WS-PST-QTE.
           MOVE ZERO                     TO WS-VAL-ART.
      *
           PERFORM 6120-START-FLOT-DEB
              THRU 6120-START-FLOT-FIN.
           PERFORM 2110-VALORISE-LOT-DEB
              THRU 2110-VALORISE-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
           MOVE WS-VAL-ART               TO WS-PST-VALEUR.
           MOVE WS-NB-LOT-ART            TO WS-PST-NB-LOT.
           ADD WS-ART-QTE                TO WS-TOT-QTE.
           ADD WS-VAL-ART                TO WS-TOT-VAL.
           PERFORM 6150-WRITE-FPERSTK-DEB
              THRU 6150-WRITE-FPERSTK-FIN.
      *
           PERFORM 6110-READ-FART-DEB
              THRU 6110-READ-FART-FIN.
      *
       2100-INSTANTANE-ARTICLE-FIN.
           EXIT.
      *
      *    LOT SANS TAUX EN VIGUEUR AU DERNIER JOUR DU MOIS : NON
      *    VALORISE, SIGNALE SUR LA LIGNE ET AU COMPTE RENDU.
      *
       2110-VALORISE-LOT-DEB.
      *
           ADD 1                         TO WS-CPT-LOTS.
           MOVE WS-LOT-DEVISE            TO WS-CHG-DEVISE.
           MOVE WS-DATE-FIN-MOIS         TO WS-CHG-DATE.
           CALL 'ARIS905'             USING WS-CHG-PARM.
           IF CHG-TROUVE
              COMPUTE WS-VAL-LOT ROUNDED =
                      WS-LOT-QTE * WS-LOT-PXU * WS-CHG-TAUX
              ADD WS-VAL-LOT             TO WS-VAL-ART
           ELSE
              ADD 1                      TO WS-CPT-SANS-TAUX
              SET PST-LOT-SANS-TAUX      TO TRUE
           END-IF.
      *
           PERFORM 6130-READ-NEXT-FLOT-DEB
              THRU 6130-READ-NEXT-FLOT-FIN.
      *
       2110-VALORISE-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REOUVERTURE DU MOIS : CONTROLE A QUATRE YEUX                *
      *---------------------------------------------------------------*
      *
       3000-REOUVERTURE-DEB.
      *
           IF WS-IX-REG-PER = ZERO
              DISPLAY 'PERIODE ABSENTE DU REGISTRE : ' WS-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-TRG-ENR(WS-IX-REG-PER) TO WS-ENRG-F-PERCLO.
           IF NOT PCL-CLOTUREE
              DISPLAY 'PERIODE NON CLOTUREE : ' WS-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 7050-DATE-CLOT-JULIEN-DEB
              THRU 7050-DATE-CLOT-JULIEN-FIN.
           PERFORM 3100-CHARGE-DECISIONS-DEB
              THRU 3100-CHARGE-DECISIONS-FIN.
      *
           IF WS-NB-APPROB > ZERO
              MOVE WS-TAP-USER(1)        TO WS-PJN-APPROB-1
           END-IF.
           IF WS-NB-APPROB > 1
              MOVE WS-TAP-USER(2)        TO WS-PJN-APPROB-2
           END-IF.
      *
           IF WS-REJETEUR NOT = SPACES
              DISPLAY 'REOUVERTURE DE ' WS-PERIODE
                      ' REJETEE PAR ' WS-REJETEUR
              PERFORM 3900-REFUS-DEB
                 THRU 3900-REFUS-FIN
           END-IF.
           IF WS-NB-APPROB < 2
              DISPLAY 'REOUVERTURE DE ' WS-PERIODE
                      ' : DEUX APPROBATEURS DISTINCTS EXIGES, '
                      WS-NB-APPROB ' TROUVE(S)'
              PERFORM 3900-REFUS-DEB
                 THRU 3900-REFUS-FIN
           END-IF.
      *
           SET PCL-ROUVERTE              TO TRUE.
           MOVE WS-DATE-SYST             TO WS-PCL-DATE-REOUV.
           MOVE WS-TAP-USER(1)           TO WS-PCL-APPROB-1.
           MOVE WS-TAP-USER(2)           TO WS-PCL-APPROB-2.
           MOVE WS-ENRG-F-PERCLO         TO WS-PCL-NOUVEAU.
           MOVE WS-PCL-NB-ART            TO WS-PJN-NB-ART.
           MOVE WS-PCL-VAL-TOT           TO WS-PJN-VAL-TOT.
      *
       3000-REOUVERTURE-FIN.
           EXIT.
      *
      *    DECISIONS DU DOMAINE 'P' DU MOIS DEMANDE, DATEES DU JOUR
      *    DE LA DERNIERE CLOTURE OU APRES (LES VISAS ET REJETS D'UN
      *    CYCLE ANTERIEUR NE COMPTENT PLUS) ; CHAQUE APPROBATEUR EST
      *    VERIFIE DANS USRPRF (NIVEAU 'M') ET DOIT ETRE DIFFERENT DU
      *    DEMANDEUR (SEPARATION DES TACHES).
      *
       3100-CHARGE-DECISIONS-DEB.
           OPEN INPUT F-DECAPP-E.
           IF NOT OK-DECAPP-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 3110-READ-FDECAPP-DEB
              THRU 3110-READ-FDECAPP-FIN.
           PERFORM 3120-RANGE-DECISION-DEB
              THRU 3120-RANGE-DECISION-FIN
             UNTIL EOF-DECAPP-E.
           CLOSE F-DECAPP-E.
       3100-CHARGE-DECISIONS-FIN.
           EXIT.
      *
       3110-READ-FDECAPP-DEB.
           READ F-DECAPP-E INTO WS-DEC-ENR.
           IF NOT (OK-DECAPP-E OR EOF-DECAPP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECAPP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-DECAPP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       3110-READ-FDECAPP-FIN.
           EXIT.
      *
       3120-RANGE-DECISION-DEB.
           IF NOT DEC-DOM-PERIODE
              OR WS-DEC-CLE(1:6) NOT = WS-DEM-PERIODE
              GO TO 3120-RANGE-SUITE
           END-IF.
           IF WS-DEC-DATE < WS-JUL-CLOT
              ADD 1                      TO WS-CPT-DEC-ANTER
              GO TO 3120-RANGE-SUITE
           END-IF.
           IF NOT (DEC-APPROUVE OR DEC-REJETE)
              DISPLAY 'ACTION DE DECISION INCONNUE : ' WS-DEC-ACTION
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-DEC-APPROBATEUR = WS-DEM-DEMANDEUR
              DISPLAY 'APPROBATEUR = DEMANDEUR : SEPARATION DES '
                      'TACHES VIOLEE, PERIODE ' WS-PERIODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-DEC-APPROBATEUR       TO WS-APPROB-CTRL.
           PERFORM 7100-CTRL-APPROBATEUR-DEB
              THRU 7100-CTRL-APPROBATEUR-FIN.
           ADD 1                         TO WS-CPT-DECISIONS.
           IF DEC-REJETE
              MOVE WS-DEC-APPROBATEUR    TO WS-REJETEUR
              GO TO 3120-RANGE-SUITE
           END-IF.
           SET APPROB-NOUVEAU            TO TRUE.
           PERFORM 7200-RECH-APPROB-DEB
              THRU 7200-RECH-APPROB-FIN
             VARYING WS-IX-APPROB FROM 1 BY 1
               UNTIL WS-IX-APPROB > WS-NB-APPROB
                  OR APPROB-CONNU.
           IF APPROB-NOUVEAU AND WS-NB-APPROB < 20
              ADD 1                      TO WS-NB-APPROB
              MOVE WS-DEC-APPROBATEUR    TO WS-TAP-USER(WS-NB-APPROB)
           END-IF.
       3120-RANGE-SUITE.
           PERFORM 3110-READ-FDECAPP-DEB
              THRU 3110-READ-FDECAPP-FIN.
       3120-RANGE-DECISION-FIN.
           EXIT.
      *
      *    REOUVERTURE REFUSEE : TRACEE AU JOURNAL, REGISTRE INTACT,
      *    ARRET EN CODE RETOUR 12.
      *
       3900-REFUS-DEB.
           MOVE 'REFUS'                  TO WS-PJN-RESULTAT.
           PERFORM 6500-JOURNALISE-DEB
              THRU 6500-JOURNALISE-FIN.
           PERFORM 9999-ERREUR-PROGRAMME-DEB
              THRU 9999-ERREUR-PROGRAMME-FIN.
       3900-REFUS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    LE REGISTRE (UNE LIGNE PAR MOIS) EST CHARGE EN MEMOIRE ;
      *    IL N'EST REECRIT QU'EN FIN DE TRAITEMENT REUSSI.
      *
       6000-CHARGE-REGISTRE-DEB.
           OPEN INPUT F-PERCLO-E.
           IF NOT OK-PERCLO-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-FPERCLO-DEB
              THRU 6010-READ-FPERCLO-FIN.
           PERFORM 6020-ALIM-REGISTRE-DEB
              THRU 6020-ALIM-REGISTRE-FIN
             UNTIL EOF-PERCLO-E.
           CLOSE F-PERCLO-E.
       6000-CHARGE-REGISTRE-FIN.
           EXIT.
      *
       6010-READ-FPERCLO-DEB.
           READ F-PERCLO-E INTO WS-ENRG-F-PERCLO.
           IF NOT (OK-PERCLO-E OR EOF-PERCLO-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FPERCLO-FIN.
           EXIT.
      *
       6020-ALIM-REGISTRE-DEB.
           IF WS-NB-REG NOT < WS-MAX-PCL
              DISPLAY 'F-PERCLO-E : PLUS DE 240 PERIODES, '
                      'TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-REG.
           MOVE WS-ENRG-F-PERCLO         TO WS-TRG-ENR(WS-NB-REG).
           IF WS-PCL-PERIODE = WS-PERIODE
              MOVE WS-NB-REG             TO WS-IX-REG-PER
           END-IF.
           PERFORM 6010-READ-FPERCLO-DEB
              THRU 6010-READ-FPERCLO-FIN.
       6020-ALIM-REGISTRE-FIN.
           EXIT.
      *
       6100-OPEN-STOCK-DEB.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
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
           OPEN OUTPUT F-PERSTK-S.
           IF NOT OK-PERSTK-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-OPEN-STOCK-FIN.
           EXIT.
      *
       6110-READ-FART-DEB.
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (OK-ART-E OR EOF-ART-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FART-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6120-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6130-READ-NEXT-FLOT-DEB
                    THRU 6130-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6120-START-FLOT-FIN.
           EXIT.
      *
       6130-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CODE
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
       6130-READ-NEXT-FLOT-FIN.
           EXIT.
      *
       6150-WRITE-FPERSTK-DEB.
           WRITE FS-ENRG-PERSTK-S        FROM WS-ENRG-F-PERSTK.
           IF NOT OK-PERSTK-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PERSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-WRITE-FPERSTK-FIN.
           EXIT.
      *
       6190-CLOSE-STOCK-DEB.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-PERSTK-S.
           IF NOT OK-PERSTK-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-PERSTK-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERSTK-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6190-CLOSE-STOCK-FIN.
           EXIT.
      *
      *    REECRITURE DU REGISTRE DANS L'ORDRE DES PERIODES : LA
      *    LIGNE DU MOIS TRAITE REMPLACE L'ANCIENNE OU S'INSERE A SA
      *    PLACE.
      *
       6300-ECRIT-REGISTRE-DEB.
           OPEN OUTPUT F-PERCLO-S.
           IF NOT OK-PERCLO-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET NOUV-NON-ECRIT            TO TRUE.
           PERFORM 6310-ECRIT-UNE-LIGNE-DEB
              THRU 6310-ECRIT-UNE-LIGNE-FIN
             VARYING WS-IX-REG FROM 1 BY 1
               UNTIL WS-IX-REG > WS-NB-REG.
           IF NOUV-NON-ECRIT
              MOVE WS-PCL-NOUVEAU        TO WS-ENRG-F-PERCLO
              PERFORM 6320-WRITE-FPERCLO-DEB
                 THRU 6320-WRITE-FPERCLO-FIN
           END-IF.
           CLOSE F-PERCLO-S.
           IF NOT OK-PERCLO-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-PERCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-ECRIT-REGISTRE-FIN.
           EXIT.
      *
       6310-ECRIT-UNE-LIGNE-DEB.
           MOVE WS-TRG-ENR(WS-IX-REG)    TO WS-ENRG-F-PERCLO.
           IF NOUV-NON-ECRIT AND WS-PCL-PERIODE NOT < WS-PERIODE
              IF WS-PCL-PERIODE > WS-PERIODE
                 MOVE WS-PCL-NOUVEAU     TO WS-ENRG-F-PERCLO
                 PERFORM 6320-WRITE-FPERCLO-DEB
                    THRU 6320-WRITE-FPERCLO-FIN
                 MOVE WS-TRG-ENR(WS-IX-REG) TO WS-ENRG-F-PERCLO
              ELSE
                 MOVE WS-PCL-NOUVEAU     TO WS-ENRG-F-PERCLO
              END-IF
              SET NOUV-ECRIT             TO TRUE
           END-IF.
           PERFORM 6320-WRITE-FPERCLO-DEB
              THRU 6320-WRITE-FPERCLO-FIN.
       6310-ECRIT-UNE-LIGNE-FIN.
           EXIT.
      *
       6320-WRITE-FPERCLO-DEB.
           WRITE FS-ENRG-PERCLO-S        FROM WS-ENRG-F-PERCLO.
           IF NOT OK-PERCLO-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PERCLO-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-WRITE-FPERCLO-FIN.
           EXIT.
      *
      *    JOURNAL EN AJOUT (OPEN EXTEND, CREE AU PREMIER PASSAGE).
      *
       6500-JOURNALISE-DEB.
           OPEN EXTEND F-PERJNL-S.
           IF NOT OK-PERJNL-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERJNL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERJNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           WRITE FS-ENRG-PERJNL-S        FROM WS-ENRG-PERJNL.
           IF NOT OK-PERJNL-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PERJNL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERJNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-PERJNL-S.
       6500-JOURNALISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    DERNIER JOUR DU MOIS, DATE DE VALEUR DES TAUX DE CHANGE
      *    (FEVRIER : 29 LES ANNEES BISSEXTILES).
      *
       7000-DATE-FIN-MOIS-DEB.
           MOVE WS-PERIODE               TO WS-DFM-PERIODE.
           MOVE WS-JRS-NB(WS-PER-MM)     TO WS-DFM-JJ.
           IF WS-PER-MM = 2
              DIVIDE WS-PER-AAAA BY 4   GIVING WS-QUOTIENT
                                     REMAINDER WS-RESTE-4
              DIVIDE WS-PER-AAAA BY 100 GIVING WS-QUOTIENT
                                     REMAINDER WS-RESTE-100
              DIVIDE WS-PER-AAAA BY 400 GIVING WS-QUOTIENT
                                     REMAINDER WS-RESTE-400
              IF (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
                 OR WS-RESTE-400 = ZERO
                 MOVE 29                 TO WS-DFM-JJ
              END-IF
           END-IF.
       7000-DATE-FIN-MOIS-FIN.
           EXIT.
      *
      *    DATE DE CLOTURE DU MOIS (AAAAMMJJ) CONVERTIE AU FORMAT
      *    0CYYDDD DES DECISIONS : LE QUANTIEME EST L'ECART CALENDAIRE
      *    DEPUIS LE 1ER JANVIER + 1.
      *
       7050-DATE-CLOT-JULIEN-DEB.
           MOVE WS-PCL-DATE-CLOT         TO WS-DATE-CLOT-N.
           MOVE WS-CLOT-AA               TO WS-JAN-AA.
           MOVE WS-DATE-JAN-N            TO WS-CAL-DATE-1.
           MOVE WS-DATE-CLOT-N           TO WS-CAL-DATE-2.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF NOT CAL-RC-OK
              DISPLAY 'ARIS902 : DATE DE CLOTURE INVALIDE : '
                      WS-PCL-DATE-CLOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           COMPUTE WS-JUL-CLOT = (WS-CLOT-AA - 1900) * 1000
                               + WS-CAL-NB-JOURS + 1.
       7050-DATE-CLOT-JULIEN-FIN.
           EXIT.
      *
      *    L'APPROBATEUR DOIT EXISTER DANS USRPRF AVEC LE NIVEAU
      *    MAINTENANCE 'M'.
      *
       7100-CTRL-APPROBATEUR-DEB.
           OPEN INPUT F-USRPRF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-APPROB-CTRL           TO FS-UPR-CLE.
           READ F-USRPRF INTO WS-ENRG-USRPRF.
           IF NOTFOUND-USRPRF
              DISPLAY 'APPROBATEUR INCONNU DE USRPRF : '
                      WS-APPROB-CTRL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT OK-USRPRF
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER USRPRF'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-USRPRF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT UPR-MAINT
              DISPLAY 'NIVEAU MAINTENANCE USRPRF EXIGE POUR '
                      WS-APPROB-CTRL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-USRPRF.
       7100-CTRL-APPROBATEUR-FIN.
           EXIT.
      *
       7200-RECH-APPROB-DEB.
           IF WS-TAP-USER(WS-IX-APPROB) = WS-DEC-APPROBATEUR
              SET APPROB-CONNU           TO TRUE
           END-IF.
       7200-RECH-APPROB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO127     *'.
           DISPLAY WS-LCRE0-ASTER.
           IF DEM-CLOTURE
              MOVE WS-TOT-VAL            TO WS-TOT-VAL-ED
              DISPLAY 'PERIODE CLOTUREE             :  ' WS-PERIODE
              DISPLAY 'ARTICLES DE L''INSTANTANE     :  ' WS-CPT-ART
              DISPLAY 'LOTS VALORISES               :  ' WS-CPT-LOTS
              DISPLAY 'LOTS SANS TAUX DE CHANGE     :  '
                      WS-CPT-SANS-TAUX
              DISPLAY 'QUANTITE TOTALE              :  ' WS-TOT-QTE
              DISPLAY 'VALEUR TOTALE EUR            :  '
                      WS-TOT-VAL-ED
           ELSE
              DISPLAY 'PERIODE REOUVERTE            :  ' WS-PERIODE
              DISPLAY 'DECISIONS LUES               :  '
                      WS-CPT-DECISIONS
              DISPLAY 'DECISIONS CYCLE ANTERIEUR    :  '
                      WS-CPT-DEC-ANTER
              DISPLAY 'APPROBATEURS                 :  '
                      WS-PJN-APPROB-1 ' ' WS-PJN-APPROB-2
           END-IF.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO127         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO127        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
