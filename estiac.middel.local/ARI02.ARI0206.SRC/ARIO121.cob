      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO121                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  IMPUTATION DES FRAIS D'APPROCHE AUX LOTS RECUS : CHAQUE      *
      *  PIECE DE FRAIS (COPY FRAIAP : FACTURE DE TRANSPORT, DE       *
      *  DOUANE OU DE MANUTENTION, COMMANDES FOURNISSEURS COUVERTES,  *
      *  MONTANT EUR, CLE DE REPARTITION) EST REPARTIE SUR LES        *
      *  RECEPTIONS ARIO937 DE CES COMMANDES (FICHIER RECEPT,         *
      *  ARTICLE ET QUANTITE EN UNITES PAR CMD0206) :                 *
      *    'V' : AU PRORATA DE LA VALEUR FOURNISSEUR EN EUR (TAUX DU  *
      *          JOUR DE RECEPTION PAR ARIS905) ;                     *
      *    'Q' : AU PRORATA DES QUANTITES RECUES ;                    *
      *    'P' : AU PRORATA DU POIDS ESTIME PAR LA CLASSE DE POIDS    *
      *          DE L'ARTICLE (PARAMETRES 'POIDSA', 'POIDSB',         *
      *          'POIDSC' EN KG PAR UNITE).                           *
      *  LA DERNIERE RECEPTION D'UNE PIECE RECOIT LE RELIQUAT          *
      *  D'ARRONDI. LE SUPPLEMENT UNITAIRE, RECONVERTI DANS LA        *
      *  DEVISE DU LOT, MAJORE LE PRIX DU LOT DANS LOT0206            *
      *  (WS-LOT-PXU) : LA VALORISATION ARIO938 PORTE ALORS LE COUT   *
      *  DE REVIENT ; CHAQUE MAJORATION EST TRACEE DANS L'HISTORIQUE  *
      *  DES PRIX HISPRIX (ORIGINE 'FRAIAP', RELU PAR ARIO946).       *
      *  UNE PIECE DEJA PRESENTE DANS LE REGISTRE FAPREG              *
      *  N'EST PAS IMPUTEE DEUX FOIS ; LE REGISTRE EST REECRIT EN     *
      *  NOUVELLE GENERATION (F-FAPREG-S). L'ETAT DONNE LE SORT DE    *
      *  CHAQUE PIECE PUIS, PAR RECEPTION, LE PRIX FOURNISSEUR, LES   *
      *  FRAIS IMPUTES PAR NATURE ET LE COUT DE REVIENT UNITAIRE EN   *
      *  EUR.                                                         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  MAJORATION DU PRIX DU LOT DANS LE FICHIER    *
      *               !  DES LOTS LOT0206 (ART0206 LU EN ENTREE)      *
      * 15/10/2026    !  LIVRAISON RECEPT PORTEE A 48 C (DLUO DU LOT  *
      *               !  LIVRE EN FIN D'ENREGISTREMENT)               *
      * 15/10/2026    !  MAJORATION DU PRIX DU LOT TRACEE DANS        *
      *               !  L'HISTORIQUE DES PRIX HISPRIX (ANCIEN ET     *
      *               !  NOUVEAU PRIX, ORIGINE 'FRAIAP')              *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO121.
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
      *                      F-CMD-E : COMMANDES FOURNISSEURS CMD0206
      *                      -------------------------------------------
           SELECT  F-CMD-E             ASSIGN TO CMD0206
                   FILE STATUS         IS WS-FS-CMD.
      *                      -------------------------------------------
      *                      F-REC-E : HISTORIQUE DES RECEPTIONS
      *                      -------------------------------------------
           SELECT  F-REC-E             ASSIGN TO RECEPT
                   FILE STATUS         IS WS-FS-REC.
      *                      -------------------------------------------
      *                      F-FRAIAP-E : PIECES DE FRAIS D'APPROCHE
      *                      -------------------------------------------
           SELECT  F-FRAIAP-E          ASSIGN TO FRAIAP
                   FILE STATUS         IS WS-FS-FRAIAP.
      *                      -------------------------------------------
      *                      F-FAPREG-E : REGISTRE DES PIECES IMPUTEES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FAPREG-E ASSIGN TO FAPREG
                   FILE STATUS         IS WS-FS-FAPREG-E.
      *                      -------------------------------------------
      *                      F-FAPREG-S : REGISTRE NOUVELLE GENERATION
      *                      -------------------------------------------
           SELECT  F-FAPREG-S          ASSIGN TO FAPNEW
                   FILE STATUS         IS WS-FS-FAPREG-S.
      *                      -------------------------------------------
      *                      F-ART-ES : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-ES            ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART.
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS (MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT.
      *                      -------------------------------------------
      *                      F-HPX-ES : HISTORIQUE DES PRIX HISPRIX
      *                      -------------------------------------------
           SELECT  F-HPX-ES            ASSIGN TO HISPRIX
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-HPX-CLE
                   FILE STATUS         IS WS-FS-HPX.
      *                      -------------------------------------------
      *                      F-ETAT-S : ETAT DES COUTS DE REVIENT
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATFAP
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
       FD  F-CMD-E
           RECORDING MODE IS F.
       01  FS-ENRG-CMD-E              PIC X(80).
      *
       FD  F-REC-E
           RECORDING MODE IS F.
       01  FS-ENRG-REC-E              PIC X(48).
      *
       FD  F-FRAIAP-E
           RECORDING MODE IS F.
       01  FS-ENRG-FRAIAP-E           PIC X(60).
      *
       FD  F-FAPREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FAPREG-E           PIC X(30).
      *
       FD  F-FAPREG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FAPREG-S           PIC X(30).
      *
       FD  F-ART-ES
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE             PIC X(14).
           05  FILLER                 PIC X(46).
      *
       FD  F-HPX-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-HPX-ES.
           05  FS-HPX-CLE             PIC X(29).
           05  FILLER                 PIC X(31).
      *
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETAT-S             PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- COMMANDES FOURNISSEURS ------------------------*
      *
           COPY COMMANDE.
      *
      *---------------- ENREGISTREMENT ARTICLE ------------------------*
      *
           COPY ARTICLE.
      *
           COPY ARTLOT.
      *
           COPY HISPRIX.
      *
      *---------------- PIECES DE FRAIS ET REGISTRE -------------------*
      *
           COPY FRAIAP.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- ZONE D'ECHANGE ARIS905 (TAUX DE CHANGE) -------*
      *
           COPY DEVAPPL.
      *
      *---------------- RECEPTION (PARTAGE ARIO937) ------------------*
      *
       01  WS-ENRG-REC.
           05  WS-REC-NO             PIC X(08).
           05  WS-REC-LOT            PIC X(08).
           05  WS-REC-DATE           PIC 9(08).
           05  WS-REC-QTE            PIC 9(06).
           05  WS-REC-PXU            PIC 9(03)V99.
           05  WS-REC-DEVISE         PIC X(03).
           05  WS-REC-UNITE          PIC X(01).
           05  FILLER                PIC X(01).
           05  WS-REC-DLUO           PIC 9(08).
      *
      *---------------- COMMANDES FOURNISSEURS EN MEMOIRE -------------*
      *
       01  WS-TAB-CMD.
           05  WS-TCM-EL             OCCURS 5000 TIMES.
               10  WS-TCM-NO         PIC X(08).
               10  WS-TCM-ART        PIC X(06).
               10  WS-TCM-QTE-RECUE  PIC 9(06).
       01  WS-NB-CMD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CMD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CMD-TROUVEE         PIC X(01) VALUE 'N'.
           88  CMD-TROUVEE           VALUE 'O'.
           88  CMD-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- RECEPTIONS EN MEMOIRE -------------------------*
      *
       01  WS-TAB-RCP.
           05  WS-RCP-EL             OCCURS 3000 TIMES.
               10  WS-RCP-CDE-NO     PIC X(08).
               10  WS-RCP-LOT        PIC X(08).
               10  WS-RCP-ART        PIC X(06).
               10  WS-RCP-QTE        PIC 9(07).
               10  WS-RCP-PXU        PIC 9(03)V99.
               10  WS-RCP-DEVISE     PIC X(03).
               10  WS-RCP-TAUX       PIC 9(03)V9(06).
               10  WS-RCP-PXU-EUR    PIC 9(05)V9(04) COMP-3.
               10  WS-RCP-VALEUR     PIC 9(09)V99 COMP-3.
               10  WS-RCP-POIDS      PIC 9(07)V999 COMP-3.
               10  WS-RCP-FRAIS-T    PIC 9(07)V99 COMP-3.
               10  WS-RCP-FRAIS-D    PIC 9(07)V99 COMP-3.
               10  WS-RCP-FRAIS-M    PIC 9(07)V99 COMP-3.
               10  WS-RCP-SW-TAUX    PIC X(01).
                   88  RCP-AVEC-TAUX     VALUE 'O'.
                   88  RCP-SANS-TAUX     VALUE 'N'.
               10  WS-RCP-SW-IMPUTEE PIC X(01).
                   88  RCP-IMPUTEE       VALUE 'O'.
                   88  RCP-NON-IMPUTEE   VALUE 'N'.
       01  WS-NB-RCP                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-RCP                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- PIECE DE FRAIS COURANTE -----------------------*
      *
       01  WS-PIECE-COURANTE.
           05  WS-PCE-DOC-NO         PIC X(10).
           05  WS-PCE-NATURE         PIC X(01).
           05  WS-PCE-TIERS          PIC X(06).
           05  WS-PCE-DATE           PIC 9(08).
           05  WS-PCE-MONTANT        PIC 9(07)V99.
           05  WS-PCE-CLE-REPART     PIC X(01).
               88  PCE-PAR-VALEUR    VALUE 'V'.
               88  PCE-PAR-QUANTITE  VALUE 'Q'.
               88  PCE-PAR-POIDS     VALUE 'P'.
       01  WS-TAB-PCE-CDE.
           05  WS-PCE-CDE-NO         PIC X(08) OCCURS 100 TIMES.
       01  WS-NB-PCE-CDE             PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-PCE-CDE             PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-PCE-CDE             PIC X(01).
           88  PCE-CDE-COUVERTE      VALUE 'O'.
           88  PCE-CDE-NON-COUVERTE  VALUE 'N'.
       01  WS-SW-PCE-OUVERTE         PIC X(01) VALUE 'N'.
           88  PCE-OUVERTE           VALUE 'O'.
           88  PCE-FERMEE            VALUE 'N'.
       01  WS-PCE-MOTIF              PIC X(30).
       01  WS-PCE-NB-REC             PIC S9(04) COMP VALUE ZERO.
       01  WS-PCE-RANG               PIC S9(04) COMP VALUE ZERO.
       01  WS-PCE-BASE-TOT           PIC 9(11)V999 COMP-3.
       01  WS-PCE-BASE               PIC 9(11)V999 COMP-3.
       01  WS-PCE-DEJA-REPARTI       PIC 9(07)V99 COMP-3.
       01  WS-PCE-PART               PIC 9(07)V99 COMP-3.
      *
      *---------------- REGISTRE DES PIECES DEJA IMPUTEES -------------*
      *
       01  WS-TAB-REG.
           05  WS-REG-DOC-NO         PIC X(10) OCCURS 5000 TIMES.
       01  WS-NB-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-REG-TROUVE          PIC X(01).
           88  REG-TROUVE            VALUE 'O'.
           88  REG-NON-TROUVE        VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CMD                 PIC XX.
           88  OK-CMD                VALUE '00'.
           88  EOF-CMD               VALUE '10'.
       01  WS-FS-REC                 PIC XX.
           88  OK-REC                VALUE '00'.
           88  EOF-REC               VALUE '10'.
       01  WS-FS-FRAIAP              PIC XX.
           88  OK-FRAIAP             VALUE '00'.
           88  EOF-FRAIAP            VALUE '10'.
       01  WS-FS-FAPREG-E            PIC XX.
           88  OK-FAPREG-E           VALUE '00'.
           88  EOF-FAPREG-E          VALUE '10'.
           88  NOTFOUND-FAPREG-E     VALUE '35'.
       01  WS-FS-FAPREG-S            PIC XX.
           88  OK-FAPREG-S           VALUE '00'.
       01  WS-FS-ART                 PIC XX.
           88  OK-ART                VALUE '00'.
           88  NOTFOUND-ART          VALUE '23'.
       01  WS-FS-LOT                 PIC XX.
           88  OK-LOT                VALUE '00'.
           88  NOTFOUND-LOT          VALUE '23'.
       01  WS-FS-HPX                 PIC XX.
           88  OK-HPX                VALUE '00'.
           88  DOUBLON-HPX           VALUE '22'.
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
       01  WS-HEURE-SYST             PIC 9(08).
       01  WS-POIDS-A                PIC 9(03)V999 VALUE 1.
       01  WS-POIDS-B                PIC 9(03)V999 VALUE 5.
       01  WS-POIDS-C                PIC 9(03)V999 VALUE 20.
       01  WS-POIDS-UNITE            PIC 9(03)V999.
       01  WS-FRAIS-TOTAL            PIC 9(07)V99 COMP-3.
       01  WS-FRAIS-UNITE-EUR        PIC 9(05)V9(04) COMP-3.
       01  WS-FRAIS-UNITE-DEV        PIC 9(05)V9(04) COMP-3.
       01  WS-PXU-REVIENT            PIC 9(05)V9(04) COMP-3.
       01  WS-NOTE-RECEPTION         PIC X(20).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-REC-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-PIECES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-PIECES-IMPUTEES    PIC 9(05) VALUE ZERO.
       01  WS-CPT-PIECES-REJETEES    PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOTS-MAJORES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOTS-ANOMALIE      PIC 9(05) VALUE ZERO.
       01  WS-TOT-IMPUTE             PIC 9(09)V99 VALUE ZERO.
      *
      *---------------- LIGNES DE L'ETAT ------------------------------*
      *
       01  WS-LFAP-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LFAP-TITRE.
           05  FILLER                PIC X(50) VALUE
               'ESTIAC - FRAIS D''APPROCHE ET COUTS DE REVIENT DU '.
           05  WS-LFAP-DATE-ED       PIC 9(08).
       01  WS-LFAP-SECT-PIECES       PIC X(132) VALUE
           'PIECES DE FRAIS TRAITEES'.
       01  WS-LFAP-ENT-PIECE         PIC X(132) VALUE
           'PIECE      N TIERS   DATE          MONTANT C  NB REC  SORT D
      -    'E LA PIECE'.
       01  WS-LFAP-PIECE.
           05  WS-LFAP-P-DOC-ED      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-P-NAT-ED      PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-P-TIERS-ED    PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-P-DATE-ED     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-P-MT-ED       PIC ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-P-CLE-ED      PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LFAP-P-NBREC-ED    PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-P-SORT-ED     PIC X(30).
       01  WS-LFAP-SECT-RECEPT       PIC X(132) VALUE
           'COUT DE REVIENT PAR RECEPTION (FRAIS EN EUR)'.
       01  WS-LFAP-ENT-RECEPT.
           05  FILLER                PIC X(40) VALUE
               'COMMANDE  LOT       ARTICLE     QTE  PX '.
           05  FILLER                PIC X(40) VALUE
               'FOUR DEV  PX FR. EUR   TRANSPORT      DO'.
           05  FILLER                PIC X(52) VALUE
               'UANE  MANUTENT.  PX REVIENT  OBSERVATION'.
       01  WS-LFAP-RECEPT.
           05  WS-LFAP-R-CDE-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-LOT-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-ART-ED      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-R-QTE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-PXU-ED      PIC ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-R-DEV-ED      PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-R-PXEUR-ED    PIC ZZZZ9,9999.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-FT-ED       PIC ZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-FD-ED       PIC ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LFAP-R-FM-ED       PIC ZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-REVIENT-ED  PIC ZZZZ9,9999.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LFAP-R-NOTE-ED     PIC X(20).
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
           ACCEPT WS-HEURE-SYST          FROM TIME.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO121'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
      *--------------- COMMANDES, RECEPTIONS ET REGISTRE --------------*
      *
           PERFORM 6010-READ-FCMD-DEB
              THRU 6010-READ-FCMD-FIN.
           PERFORM 1000-CHARGE-CMD-DEB
              THRU 1000-CHARGE-CMD-FIN
             UNTIL EOF-CMD.
      *
           PERFORM 6020-READ-FREC-DEB
              THRU 6020-READ-FREC-FIN.
           PERFORM 1100-CHARGE-RECEPTION-DEB
              THRU 1100-CHARGE-RECEPTION-FIN
             UNTIL EOF-REC.
      *
           PERFORM 6200-CHARGE-REGISTRE-DEB
              THRU 6200-CHARGE-REGISTRE-FIN.
      *
      *--------------- REPARTITION DES PIECES DE FRAIS ----------------*
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
           PERFORM 6030-READ-FFRAIAP-DEB
              THRU 6030-READ-FFRAIAP-FIN.
           PERFORM 2000-TRT-FRAIAP-DEB
              THRU 2000-TRT-FRAIAP-FIN
             UNTIL EOF-FRAIAP.
           IF PCE-OUVERTE
              PERFORM 3000-IMPUTE-PIECE-DEB
                 THRU 3000-IMPUTE-PIECE-FIN
           END-IF.
      *
      *--------------- MAJORATION DES LOTS ET ETAT PAR RECEPTION ------*
      *
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-TIRET.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-SECT-RECEPT.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-ENT-RECEPT.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-TIRET.
           PERFORM 4000-MAJORE-LOT-DEB
              THRU 4000-MAJORE-LOT-FIN
             VARYING WS-IX-RCP FROM 1 BY 1
               UNTIL WS-IX-RCP > WS-NB-RCP.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-LOTS-MAJORES      TO WS-RUN-NBENR.
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
      *   CHARGEMENT DES COMMANDES FOURNISSEURS                       *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-CMD-DEB.
      *
           IF WS-NB-CMD = 5000
              DISPLAY 'TABLE DES COMMANDES SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CMD.
           MOVE WS-CMD-NO                TO WS-TCM-NO(WS-NB-CMD).
           MOVE WS-CMD-ART-CODE          TO WS-TCM-ART(WS-NB-CMD).
           MOVE WS-CMD-QTE-RECUE         TO WS-TCM-QTE-RECUE(WS-NB-CMD).
      *
           PERFORM 6010-READ-FCMD-DEB
              THRU 6010-READ-FCMD-FIN.
      *
       1000-CHARGE-CMD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CHARGEMENT D'UNE RECEPTION : ARTICLE, VALEUR EUR, POIDS     *
      *---------------------------------------------------------------*
      *
       1100-CHARGE-RECEPTION-DEB.
      *
           ADD 1                         TO WS-CPT-REC-LUES.
           PERFORM 7100-RECH-CMD-DEB
              THRU 7100-RECH-CMD-FIN.
           IF CMD-NON-TROUVEE
              GO TO 1100-SUITE
           END-IF.
      *
           IF WS-NB-RCP = 3000
              DISPLAY 'TABLE DES RECEPTIONS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-RCP.
           MOVE WS-NB-RCP                TO WS-IX-RCP.
           MOVE WS-REC-NO                TO WS-RCP-CDE-NO(WS-IX-RCP).
           MOVE WS-REC-LOT               TO WS-RCP-LOT(WS-IX-RCP).
           MOVE WS-TCM-ART(WS-IX-CMD)    TO WS-RCP-ART(WS-IX-RCP).
           MOVE WS-REC-PXU               TO WS-RCP-PXU(WS-IX-RCP).
           MOVE WS-REC-DEVISE            TO WS-RCP-DEVISE(WS-IX-RCP).
           MOVE ZERO                     TO WS-RCP-FRAIS-T(WS-IX-RCP)
                                            WS-RCP-FRAIS-D(WS-IX-RCP)
                                            WS-RCP-FRAIS-M(WS-IX-RCP).
           SET RCP-NON-IMPUTEE(WS-IX-RCP) TO TRUE.
      *
      *    QUANTITE EN UNITES : CELLE DE LA COMMANDE (CONVERTIE PAR
      *    ARIO937), A DEFAUT CELLE DE LA RECEPTION.
      *
           MOVE WS-REC-QTE               TO WS-RCP-QTE(WS-IX-RCP).
           IF WS-TCM-QTE-RECUE(WS-IX-CMD) > ZERO
              MOVE WS-TCM-QTE-RECUE(WS-IX-CMD) TO WS-RCP-QTE(WS-IX-RCP)
           END-IF.
      *
      *    PRIX FOURNISSEUR EN EUR AU TAUX DU JOUR DE RECEPTION.
      *
           MOVE WS-REC-DEVISE            TO WS-CHG-DEVISE.
           MOVE WS-REC-DATE              TO WS-CHG-DATE.
           CALL 'ARIS905'             USING WS-CHG-PARM.
           IF CHG-TROUVE
              SET RCP-AVEC-TAUX(WS-IX-RCP) TO TRUE
              MOVE WS-CHG-TAUX           TO WS-RCP-TAUX(WS-IX-RCP)
           ELSE
              SET RCP-SANS-TAUX(WS-IX-RCP) TO TRUE
              MOVE ZERO                  TO WS-RCP-TAUX(WS-IX-RCP)
           END-IF.
           COMPUTE WS-RCP-PXU-EUR(WS-IX-RCP) ROUNDED =
                   WS-RCP-PXU(WS-IX-RCP) * WS-RCP-TAUX(WS-IX-RCP).
           COMPUTE WS-RCP-VALEUR(WS-IX-RCP) ROUNDED =
                   WS-RCP-QTE(WS-IX-RCP) * WS-RCP-PXU-EUR(WS-IX-RCP).
      *
      *    POIDS ESTIME PAR LA CLASSE DE POIDS DE L'ARTICLE.
      *
           MOVE WS-RCP-ART(WS-IX-RCP)    TO FS-ART-CODE.
           READ F-ART-ES                 INTO WS-ART-ENR.
           IF NOTFOUND-ART
              MOVE SPACES                TO WS-ART-CL-POIDS
           ELSE
              IF NOT OK-ART
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           EVALUATE WS-ART-CL-POIDS
              WHEN 'B'
                 MOVE WS-POIDS-B         TO WS-POIDS-UNITE
              WHEN 'C'
                 MOVE WS-POIDS-C         TO WS-POIDS-UNITE
              WHEN OTHER
                 MOVE WS-POIDS-A         TO WS-POIDS-UNITE
           END-EVALUATE.
           COMPUTE WS-RCP-POIDS(WS-IX-RCP) =
                   WS-RCP-QTE(WS-IX-RCP) * WS-POIDS-UNITE.
      *
       1100-SUITE.
           PERFORM 6020-READ-FREC-DEB
              THRU 6020-READ-FREC-FIN.
      *
       1100-CHARGE-RECEPTION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LECTURE D'UNE PIECE : ENTETE PUIS COMMANDES COUVERTES       *
      *---------------------------------------------------------------*
      *
       2000-TRT-FRAIAP-DEB.
      *
           EVALUATE TRUE
              WHEN FAP-ENTETE
                 IF PCE-OUVERTE
                    PERFORM 3000-IMPUTE-PIECE-DEB
                       THRU 3000-IMPUTE-PIECE-FIN
                 END-IF
                 SET PCE-OUVERTE         TO TRUE
                 ADD 1                   TO WS-CPT-PIECES
                 MOVE WS-FAP-DOC-NO      TO WS-PCE-DOC-NO
                 MOVE WS-FAP-NATURE      TO WS-PCE-NATURE
                 MOVE WS-FAP-TIERS       TO WS-PCE-TIERS
                 MOVE WS-FAP-DATE        TO WS-PCE-DATE
                 MOVE WS-FAP-MONTANT     TO WS-PCE-MONTANT
                 MOVE WS-FAP-CLE-REPART  TO WS-PCE-CLE-REPART
                 MOVE ZERO               TO WS-NB-PCE-CDE
                 MOVE SPACES             TO WS-PCE-MOTIF
              WHEN FAP-LIGNE
                   AND PCE-OUVERTE
                   AND WS-FAP-DOC-NO = WS-PCE-DOC-NO
                 IF WS-NB-PCE-CDE = 100
                    MOVE 'PLUS DE 100 COMMANDES'  TO WS-PCE-MOTIF
                 ELSE
                    ADD 1                TO WS-NB-PCE-CDE
                    MOVE WS-FAP-CDE-NO   TO
                         WS-PCE-CDE-NO(WS-NB-PCE-CDE)
                 END-IF
              WHEN OTHER
                 DISPLAY 'ENREGISTREMENT FRAIAP IGNORE : '
                         WS-FAP-DOC-NO ' ' WS-FAP-TYPE-ENR
           END-EVALUATE.
      *
           PERFORM 6030-READ-FFRAIAP-DEB
              THRU 6030-READ-FFRAIAP-FIN.
      *
       2000-TRT-FRAIAP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   IMPUTATION D'UNE PIECE SUR LES RECEPTIONS COUVERTES         *
      *---------------------------------------------------------------*
      *
       3000-IMPUTE-PIECE-DEB.
      *
           SET PCE-FERMEE                TO TRUE.
           MOVE ZERO                     TO WS-PCE-NB-REC
                                            WS-PCE-BASE-TOT.
      *
      *--------------- CONTROLES DE LA PIECE --------------------------*
      *
           IF WS-PCE-MOTIF NOT = SPACES
              GO TO 3000-REJET
           END-IF.
           MOVE WS-PCE-DOC-NO            TO WS-FPR-DOC-NO.
           PERFORM 7200-RECH-REGISTRE-DEB
              THRU 7200-RECH-REGISTRE-FIN.
           IF REG-TROUVE
              MOVE 'DEJA IMPUTEE (REGISTRE FAPREG)' TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
           IF WS-PCE-NATURE NOT = 'T' AND NOT = 'D' AND NOT = 'M'
              MOVE 'NATURE DE FRAIS INCONNUE'   TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
           IF NOT (PCE-PAR-VALEUR OR PCE-PAR-QUANTITE OR PCE-PAR-POIDS)
              MOVE 'CLE DE REPARTITION INCONNUE' TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
           IF WS-PCE-MONTANT IS NOT NUMERIC
              OR WS-PCE-MONTANT = ZERO
              MOVE 'MONTANT NUL OU INVALIDE'    TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
      *
      *--------------- ASSIETTE DE LA REPARTITION ---------------------*
      *
           PERFORM 3100-CUMULE-BASE-DEB
              THRU 3100-CUMULE-BASE-FIN
             VARYING WS-IX-RCP FROM 1 BY 1
               UNTIL WS-IX-RCP > WS-NB-RCP.
           IF WS-PCE-NB-REC = ZERO
              MOVE 'AUCUNE RECEPTION COUVERTE'  TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
           IF WS-PCE-BASE-TOT = ZERO
              MOVE 'ASSIETTE NULLE (TAUX ABSENT ?)' TO WS-PCE-MOTIF
              GO TO 3000-REJET
           END-IF.
      *
      *--------------- REPARTITION ------------------------------------*
      *
           MOVE ZERO                     TO WS-PCE-RANG
                                            WS-PCE-DEJA-REPARTI.
           PERFORM 3200-REPARTIT-DEB
              THRU 3200-REPARTIT-FIN
             VARYING WS-IX-RCP FROM 1 BY 1
               UNTIL WS-IX-RCP > WS-NB-RCP.
      *
           ADD 1                         TO WS-CPT-PIECES-IMPUTEES.
           ADD WS-PCE-MONTANT            TO WS-TOT-IMPUTE.
           MOVE 'IMPUTEE'                TO WS-PCE-MOTIF.
      *
      *    LA PIECE ENTRE AU REGISTRE POUR LES PASSAGES SUIVANTS.
      *
           MOVE WS-PCE-DOC-NO            TO WS-FPR-DOC-NO.
           MOVE WS-DATE-SYST             TO WS-FPR-DATE-IMPUT.
           MOVE WS-PCE-MONTANT           TO WS-FPR-MONTANT.
           PERFORM 6040-WRITE-FFAPREG-DEB
              THRU 6040-WRITE-FFAPREG-FIN.
           IF WS-NB-REG < 5000
              ADD 1                      TO WS-NB-REG
              MOVE WS-PCE-DOC-NO         TO WS-REG-DOC-NO(WS-NB-REG)
           END-IF.
           GO TO 3000-EDITION.
      *
       3000-REJET.
           ADD 1                         TO WS-CPT-PIECES-REJETEES.
      *
       3000-EDITION.
           MOVE WS-PCE-DOC-NO            TO WS-LFAP-P-DOC-ED.
           MOVE WS-PCE-NATURE            TO WS-LFAP-P-NAT-ED.
           MOVE WS-PCE-TIERS             TO WS-LFAP-P-TIERS-ED.
           MOVE WS-PCE-DATE              TO WS-LFAP-P-DATE-ED.
           MOVE WS-PCE-MONTANT           TO WS-LFAP-P-MT-ED.
           MOVE WS-PCE-CLE-REPART        TO WS-LFAP-P-CLE-ED.
           MOVE WS-PCE-NB-REC            TO WS-LFAP-P-NBREC-ED.
           MOVE WS-PCE-MOTIF             TO WS-LFAP-P-SORT-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-PIECE.
           PERFORM 6050-WRITE-FETAT-DEB
              THRU 6050-WRITE-FETAT-FIN.
      *
       3000-IMPUTE-PIECE-FIN.
           EXIT.
      *
       3100-CUMULE-BASE-DEB.
           PERFORM 7300-RECEPTION-COUVERTE-DEB
              THRU 7300-RECEPTION-COUVERTE-FIN.
           IF PCE-CDE-NON-COUVERTE
              GO TO 3100-CUMULE-BASE-FIN
           END-IF.
           ADD 1                         TO WS-PCE-NB-REC.
           PERFORM 7400-BASE-RECEPTION-DEB
              THRU 7400-BASE-RECEPTION-FIN.
           ADD WS-PCE-BASE               TO WS-PCE-BASE-TOT.
       3100-CUMULE-BASE-FIN.
           EXIT.
      *
      *    QUOTE-PART AU PRORATA DE L'ASSIETTE ; LA DERNIERE
      *    RECEPTION COUVERTE PREND LE RELIQUAT D'ARRONDI.
      *
       3200-REPARTIT-DEB.
           PERFORM 7300-RECEPTION-COUVERTE-DEB
              THRU 7300-RECEPTION-COUVERTE-FIN.
           IF PCE-CDE-NON-COUVERTE
              GO TO 3200-REPARTIT-FIN
           END-IF.
           ADD 1                         TO WS-PCE-RANG.
           IF WS-PCE-RANG = WS-PCE-NB-REC
              COMPUTE WS-PCE-PART = WS-PCE-MONTANT
                                  - WS-PCE-DEJA-REPARTI
           ELSE
              PERFORM 7400-BASE-RECEPTION-DEB
                 THRU 7400-BASE-RECEPTION-FIN
              COMPUTE WS-PCE-PART ROUNDED =
                      WS-PCE-MONTANT * WS-PCE-BASE / WS-PCE-BASE-TOT
           END-IF.
           ADD WS-PCE-PART               TO WS-PCE-DEJA-REPARTI.
           EVALUATE WS-PCE-NATURE
              WHEN 'T'
                 ADD WS-PCE-PART         TO WS-RCP-FRAIS-T(WS-IX-RCP)
              WHEN 'D'
                 ADD WS-PCE-PART         TO WS-RCP-FRAIS-D(WS-IX-RCP)
              WHEN OTHER
                 ADD WS-PCE-PART         TO WS-RCP-FRAIS-M(WS-IX-RCP)
           END-EVALUATE.
           SET RCP-IMPUTEE(WS-IX-RCP)    TO TRUE.
       3200-REPARTIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   MAJORATION DU PRIX DU LOT ET LIGNE D'ETAT PAR RECEPTION     *
      *---------------------------------------------------------------*
      *
       4000-MAJORE-LOT-DEB.
      *
           IF RCP-NON-IMPUTEE(WS-IX-RCP)
              GO TO 4000-MAJORE-LOT-FIN
           END-IF.
           MOVE SPACES                   TO WS-NOTE-RECEPTION.
           COMPUTE WS-FRAIS-TOTAL = WS-RCP-FRAIS-T(WS-IX-RCP)
                                  + WS-RCP-FRAIS-D(WS-IX-RCP)
                                  + WS-RCP-FRAIS-M(WS-IX-RCP).
           MOVE ZERO                     TO WS-FRAIS-UNITE-EUR.
           IF WS-RCP-QTE(WS-IX-RCP) > ZERO
              COMPUTE WS-FRAIS-UNITE-EUR ROUNDED =
                      WS-FRAIS-TOTAL / WS-RCP-QTE(WS-IX-RCP)
           END-IF.
           COMPUTE WS-PXU-REVIENT = WS-RCP-PXU-EUR(WS-IX-RCP)
                                  + WS-FRAIS-UNITE-EUR.
      *
      *    LE SUPPLEMENT EST RAMENE DANS LA DEVISE DU LOT ; SANS TAUX
      *    LE LOT N'EST PAS MAJORE (ANOMALIE A L'ETAT).
      *
           IF RCP-SANS-TAUX(WS-IX-RCP)
              OR WS-RCP-TAUX(WS-IX-RCP) = ZERO
              MOVE 'SANS TAUX DE CHANGE' TO WS-NOTE-RECEPTION
              ADD 1                      TO WS-CPT-LOTS-ANOMALIE
              GO TO 4000-EDITION
           END-IF.
           COMPUTE WS-FRAIS-UNITE-DEV ROUNDED =
                   WS-FRAIS-UNITE-EUR / WS-RCP-TAUX(WS-IX-RCP).
      *
           MOVE WS-RCP-ART(WS-IX-RCP)    TO WS-LOT-ART.
           MOVE WS-RCP-LOT(WS-IX-RCP)    TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           READ F-LOT-ES                 INTO WS-LOT-ENR.
           IF NOTFOUND-LOT
              MOVE 'LOT ABSENT LOT0206'
                                         TO WS-NOTE-RECEPTION
              ADD 1                      TO WS-CPT-LOTS-ANOMALIE
              GO TO 4000-EDITION
           END-IF.
           IF NOT OK-LOT
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES                   TO WS-HPX-ENR.
           MOVE WS-LOT-ART               TO WS-HPX-ART.
           MOVE WS-LOT-NUM               TO WS-HPX-LOT.
           MOVE WS-DATE-SYST             TO WS-HPX-DATE.
           MOVE WS-HEURE-SYST(1:7)       TO WS-HPX-HEURE.
           MOVE WS-LOT-PXU               TO WS-HPX-PXU-ANCIEN.
           COMPUTE WS-LOT-PXU ROUNDED =
                   WS-LOT-PXU + WS-FRAIS-UNITE-DEV
              ON SIZE ERROR
                 MOVE 'PRIX LOT HORS FORMAT' TO WS-NOTE-RECEPTION
                 ADD 1                   TO WS-CPT-LOTS-ANOMALIE
                 GO TO 4000-EDITION
           END-COMPUTE.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-LOT-PXU               TO WS-HPX-PXU-NOUVEAU.
           MOVE WS-LOT-DEVISE            TO WS-HPX-DEVISE.
           MOVE 'FRAIAP'                 TO WS-HPX-ORIGINE.
           PERFORM 6060-WRITE-FHPX-DEB
              THRU 6060-WRITE-FHPX-FIN.
           ADD 1                         TO WS-CPT-LOTS-MAJORES.
      *
       4000-EDITION.
           MOVE WS-RCP-CDE-NO(WS-IX-RCP) TO WS-LFAP-R-CDE-ED.
           MOVE WS-RCP-LOT(WS-IX-RCP)    TO WS-LFAP-R-LOT-ED.
           MOVE WS-RCP-ART(WS-IX-RCP)    TO WS-LFAP-R-ART-ED.
           MOVE WS-RCP-QTE(WS-IX-RCP)    TO WS-LFAP-R-QTE-ED.
           MOVE WS-RCP-PXU(WS-IX-RCP)    TO WS-LFAP-R-PXU-ED.
           MOVE WS-RCP-DEVISE(WS-IX-RCP) TO WS-LFAP-R-DEV-ED.
           MOVE WS-RCP-PXU-EUR(WS-IX-RCP) TO WS-LFAP-R-PXEUR-ED.
           MOVE WS-RCP-FRAIS-T(WS-IX-RCP) TO WS-LFAP-R-FT-ED.
           MOVE WS-RCP-FRAIS-D(WS-IX-RCP) TO WS-LFAP-R-FD-ED.
           MOVE WS-RCP-FRAIS-M(WS-IX-RCP) TO WS-LFAP-R-FM-ED.
           MOVE WS-PXU-REVIENT           TO WS-LFAP-R-REVIENT-ED.
           MOVE WS-NOTE-RECEPTION        TO WS-LFAP-R-NOTE-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-RECEPT.
           PERFORM 6050-WRITE-FETAT-DEB
              THRU 6050-WRITE-FETAT-FIN.
      *
       4000-MAJORE-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CMD-E.
           IF NOT OK-CMD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CMD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-REC-E.
           IF NOT OK-REC
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FRAIAP-E.
           IF NOT OK-FRAIAP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FRAIAP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FRAIAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FAPREG-S.
           IF NOT OK-FAPREG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FAPREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FAPREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ART-ES.
           IF NOT OK-ART
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-HPX-ES.
           IF NOT OK-HPX
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HPX-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HPX
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
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCMD-DEB.
           READ F-CMD-E                  INTO WS-CMD-ENR.
           IF NOT OK-CMD AND NOT EOF-CMD
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CMD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCMD-FIN.
           EXIT.
      *
       6020-READ-FREC-DEB.
           READ F-REC-E                  INTO WS-ENRG-REC.
           IF NOT OK-REC AND NOT EOF-REC
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FREC-FIN.
           EXIT.
      *
       6030-READ-FFRAIAP-DEB.
           READ F-FRAIAP-E               INTO WS-ENRG-F-FRAIAP.
           IF NOT OK-FRAIAP AND NOT EOF-FRAIAP
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FRAIAP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FRAIAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FFRAIAP-FIN.
           EXIT.
      *
       6040-WRITE-FFAPREG-DEB.
           WRITE FS-ENRG-FAPREG-S        FROM WS-ENRG-F-FAPREG.
           IF NOT OK-FAPREG-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FAPREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FAPREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FFAPREG-FIN.
           EXIT.
      *
       6050-WRITE-FETAT-DEB.
           IF NOT OK-ETAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FETAT-FIN.
           EXIT.
      *
      *    UN MEME LOT MAJORE PLUSIEURS FOIS DANS LE PASSAGE PREND
      *    L'HEURE SUIVANTE POUR GARDER UNE CLE UNIQUE.
      *
       6060-WRITE-FHPX-DEB.
      *
       6060-ECRITURE.
           WRITE FS-ENRG-HPX-ES          FROM WS-HPX-ENR.
           IF DOUBLON-HPX
              ADD 1                      TO WS-HPX-HEURE
              GO TO 6060-ECRITURE
           END-IF.
           IF NOT OK-HPX
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HPX-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HPX
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-WRITE-FHPX-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CMD-E.
           CLOSE F-REC-E.
           CLOSE F-FRAIAP-E.
           CLOSE F-FAPREG-S.
           IF NOT OK-FAPREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FAPREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FAPREG-S
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
           CLOSE F-LOT-ES.
           IF NOT OK-LOT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-HPX-ES.
           IF NOT OK-HPX
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-HPX-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HPX
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
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    REGISTRE DES PIECES DEJA IMPUTEES : CHARGE EN TABLE ET
      *    RECOPIE DANS LA NOUVELLE GENERATION ; ABSENT AU PREMIER
      *    PASSAGE.
      *
       6200-CHARGE-REGISTRE-DEB.
           OPEN INPUT F-FAPREG-E.
           IF NOTFOUND-FAPREG-E
              GO TO 6200-CHARGE-REGISTRE-FIN
           END-IF.
           IF NOT OK-FAPREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FAPREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FAPREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FFAPREG-DEB
              THRU 6210-READ-FFAPREG-FIN.
           PERFORM 6220-RANGE-REGISTRE-DEB
              THRU 6220-RANGE-REGISTRE-FIN
             UNTIL EOF-FAPREG-E.
           CLOSE F-FAPREG-E.
       6200-CHARGE-REGISTRE-FIN.
           EXIT.
      *
       6210-READ-FFAPREG-DEB.
           READ F-FAPREG-E               INTO WS-ENRG-F-FAPREG.
           IF NOT OK-FAPREG-E AND NOT EOF-FAPREG-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FAPREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FAPREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FFAPREG-FIN.
           EXIT.
      *
       6220-RANGE-REGISTRE-DEB.
           IF WS-NB-REG = 5000
              DISPLAY 'TABLE DU REGISTRE FAPREG SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-REG.
           MOVE WS-FPR-DOC-NO            TO WS-REG-DOC-NO(WS-NB-REG).
           PERFORM 6040-WRITE-FFAPREG-DEB
              THRU 6040-WRITE-FFAPREG-FIN.
           PERFORM 6210-READ-FFAPREG-DEB
              THRU 6210-READ-FFAPREG-FIN.
       6220-RANGE-REGISTRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : PARAMETRES, RECHERCHES ET CALCULS                  *
      *---------------------------------------------------------------*
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'POIDSA'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-A
           END-IF.
           MOVE 'POIDSB'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-B
           END-IF.
           MOVE 'POIDSC'                 TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-POIDS-C
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
       7100-RECH-CMD-DEB.
           SET CMD-NON-TROUVEE           TO TRUE.
           PERFORM 7110-COMPARE-CMD-DEB
              THRU 7110-COMPARE-CMD-FIN
             VARYING WS-IX-CMD FROM 1 BY 1
               UNTIL WS-IX-CMD > WS-NB-CMD
                  OR CMD-TROUVEE.
           IF CMD-TROUVEE
              SUBTRACT 1                 FROM WS-IX-CMD
           END-IF.
       7100-RECH-CMD-FIN.
           EXIT.
      *
       7110-COMPARE-CMD-DEB.
           IF WS-TCM-NO(WS-IX-CMD) = WS-REC-NO
              SET CMD-TROUVEE            TO TRUE
           END-IF.
       7110-COMPARE-CMD-FIN.
           EXIT.
      *
       7200-RECH-REGISTRE-DEB.
           SET REG-NON-TROUVE            TO TRUE.
           PERFORM 7210-COMPARE-REGISTRE-DEB
              THRU 7210-COMPARE-REGISTRE-FIN
             VARYING WS-IX-REG FROM 1 BY 1
               UNTIL WS-IX-REG > WS-NB-REG
                  OR REG-TROUVE.
       7200-RECH-REGISTRE-FIN.
           EXIT.
      *
       7210-COMPARE-REGISTRE-DEB.
           IF WS-REG-DOC-NO(WS-IX-REG) = WS-FPR-DOC-NO
              SET REG-TROUVE             TO TRUE
           END-IF.
       7210-COMPARE-REGISTRE-FIN.
           EXIT.
      *
      *    LA RECEPTION COURANTE (WS-IX-RCP) RELEVE-T-ELLE D'UNE DES
      *    COMMANDES COUVERTES PAR LA PIECE ?
      *
       7300-RECEPTION-COUVERTE-DEB.
           SET PCE-CDE-NON-COUVERTE      TO TRUE.
           PERFORM 7310-COMPARE-PCE-CDE-DEB
              THRU 7310-COMPARE-PCE-CDE-FIN
             VARYING WS-IX-PCE-CDE FROM 1 BY 1
               UNTIL WS-IX-PCE-CDE > WS-NB-PCE-CDE
                  OR PCE-CDE-COUVERTE.
       7300-RECEPTION-COUVERTE-FIN.
           EXIT.
      *
       7310-COMPARE-PCE-CDE-DEB.
           IF WS-PCE-CDE-NO(WS-IX-PCE-CDE) = WS-RCP-CDE-NO(WS-IX-RCP)
              SET PCE-CDE-COUVERTE       TO TRUE
           END-IF.
       7310-COMPARE-PCE-CDE-FIN.
           EXIT.
      *
       7400-BASE-RECEPTION-DEB.
           EVALUATE TRUE
              WHEN PCE-PAR-VALEUR
                 MOVE WS-RCP-VALEUR(WS-IX-RCP) TO WS-PCE-BASE
              WHEN PCE-PAR-QUANTITE
                 MOVE WS-RCP-QTE(WS-IX-RCP)    TO WS-PCE-BASE
              WHEN OTHER
                 MOVE WS-RCP-POIDS(WS-IX-RCP)  TO WS-PCE-BASE
           END-EVALUATE.
       7400-BASE-RECEPTION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST             TO WS-LFAP-DATE-ED.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-TIRET.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-SECT-PIECES.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-ENT-PIECE.
           WRITE FS-ENRG-ETAT-S          FROM WS-LFAP-TIRET.
           PERFORM 6050-WRITE-FETAT-DEB
              THRU 6050-WRITE-FETAT-FIN.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO121     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'RECEPTIONS LUES              :  ' WS-CPT-REC-LUES.
           DISPLAY 'RECEPTIONS RAPPROCHEES       :  ' WS-NB-RCP.
           DISPLAY 'PIECES DE FRAIS LUES         :  ' WS-CPT-PIECES.
           DISPLAY 'PIECES IMPUTEES              :  '
                   WS-CPT-PIECES-IMPUTEES.
           DISPLAY 'PIECES REJETEES              :  '
                   WS-CPT-PIECES-REJETEES.
           DISPLAY 'LOTS MAJORES DANS ART0206    :  '
                   WS-CPT-LOTS-MAJORES.
           DISPLAY 'RECEPTIONS NON MAJOREES      :  '
                   WS-CPT-LOTS-ANOMALIE.
           DISPLAY 'TOTAL DES FRAIS IMPUTES      :  ' WS-TOT-IMPUTE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO121         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO121        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
