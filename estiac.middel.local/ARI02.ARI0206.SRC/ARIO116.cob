      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO116                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  DECLARATION MENSUELLE DE TVA DE L'ENTREPOT POUR LA PERIODE   *
      *  AAAAMM RECUE EN SYSIN (DEFAUT : MOIS PRECEDENT) :            *
      *    - TVA COLLECTEE PAR TAUX : LIGNES DES FACTURES ('F') ET    *
      *      DES AVOIRS ('V', EN DEDUCTION) DU MOIS, LUES DANS LA     *
      *      CONCATENATION DES FICHIERS TVAFAC D'ARIO095 / ARIO097    *
      *      (F-TVAMOIS-E, COPY TVALIG), CONTROLEE CONTRE LE CUMUL    *
      *      DE TVA DU REGISTRE DES FACTURES FACREG POUR LE MOIS ;    *
      *    - TVA DEDUCTIBLE PAR TAUX : LIGNES DE FACTURES             *
      *      FOURNISSEURS RAPPROCHEES PAR ARIO098 (CONCATENATION DES  *
      *      F-PAYAPP DU MOIS, F-PAYMOIS-E), BASE = QUANTITE X PRIX,  *
      *      TAUX DE LA CATEGORIE DE L'ARTICLE (ART0206, TABLE        *
      *      F-TVA-E, DEFAUT 20) COMME A LA FACTURATION ;             *
      *    - TVA NETTE DUE (OU CREDIT DE TVA) ;                       *
      *    - RAPPROCHEMENT AVEC LES COMPTES DE TVA DE L'EXTRAIT DU    *
      *      GRAND LIVRE (F-GLEXT-E) : COMPTES DE TVA COLLECTEE ET    *
      *      DEDUCTIBLE PAR RACINE ('CPTTVACO' DEFAUT 44571,          *
      *      'CPTTVADE' DEFAUT 44566), VERDICT EGALE OU ECART, PUIS   *
      *      DETAIL DES ECARTS PAR PIECE (PIECE ABSENTE DU GRAND      *
      *      LIVRE, ABSENTE DES REGISTRES, MONTANT DIFFERENT) POUR    *
      *      JUSTIFIER L'ECART AVANT LE DEPOT.                        *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  LIGNE DE RAPPROCHEMENT RAMENEE A 100 C : LE  *
      *               !  VERDICT EGALE/ECART EST EDITE SUR ETATTVA    *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO116.
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
      *                      F-TVAMOIS-E : LIGNES DE TVA DES VENTES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-TVAMOIS-E ASSIGN TO TVAMOIS
                   FILE STATUS         IS WS-FS-TVAMOIS-E.
      *                      -------------------------------------------
      *                      F-PAYMOIS-E : FACTURES FOURNISSEURS BONNES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PAYMOIS-E ASSIGN TO PAYMOIS
                   FILE STATUS         IS WS-FS-PAYMOIS-E.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FACREG-E ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-TVA-E : TAUX DE TVA PAR CATEGORIE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-TVA-E    ASSIGN TO TVA
                   FILE STATUS         IS WS-FS-TVA-E.
      *                      -------------------------------------------
      *                      F-GLEXT-E : EXTRAIT DU GRAND LIVRE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-GLEXT-E  ASSIGN TO GLEXT
                   FILE STATUS         IS WS-FS-GLEXT-E.
      *                      -------------------------------------------
      *                      F-ETATTVA-S : DECLARATION ET RAPPROCHEMENT
      *                      -------------------------------------------
           SELECT  F-ETATTVA-S         ASSIGN TO ETATTVA
                   FILE STATUS         IS WS-FS-ETATTVA.
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
       FD  F-TVAMOIS-E
           RECORDING MODE IS F.
       01  FS-ENRG-TVAMOIS-E          PIC X(60).
      *
       FD  F-PAYMOIS-E
           RECORDING MODE IS F.
       01  FS-ENRG-PAYMOIS-E          PIC X(50).
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-ART-E
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
       FD  F-TVA-E
           RECORDING MODE IS F.
       01  FS-ENRG-TVA-E              PIC X(10).
      *
       FD  F-GLEXT-E
           RECORDING MODE IS F.
       01  FS-ENRG-GLEXT-E            PIC X(80).
      *
       FD  F-ETATTVA-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATTVA-S          PIC X(100).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
           COPY FACREG.
      *
           COPY TVALIG.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- LIGNE DE FACTURE FOURNISSEUR (ARIO098) --------*
      *
       01  WS-ENRG-F-FACFOU.
           05  WS-FFO-FACTURE        PIC X(10).
           05  WS-FFO-FOU            PIC X(06).
           05  WS-FFO-CMD-NO         PIC X(08).
           05  WS-FFO-ART            PIC X(06).
           05  WS-FFO-QTE            PIC 9(06).
           05  WS-FFO-PXU            PIC 9(3)V99.
           05  WS-FFO-DATE           PIC 9(08).
           05  FILLER                PIC X(01).
      *
      *---------------- LIGNE DE L'EXTRAIT DU GRAND LIVRE -------------*
      *
       01  WS-ENRG-F-GLEXT.
           05  WS-GLX-CPTE           PIC X(10).
           05  WS-GLX-PERIODE        PIC 9(06).
           05  WS-GLX-PIECE          PIC X(10).
           05  WS-GLX-SENS           PIC X(01).
               88  GLX-DEBIT         VALUE 'D'.
               88  GLX-CREDIT        VALUE 'C'.
           05  WS-GLX-MT             PIC 9(11)V99.
           05  WS-GLX-LIBELLE        PIC X(30).
           05  FILLER                PIC X(10).
      *
      *---------------- TAUX DE TVA PAR CATEGORIE ---------------------*
      *
       01  WS-ENRG-F-TVA.
           05  WS-TVA-CATEG-E        PIC X(04).
           05  WS-TVA-TAUX-E         PIC 9(2)V99.
           05  FILLER                PIC X(02).
      *
       01  WS-TAB-TVA.
           05  WS-TVA-EL             OCCURS 20 TIMES.
               10  WS-TVA-CATEG      PIC X(04).
               10  WS-TVA-TAUX       PIC 9(2)V99 COMP-3.
       01  WS-NB-TVA                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TVA                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-TVA-TROUVE          PIC X(01) VALUE 'N'.
           88  TVA-TROUVEE           VALUE 'O'.
           88  TVA-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- CUMULS DE LA DECLARATION PAR TAUX -------------*
      *
       01  WS-TAB-DCL.
           05  WS-DCL-EL             OCCURS 20 TIMES.
               10  WS-DCL-TAUX       PIC 9(2)V99 COMP-3.
               10  WS-DCL-FAC-HT     PIC S9(11)V99 COMP-3.
               10  WS-DCL-FAC-TVA    PIC S9(11)V99 COMP-3.
               10  WS-DCL-AVO-HT     PIC S9(11)V99 COMP-3.
               10  WS-DCL-AVO-TVA    PIC S9(11)V99 COMP-3.
               10  WS-DCL-ACH-HT     PIC S9(11)V99 COMP-3.
               10  WS-DCL-ACH-TVA    PIC S9(11)V99 COMP-3.
       01  WS-NB-DCL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-DCL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-DCL-TROUVE          PIC X(01) VALUE 'N'.
           88  DCL-TROUVE            VALUE 'O'.
           88  DCL-NON-TROUVE        VALUE 'N'.
      *
      *---------------- TVA PAR PIECE (RAPPROCHEMENT) -----------------*
      *
      *    COTE 'C' = TVA COLLECTEE, 'D' = TVA DEDUCTIBLE ; MONTANTS
      *    SIGNES DANS LE SENS DU COMPTE (CREDIT POUR LA COLLECTEE,
      *    DEBIT POUR LA DEDUCTIBLE).
      *
       01  WS-TAB-PCE.
           05  WS-PCE-EL             OCCURS 5000 TIMES.
               10  WS-PCE-COTE       PIC X(01).
               10  WS-PCE-PIECE      PIC X(10).
               10  WS-PCE-MT-REG     PIC S9(11)V99 COMP-3.
               10  WS-PCE-MT-GL      PIC S9(11)V99 COMP-3.
               10  WS-PCE-ORIGINE    PIC X(01).
                   88  PCE-VUE-REG   VALUE 'R' 'B'.
                   88  PCE-VUE-GL    VALUE 'G' 'B'.
       01  WS-NB-PCE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-PCE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-PCE-TROUVE          PIC X(01) VALUE 'N'.
           88  PCE-TROUVE            VALUE 'O'.
           88  PCE-NON-TROUVE        VALUE 'N'.
       01  WS-PCE-COTE-CH            PIC X(01).
       01  WS-PCE-PIECE-CH           PIC X(10).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-TVAMOIS-E           PIC XX.
           88  OK-TVAMOIS-E          VALUE '00' '05'.
           88  EOF-TVAMOIS-E         VALUE '10'.
           88  NOTFOUND-TVAMOIS-E    VALUE '35'.
       01  WS-FS-PAYMOIS-E           PIC XX.
           88  OK-PAYMOIS-E          VALUE '00' '05'.
           88  EOF-PAYMOIS-E         VALUE '10'.
           88  NOTFOUND-PAYMOIS-E    VALUE '35'.
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00' '05'.
           88  EOF-FACREG-E          VALUE '10'.
           88  NOTFOUND-FACREG-E     VALUE '35'.
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  NOTFOUND-ART-E        VALUE '23'.
       01  WS-FS-TVA-E               PIC XX.
           88  OK-TVA-E              VALUE '00' '05'.
           88  EOF-TVA-E             VALUE '10'.
           88  NOTFOUND-TVA-E        VALUE '35'.
       01  WS-FS-GLEXT-E             PIC XX.
           88  OK-GLEXT-E            VALUE '00' '05'.
           88  EOF-GLEXT-E           VALUE '10'.
           88  NOTFOUND-GLEXT-E      VALUE '35'.
       01  WS-FS-ETATTVA             PIC XX.
           88  OK-ETATTVA            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-PERIODE        PIC X(06).
           05  FILLER                PIC X(74).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-SYST-R REDEFINES WS-DATE-SYST.
           05  WS-DSY-AAAA           PIC 9(04).
           05  WS-DSY-MM             PIC 9(02).
           05  WS-DSY-JJ             PIC 9(02).
       01  WS-PERIODE                PIC 9(06).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-AAAA           PIC 9(04).
           05  WS-PER-MM             PIC 9(02).
       01  WS-CPTE-TVACO             PIC X(10) VALUE '44571'.
       01  WS-CPTE-TVADE             PIC X(10) VALUE '44566'.
       01  WS-LG-TVACO               PIC S9(04) COMP VALUE ZERO.
       01  WS-LG-TVADE               PIC S9(04) COMP VALUE ZERO.
       01  WS-TAUX-TVA               PIC 9(2)V99  COMP-3.
       01  WS-MT-LIGNE-HT            PIC S9(9)V99 COMP-3.
       01  WS-MT-LIGNE-TVA           PIC S9(9)V99 COMP-3.
       01  WS-MT-PIECE               PIC S9(11)V99 COMP-3.
       01  WS-MT-ECART               PIC S9(11)V99 COMP-3.
       01  WS-MOTIF-ECART            PIC X(25).
      *
      *---------------- TOTAUX DE LA DECLARATION ----------------------*
      *
       01  WS-TOT-COLLECTEE          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-DEDUCTIBLE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NETTE              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FACREG             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-COLLECTEE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-DEDUCTIBLE          PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LIG-VENTE          PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIG-ACHAT          PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIG-GL             PIC 9(07) VALUE ZERO.
       01  WS-CPT-HORS-PERIODE       PIC 9(07) VALUE ZERO.
       01  WS-CPT-ECARTS             PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LTVA-TIRET             PIC X(100) VALUE ALL '-'.
       01  WS-LTVA-TITRE.
           05  FILLER                PIC X(44) VALUE
               'ESTIAC - DECLARATION DE TVA DE LA PERIODE '.
           05  WS-LTVA-PERIODE-ED    PIC 9(06).
       01  WS-LTVA-SOUS-TITRE        PIC X(100).
       01  WS-LTVA-ENT-COLL.
           05  FILLER                PIC X(40) VALUE
               '  TAUX   BASE FACTURES    TVA FACTURES'.
           05  FILLER                PIC X(60) VALUE
               '     BASE AVOIRS      TVA AVOIRS       TVA NETTE'.
       01  WS-LTVA-COLL.
           05  WS-LTVA-C-TAUX-ED     PIC ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-C-FHT-ED      PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-C-FTVA-ED     PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-C-AHT-ED      PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-C-ATVA-ED     PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-C-NET-ED      PIC -ZZZZZZZZZ9,99.
       01  WS-LTVA-ENT-DED.
           05  FILLER                PIC X(50) VALUE
               '  TAUX      BASE ACHATS        TVA DEDUCTIBLE'.
       01  WS-LTVA-DED.
           05  WS-LTVA-D-TAUX-ED     PIC ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-D-HT-ED       PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LTVA-D-TVA-ED      PIC -ZZZZZZZZZ9,99.
       01  WS-LTVA-MONTANT.
           05  WS-LTVA-M-LIB-ED      PIC X(40).
           05  WS-LTVA-M-MT-ED       PIC -ZZZZZZZZZ9,99.
       01  WS-LTVA-RAPPRO.
           05  WS-LTVA-R-LIB-ED      PIC X(20).
           05  FILLER                PIC X(10) VALUE 'CALCULE : '.
           05  WS-LTVA-R-CALC-ED     PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(12) VALUE ' CONTROLE : '.
           05  WS-LTVA-R-GL-ED       PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(09) VALUE ' ECART : '.
           05  WS-LTVA-R-ECART-ED    PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-R-VERD-ED     PIC X(05).
       01  WS-LTVA-ENT-ECART.
           05  FILLER                PIC X(50) VALUE
               'COTE PIECE          REGISTRES      GRAND LIVRE   '.
           05  FILLER                PIC X(50) VALUE
               '        ECART  MOTIF'.
       01  WS-LTVA-ECART.
           05  WS-LTVA-E-COTE-ED     PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LTVA-E-PIECE-ED    PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LTVA-E-REG-ED      PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-E-GL-ED       PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-E-ECART-ED    PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LTVA-E-MOTIF-ED    PIC X(25).
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
           IF WS-DEM-PERIODE IS NUMERIC
              MOVE WS-DEM-PERIODE        TO WS-PERIODE
           ELSE
              MOVE WS-DSY-AAAA           TO WS-PER-AAAA
              MOVE WS-DSY-MM             TO WS-PER-MM
              IF WS-PER-MM = 1
                 SUBTRACT 1              FROM WS-PER-AAAA
                 MOVE 12                 TO WS-PER-MM
              ELSE
                 SUBTRACT 1              FROM WS-PER-MM
              END-IF
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO116'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
           PERFORM 6200-CHARGE-TVA-DEB
              THRU 6200-CHARGE-TVA-FIN.
      *
      *--------------- TVA COLLECTEE : FACTURES ET AVOIRS DU MOIS ----*
      *
           PERFORM 1000-TVA-VENTES-DEB
              THRU 1000-TVA-VENTES-FIN.
      *
      *--------------- CONTROLE CONTRE LE REGISTRE FACREG ------------*
      *
           PERFORM 1500-CONTROLE-FACREG-DEB
              THRU 1500-CONTROLE-FACREG-FIN.
      *
      *--------------- TVA DEDUCTIBLE : FACTURES RAPPROCHEES ---------*
      *
           PERFORM 2000-TVA-ACHATS-DEB
              THRU 2000-TVA-ACHATS-FIN.
      *
      *--------------- COMPTES DE TVA DU GRAND LIVRE -----------------*
      *
           PERFORM 3000-GRAND-LIVRE-DEB
              THRU 3000-GRAND-LIVRE-FIN.
      *
           PERFORM 8000-EDIT-DECLARATION-DEB
              THRU 8000-EDIT-DECLARATION-FIN.
      *
           PERFORM 8100-EDIT-RAPPROCHEMENT-DEB
              THRU 8100-EDIT-RAPPROCHEMENT-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-LIG-VENTE + WS-CPT-LIG-ACHAT.
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
      *   TVA COLLECTEE : LIGNES TVAFAC DU MOIS                       *
      *---------------------------------------------------------------*
      *
       1000-TVA-VENTES-DEB.
           OPEN INPUT F-TVAMOIS-E.
           IF NOTFOUND-TVAMOIS-E
              GO TO 1000-TVA-VENTES-FIN
           END-IF.
           IF NOT OK-TVAMOIS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TVAMOIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAMOIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-FTVAMOIS-DEB
              THRU 6010-READ-FTVAMOIS-FIN.
           PERFORM 1010-UNE-LIGNE-VENTE-DEB
              THRU 1010-UNE-LIGNE-VENTE-FIN
             UNTIL EOF-TVAMOIS-E.
           CLOSE F-TVAMOIS-E.
       1000-TVA-VENTES-FIN.
           EXIT.
      *
       1010-UNE-LIGNE-VENTE-DEB.
      *
           IF WS-TVL-DATE(1:6) NOT = WS-PERIODE
              OR NOT (TVL-FACTURE OR TVL-AVOIR)
              ADD 1                      TO WS-CPT-HORS-PERIODE
              GO TO 1010-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-LIG-VENTE.
      *
           MOVE WS-TVL-TAUX              TO WS-TAUX-TVA.
           PERFORM 7100-RECH-TAUX-DCL-DEB
              THRU 7100-RECH-TAUX-DCL-FIN.
           IF TVL-FACTURE
              ADD WS-TVL-BASE-HT         TO WS-DCL-FAC-HT(WS-IX-DCL)
              ADD WS-TVL-MT-TVA          TO WS-DCL-FAC-TVA(WS-IX-DCL)
              MOVE WS-TVL-MT-TVA         TO WS-MT-PIECE
           ELSE
              ADD WS-TVL-BASE-HT         TO WS-DCL-AVO-HT(WS-IX-DCL)
              ADD WS-TVL-MT-TVA          TO WS-DCL-AVO-TVA(WS-IX-DCL)
              COMPUTE WS-MT-PIECE = ZERO - WS-TVL-MT-TVA
           END-IF.
           ADD WS-MT-PIECE               TO WS-TOT-COLLECTEE.
      *
           MOVE 'C'                      TO WS-PCE-COTE-CH.
           MOVE WS-TVL-PIECE             TO WS-PCE-PIECE-CH.
           PERFORM 7300-RECH-PIECE-DEB
              THRU 7300-RECH-PIECE-FIN.
           ADD WS-MT-PIECE               TO WS-PCE-MT-REG(WS-IX-PCE).
           PERFORM 7350-MARQUE-REG-DEB
              THRU 7350-MARQUE-REG-FIN.
      *
       1010-SUITE.
           PERFORM 6010-READ-FTVAMOIS-DEB
              THRU 6010-READ-FTVAMOIS-FIN.
      *
       1010-UNE-LIGNE-VENTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLE : TVA DU REGISTRE FACREG POUR LE MOIS              *
      *---------------------------------------------------------------*
      *
       1500-CONTROLE-FACREG-DEB.
           OPEN INPUT F-FACREG-E.
           IF NOTFOUND-FACREG-E
              GO TO 1500-CONTROLE-FACREG-FIN
           END-IF.
           IF NOT OK-FACREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-READ-FFACREG-DEB
              THRU 6020-READ-FFACREG-FIN.
           PERFORM 1510-UNE-FACTURE-DEB
              THRU 1510-UNE-FACTURE-FIN
             UNTIL EOF-FACREG-E.
           CLOSE F-FACREG-E.
       1500-CONTROLE-FACREG-FIN.
           EXIT.
      *
       1510-UNE-FACTURE-DEB.
           IF WS-FAC-DATE(1:6) = WS-PERIODE
              IF FAC-AVOIR
                 SUBTRACT WS-FAC-MT-TVA  FROM WS-TOT-FACREG
              ELSE
                 ADD WS-FAC-MT-TVA       TO WS-TOT-FACREG
              END-IF
           END-IF.
           PERFORM 6020-READ-FFACREG-DEB
              THRU 6020-READ-FFACREG-FIN.
       1510-UNE-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TVA DEDUCTIBLE : LIGNES BONNES A PAYER D'ARIO098 DU MOIS    *
      *---------------------------------------------------------------*
      *
       2000-TVA-ACHATS-DEB.
           OPEN INPUT F-PAYMOIS-E.
           IF NOTFOUND-PAYMOIS-E
              GO TO 2000-TVA-ACHATS-FIN
           END-IF.
           IF NOT OK-PAYMOIS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PAYMOIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PAYMOIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FPAYMOIS-DEB
              THRU 6030-READ-FPAYMOIS-FIN.
           PERFORM 2010-UNE-LIGNE-ACHAT-DEB
              THRU 2010-UNE-LIGNE-ACHAT-FIN
             UNTIL EOF-PAYMOIS-E.
           CLOSE F-PAYMOIS-E.
       2000-TVA-ACHATS-FIN.
           EXIT.
      *
      *    BASE = QUANTITE X PRIX FACTURES, TAUX DE LA CATEGORIE DE
      *    L'ARTICLE (CONVENTIONS D'ARIO095).
      *
       2010-UNE-LIGNE-ACHAT-DEB.
      *
           IF WS-FFO-DATE(1:6) NOT = WS-PERIODE
              ADD 1                      TO WS-CPT-HORS-PERIODE
              GO TO 2010-SUITE
           END-IF.
           ADD 1                         TO WS-CPT-LIG-ACHAT.
      *
           COMPUTE WS-MT-LIGNE-HT = WS-FFO-QTE * WS-FFO-PXU.
           PERFORM 7200-RECH-TVA-DEB
              THRU 7200-RECH-TVA-FIN.
           COMPUTE WS-MT-LIGNE-TVA ROUNDED =
                   WS-MT-LIGNE-HT * WS-TAUX-TVA / 100.
      *
           PERFORM 7100-RECH-TAUX-DCL-DEB
              THRU 7100-RECH-TAUX-DCL-FIN.
           ADD WS-MT-LIGNE-HT            TO WS-DCL-ACH-HT(WS-IX-DCL).
           ADD WS-MT-LIGNE-TVA           TO WS-DCL-ACH-TVA(WS-IX-DCL)
                                            WS-TOT-DEDUCTIBLE.
      *
           MOVE 'D'                      TO WS-PCE-COTE-CH.
           MOVE WS-FFO-FACTURE           TO WS-PCE-PIECE-CH.
           PERFORM 7300-RECH-PIECE-DEB
              THRU 7300-RECH-PIECE-FIN.
           ADD WS-MT-LIGNE-TVA           TO WS-PCE-MT-REG(WS-IX-PCE).
           PERFORM 7350-MARQUE-REG-DEB
              THRU 7350-MARQUE-REG-FIN.
      *
       2010-SUITE.
           PERFORM 6030-READ-FPAYMOIS-DEB
              THRU 6030-READ-FPAYMOIS-FIN.
      *
       2010-UNE-LIGNE-ACHAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   COMPTES DE TVA DE L'EXTRAIT DU GRAND LIVRE POUR LE MOIS     *
      *---------------------------------------------------------------*
      *
       3000-GRAND-LIVRE-DEB.
           OPEN INPUT F-GLEXT-E.
           IF NOTFOUND-GLEXT-E
              GO TO 3000-GRAND-LIVRE-FIN
           END-IF.
           IF NOT OK-GLEXT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-GLEXT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-GLEXT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6040-READ-FGLEXT-DEB
              THRU 6040-READ-FGLEXT-FIN.
           PERFORM 3010-UNE-ECRITURE-DEB
              THRU 3010-UNE-ECRITURE-FIN
             UNTIL EOF-GLEXT-E.
           CLOSE F-GLEXT-E.
       3000-GRAND-LIVRE-FIN.
           EXIT.
      *
      *    COLLECTEE = CREDIT - DEBIT DU COMPTE, DEDUCTIBLE = DEBIT -
      *    CREDIT ; LES AUTRES COMPTES SONT IGNORES.
      *
       3010-UNE-ECRITURE-DEB.
      *
           IF WS-GLX-PERIODE NOT = WS-PERIODE
              GO TO 3010-SUITE
           END-IF.
           EVALUATE TRUE
              WHEN WS-GLX-CPTE(1:WS-LG-TVACO) =
                   WS-CPTE-TVACO(1:WS-LG-TVACO)
                 MOVE 'C'                TO WS-PCE-COTE-CH
                 IF GLX-CREDIT
                    MOVE WS-GLX-MT       TO WS-MT-PIECE
                 ELSE
                    COMPUTE WS-MT-PIECE = ZERO - WS-GLX-MT
                 END-IF
                 ADD WS-MT-PIECE         TO WS-GL-COLLECTEE
              WHEN WS-GLX-CPTE(1:WS-LG-TVADE) =
                   WS-CPTE-TVADE(1:WS-LG-TVADE)
                 MOVE 'D'                TO WS-PCE-COTE-CH
                 IF GLX-DEBIT
                    MOVE WS-GLX-MT       TO WS-MT-PIECE
                 ELSE
                    COMPUTE WS-MT-PIECE = ZERO - WS-GLX-MT
                 END-IF
                 ADD WS-MT-PIECE         TO WS-GL-DEDUCTIBLE
              WHEN OTHER
                 GO TO 3010-SUITE
           END-EVALUATE.
           ADD 1                         TO WS-CPT-LIG-GL.
      *
           MOVE WS-GLX-PIECE             TO WS-PCE-PIECE-CH.
           PERFORM 7300-RECH-PIECE-DEB
              THRU 7300-RECH-PIECE-FIN.
           ADD WS-MT-PIECE               TO WS-PCE-MT-GL(WS-IX-PCE).
           IF WS-PCE-ORIGINE(WS-IX-PCE) = 'R'
              MOVE 'B'                   TO WS-PCE-ORIGINE(WS-IX-PCE)
           END-IF.
           IF WS-PCE-ORIGINE(WS-IX-PCE) = SPACE
              MOVE 'G'                   TO WS-PCE-ORIGINE(WS-IX-PCE)
           END-IF.
      *
       3010-SUITE.
           PERFORM 6040-READ-FGLEXT-DEB
              THRU 6040-READ-FGLEXT-FIN.
      *
       3010-UNE-ECRITURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATTVA-S.
           IF NOT OK-ETATTVA
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATTVA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATTVA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FTVAMOIS-DEB.
           READ F-TVAMOIS-E INTO WS-ENRG-F-TVALIG.
           IF NOT (OK-TVAMOIS-E OR EOF-TVAMOIS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TVAMOIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVAMOIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FTVAMOIS-FIN.
           EXIT.
      *
       6020-READ-FFACREG-DEB.
           READ F-FACREG-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-FACREG-E OR EOF-FACREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FFACREG-FIN.
           EXIT.
      *
       6030-READ-FPAYMOIS-DEB.
           READ F-PAYMOIS-E INTO WS-ENRG-F-FACFOU.
           IF NOT (OK-PAYMOIS-E OR EOF-PAYMOIS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PAYMOIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PAYMOIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FPAYMOIS-FIN.
           EXIT.
      *
       6040-READ-FGLEXT-DEB.
           READ F-GLEXT-E INTO WS-ENRG-F-GLEXT.
           IF NOT (OK-GLEXT-E OR EOF-GLEXT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GLEXT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-GLEXT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FGLEXT-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ART-E.
           CLOSE F-ETATTVA-S.
           IF NOT OK-ETATTVA
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATTVA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATTVA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6200-CHARGE-TVA-DEB.
           OPEN INPUT F-TVA-E.
           IF NOTFOUND-TVA-E
              GO TO 6200-CHARGE-TVA-FIN
           END-IF.
           IF NOT OK-TVA-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TVA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FTVA-DEB
              THRU 6210-READ-FTVA-FIN.
           PERFORM 6220-ALIM-TAB-TVA-DEB
              THRU 6220-ALIM-TAB-TVA-FIN
             UNTIL EOF-TVA-E.
           CLOSE F-TVA-E.
       6200-CHARGE-TVA-FIN.
           EXIT.
      *
       6210-READ-FTVA-DEB.
           READ F-TVA-E INTO WS-ENRG-F-TVA.
           IF NOT (OK-TVA-E OR EOF-TVA-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TVA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-TVA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FTVA-FIN.
           EXIT.
      *
       6220-ALIM-TAB-TVA-DEB.
           IF WS-NB-TVA < 20
              ADD 1                      TO WS-NB-TVA
              MOVE WS-NB-TVA             TO WS-IX-TVA
              MOVE WS-TVA-CATEG-E        TO WS-TVA-CATEG(WS-IX-TVA)
              MOVE WS-TVA-TAUX-E         TO WS-TVA-TAUX(WS-IX-TVA)
           END-IF.
           PERFORM 6210-READ-FTVA-DEB
              THRU 6210-READ-FTVA-FIN.
       6220-ALIM-TAB-TVA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    RACINES DES COMPTES DE TVA COLLECTEE ('CPTTVACO') ET
      *    DEDUCTIBLE ('CPTTVADE') ; LONGUEUR SIGNIFICATIVE DE CHAQUE
      *    RACINE POUR LA COMPARAISON AVEC LES COMPTES DE L'EXTRAIT.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'CPTTVACO'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR NOT = SPACE
              MOVE WS-PAR-VALEUR         TO WS-CPTE-TVACO
           END-IF.
           MOVE 'CPTTVADE'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR NOT = SPACE
              MOVE WS-PAR-VALEUR         TO WS-CPTE-TVADE
           END-IF.
           MOVE ZERO                     TO WS-LG-TVACO
                                            WS-LG-TVADE.
           INSPECT WS-CPTE-TVACO TALLYING WS-LG-TVACO
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-CPTE-TVADE TALLYING WS-LG-TVADE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LG-TVACO = ZERO
              MOVE 10                    TO WS-LG-TVACO
           END-IF.
           IF WS-LG-TVADE = ZERO
              MOVE 10                    TO WS-LG-TVADE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    POSTE DE LA DECLARATION POUR LE TAUX WS-TAUX-TVA (CREE A
      *    ZERO S'IL N'EXISTE PAS).
      *
       7100-RECH-TAUX-DCL-DEB.
           SET DCL-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-DCL.
           PERFORM 7110-UN-TAUX-DCL-DEB
              THRU 7110-UN-TAUX-DCL-FIN
             UNTIL (WS-IX-DCL > WS-NB-DCL) OR DCL-TROUVE.
           IF DCL-TROUVE
              GO TO 7100-RECH-TAUX-DCL-FIN
           END-IF.
           IF WS-NB-DCL = 20
              DISPLAY 'TABLE DES TAUX DE TVA SATUREE (20)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-DCL.
           MOVE WS-NB-DCL                TO WS-IX-DCL.
           MOVE WS-TAUX-TVA              TO WS-DCL-TAUX(WS-IX-DCL).
           MOVE ZERO                     TO WS-DCL-FAC-HT(WS-IX-DCL)
                                            WS-DCL-FAC-TVA(WS-IX-DCL)
                                            WS-DCL-AVO-HT(WS-IX-DCL)
                                            WS-DCL-AVO-TVA(WS-IX-DCL)
                                            WS-DCL-ACH-HT(WS-IX-DCL)
                                            WS-DCL-ACH-TVA(WS-IX-DCL).
       7100-RECH-TAUX-DCL-FIN.
           EXIT.
      *
       7110-UN-TAUX-DCL-DEB.
           IF WS-DCL-TAUX(WS-IX-DCL) = WS-TAUX-TVA
              SET DCL-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-DCL
           END-IF.
       7110-UN-TAUX-DCL-FIN.
           EXIT.
      *
      *    TVA : CATEGORIE DE L'ARTICLE RELUE DANS ART0206 PUIS
      *    TAUX DE LA TABLE F-TVA-E, DEFAUT 20,00.
      *
       7200-RECH-TVA-DEB.
           MOVE 20                       TO WS-TAUX-TVA.
           MOVE WS-FFO-ART               TO FS-ART-CODE.
           READ F-ART-E INTO WS-ART-ENR.
           IF NOTFOUND-ART-E
              GO TO 7200-RECH-TVA-FIN
           END-IF.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET TVA-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-TVA.
           PERFORM 7210-UNE-TVA-DEB
              THRU 7210-UNE-TVA-FIN
             UNTIL (WS-IX-TVA > WS-NB-TVA) OR TVA-TROUVEE.
           IF TVA-TROUVEE
              MOVE WS-TVA-TAUX(WS-IX-TVA) TO WS-TAUX-TVA
           END-IF.
       7200-RECH-TVA-FIN.
           EXIT.
      *
       7210-UNE-TVA-DEB.
           IF WS-TVA-CATEG(WS-IX-TVA) = WS-ART-CATEG
              SET TVA-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-TVA
           END-IF.
       7210-UNE-TVA-FIN.
           EXIT.
      *
      *    POSTE DE RAPPROCHEMENT DE LA PIECE WS-PCE-PIECE-CH DU COTE
      *    WS-PCE-COTE-CH (CREE A ZERO S'IL N'EXISTE PAS).
      *
       7300-RECH-PIECE-DEB.
           SET PCE-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-PCE.
           PERFORM 7310-UNE-PIECE-DEB
              THRU 7310-UNE-PIECE-FIN
             UNTIL (WS-IX-PCE > WS-NB-PCE) OR PCE-TROUVE.
           IF PCE-TROUVE
              GO TO 7300-RECH-PIECE-FIN
           END-IF.
           IF WS-NB-PCE = 5000
              DISPLAY 'TABLE DES PIECES SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-PCE.
           MOVE WS-NB-PCE                TO WS-IX-PCE.
           MOVE WS-PCE-COTE-CH           TO WS-PCE-COTE(WS-IX-PCE).
           MOVE WS-PCE-PIECE-CH          TO WS-PCE-PIECE(WS-IX-PCE).
           MOVE ZERO                     TO WS-PCE-MT-REG(WS-IX-PCE)
                                            WS-PCE-MT-GL(WS-IX-PCE).
           MOVE SPACE                    TO WS-PCE-ORIGINE(WS-IX-PCE).
       7300-RECH-PIECE-FIN.
           EXIT.
      *
       7310-UNE-PIECE-DEB.
           IF WS-PCE-COTE(WS-IX-PCE) = WS-PCE-COTE-CH
              AND WS-PCE-PIECE(WS-IX-PCE) = WS-PCE-PIECE-CH
              SET PCE-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-PCE
           END-IF.
       7310-UNE-PIECE-FIN.
           EXIT.
      *
       7350-MARQUE-REG-DEB.
           IF WS-PCE-ORIGINE(WS-IX-PCE) = SPACE
              MOVE 'R'                   TO WS-PCE-ORIGINE(WS-IX-PCE)
           END-IF.
       7350-MARQUE-REG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *    DECLARATION : TVA COLLECTEE PAR TAUX (FACTURES, AVOIRS,
      *    NETTE), TVA DEDUCTIBLE PAR TAUX, TVA NETTE DUE.
      *
       8000-EDIT-DECLARATION-DEB.
           MOVE WS-PERIODE               TO WS-LTVA-PERIODE-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TIRET.
      *
           MOVE 'TVA COLLECTEE PAR TAUX' TO WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-ENT-COLL.
           PERFORM 8010-EDIT-TAUX-COLL-DEB
              THRU 8010-EDIT-TAUX-COLL-FIN
             VARYING WS-IX-DCL FROM 1 BY 1
               UNTIL WS-IX-DCL > WS-NB-DCL.
           MOVE 'TOTAL TVA COLLECTEE NETTE'
                                         TO WS-LTVA-M-LIB-ED.
           MOVE WS-TOT-COLLECTEE         TO WS-LTVA-M-MT-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-MONTANT.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TIRET.
      *
           MOVE 'TVA DEDUCTIBLE PAR TAUX (ACHATS RAPPROCHES)'
                                         TO WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-ENT-DED.
           PERFORM 8020-EDIT-TAUX-DED-DEB
              THRU 8020-EDIT-TAUX-DED-FIN
             VARYING WS-IX-DCL FROM 1 BY 1
               UNTIL WS-IX-DCL > WS-NB-DCL.
           MOVE 'TOTAL TVA DEDUCTIBLE'   TO WS-LTVA-M-LIB-ED.
           MOVE WS-TOT-DEDUCTIBLE        TO WS-LTVA-M-MT-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-MONTANT.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TIRET.
      *
           COMPUTE WS-TOT-NETTE = WS-TOT-COLLECTEE - WS-TOT-DEDUCTIBLE.
           IF WS-TOT-NETTE < ZERO
              MOVE 'CREDIT DE TVA'       TO WS-LTVA-M-LIB-ED
           ELSE
              MOVE 'TVA NETTE DUE'       TO WS-LTVA-M-LIB-ED
           END-IF.
           MOVE WS-TOT-NETTE             TO WS-LTVA-M-MT-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-MONTANT.
           IF NOT OK-ETATTVA
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATTVA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATTVA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8000-EDIT-DECLARATION-FIN.
           EXIT.
      *
       8010-EDIT-TAUX-COLL-DEB.
           IF WS-DCL-FAC-HT(WS-IX-DCL) = ZERO
              AND WS-DCL-AVO-HT(WS-IX-DCL) = ZERO
              AND WS-DCL-FAC-TVA(WS-IX-DCL) = ZERO
              AND WS-DCL-AVO-TVA(WS-IX-DCL) = ZERO
              GO TO 8010-EDIT-TAUX-COLL-FIN
           END-IF.
           MOVE WS-DCL-TAUX(WS-IX-DCL)   TO WS-LTVA-C-TAUX-ED.
           MOVE WS-DCL-FAC-HT(WS-IX-DCL) TO WS-LTVA-C-FHT-ED.
           MOVE WS-DCL-FAC-TVA(WS-IX-DCL) TO WS-LTVA-C-FTVA-ED.
           MOVE WS-DCL-AVO-HT(WS-IX-DCL) TO WS-LTVA-C-AHT-ED.
           MOVE WS-DCL-AVO-TVA(WS-IX-DCL) TO WS-LTVA-C-ATVA-ED.
           COMPUTE WS-MT-ECART = WS-DCL-FAC-TVA(WS-IX-DCL)
                               - WS-DCL-AVO-TVA(WS-IX-DCL).
           MOVE WS-MT-ECART              TO WS-LTVA-C-NET-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-COLL.
       8010-EDIT-TAUX-COLL-FIN.
           EXIT.
      *
       8020-EDIT-TAUX-DED-DEB.
           IF WS-DCL-ACH-HT(WS-IX-DCL) = ZERO
              AND WS-DCL-ACH-TVA(WS-IX-DCL) = ZERO
              GO TO 8020-EDIT-TAUX-DED-FIN
           END-IF.
           MOVE WS-DCL-TAUX(WS-IX-DCL)   TO WS-LTVA-D-TAUX-ED.
           MOVE WS-DCL-ACH-HT(WS-IX-DCL) TO WS-LTVA-D-HT-ED.
           MOVE WS-DCL-ACH-TVA(WS-IX-DCL) TO WS-LTVA-D-TVA-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-DED.
       8020-EDIT-TAUX-DED-FIN.
           EXIT.
      *
      *    RAPPROCHEMENT : CONTROLE REGISTRE FACREG, COMPTES DE TVA
      *    DU GRAND LIVRE (VERDICT EGALE OU ECART) ET DETAIL DES
      *    PIECES EN ECART.
      *
       8100-EDIT-RAPPROCHEMENT-DEB.
           MOVE 'RAPPROCHEMENT AVEC LE REGISTRE ET LE GRAND LIVRE'
                                         TO WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TIRET.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-SOUS-TITRE.
      *
           MOVE 'COLLECTEE / FACREG'     TO WS-LTVA-R-LIB-ED.
           MOVE WS-TOT-COLLECTEE         TO WS-LTVA-R-CALC-ED.
           MOVE WS-TOT-FACREG            TO WS-LTVA-R-GL-ED.
           COMPUTE WS-MT-ECART = WS-TOT-COLLECTEE - WS-TOT-FACREG.
           PERFORM 8110-EDIT-VERDICT-DEB
              THRU 8110-EDIT-VERDICT-FIN.
      *
           MOVE 'COLLECTEE / G.L.'       TO WS-LTVA-R-LIB-ED.
           MOVE WS-TOT-COLLECTEE         TO WS-LTVA-R-CALC-ED.
           MOVE WS-GL-COLLECTEE          TO WS-LTVA-R-GL-ED.
           COMPUTE WS-MT-ECART = WS-TOT-COLLECTEE - WS-GL-COLLECTEE.
           PERFORM 8110-EDIT-VERDICT-DEB
              THRU 8110-EDIT-VERDICT-FIN.
      *
           MOVE 'DEDUCTIBLE / G.L.'      TO WS-LTVA-R-LIB-ED.
           MOVE WS-TOT-DEDUCTIBLE        TO WS-LTVA-R-CALC-ED.
           MOVE WS-GL-DEDUCTIBLE         TO WS-LTVA-R-GL-ED.
           COMPUTE WS-MT-ECART = WS-TOT-DEDUCTIBLE - WS-GL-DEDUCTIBLE.
           PERFORM 8110-EDIT-VERDICT-DEB
              THRU 8110-EDIT-VERDICT-FIN.
      *
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-TIRET.
           MOVE 'PIECES EN ECART AVEC LE GRAND LIVRE (C = COLLECTEE, D =
      -         ' DEDUCTIBLE)'           TO WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-SOUS-TITRE.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-ENT-ECART.
           PERFORM 8120-EDIT-PIECE-ECART-DEB
              THRU 8120-EDIT-PIECE-ECART-FIN
             VARYING WS-IX-PCE FROM 1 BY 1
               UNTIL WS-IX-PCE > WS-NB-PCE.
           IF WS-CPT-ECARTS = ZERO
              MOVE 'AUCUNE PIECE EN ECART'
                                         TO WS-LTVA-SOUS-TITRE
              WRITE FS-ENRG-ETATTVA-S    FROM WS-LTVA-SOUS-TITRE
           END-IF.
       8100-EDIT-RAPPROCHEMENT-FIN.
           EXIT.
      *
       8110-EDIT-VERDICT-DEB.
           MOVE WS-MT-ECART              TO WS-LTVA-R-ECART-ED.
           IF WS-MT-ECART = ZERO
              MOVE 'EGALE'               TO WS-LTVA-R-VERD-ED
           ELSE
              MOVE 'ECART'               TO WS-LTVA-R-VERD-ED
           END-IF.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-RAPPRO.
       8110-EDIT-VERDICT-FIN.
           EXIT.
      *
       8120-EDIT-PIECE-ECART-DEB.
           IF WS-PCE-MT-REG(WS-IX-PCE) = WS-PCE-MT-GL(WS-IX-PCE)
              GO TO 8120-EDIT-PIECE-ECART-FIN
           END-IF.
           EVALUATE TRUE
              WHEN NOT PCE-VUE-GL(WS-IX-PCE)
                 MOVE 'ABSENTE DU GRAND LIVRE' TO WS-MOTIF-ECART
              WHEN NOT PCE-VUE-REG(WS-IX-PCE)
                 MOVE 'ABSENTE DES REGISTRES' TO WS-MOTIF-ECART
              WHEN OTHER
                 MOVE 'MONTANT DIFFERENT' TO WS-MOTIF-ECART
           END-EVALUATE.
           ADD 1                         TO WS-CPT-ECARTS.
           COMPUTE WS-MT-ECART = WS-PCE-MT-REG(WS-IX-PCE)
                               - WS-PCE-MT-GL(WS-IX-PCE).
           MOVE WS-PCE-COTE(WS-IX-PCE)   TO WS-LTVA-E-COTE-ED.
           MOVE WS-PCE-PIECE(WS-IX-PCE)  TO WS-LTVA-E-PIECE-ED.
           MOVE WS-PCE-MT-REG(WS-IX-PCE) TO WS-LTVA-E-REG-ED.
           MOVE WS-PCE-MT-GL(WS-IX-PCE)  TO WS-LTVA-E-GL-ED.
           MOVE WS-MT-ECART              TO WS-LTVA-E-ECART-ED.
           MOVE WS-MOTIF-ECART           TO WS-LTVA-E-MOTIF-ED.
           WRITE FS-ENRG-ETATTVA-S       FROM WS-LTVA-ECART.
           IF NOT OK-ETATTVA
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATTVA-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATTVA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8120-EDIT-PIECE-ECART-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO116     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PERIODE DECLAREE             :  ' WS-PERIODE.
           DISPLAY 'LIGNES DE TVA DES VENTES     :  ' WS-CPT-LIG-VENTE.
           DISPLAY 'LIGNES D''ACHATS RAPPROCHES   :  '
                   WS-CPT-LIG-ACHAT.
           DISPLAY 'LIGNES HORS PERIODE IGNOREES :  '
                   WS-CPT-HORS-PERIODE.
           DISPLAY 'ECRITURES DE TVA DU G.L.     :  ' WS-CPT-LIG-GL.
           DISPLAY 'PIECES EN ECART              :  ' WS-CPT-ECARTS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO116         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO116        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
