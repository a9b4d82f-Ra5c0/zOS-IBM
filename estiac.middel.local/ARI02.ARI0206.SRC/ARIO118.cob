      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO118                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RAPPEL DE LOT ET TRACABILITE : LA DEMANDE EN SYSIN DESIGNE   *
      *  UN LOT ('L' + NUMERO DE LOT) OU LES LOTS RECUS D'UN          *
      *  FOURNISSEUR SUR UNE PERIODE ('F' + FOURNISSEUR + DATES DE    *
      *  RECEPTION DEBUT ET FIN), AVEC UNE REFERENCE DE RAPPEL.       *
      *  AMONT : LES RECEPTIONS ARIO937 (CONCATENATION DES FICHIERS   *
      *  RECEPT) SONT RAPPROCHEES DES COMMANDES FOURNISSEURS CMD0206  *
      *  (FOURNISSEUR, ARTICLE, QUANTITE RECUE). STOCK : LES LOTS     *
      *  RAPPELES ENCORE PRESENTS DANS LOT0206 SONT MIS EN            *
      *  QUARANTAINE ('Q', MIS A JOUR EN PLACE) ET LES EMPLACEMENTS   *
      *  ARTBIN DES ARTICLES CONCERNES SONT LISTES POUR INSPECTION.   *
      *  AVAL : LES LIVRAISONS CLIENTS DU REGISTRE BLREG SUR CES LOTS *
      *  SONT RELEVEES ET LES RETOURS RMA (ARIO097, FACULTATIF) DES   *
      *  COMMANDES LIVREES SONT DEDUITS ; UNE LETTRE DE RAPPEL EST    *
      *  EMISE PAR CLIENT TOUCHE (ADRESSE CLI0206). LE BILAN PAR LOT  *
      *  (RECU, EN STOCK, EXPEDIE, RETOURNE) EST ECRIT SUR LE FICHIER *
      *  DE REFERENCE DES RAPPELS F-RAPLOT-S (COPY RAPLOT).           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  QUARANTAINE DES LOTS RAPPELES DANS LE        *
      *               !  FICHIER DES LOTS LOT0206 (ART0206 LU EN      *
      *               !  ENTREE)                                      *
      * 15/10/2026    !  LIVRAISON RECEPT PORTEE A 48 C (DLUO DU LOT  *
      *               !  LIVRE EN FIN D'ENREGISTREMENT)               *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO118.
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
      *                      F-ART-ES : FICHIER ARTICLE ART0206
      *                      -------------------------------------------
           SELECT  F-ART-ES            ASSIGN TO ART0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      F-BINLOC-E : EMPLACEMENTS ARTBIN
      *                      -------------------------------------------
           SELECT  F-BINLOC-E          ASSIGN TO ARTBIN
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-BINLOC-CLE
                   FILE STATUS         IS WS-FS-BINLOC.
      *                      -------------------------------------------
      *                      F-BLREG-E : REGISTRE DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  F-BLREG-E           ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG.
      *                      -------------------------------------------
      *                      F-RMA-E : HISTORIQUE DES RETOURS CLIENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-RMA-E    ASSIGN TO RMA
                   FILE STATUS         IS WS-FS-RMA.
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER CLIENTS CLI0206
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO CLI0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-CLI-CODE
                   FILE STATUS         IS WS-FS-CLI.
      *                      -------------------------------------------
      *                      F-RAPLOT-S : FICHIER DE REFERENCE DU RAPPEL
      *                      -------------------------------------------
           SELECT  F-RAPLOT-S          ASSIGN TO RAPLOT
                   FILE STATUS         IS WS-FS-RAPLOT.
      *                      -------------------------------------------
      *                      F-ETATRCL-S : ETAT DE TRACABILITE
      *                      -------------------------------------------
           SELECT  F-ETATRCL-S         ASSIGN TO ETATRCL
                   FILE STATUS         IS WS-FS-ETATRCL.
      *                      -------------------------------------------
      *                      F-ETATLTR-S : LETTRES DE RAPPEL
      *                      -------------------------------------------
           SELECT  F-ETATLTR-S         ASSIGN TO ETATLTR
                   FILE STATUS         IS WS-FS-ETATLTR.
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
      *---------------- FICHIER ARTICLE (MIS A JOUR EN PLACE) ---------*
      * LONGUEUR ENREGISTREMENT = 380                                 *
      *---------------------------------------------------------------*
       FD  F-ART-ES
           RECORD CONTAINS 380 CHARACTERS.
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE            PIC X(06).
           05  FILLER                 PIC X(374).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-ES.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
       FD  F-BINLOC-E
           RECORD CONTAINS 26 CHARACTERS.
       01  FS-ENRG-BINLOC-E.
           05  FS-BINLOC-CLE          PIC X(08).
           05  FILLER                 PIC X(18).
      *
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-RMA-E
           RECORDING MODE IS F.
       01  FS-ENRG-RMA-E              PIC X(50).
      *
       FD  F-CLI-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-ENRG-CLI-E.
           05  FS-CLI-CODE            PIC X(08).
           05  FILLER                 PIC X(92).
      *
       FD  F-RAPLOT-S
           RECORDING MODE IS F.
       01  FS-ENRG-RAPLOT-S           PIC X(100).
      *
       FD  F-ETATRCL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRCL-S          PIC X(132).
      *
       FD  F-ETATLTR-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLTR-S          PIC X(80).
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
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- EMPLACEMENTS ARTBIN ---------------------------*
      *
           COPY ARTBIN.
      *
      *---------------- REGISTRE DES BONS DE LIVRAISON ---------------*
      *
           COPY BLREG.
      *
      *---------------- CLIENTS DE L'ENTREPOT -------------------------*
      *
           COPY CLICOM.
      *
      *---------------- BILAN D'UN LOT RAPPELE -----------------------*
      *
           COPY RAPLOT.
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
      *---------------- RETOUR CLIENT (PARTAGE ARIO097) --------------*
      *
       01  WS-ENRG-F-RMA.
           05  WS-RMA-NO             PIC X(08).
           05  WS-RMA-CDE-NO         PIC X(08).
           05  WS-RMA-CLIENT         PIC X(08).
           05  WS-RMA-ART            PIC X(06).
           05  WS-RMA-QTE            PIC 9(06).
           05  WS-RMA-DATE           PIC 9(08).
           05  FILLER                PIC X(06).
      *
      *---------------- COMMANDES FOURNISSEURS EN MEMOIRE -------------*
      *
       01  WS-TAB-CMD.
           05  WS-TCM-EL             OCCURS 5000 TIMES.
               10  WS-TCM-NO         PIC X(08).
               10  WS-TCM-ART        PIC X(06).
               10  WS-TCM-FOU        PIC X(06).
               10  WS-TCM-QTE-RECUE  PIC 9(06).
       01  WS-NB-CMD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CMD                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CMD-TROUVEE         PIC X(01) VALUE 'N'.
           88  CMD-TROUVEE           VALUE 'O'.
           88  CMD-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- LOTS RAPPELES ---------------------------------*
      *
       01  WS-TAB-LOT.
           05  WS-TLO-EL             OCCURS 200 TIMES.
               10  WS-TLO-LOT        PIC X(08).
               10  WS-TLO-ART        PIC X(06).
               10  WS-TLO-FOU        PIC X(06).
               10  WS-TLO-CMD-NO     PIC X(08).
               10  WS-TLO-DATE-REC   PIC 9(08).
               10  WS-TLO-QTE-RECUE  PIC 9(07) COMP-3.
               10  WS-TLO-QTE-STOCK  PIC 9(07) COMP-3.
               10  WS-TLO-QTE-EXPED  PIC 9(07) COMP-3.
               10  WS-TLO-QTE-RETOUR PIC 9(07) COMP-3.
               10  WS-TLO-NB-EXPED   PIC 9(04) COMP-3.
       01  WS-NB-LOT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-LOT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-LOT-TROUVE          PIC X(01) VALUE 'N'.
           88  LOT-TROUVE            VALUE 'O'.
           88  LOT-NON-TROUVE        VALUE 'N'.
       01  WS-LOT-CHERCHE            PIC X(08).
       01  WS-ART-CHERCHE            PIC X(06).
      *
      *---------------- EXPEDITIONS CLIENTS DES LOTS RAPPELES ---------*
      *
       01  WS-TAB-EXP.
           05  WS-TEX-EL             OCCURS 3000 TIMES.
               10  WS-TEX-CLIENT     PIC X(08).
               10  WS-TEX-CDE-NO     PIC X(08).
               10  WS-TEX-NO-BL      PIC X(08).
               10  WS-TEX-ART        PIC X(06).
               10  WS-TEX-LOT        PIC X(08).
               10  WS-TEX-DATE-BL    PIC 9(08).
               10  WS-TEX-QTE        PIC 9(06) COMP-3.
               10  WS-TEX-QTE-RETOUR PIC 9(06) COMP-3.
               10  WS-TEX-IX-LOT     PIC S9(04) COMP.
       01  WS-NB-EXP                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-EXP                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- CLIENTS TOUCHES PAR LE RAPPEL -----------------*
      *
       01  WS-TAB-CLT.
           05  WS-TCL-CODE           PIC X(08) OCCURS 1000 TIMES.
       01  WS-NB-CLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CLT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CLT-TROUVE          PIC X(01) VALUE 'N'.
           88  CLT-TROUVE            VALUE 'O'.
           88  CLT-NON-TROUVE        VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CMD                 PIC XX.
           88  OK-CMD                VALUE '00'.
           88  EOF-CMD               VALUE '10'.
       01  WS-FS-REC                 PIC XX.
           88  OK-REC                VALUE '00'.
           88  EOF-REC               VALUE '10'.
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  EOF-ART-ES            VALUE '10'.
       01  WS-FS-LOT-ES              PIC XX.
           88  OK-LOT-ES             VALUE '00'.
           88  EOF-LOT-ES            VALUE '10'.
           88  NOT-LOT-ES            VALUE '23'.
       01  WS-FS-BINLOC              PIC XX.
           88  OK-BINLOC             VALUE '00'.
           88  EOF-BINLOC            VALUE '10'.
       01  WS-FS-BLREG               PIC XX.
           88  OK-BLREG              VALUE '00'.
           88  EOF-BLREG             VALUE '10'.
       01  WS-FS-RMA                 PIC XX.
           88  OK-RMA                VALUE '00' '05'.
           88  EOF-RMA               VALUE '10'.
           88  NOTFOUND-RMA          VALUE '35'.
       01  WS-FS-CLI                 PIC XX.
           88  OK-CLI                VALUE '00'.
           88  NOTFOUND-CLI          VALUE '23'.
       01  WS-FS-RAPLOT              PIC XX.
           88  OK-RAPLOT             VALUE '00'.
       01  WS-FS-ETATRCL             PIC XX.
           88  OK-ETATRCL            VALUE '00'.
       01  WS-FS-ETATLTR             PIC XX.
           88  OK-ETATLTR            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-TYPE           PIC X(01).
               88  DEM-PAR-LOT       VALUE 'L'.
               88  DEM-PAR-FOU       VALUE 'F'.
           05  WS-DEM-LOT            PIC X(08).
           05  WS-DEM-FOU            PIC X(06).
           05  WS-DEM-DATE-DEB       PIC X(08).
           05  WS-DEM-DATE-FIN       PIC X(08).
           05  WS-DEM-REF            PIC X(10).
           05  FILLER                PIC X(39).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-DEB               PIC 9(08) VALUE ZERO.
       01  WS-DATE-FIN               PIC 9(08) VALUE 99999999.
       01  WS-REF-RAPPEL             PIC X(10).
       01  WS-QTE-RECUE              PIC 9(06).
       01  WS-QTE-RESTE              PIC 9(06).
       01  WS-QTE-IMPUTEE            PIC 9(06).
       01  WS-SW-ART-MODIFIE         PIC X(01).
           88  ART-MODIFIE           VALUE 'O'.
           88  ART-NON-MODIFIE       VALUE 'N'.
       01  WS-STATUT-AVANT           PIC X(01).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-CMD                PIC 9(05) VALUE ZERO.
       01  WS-CPT-REC-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-REC-RETENUES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-MAJ            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LOTS-STOCK         PIC 9(05) VALUE ZERO.
       01  WS-CPT-QUARANTAINE        PIC 9(05) VALUE ZERO.
       01  WS-CPT-EMPLACEMENTS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-BL-LUS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-EXPEDITIONS        PIC 9(05) VALUE ZERO.
       01  WS-CPT-RMA-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-RMA-IMPUTES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-LETTRES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLI-INCONNUS       PIC 9(05) VALUE ZERO.
       01  WS-TOT-RECUE              PIC 9(09) VALUE ZERO.
       01  WS-TOT-STOCK              PIC 9(09) VALUE ZERO.
       01  WS-TOT-EXPED              PIC 9(09) VALUE ZERO.
       01  WS-TOT-RETOUR             PIC 9(09) VALUE ZERO.
      *
      *---------------- LIGNES DE L'ETAT DE TRACABILITE ---------------*
      *
       01  WS-LRCL-BLANC             PIC X(132) VALUE SPACE.
       01  WS-LRCL-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LRCL-TITRE.
           05  FILLER                PIC X(40) VALUE
               'ESTIAC - RAPPEL DE LOT ET TRACABILITE  '.
           05  FILLER                PIC X(12) VALUE 'REFERENCE : '.
           05  WS-LRCL-REF-ED        PIC X(10).
           05  FILLER                PIC X(07) VALUE '   DU '.
           05  WS-LRCL-DATE-ED       PIC 9(08).
       01  WS-LRCL-DEMANDE.
           05  FILLER                PIC X(11) VALUE 'DEMANDE : '.
           05  WS-LRCL-DEM-ED        PIC X(80).
       01  WS-LRCL-SOUS-TITRE.
           05  FILLER                PIC X(04) VALUE '*** '.
           05  WS-LRCL-ST-LIB-ED     PIC X(60).
       01  WS-LRCL-ENT-ORIGINE       PIC X(132) VALUE
           'LOT       ARTICLE FOURN.  COMMANDE  DATE REC.  QTE RECUE'.
       01  WS-LRCL-ORIGINE.
           05  WS-LRCL-O-LOT-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-FOU-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-CMD-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-DATE-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-QTE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-O-NOTE-ED     PIC X(40).
       01  WS-LRCL-ENT-STOCK         PIC X(132) VALUE
           'ARTICLE LIBELLE               LOT       QTE STOCK  STATUT'.
       01  WS-LRCL-STOCK.
           05  WS-LRCL-S-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-S-LIB-ED      PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-S-LOT-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-S-QTE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LRCL-S-AVANT-ED    PIC X(01).
           05  FILLER                PIC X(04) VALUE ' -> '.
           05  WS-LRCL-S-APRES-ED    PIC X(01).
       01  WS-LRCL-ENT-BIN           PIC X(132) VALUE
           'DEPOT ALLEE RACK TABLETTE  ARTICLE   QTE CASIER'.
       01  WS-LRCL-BIN.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-B-DEPOT-ED    PIC 99.
           05  FILLER                PIC X(05) VALUE SPACE.
           05  WS-LRCL-B-ALLEE-ED    PIC 99.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LRCL-B-RACK-ED     PIC 99.
           05  FILLER                PIC X(07) VALUE SPACE.
           05  WS-LRCL-B-TABL-ED     PIC 99.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LRCL-B-ART-ED      PIC X(06).
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LRCL-B-QTE-ED      PIC ZZZZZ9.
       01  WS-LRCL-ENT-EXPED         PIC X(132) VALUE
           'CLIENT    COMMANDE  BL        ARTICLE LOT       DATE BL    Q
      -    'TE LIVREE  QTE RETOURNEE'.
       01  WS-LRCL-EXPED.
           05  WS-LRCL-E-CLI-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-CDE-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-BL-ED       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-LOT-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-DATE-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-QTE-ED      PIC ZZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-E-RET-ED      PIC ZZZZZZZZZZZZ9.
       01  WS-LRCL-ENT-BILAN         PIC X(132) VALUE
           'LOT       ARTICLE   QTE RECUE  QTE STOCK  QTE EXPED  QTE RET
      -    'OUR  NB EXP'.
       01  WS-LRCL-BILAN.
           05  WS-LRCL-T-LOT-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-ART-ED      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-RECUE-ED    PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-STOCK-ED    PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-EXPED-ED    PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-RETOUR-ED   PIC ZZZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LRCL-T-NBEXP-ED    PIC ZZZZ9.
      *
      *---------------- LIGNES DES LETTRES DE RAPPEL ------------------*
      *
       01  WS-LLTR-BLANC             PIC X(80) VALUE SPACE.
       01  WS-LLTR-TIRET             PIC X(80) VALUE ALL '-'.
       01  WS-LLTR-EMETTEUR          PIC X(80) VALUE
           'ESTIAC - ENTREPOT / SERVICE QUALITE'.
       01  WS-LLTR-DEST-1.
           05  FILLER                PIC X(40) VALUE SPACE.
           05  WS-LLTR-NOM-ED        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-CLI-ED        PIC X(08).
       01  WS-LLTR-DEST-2.
           05  FILLER                PIC X(40) VALUE SPACE.
           05  WS-LLTR-RUE-ED        PIC X(20).
       01  WS-LLTR-DEST-3.
           05  FILLER                PIC X(40) VALUE SPACE.
           05  WS-LLTR-CP-ED         PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLTR-VILLE-ED      PIC X(15).
       01  WS-LLTR-DATE.
           05  FILLER                PIC X(40) VALUE SPACE.
           05  FILLER                PIC X(03) VALUE 'LE '.
           05  WS-LLTR-DATE-ED       PIC 9(08).
       01  WS-LLTR-OBJET.
           05  FILLER                PIC X(09) VALUE 'OBJET : '.
           05  FILLER                PIC X(29) VALUE
               'RAPPEL DE PRODUITS - REF. '.
           05  WS-LLTR-REF-ED        PIC X(10).
       01  WS-LLTR-TEXTE             PIC X(80).
       01  WS-LLTR-ENTETE            PIC X(80) VALUE
           'COMMANDE  BL        ARTICLE LOT       DATE BL   QTE LIVREE'.
       01  WS-LLTR-LIGNE.
           05  WS-LLTR-CDE-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-BL-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-LOT-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-DBL-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-QTE-ED        PIC ZZZZZZZZZ9.
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
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO118'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 1000-CTRL-DEMANDE-DEB
              THRU 1000-CTRL-DEMANDE-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- AMONT : COMMANDES ET RECEPTIONS ---------------*
      *
           PERFORM 6010-READ-FCMD-DEB
              THRU 6010-READ-FCMD-FIN.
           PERFORM 1100-CHARGE-COMMANDE-DEB
              THRU 1100-CHARGE-COMMANDE-FIN
             UNTIL EOF-CMD.
      *
           MOVE 'ORIGINE DES LOTS (RECEPTIONS ARIO937 / CMD0206)'
                                         TO WS-LRCL-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ENT-ORIGINE.
           PERFORM 6020-READ-FREC-DEB
              THRU 6020-READ-FREC-FIN.
           PERFORM 2000-TRT-RECEPTION-DEB
              THRU 2000-TRT-RECEPTION-FIN
             UNTIL EOF-REC.
      *
           IF WS-NB-LOT = ZERO
              DISPLAY 'AUCUN LOT NE CORRESPOND A LA DEMANDE DE RAPPEL'
              MOVE 'AUCUN LOT NE CORRESPOND A LA DEMANDE'
                                         TO WS-LRCL-ST-LIB-ED
              PERFORM 8010-EDIT-SOUS-TITRE-DEB
                 THRU 8010-EDIT-SOUS-TITRE-FIN
              GO TO 0000-SUITE
           END-IF.
           PERFORM 2100-EDIT-SANS-ORIGINE-DEB
              THRU 2100-EDIT-SANS-ORIGINE-FIN
             VARYING WS-IX-LOT FROM 1 BY 1
               UNTIL WS-IX-LOT > WS-NB-LOT.
      *
      *--------------- STOCK : QUARANTAINE DES LOTS (LOT0206) --------*
      *
           MOVE 'STOCK RESTANT MIS EN QUARANTAINE (LOT0206)'
                                         TO WS-LRCL-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ENT-STOCK.
           PERFORM 6030-READ-FART-DEB
              THRU 6030-READ-FART-FIN.
           PERFORM 3000-TRT-ARTICLE-DEB
              THRU 3000-TRT-ARTICLE-FIN
             UNTIL EOF-ART-ES.
      *
      *--------------- STOCK : EMPLACEMENTS A INSPECTER (ARTBIN) ------*
      *
           MOVE 'EMPLACEMENTS DES ARTICLES RAPPELES A INSPECTER'
                                         TO WS-LRCL-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ENT-BIN.
           PERFORM 6040-READ-FBINLOC-DEB
              THRU 6040-READ-FBINLOC-FIN.
           PERFORM 3100-TRT-EMPLACEMENT-DEB
              THRU 3100-TRT-EMPLACEMENT-FIN
             UNTIL EOF-BINLOC.
      *
      *--------------- AVAL : LIVRAISONS CLIENTS ET RETOURS -----------*
      *
           PERFORM 6050-READ-FBLREG-DEB
              THRU 6050-READ-FBLREG-FIN.
           PERFORM 4000-TRT-LIVRAISON-DEB
              THRU 4000-TRT-LIVRAISON-FIN
             UNTIL EOF-BLREG.
      *
           PERFORM 4500-IMPUTE-RETOURS-DEB
              THRU 4500-IMPUTE-RETOURS-FIN.
      *
           MOVE 'LIVRAISONS CLIENTS DES LOTS RAPPELES (BLREG)'
                                         TO WS-LRCL-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ENT-EXPED.
           PERFORM 8030-EDIT-EXPEDITION-DEB
              THRU 8030-EDIT-EXPEDITION-FIN
             VARYING WS-IX-EXP FROM 1 BY 1
               UNTIL WS-IX-EXP > WS-NB-EXP.
      *
      *--------------- LETTRES DE RAPPEL PAR CLIENT -------------------*
      *
           PERFORM 5000-LETTRE-CLIENT-DEB
              THRU 5000-LETTRE-CLIENT-FIN
             VARYING WS-IX-CLT FROM 1 BY 1
               UNTIL WS-IX-CLT > WS-NB-CLT.
      *
      *--------------- BILAN DU RAPPEL PAR LOT ------------------------*
      *
           MOVE 'BILAN DU RAPPEL PAR LOT'  TO WS-LRCL-ST-LIB-ED.
           PERFORM 8010-EDIT-SOUS-TITRE-DEB
              THRU 8010-EDIT-SOUS-TITRE-FIN.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ENT-BILAN.
           PERFORM 5500-BILAN-LOT-DEB
              THRU 5500-BILAN-LOT-FIN
             VARYING WS-IX-LOT FROM 1 BY 1
               UNTIL WS-IX-LOT > WS-NB-LOT.
           PERFORM 8060-EDIT-TOTAUX-DEB
              THRU 8060-EDIT-TOTAUX-FIN.
      *
       0000-SUITE.
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-NB-LOT                TO WS-RUN-NBENR.
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
      *   CONTROLE DE LA DEMANDE DE RAPPEL (SYSIN)                    *
      *---------------------------------------------------------------*
      *
       1000-CTRL-DEMANDE-DEB.
      *
           ACCEPT WS-ENRG-DEMANDE.
      *
           IF WS-DEM-REF = SPACES
              STRING 'RAP'  WS-DATE-SYST(2:7)
                     DELIMITED BY SIZE INTO WS-REF-RAPPEL
           ELSE
              MOVE WS-DEM-REF            TO WS-REF-RAPPEL
           END-IF.
      *
           EVALUATE TRUE
              WHEN DEM-PAR-LOT
                 IF WS-DEM-LOT = SPACES
                    DISPLAY 'DEMANDE DE RAPPEL : NUMERO DE LOT ABSENT'
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
      *          LE LOT DEMANDE EST RAPPELE MEME SANS RECEPTION
      *          CONNUE (ARTICLE DETERMINE PAR LE STOCK OU LES BL).
                 MOVE 1                  TO WS-NB-LOT
                 MOVE WS-DEM-LOT         TO WS-TLO-LOT(1)
                 MOVE SPACES             TO WS-TLO-ART(1)
                                            WS-TLO-FOU(1)
                                            WS-TLO-CMD-NO(1)
                 MOVE ZERO               TO WS-TLO-DATE-REC(1)
                                            WS-TLO-QTE-RECUE(1)
                                            WS-TLO-QTE-STOCK(1)
                                            WS-TLO-QTE-EXPED(1)
                                            WS-TLO-QTE-RETOUR(1)
                                            WS-TLO-NB-EXPED(1)
              WHEN DEM-PAR-FOU
                 IF WS-DEM-FOU = SPACES
                    DISPLAY 'DEMANDE DE RAPPEL : FOURNISSEUR ABSENT'
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
                 IF WS-DEM-DATE-DEB IS NUMERIC
                    MOVE WS-DEM-DATE-DEB TO WS-DATE-DEB
                 END-IF
                 IF WS-DEM-DATE-FIN IS NUMERIC
                    MOVE WS-DEM-DATE-FIN TO WS-DATE-FIN
                 ELSE
                    MOVE WS-DATE-SYST    TO WS-DATE-FIN
                 END-IF
                 IF WS-DATE-DEB > WS-DATE-FIN
                    DISPLAY 'DEMANDE DE RAPPEL : PERIODE INVALIDE '
                            WS-DATE-DEB ' ' WS-DATE-FIN
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
              WHEN OTHER
                 DISPLAY 'DEMANDE DE RAPPEL : TYPE INVALIDE ('
                         WS-DEM-TYPE ') - ATTENDU L OU F'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       1000-CTRL-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CHARGEMENT D'UNE COMMANDE FOURNISSEUR                       *
      *---------------------------------------------------------------*
      *
       1100-CHARGE-COMMANDE-DEB.
      *
           IF WS-NB-CMD = 5000
              DISPLAY 'TABLE DES COMMANDES FOURNISSEURS SATUREE (5000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CMD.
           ADD 1                         TO WS-CPT-CMD.
           MOVE WS-CMD-NO                TO WS-TCM-NO(WS-NB-CMD).
           MOVE WS-CMD-ART-CODE          TO WS-TCM-ART(WS-NB-CMD).
           MOVE WS-CMD-FOU               TO WS-TCM-FOU(WS-NB-CMD).
           MOVE WS-CMD-QTE-RECUE         TO WS-TCM-QTE-RECUE(WS-NB-CMD).
      *
           PERFORM 6010-READ-FCMD-DEB
              THRU 6010-READ-FCMD-FIN.
      *
       1100-CHARGE-COMMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RECEPTION : SELECTION DES LOTS RAPPELES                     *
      *---------------------------------------------------------------*
      *
       2000-TRT-RECEPTION-DEB.
      *
           ADD 1                         TO WS-CPT-REC-LUES.
      *
           PERFORM 7100-RECH-COMMANDE-DEB
              THRU 7100-RECH-COMMANDE-FIN.
      *
           IF DEM-PAR-LOT
              IF WS-REC-LOT NOT = WS-DEM-LOT
                 GO TO 2000-SUITE
              END-IF
           ELSE
              IF CMD-NON-TROUVEE
                 OR WS-TCM-FOU(WS-IX-CMD) NOT = WS-DEM-FOU
                 OR WS-REC-DATE < WS-DATE-DEB
                 OR WS-REC-DATE > WS-DATE-FIN
                 GO TO 2000-SUITE
              END-IF
           END-IF.
      *
           ADD 1                         TO WS-CPT-REC-RETENUES.
      *
      *    QUANTITE RECUE EN UNITES : CELLE DE LA COMMANDE (CONVERTIE
      *    PAR ARIO937), A DEFAUT CELLE DE LA RECEPTION.
      *
           MOVE WS-REC-QTE               TO WS-QTE-RECUE.
           IF CMD-TROUVEE
              AND WS-TCM-QTE-RECUE(WS-IX-CMD) > ZERO
              MOVE WS-TCM-QTE-RECUE(WS-IX-CMD) TO WS-QTE-RECUE
           END-IF.
      *
           MOVE WS-REC-LOT               TO WS-LOT-CHERCHE.
           IF CMD-TROUVEE
              MOVE WS-TCM-ART(WS-IX-CMD) TO WS-ART-CHERCHE
           ELSE
              MOVE SPACES                TO WS-ART-CHERCHE
           END-IF.
           PERFORM 7200-RECH-LOT-DEB
              THRU 7200-RECH-LOT-FIN.
           IF LOT-NON-TROUVE
              PERFORM 7300-AJOUTE-LOT-DEB
                 THRU 7300-AJOUTE-LOT-FIN
           END-IF.
      *
           IF WS-TLO-ART(WS-IX-LOT) = SPACES
              MOVE WS-ART-CHERCHE        TO WS-TLO-ART(WS-IX-LOT)
           END-IF.
           IF CMD-TROUVEE
              MOVE WS-TCM-FOU(WS-IX-CMD) TO WS-TLO-FOU(WS-IX-LOT)
           END-IF.
           MOVE WS-REC-NO                TO WS-TLO-CMD-NO(WS-IX-LOT).
           MOVE WS-REC-DATE              TO WS-TLO-DATE-REC(WS-IX-LOT).
           ADD WS-QTE-RECUE              TO WS-TLO-QTE-RECUE(WS-IX-LOT).
      *
           MOVE SPACES                   TO WS-LRCL-ORIGINE.
           MOVE WS-REC-LOT               TO WS-LRCL-O-LOT-ED.
           MOVE WS-TLO-ART(WS-IX-LOT)    TO WS-LRCL-O-ART-ED.
           MOVE WS-TLO-FOU(WS-IX-LOT)    TO WS-LRCL-O-FOU-ED.
           MOVE WS-REC-NO                TO WS-LRCL-O-CMD-ED.
           MOVE WS-REC-DATE              TO WS-LRCL-O-DATE-ED.
           MOVE WS-QTE-RECUE             TO WS-LRCL-O-QTE-ED.
           IF CMD-NON-TROUVEE
              MOVE 'COMMANDE ABSENTE DE CMD0206'
                                         TO WS-LRCL-O-NOTE-ED
           END-IF.
           PERFORM 6060-WRITE-FETATRCL-DEB
              THRU 6060-WRITE-FETATRCL-FIN.
      *
       2000-SUITE.
           PERFORM 6020-READ-FREC-DEB
              THRU 6020-READ-FREC-FIN.
      *
       2000-TRT-RECEPTION-FIN.
           EXIT.
      *
       2100-EDIT-SANS-ORIGINE-DEB.
           IF WS-TLO-CMD-NO(WS-IX-LOT) NOT = SPACES
              GO TO 2100-EDIT-SANS-ORIGINE-FIN
           END-IF.
           MOVE SPACES                   TO WS-LRCL-ORIGINE.
           MOVE WS-TLO-LOT(WS-IX-LOT)    TO WS-LRCL-O-LOT-ED.
           MOVE ZERO                     TO WS-LRCL-O-QTE-ED.
           MOVE 'AUCUNE RECEPTION CONNUE POUR CE LOT'
                                         TO WS-LRCL-O-NOTE-ED.
           PERFORM 6060-WRITE-FETATRCL-DEB
              THRU 6060-WRITE-FETATRCL-FIN.
       2100-EDIT-SANS-ORIGINE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ARTICLE : MISE EN QUARANTAINE DES LOTS RAPPELES EN STOCK    *
      *---------------------------------------------------------------*
      *
       3000-TRT-ARTICLE-DEB.
      *
           ADD 1                         TO WS-CPT-ART-LUS.
           SET ART-NON-MODIFIE           TO TRUE.
      *
           PERFORM 6100-START-FLOT-DEB
              THRU 6100-START-FLOT-FIN.
           PERFORM 3010-EXAMINE-LOT-DEB
              THRU 3010-EXAMINE-LOT-FIN
             UNTIL FIN-LOTS-ART.
      *
           IF ART-MODIFIE
              ADD 1                      TO WS-CPT-ART-MAJ
           END-IF.
      *
           PERFORM 6030-READ-FART-DEB
              THRU 6030-READ-FART-FIN.
      *
       3000-TRT-ARTICLE-FIN.
           EXIT.
      *
       3010-EXAMINE-LOT-DEB.
      *
           MOVE WS-LOT-NUM               TO WS-LOT-CHERCHE.
           MOVE WS-ART-CODE              TO WS-ART-CHERCHE.
           PERFORM 7200-RECH-LOT-DEB
              THRU 7200-RECH-LOT-FIN.
           IF LOT-NON-TROUVE
              GO TO 3010-SUITE
           END-IF.
      *
           IF WS-TLO-ART(WS-IX-LOT) = SPACES
              MOVE WS-ART-CODE           TO WS-TLO-ART(WS-IX-LOT)
           END-IF.
           ADD 1                         TO WS-CPT-LOTS-STOCK.
           ADD WS-LOT-QTE                TO WS-TLO-QTE-STOCK(WS-IX-LOT).
      *
           MOVE WS-LOT-STATUT            TO WS-STATUT-AVANT.
           IF NOT LOT-QUARANTAINE
              AND WS-LOT-QTE > ZERO
              SET LOT-QUARANTAINE        TO TRUE
              SET ART-MODIFIE            TO TRUE
              ADD 1                      TO WS-CPT-QUARANTAINE
              PERFORM 6110-REWRITE-FLOT-DEB
                 THRU 6110-REWRITE-FLOT-FIN
           END-IF.
      *
           MOVE WS-ART-CODE              TO WS-LRCL-S-ART-ED.
           MOVE WS-ART-LIBEL             TO WS-LRCL-S-LIB-ED.
           MOVE WS-LOT-NUM               TO WS-LRCL-S-LOT-ED.
           MOVE WS-LOT-QTE               TO WS-LRCL-S-QTE-ED.
           MOVE WS-STATUT-AVANT          TO WS-LRCL-S-AVANT-ED.
           MOVE WS-LOT-STATUT            TO WS-LRCL-S-APRES-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-STOCK.
      *
       3010-SUITE.
           PERFORM 6105-READ-NEXT-FLOT-DEB
              THRU 6105-READ-NEXT-FLOT-FIN.
       3010-EXAMINE-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   EMPLACEMENT ARTBIN D'UN ARTICLE RAPPELE                     *
      *---------------------------------------------------------------*
      *
       3100-TRT-EMPLACEMENT-DEB.
      *
           IF WS-BINLOC-QTE = ZERO
              OR WS-BINLOC-ART-CODE = SPACES
              GO TO 3100-SUITE
           END-IF.
           MOVE WS-BINLOC-ART-CODE       TO WS-ART-CHERCHE.
           PERFORM 7250-RECH-ARTICLE-DEB
              THRU 7250-RECH-ARTICLE-FIN.
           IF LOT-NON-TROUVE
              GO TO 3100-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-EMPLACEMENTS.
           MOVE WS-BINLOC-DEPOT          TO WS-LRCL-B-DEPOT-ED.
           MOVE WS-BINLOC-ALLEE          TO WS-LRCL-B-ALLEE-ED.
           MOVE WS-BINLOC-RACK           TO WS-LRCL-B-RACK-ED.
           MOVE WS-BINLOC-TABLETTE       TO WS-LRCL-B-TABL-ED.
           MOVE WS-BINLOC-ART-CODE       TO WS-LRCL-B-ART-ED.
           MOVE WS-BINLOC-QTE            TO WS-LRCL-B-QTE-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-BIN.
      *
       3100-SUITE.
           PERFORM 6040-READ-FBINLOC-DEB
              THRU 6040-READ-FBINLOC-FIN.
      *
       3100-TRT-EMPLACEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LIVRAISON CLIENT D'UN LOT RAPPELE (BLREG)                   *
      *---------------------------------------------------------------*
      *
       4000-TRT-LIVRAISON-DEB.
      *
           ADD 1                         TO WS-CPT-BL-LUS.
           MOVE WS-BLR-LOT               TO WS-LOT-CHERCHE.
           MOVE WS-BLR-ART               TO WS-ART-CHERCHE.
           PERFORM 7200-RECH-LOT-DEB
              THRU 7200-RECH-LOT-FIN.
           IF LOT-NON-TROUVE
              GO TO 4000-SUITE
           END-IF.
      *
           IF WS-NB-EXP = 3000
              DISPLAY 'TABLE DES EXPEDITIONS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-TLO-ART(WS-IX-LOT) = SPACES
              MOVE WS-BLR-ART            TO WS-TLO-ART(WS-IX-LOT)
           END-IF.
           ADD 1                         TO WS-NB-EXP.
           ADD 1                         TO WS-CPT-EXPEDITIONS.
           MOVE WS-BLR-CLIENT            TO WS-TEX-CLIENT(WS-NB-EXP).
           MOVE WS-BLR-CDE-NO            TO WS-TEX-CDE-NO(WS-NB-EXP).
           MOVE WS-BLR-NO-BL             TO WS-TEX-NO-BL(WS-NB-EXP).
           MOVE WS-BLR-ART               TO WS-TEX-ART(WS-NB-EXP).
           MOVE WS-BLR-LOT               TO WS-TEX-LOT(WS-NB-EXP).
           MOVE WS-BLR-QTE               TO WS-TEX-QTE(WS-NB-EXP).
           MOVE ZERO                    TO WS-TEX-QTE-RETOUR(WS-NB-EXP).
           MOVE WS-IX-LOT                TO WS-TEX-IX-LOT(WS-NB-EXP).
           IF WS-BLR-DATE-BL IS NUMERIC
              MOVE WS-BLR-DATE-BL        TO WS-TEX-DATE-BL(WS-NB-EXP)
           ELSE
              MOVE ZERO                  TO WS-TEX-DATE-BL(WS-NB-EXP)
           END-IF.
      *
           ADD WS-BLR-QTE                TO WS-TLO-QTE-EXPED(WS-IX-LOT).
           ADD 1                         TO WS-TLO-NB-EXPED(WS-IX-LOT).
      *
           PERFORM 7400-AJOUTE-CLIENT-DEB
              THRU 7400-AJOUTE-CLIENT-FIN.
      *
       4000-SUITE.
           PERFORM 6050-READ-FBLREG-DEB
              THRU 6050-READ-FBLREG-FIN.
      *
       4000-TRT-LIVRAISON-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   RETOURS CLIENTS (RMA) SUR LES COMMANDES LIVREES DU LOT      *
      *---------------------------------------------------------------*
      *
       4500-IMPUTE-RETOURS-DEB.
      *
           IF WS-NB-EXP = ZERO
              GO TO 4500-IMPUTE-RETOURS-FIN
           END-IF.
           OPEN INPUT F-RMA-E.
           IF NOTFOUND-RMA
              GO TO 4500-IMPUTE-RETOURS-FIN
           END-IF.
           IF NOT OK-RMA
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RMA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RMA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6070-READ-FRMA-DEB
              THRU 6070-READ-FRMA-FIN.
           PERFORM 4510-UN-RETOUR-DEB
              THRU 4510-UN-RETOUR-FIN
             UNTIL EOF-RMA.
      *
           CLOSE F-RMA-E.
           IF NOT OK-RMA
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-RMA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RMA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       4500-IMPUTE-RETOURS-FIN.
           EXIT.
      *
      *    UN RETOUR EST IMPUTE AUX LIVRAISONS DU LOT DE LA MEME
      *    COMMANDE ET DU MEME ARTICLE, DANS LA LIMITE DES QUANTITES
      *    LIVREES.
      *
       4510-UN-RETOUR-DEB.
      *
           ADD 1                         TO WS-CPT-RMA-LUS.
           MOVE WS-RMA-QTE               TO WS-QTE-RESTE.
           PERFORM 4520-IMPUTE-LIGNE-DEB
              THRU 4520-IMPUTE-LIGNE-FIN
             VARYING WS-IX-EXP FROM 1 BY 1
               UNTIL WS-IX-EXP > WS-NB-EXP
                  OR WS-QTE-RESTE = ZERO.
           IF WS-QTE-RESTE < WS-RMA-QTE
              ADD 1                      TO WS-CPT-RMA-IMPUTES
           END-IF.
      *
           PERFORM 6070-READ-FRMA-DEB
              THRU 6070-READ-FRMA-FIN.
      *
       4510-UN-RETOUR-FIN.
           EXIT.
      *
       4520-IMPUTE-LIGNE-DEB.
           IF WS-TEX-CDE-NO(WS-IX-EXP) NOT = WS-RMA-CDE-NO
              OR WS-TEX-ART(WS-IX-EXP) NOT = WS-RMA-ART
              OR WS-TEX-QTE-RETOUR(WS-IX-EXP)
                 NOT < WS-TEX-QTE(WS-IX-EXP)
              GO TO 4520-IMPUTE-LIGNE-FIN
           END-IF.
           COMPUTE WS-QTE-IMPUTEE = WS-TEX-QTE(WS-IX-EXP)
                                  - WS-TEX-QTE-RETOUR(WS-IX-EXP).
           IF WS-QTE-IMPUTEE > WS-QTE-RESTE
              MOVE WS-QTE-RESTE          TO WS-QTE-IMPUTEE
           END-IF.
           ADD WS-QTE-IMPUTEE          TO WS-TEX-QTE-RETOUR(WS-IX-EXP).
           MOVE WS-TEX-IX-LOT(WS-IX-EXP) TO WS-IX-LOT.
           ADD WS-QTE-IMPUTEE          TO WS-TLO-QTE-RETOUR(WS-IX-LOT).
           SUBTRACT WS-QTE-IMPUTEE       FROM WS-QTE-RESTE.
       4520-IMPUTE-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LETTRE DE RAPPEL D'UN CLIENT                                *
      *---------------------------------------------------------------*
      *
       5000-LETTRE-CLIENT-DEB.
      *
           MOVE WS-TCL-CODE(WS-IX-CLT)   TO FS-CLI-CODE.
           READ F-CLI-E                  INTO WS-ENRG-F-CLICOM.
           IF NOTFOUND-CLI
              ADD 1                      TO WS-CPT-CLI-INCONNUS
              MOVE SPACES                TO WS-ENRG-F-CLICOM
              MOVE WS-TCL-CODE(WS-IX-CLT) TO WS-CLC-CODE-E
              MOVE 'CLIENT INCONNU'      TO WS-CLC-NOM-E
           ELSE
              IF NOT OK-CLI
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           ADD 1                         TO WS-CPT-LETTRES.
           PERFORM 8100-EDIT-LETTRE-TETE-DEB
              THRU 8100-EDIT-LETTRE-TETE-FIN.
           PERFORM 8110-EDIT-LETTRE-LIGNE-DEB
              THRU 8110-EDIT-LETTRE-LIGNE-FIN
             VARYING WS-IX-EXP FROM 1 BY 1
               UNTIL WS-IX-EXP > WS-NB-EXP.
           PERFORM 8120-EDIT-LETTRE-PIED-DEB
              THRU 8120-EDIT-LETTRE-PIED-FIN.
      *
       5000-LETTRE-CLIENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   BILAN D'UN LOT : FICHIER DE REFERENCE ET ETAT               *
      *---------------------------------------------------------------*
      *
       5500-BILAN-LOT-DEB.
      *
           MOVE SPACES                   TO WS-ENRG-F-RAPLOT.
           MOVE WS-REF-RAPPEL            TO WS-RPL-REF.
           MOVE WS-DATE-SYST             TO WS-RPL-DATE.
           MOVE WS-TLO-LOT(WS-IX-LOT)    TO WS-RPL-LOT.
           MOVE WS-TLO-ART(WS-IX-LOT)    TO WS-RPL-ART.
           MOVE WS-TLO-FOU(WS-IX-LOT)    TO WS-RPL-FOU.
           MOVE WS-TLO-CMD-NO(WS-IX-LOT) TO WS-RPL-CMD-NO.
           MOVE WS-TLO-DATE-REC(WS-IX-LOT) TO WS-RPL-DATE-REC.
           MOVE WS-TLO-QTE-RECUE(WS-IX-LOT) TO WS-RPL-QTE-RECUE.
           MOVE WS-TLO-QTE-STOCK(WS-IX-LOT) TO WS-RPL-QTE-STOCK.
           MOVE WS-TLO-QTE-EXPED(WS-IX-LOT) TO WS-RPL-QTE-EXPEDIEE.
           MOVE WS-TLO-QTE-RETOUR(WS-IX-LOT) TO WS-RPL-QTE-RETOURNEE.
           MOVE WS-TLO-NB-EXPED(WS-IX-LOT) TO WS-RPL-NB-EXPED.
           WRITE FS-ENRG-RAPLOT-S        FROM WS-ENRG-F-RAPLOT.
           IF NOT OK-RAPLOT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-RAPLOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RAPLOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD WS-TLO-QTE-RECUE(WS-IX-LOT)  TO WS-TOT-RECUE.
           ADD WS-TLO-QTE-STOCK(WS-IX-LOT)  TO WS-TOT-STOCK.
           ADD WS-TLO-QTE-EXPED(WS-IX-LOT)  TO WS-TOT-EXPED.
           ADD WS-TLO-QTE-RETOUR(WS-IX-LOT) TO WS-TOT-RETOUR.
      *
           MOVE WS-TLO-LOT(WS-IX-LOT)    TO WS-LRCL-T-LOT-ED.
           MOVE WS-TLO-ART(WS-IX-LOT)    TO WS-LRCL-T-ART-ED.
           MOVE WS-TLO-QTE-RECUE(WS-IX-LOT)  TO WS-LRCL-T-RECUE-ED.
           MOVE WS-TLO-QTE-STOCK(WS-IX-LOT)  TO WS-LRCL-T-STOCK-ED.
           MOVE WS-TLO-QTE-EXPED(WS-IX-LOT)  TO WS-LRCL-T-EXPED-ED.
           MOVE WS-TLO-QTE-RETOUR(WS-IX-LOT) TO WS-LRCL-T-RETOUR-ED.
           MOVE WS-TLO-NB-EXPED(WS-IX-LOT)   TO WS-LRCL-T-NBEXP-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-BILAN.
      *
       5500-BILAN-LOT-FIN.
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
           OPEN INPUT F-ART-ES.
           IF NOT OK-ART-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-LOT-ES.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-BINLOC-E.
           IF NOT OK-BINLOC
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BINLOC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CLI-E.
           IF NOT OK-CLI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-RAPLOT-S.
           IF NOT OK-RAPLOT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RAPLOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RAPLOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATRCL-S.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATLTR-S.
           IF NOT OK-ETATLTR
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATLTR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLTR
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
       6030-READ-FART-DEB.
           READ F-ART-ES                 INTO WS-ART-ENR.
           IF NOT OK-ART-ES AND NOT EOF-ART-ES
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FART-FIN.
           EXIT.
      *
       6040-READ-FBINLOC-DEB.
           READ F-BINLOC-E               INTO WS-ENR-BINLOC.
           IF NOT OK-BINLOC AND NOT EOF-BINLOC
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BINLOC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FBINLOC-FIN.
           EXIT.
      *
       6050-READ-FBLREG-DEB.
           READ F-BLREG-E                INTO WS-ENRG-F-BLREG.
           IF NOT OK-BLREG AND NOT EOF-BLREG
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-FBLREG-FIN.
           EXIT.
      *
       6060-WRITE-FETATRCL-DEB.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-ORIGINE.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-WRITE-FETATRCL-FIN.
           EXIT.
      *
       6070-READ-FRMA-DEB.
           READ F-RMA-E                  INTO WS-ENRG-F-RMA.
           IF NOT OK-RMA AND NOT EOF-RMA
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RMA-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RMA
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-FRMA-FIN.
           EXIT.
      *
       6080-WRITE-FETATLTR-DEB.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TEXTE.
           IF NOT OK-ETATLTR
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATLTR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLTR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-WRITE-FETATLTR-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CMD-E.
           IF NOT OK-CMD
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CMD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-REC-E.
           IF NOT OK-REC
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-ES.
           IF NOT OK-ART-ES
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ART-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-LOT-ES.
           CLOSE F-BINLOC-E.
           IF NOT OK-BINLOC
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BINLOC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BINLOC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-BLREG-E.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CLI-E.
           IF NOT OK-CLI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-RAPLOT-S.
           IF NOT OK-RAPLOT
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-RAPLOT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RAPLOT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATRCL-S.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATLTR-S.
           IF NOT OK-ETATLTR
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATLTR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLTR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6100-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-ES KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-ES
                 PERFORM 6105-READ-NEXT-FLOT-DEB
                    THRU 6105-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-ES
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6100-START-FLOT-FIN.
           EXIT.
      *
       6105-READ-NEXT-FLOT-DEB.
           READ F-LOT-ES NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-ES
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-ES
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6105-READ-NEXT-FLOT-FIN.
           EXIT.
      *
       6110-REWRITE-FLOT-DEB.
           REWRITE FS-ENRG-LOT-ES        FROM WS-LOT-ENR.
           IF NOT OK-LOT-ES
              DISPLAY 'PROBLEME DE REWRITE SUR F-LOT-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-REWRITE-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : RECHERCHES ET MISES A JOUR DES TABLES              *
      *---------------------------------------------------------------*
      *
       7100-RECH-COMMANDE-DEB.
           SET CMD-NON-TROUVEE           TO TRUE.
           PERFORM 7110-COMPARE-CMD-DEB
              THRU 7110-COMPARE-CMD-FIN
             VARYING WS-IX-CMD FROM 1 BY 1
               UNTIL WS-IX-CMD > WS-NB-CMD
                  OR CMD-TROUVEE.
           IF CMD-TROUVEE
              SUBTRACT 1                 FROM WS-IX-CMD
           END-IF.
       7100-RECH-COMMANDE-FIN.
           EXIT.
      *
       7110-COMPARE-CMD-DEB.
           IF WS-TCM-NO(WS-IX-CMD) = WS-REC-NO
              SET CMD-TROUVEE            TO TRUE
           END-IF.
       7110-COMPARE-CMD-FIN.
           EXIT.
      *
      *    UN LOT RAPPELE SANS ARTICLE CONNU (DEMANDE PAR LOT SANS
      *    RECEPTION) CORRESPOND AU LOT DE TOUT ARTICLE.
      *
       7200-RECH-LOT-DEB.
           SET LOT-NON-TROUVE            TO TRUE.
           PERFORM 7210-COMPARE-LOT-DEB
              THRU 7210-COMPARE-LOT-FIN
             VARYING WS-IX-LOT FROM 1 BY 1
               UNTIL WS-IX-LOT > WS-NB-LOT
                  OR LOT-TROUVE.
           IF LOT-TROUVE
              SUBTRACT 1                 FROM WS-IX-LOT
           END-IF.
       7200-RECH-LOT-FIN.
           EXIT.
      *
       7210-COMPARE-LOT-DEB.
           IF WS-TLO-LOT(WS-IX-LOT) = WS-LOT-CHERCHE
              AND (WS-TLO-ART(WS-IX-LOT) = WS-ART-CHERCHE
                   OR WS-TLO-ART(WS-IX-LOT) = SPACES
                   OR WS-ART-CHERCHE = SPACES)
              SET LOT-TROUVE             TO TRUE
           END-IF.
       7210-COMPARE-LOT-FIN.
           EXIT.
      *
       7250-RECH-ARTICLE-DEB.
           SET LOT-NON-TROUVE            TO TRUE.
           PERFORM 7260-COMPARE-ARTICLE-DEB
              THRU 7260-COMPARE-ARTICLE-FIN
             VARYING WS-IX-LOT FROM 1 BY 1
               UNTIL WS-IX-LOT > WS-NB-LOT
                  OR LOT-TROUVE.
       7250-RECH-ARTICLE-FIN.
           EXIT.
      *
       7260-COMPARE-ARTICLE-DEB.
           IF WS-TLO-ART(WS-IX-LOT) = WS-ART-CHERCHE
              SET LOT-TROUVE             TO TRUE
           END-IF.
       7260-COMPARE-ARTICLE-FIN.
           EXIT.
      *
       7300-AJOUTE-LOT-DEB.
           IF WS-NB-LOT = 200
              DISPLAY 'TABLE DES LOTS RAPPELES SATUREE (200)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-LOT.
           MOVE WS-NB-LOT                TO WS-IX-LOT.
           MOVE WS-LOT-CHERCHE           TO WS-TLO-LOT(WS-IX-LOT).
           MOVE WS-ART-CHERCHE           TO WS-TLO-ART(WS-IX-LOT).
           MOVE SPACES                   TO WS-TLO-FOU(WS-IX-LOT)
                                            WS-TLO-CMD-NO(WS-IX-LOT).
           MOVE ZERO                     TO WS-TLO-DATE-REC(WS-IX-LOT)
                                            WS-TLO-QTE-RECUE(WS-IX-LOT)
                                            WS-TLO-QTE-STOCK(WS-IX-LOT)
                                            WS-TLO-QTE-EXPED(WS-IX-LOT)
                                           WS-TLO-QTE-RETOUR(WS-IX-LOT)
                                            WS-TLO-NB-EXPED(WS-IX-LOT).
       7300-AJOUTE-LOT-FIN.
           EXIT.
      *
       7400-AJOUTE-CLIENT-DEB.
           SET CLT-NON-TROUVE            TO TRUE.
           PERFORM 7410-COMPARE-CLIENT-DEB
              THRU 7410-COMPARE-CLIENT-FIN
             VARYING WS-IX-CLT FROM 1 BY 1
               UNTIL WS-IX-CLT > WS-NB-CLT
                  OR CLT-TROUVE.
           IF CLT-TROUVE
              GO TO 7400-AJOUTE-CLIENT-FIN
           END-IF.
           IF WS-NB-CLT = 1000
              DISPLAY 'TABLE DES CLIENTS RAPPELES SATUREE (1000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CLT.
           MOVE WS-BLR-CLIENT            TO WS-TCL-CODE(WS-NB-CLT).
       7400-AJOUTE-CLIENT-FIN.
           EXIT.
      *
       7410-COMPARE-CLIENT-DEB.
           IF WS-TCL-CODE(WS-IX-CLT) = WS-BLR-CLIENT
              SET CLT-TROUVE             TO TRUE
           END-IF.
       7410-COMPARE-CLIENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : EDITIONS                                           *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-REF-RAPPEL            TO WS-LRCL-REF-ED.
           MOVE WS-DATE-SYST             TO WS-LRCL-DATE-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-TITRE.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES                   TO WS-LRCL-DEM-ED.
           IF DEM-PAR-LOT
              STRING 'LOT ' WS-DEM-LOT
                     DELIMITED BY SIZE INTO WS-LRCL-DEM-ED
           ELSE
              STRING 'FOURNISSEUR ' WS-DEM-FOU
                     ' RECEPTIONS DU ' WS-DATE-DEB ' AU ' WS-DATE-FIN
                     DELIMITED BY SIZE INTO WS-LRCL-DEM-ED
           END-IF.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-DEMANDE.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-SOUS-TITRE-DEB.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-BLANC.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-SOUS-TITRE.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-BLANC.
       8010-EDIT-SOUS-TITRE-FIN.
           EXIT.
      *
       8030-EDIT-EXPEDITION-DEB.
           MOVE WS-TEX-CLIENT(WS-IX-EXP) TO WS-LRCL-E-CLI-ED.
           MOVE WS-TEX-CDE-NO(WS-IX-EXP) TO WS-LRCL-E-CDE-ED.
           MOVE WS-TEX-NO-BL(WS-IX-EXP)  TO WS-LRCL-E-BL-ED.
           MOVE WS-TEX-ART(WS-IX-EXP)    TO WS-LRCL-E-ART-ED.
           MOVE WS-TEX-LOT(WS-IX-EXP)    TO WS-LRCL-E-LOT-ED.
           IF WS-TEX-DATE-BL(WS-IX-EXP) = ZERO
              MOVE SPACES                TO WS-LRCL-E-DATE-ED
           ELSE
              MOVE WS-TEX-DATE-BL(WS-IX-EXP) TO WS-LRCL-E-DATE-ED
           END-IF.
           MOVE WS-TEX-QTE(WS-IX-EXP)    TO WS-LRCL-E-QTE-ED.
           MOVE WS-TEX-QTE-RETOUR(WS-IX-EXP) TO WS-LRCL-E-RET-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-EXPED.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8030-EDIT-EXPEDITION-FIN.
           EXIT.
      *
       8060-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-TIRET.
           MOVE 'TOTAL   '               TO WS-LRCL-T-LOT-ED.
           MOVE SPACES                   TO WS-LRCL-T-ART-ED.
           MOVE WS-TOT-RECUE             TO WS-LRCL-T-RECUE-ED.
           MOVE WS-TOT-STOCK             TO WS-LRCL-T-STOCK-ED.
           MOVE WS-TOT-EXPED             TO WS-LRCL-T-EXPED-ED.
           MOVE WS-TOT-RETOUR            TO WS-LRCL-T-RETOUR-ED.
           MOVE WS-CPT-EXPEDITIONS       TO WS-LRCL-T-NBEXP-ED.
           WRITE FS-ENRG-ETATRCL-S       FROM WS-LRCL-BILAN.
           IF NOT OK-ETATRCL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATRCL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATRCL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8060-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8100-EDIT-LETTRE-TETE-DEB.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-EMETTEUR
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           MOVE WS-CLC-NOM-E             TO WS-LLTR-NOM-ED.
           MOVE WS-CLC-CODE-E            TO WS-LLTR-CLI-ED.
           MOVE WS-CLC-ADR-RUE-E         TO WS-LLTR-RUE-ED.
           MOVE WS-CLC-ADR-CP-E          TO WS-LLTR-CP-ED.
           MOVE WS-CLC-ADR-VILLE-E       TO WS-LLTR-VILLE-ED.
           MOVE WS-DATE-SYST             TO WS-LLTR-DATE-ED.
           MOVE WS-REF-RAPPEL            TO WS-LLTR-REF-ED.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-1.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-2.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-3.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DATE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-OBJET.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           MOVE 'NOTRE FOURNISSEUR PROCEDE AU RAPPEL DES LOTS CI-DESSOUS
      -         ', QUI VOUS ONT ETE LIVRES.' TO WS-LLTR-TEXTE.
           PERFORM 6080-WRITE-FETATLTR-DEB
              THRU 6080-WRITE-FETATLTR-FIN.
           MOVE 'NOUS VOUS DEMANDONS D''EN CESSER IMMEDIATEMENT LA VENT
      -         'E ET L''UTILISATION.'   TO WS-LLTR-TEXTE.
           PERFORM 6080-WRITE-FETATLTR-DEB
              THRU 6080-WRITE-FETATLTR-FIN.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-ENTETE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TIRET.
       8100-EDIT-LETTRE-TETE-FIN.
           EXIT.
      *
       8110-EDIT-LETTRE-LIGNE-DEB.
           IF WS-TEX-CLIENT(WS-IX-EXP) NOT = WS-TCL-CODE(WS-IX-CLT)
              GO TO 8110-EDIT-LETTRE-LIGNE-FIN
           END-IF.
           MOVE WS-TEX-CDE-NO(WS-IX-EXP) TO WS-LLTR-CDE-ED.
           MOVE WS-TEX-NO-BL(WS-IX-EXP)  TO WS-LLTR-BL-ED.
           MOVE WS-TEX-ART(WS-IX-EXP)    TO WS-LLTR-ART-ED.
           MOVE WS-TEX-LOT(WS-IX-EXP)    TO WS-LLTR-LOT-ED.
           IF WS-TEX-DATE-BL(WS-IX-EXP) = ZERO
              MOVE SPACES                TO WS-LLTR-DBL-ED
           ELSE
              MOVE WS-TEX-DATE-BL(WS-IX-EXP) TO WS-LLTR-DBL-ED
           END-IF.
           MOVE WS-TEX-QTE(WS-IX-EXP)    TO WS-LLTR-QTE-ED.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-LIGNE.
           IF NOT OK-ETATLTR
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATLTR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLTR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8110-EDIT-LETTRE-LIGNE-FIN.
           EXIT.
      *
       8120-EDIT-LETTRE-PIED-DEB.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TIRET.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           MOVE 'LES QUANTITES RESTANTES SONT A NOUS RETOURNER SOUS AUT
      -         'ORISATION DE RETOUR (RMA)' TO WS-LLTR-TEXTE.
           PERFORM 6080-WRITE-FETATLTR-DEB
              THRU 6080-WRITE-FETATLTR-FIN.
           MOVE 'EN RAPPELANT LA REFERENCE DU RAPPEL CI-DESSUS.'
                                         TO WS-LLTR-TEXTE.
           PERFORM 6080-WRITE-FETATLTR-DEB
              THRU 6080-WRITE-FETATLTR-FIN.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           MOVE 'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'
                                         TO WS-LLTR-TEXTE.
           PERFORM 6080-WRITE-FETATLTR-DEB
              THRU 6080-WRITE-FETATLTR-FIN.
       8120-EDIT-LETTRE-PIED-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO118     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'REFERENCE DU RAPPEL          :  ' WS-REF-RAPPEL.
           DISPLAY 'COMMANDES FOURNISSEURS       :  ' WS-CPT-CMD.
           DISPLAY 'RECEPTIONS LUES              :  ' WS-CPT-REC-LUES.
           DISPLAY 'RECEPTIONS RETENUES          :  '
                   WS-CPT-REC-RETENUES.
           DISPLAY 'LOTS RAPPELES                :  ' WS-NB-LOT.
           DISPLAY 'ARTICLES LUS                 :  ' WS-CPT-ART-LUS.
           DISPLAY 'LOTS TROUVES EN STOCK        :  '
                   WS-CPT-LOTS-STOCK.
           DISPLAY 'LOTS MIS EN QUARANTAINE      :  '
                   WS-CPT-QUARANTAINE.
           DISPLAY 'ARTICLES AVEC LOTS RAPPELES  :  ' WS-CPT-ART-MAJ.
           DISPLAY 'EMPLACEMENTS A INSPECTER     :  '
                   WS-CPT-EMPLACEMENTS.
           DISPLAY 'LIGNES DE BL LUES            :  ' WS-CPT-BL-LUS.
           DISPLAY 'LIVRAISONS DES LOTS RAPPELES :  '
                   WS-CPT-EXPEDITIONS.
           DISPLAY 'RETOURS RMA LUS              :  ' WS-CPT-RMA-LUS.
           DISPLAY 'RETOURS RMA IMPUTES          :  '
                   WS-CPT-RMA-IMPUTES.
           DISPLAY 'LETTRES DE RAPPEL            :  ' WS-CPT-LETTRES.
           DISPLAY 'CLIENTS ABSENTS DE CLI0206   :  '
                   WS-CPT-CLI-INCONNUS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO118         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO118        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
