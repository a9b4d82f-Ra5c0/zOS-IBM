      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO142                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  GESTION DES LITIGES CARTE PORTEUR : LE FICHIER DES LITIGES   *
      *  (F-LITIGE-E, COPY LITIGE, TRIE SUR LA CLE HISMVT DU          *
      *  MOUVEMENT CONTESTE) EST RAPPROCHE DES TRANSACTIONS SAISIES   *
      *  PAR LES AGENCES ET LE BACK-OFFICE (F-LITMAJ-E, MEME CLE) :   *
      *  - 'O' OUVERTURE : LE MOUVEMENT EST RELU DANS L'HISTORIQUE    *
      *    INDEXE HISMVT (DEBIT CARTE 'C' OBLIGATOIRE), MOTIF ET      *
      *    MONTANT CONTESTE (A ZERO = MONTANT DU MOUVEMENT, PLAFONNE  *
      *    A CELUI-CI) ; SUR DEMANDE, UN CREDIT PROVISOIRE EST PASSE  *
      *    AU PORTEUR (CODE 'A', ANNULATION DE DEBIT) ;               *
      *  - 'C' CHARGEBACK EMIS VERS LE RESEAU (DOSSIER OUVERT) ;      *
      *  - 'R' REPRESENTATION RECUE DE L'ACQUEREUR (APRES CHARGEBACK);*
      *  - 'D' DECISION FINALE, 'G' GAGNE OU 'P' PERDU, A TOUTE       *
      *    ETAPE : GAGNE, LE CREDIT PROVISOIRE EST CONFIRME (OU LE    *
      *    CREDIT DEFINITIF PASSE S'IL N'Y EN AVAIT PAS) ; PERDU, LE  *
      *    CREDIT PROVISOIRE EST EXTOURNE SELON LA CONVENTION         *
      *    D'ARIO055 (CODE 'B' ANNULE UN CREDIT, REFERENCE 'EX' +     *
      *    HEURE DU PASSAGE).                                         *
      *  LES MOUVEMENTS (F-MVTLIT-S) SONT CONCATENES A F-MVTS-E POUR  *
      *  ARIO126. LE FICHIER EST REECRIT PERE-FILS (F-LITIGE-S) ; LE  *
      *  JOURNAL F-ETATLIT-S LISTE OPERATIONS ET REJETS. L'ETAT       *
      *  F-ETATAGE-S PRESENTE LA BALANCE AGEE DES LITIGES EN COURS    *
      *  FACE A L'ECHEANCE RESEAU DE LEUR ETAPE : EMISSION DU         *
      *  CHARGEBACK DANS LES 120 JOURS DE L'ACHAT, REPRESENTATION     *
      *  DANS LES 45 JOURS DU CHARGEBACK, DECISION DANS LES 30 JOURS  *
      *  DE LA REPRESENTATION (PARAMETRES ARIS903 'DLLITCB',          *
      *  'DLLITRP', 'DLLITDC', JOURS CALENDAIRES, ARIS902).           *
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
       PROGRAM-ID.      ARIO142.
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
      *                      F-LITIGE-E : LITIGES CARTE (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LITIGE-E ASSIGN TO LITIGE
                   FILE STATUS         IS WS-FS-LITIGE-E.
      *                      -------------------------------------------
      *                      F-LITMAJ-E : TRANSACTIONS DE LITIGE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LITMAJ-E ASSIGN TO LITMAJ
                   FILE STATUS         IS WS-FS-LITMAJ-E.
      *                      -------------------------------------------
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-LITIGE-S : LITIGES CARTE (N)
      *                      -------------------------------------------
           SELECT  F-LITIGE-S          ASSIGN TO LITIGES
                   FILE STATUS         IS WS-FS-LITIGE-S.
      *                      -------------------------------------------
      *                      F-MVTLIT-S : CREDITS ET EXTOURNES (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTLIT-S          ASSIGN TO MVTLIT
                   FILE STATUS         IS WS-FS-MVTLIT-S.
      *                      -------------------------------------------
      *                      F-ETATLIT-S : JOURNAL DES LITIGES
      *                      -------------------------------------------
           SELECT  F-ETATLIT-S         ASSIGN TO ETATLIT
                   FILE STATUS         IS WS-FS-ETATLIT-S.
      *                      -------------------------------------------
      *                      F-ETATAGE-S : BALANCE AGEE DES LITIGES
      *                      -------------------------------------------
           SELECT  F-ETATAGE-S         ASSIGN TO ETATAGE
                   FILE STATUS         IS WS-FS-ETATAGE-S.
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
       FD  F-LITIGE-E
           RECORDING MODE IS F.
       01  FS-ENRG-LITIGE-E           PIC X(160).
      *
       FD  F-LITMAJ-E
           RECORDING MODE IS F.
       01  FS-ENRG-LITMAJ-E           PIC X(80).
      *
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-LITIGE-S
           RECORDING MODE IS F.
       01  FS-ENRG-LITIGE-S           PIC X(160).
      *
       FD  F-MVTLIT-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTLIT-S           PIC X(150).
      *
       FD  F-ETATLIT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLIT-S          PIC X(80).
      *
       FD  F-ETATAGE-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATAGE-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- LITIGE (FICHIER) ------------------------------*
      *
           COPY LITIGE.
      *
      *---------------- HISTORIQUE ET MOUVEMENT (COTE BANQUE) ---------*
      *
           COPY HISMVT.
      *
           COPY TP3MVTS.
      *
      *---------------- ZONES D'ECHANGE ARIS903 / ARIS902 -------------*
      *
           COPY PARAPPL.
      *
           COPY CALJOUR.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-LITIGE-E            PIC XX.
           88  OK-LITIGE-E           VALUE '00' '05'.
           88  EOF-LITIGE-E          VALUE '10'.
           88  NOTFOUND-LITIGE-E     VALUE '35'.
       01  WS-FS-LITMAJ-E            PIC XX.
           88  OK-LITMAJ-E           VALUE '00' '05'.
           88  EOF-LITMAJ-E          VALUE '10'.
           88  NOTFOUND-LITMAJ-E     VALUE '35'.
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  NOTFOUND-HISMVT-E     VALUE '23'.
       01  WS-FS-LITIGE-S            PIC XX.
           88  OK-LITIGE-S           VALUE '00'.
       01  WS-FS-MVTLIT-S            PIC XX.
           88  OK-MVTLIT-S           VALUE '00'.
       01  WS-FS-ETATLIT-S           PIC XX.
           88  OK-ETATLIT-S          VALUE '00'.
       01  WS-FS-ETATAGE-S           PIC XX.
           88  OK-ETATAGE-S          VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- TRANSACTION DE LITIGE -------------------------*
      *
       01  WS-ENRG-F-LITMAJ.
           05  WS-MAJ-ACTION         PIC X(01).
               88  MAJ-OUVERTURE     VALUE 'O'.
               88  MAJ-CHARGEBACK    VALUE 'C'.
               88  MAJ-REPRESENTATION VALUE 'R'.
               88  MAJ-DECISION      VALUE 'D'.
           05  WS-MAJ-CLE            PIC X(28).
               88  MAJ-CLE-MAX       VALUE HIGH-VALUES.
           05  FILLER REDEFINES WS-MAJ-CLE.
               10  WS-MAJ-CPTE       PIC X(10).
               10  FILLER            PIC X(08).
               10  WS-MAJ-HEURE      PIC X(06).
               10  FILLER            PIC X(04).
           05  WS-MAJ-MOTIF          PIC X(02).
           05  WS-MAJ-MT             PIC 9(8)V99.
           05  WS-MAJ-MT-X REDEFINES WS-MAJ-MT
                                     PIC X(10).
           05  WS-MAJ-PROV           PIC X(01).
               88  MAJ-AVEC-PROV     VALUE 'O'.
           05  WS-MAJ-ISSUE          PIC X(01).
               88  MAJ-GAGNE         VALUE 'G'.
               88  MAJ-PERDU         VALUE 'P'.
               88  MAJ-ISSUE-VALIDE  VALUES 'G' 'P'.
           05  FILLER                PIC X(37).
      *
      *---------------- DATE DU JOUR ----------------------------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *---------------- ECHEANCES DU RESEAU (JOURS CALENDAIRES) -------*
      *
       01  WS-DL-CHARGEBACK          PIC 9(03) VALUE 120.
       01  WS-DL-REPRESENTATION      PIC 9(03) VALUE 45.
       01  WS-DL-DECISION            PIC 9(03) VALUE 30.
      *
      *---------------- SAUVEGARDE DE L'ENREGISTREMENT LITIGE ---------*
      *
      *    UNE OUVERTURE EST CONSTRUITE DANS LA ZONE COMMUNE DU
      *    LITIGE ; L'ENREGISTREMENT EN COURS DE RAPPROCHEMENT EST
      *    PRESERVE ICI PENDANT CE TEMPS.
      *
       01  WS-SAV-LITIGE             PIC X(160).
       01  WS-MOTIF-REJET            PIC X(40).
      *
      *---------------- MOUVEMENT A EMETTRE ---------------------------*
      *
       01  WS-EMI-CODE               PIC X(01).
       01  WS-EMI-PREFIXE            PIC X(02).
       01  WS-EMI-LIBELLE            PIC X(30).
      *
      *---------------- BALANCE AGEE ----------------------------------*
      *
       01  WS-AGE-JOURS              PIC S9(05) COMP-3.
       01  WS-AGE-TRANCHE            PIC 9(01).
           88  AGE-ECHU              VALUE 1.
           88  AGE-SEMAINE           VALUE 2.
           88  AGE-MOIS              VALUE 3.
           88  AGE-AU-DELA           VALUE 4.
       01  WS-TAB-AGE.
           05  WS-AGE-EL             OCCURS 4 TIMES.
               10  WS-AGE-NB         PIC 9(05).
               10  WS-AGE-MT         PIC 9(09)V99 COMP-3.
       01  WS-TAB-AGE-LIB-V.
           05  FILLER                PIC X(20)
               VALUE 'ECHEANCE DEPASSEE   '.
           05  FILLER                PIC X(20)
               VALUE 'ECHEANCE A 7 JOURS  '.
           05  FILLER                PIC X(20)
               VALUE 'ECHEANCE A 30 JOURS '.
           05  FILLER                PIC X(20)
               VALUE 'ECHEANCE AU-DELA    '.
       01  WS-TAB-AGE-LIB REDEFINES WS-TAB-AGE-LIB-V.
           05  WS-AGE-LIB            PIC X(20) OCCURS 4 TIMES.
       01  WS-IX-AGE                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-LIT-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-ECRITS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-OUVERTS        PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-CHARGEBACKS    PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-REPRES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-GAGNES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-PERDUS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIT-EN-COURS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-MAJ-REJET          PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-CREDITS        PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-EXTOURNES      PIC 9(05) VALUE ZERO.
       01  WS-TOT-MVT-CREDITS        PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MVT-EXTOURNES      PIC 9(09)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION : JOURNAL --------------------*
      *
       01  WS-LLIT-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LLIT-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'JOURNAL DES LITIGES CARTE AU '.
           05  WS-LLIT-DATE-ED       PIC 9(08).
       01  WS-LLIT-LIGNE.
           05  WS-LLIT-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLIT-HEURE-ED      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLIT-ACTION-ED     PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLIT-LIB-ED        PIC X(40).
           05  WS-LLIT-MT-ED         PIC ZZZZZZZ9,99 BLANK WHEN ZERO.
      *
      *---------------- LIGNES D'EDITION : BALANCE AGEE ---------------*
      *
       01  WS-LAGE-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LAGE-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'LITIGES CARTE EN COURS - BALANCE AGEE AU'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-DATE-ED       PIC 9(08).
       01  WS-LAGE-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(09) VALUE 'ACHAT'.
           05  FILLER                PIC X(03) VALUE 'MO'.
           05  FILLER                PIC X(12) VALUE 'ETAPE'.
           05  FILLER                PIC X(11) VALUE '   MONTANT'.
           05  FILLER                PIC X(09) VALUE 'ECHEANCE'.
           05  FILLER                PIC X(06) VALUE 'JOURS'.
           05  FILLER                PIC X(10) VALUE 'TRANCHE'.
       01  WS-LAGE-LIGNE.
           05  WS-LAGE-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-DOPE-ED       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-MOTIF-ED      PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-ETAPE-ED      PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-MT-ED         PIC ZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-DECH-ED       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-JOURS-ED      PIC ----9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGE-TRANCHE-ED    PIC X(10).
       01  WS-LAGE-TOTAL.
           05  WS-LAGE-TOT-LIB       PIC X(40).
           05  WS-LAGE-TOT-NB        PIC ZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LAGE-TOT-MT        PIC ZZZZZZZZ9,99.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATLIT         PIC X(01) VALUE 'T'.
       01  WS-MSQ-NIV-ETATAGE         PIC X(01) VALUE 'T'.
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
      *   TRAITEMENT PRINCIPAL : RAPPROCHEMENT LITIGES / TRANSACTIONS *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO142'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           INITIALIZE WS-TAB-AGE.
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FLITIGE-DEB
              THRU 6010-READ-FLITIGE-FIN.
      *
           PERFORM 6020-READ-FLITMAJ-DEB
              THRU 6020-READ-FLITMAJ-FIN.
      *
           PERFORM 1000-RAPPROCHEMENT-DEB
              THRU 1000-RAPPROCHEMENT-FIN
             UNTIL LIT-CLE-MAX-E AND MAJ-CLE-MAX.
      *
           PERFORM 8030-EDIT-TOTAUX-AGE-DEB
              THRU 8030-EDIT-TOTAUX-AGE-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-LIT-ECRITS        TO WS-RUN-NBENR.
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
      *   RAPPROCHEMENT D'UNE CLE                                     *
      *---------------------------------------------------------------*
      *
       1000-RAPPROCHEMENT-DEB.
      *
           EVALUATE TRUE
              WHEN WS-LIT-CLE-E < WS-MAJ-CLE
                   PERFORM 2000-LITIGE-SANS-MAJ-DEB
                      THRU 2000-LITIGE-SANS-MAJ-FIN
              WHEN WS-LIT-CLE-E = WS-MAJ-CLE
                   PERFORM 2010-LITIGE-AVEC-MAJ-DEB
                      THRU 2010-LITIGE-AVEC-MAJ-FIN
              WHEN WS-LIT-CLE-E > WS-MAJ-CLE
                   PERFORM 2020-MAJ-SANS-LITIGE-DEB
                      THRU 2020-MAJ-SANS-LITIGE-FIN
           END-EVALUATE.
      *
       1000-RAPPROCHEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LITIGE SANS (OU APRES SES) TRANSACTIONS : REPORT            *
      *---------------------------------------------------------------*
      *
       2000-LITIGE-SANS-MAJ-DEB.
      *
           PERFORM 6040-WRITE-FLITIGES-DEB
              THRU 6040-WRITE-FLITIGES-FIN.
      *
           PERFORM 6010-READ-FLITIGE-DEB
              THRU 6010-READ-FLITIGE-FIN.
      *
       2000-LITIGE-SANS-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LITIGE AVEC TRANSACTION : AVANCEMENT DU DOSSIER             *
      *---------------------------------------------------------------*
      *
      *    LE DOSSIER RESTE EN MAIN TANT QUE DES TRANSACTIONS PORTENT
      *    SUR LUI (CHARGEBACK PUIS DECISION LE MEME JOUR, ETC.) ; IL
      *    EST REPORTE PAR 2000 QUAND LA CLE SUIVANTE EST ATTEINTE.
      *
       2010-LITIGE-AVEC-MAJ-DEB.
      *
           MOVE WS-MAJ-CPTE              TO WS-LLIT-CPTE-ED.
           MOVE WS-MAJ-HEURE             TO WS-LLIT-HEURE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LLIT-ACTION-ED.
           MOVE ZERO                     TO WS-LLIT-MT-ED.
      *
           EVALUATE TRUE
              WHEN MAJ-CHARGEBACK AND LIT-OUVERT-E
                   ADD 1                  TO WS-CPT-LIT-CHARGEBACKS
                   SET LIT-CB-EMIS-E      TO TRUE
                   MOVE WS-DATE-SYST-N    TO WS-LIT-DCB-E
                   PERFORM 7200-CALC-ECHEANCE-DEB
                      THRU 7200-CALC-ECHEANCE-FIN
                   MOVE 'CHARGEBACK EMIS - ECHEANCE'
                                          TO WS-LLIT-LIB-ED
                   MOVE WS-LIT-DECH-E     TO WS-LLIT-LIB-ED(28:8)
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-REPRESENTATION AND LIT-CB-EMIS-E
                   ADD 1                  TO WS-CPT-LIT-REPRES
                   SET LIT-REPRES-E       TO TRUE
                   MOVE WS-DATE-SYST-N    TO WS-LIT-DREP-E
                   PERFORM 7200-CALC-ECHEANCE-DEB
                      THRU 7200-CALC-ECHEANCE-FIN
                   MOVE 'REPRESENTATION RECUE - ECHEANCE'
                                          TO WS-LLIT-LIB-ED
                   MOVE WS-LIT-DECH-E     TO WS-LLIT-LIB-ED(33:8)
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-DECISION AND NOT MAJ-ISSUE-VALIDE
                   MOVE 'DECISION NI GAGNEE (G) NI PERDUE (P)'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN MAJ-DECISION AND LIT-EN-COURS-E
                   PERFORM 3000-TRT-DECISION-DEB
                      THRU 3000-TRT-DECISION-FIN
              WHEN MAJ-OUVERTURE
                   MOVE 'LITIGE DEJA OUVERT SUR CE MOUVEMENT'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN MAJ-CHARGEBACK OR MAJ-REPRESENTATION
                   OR MAJ-DECISION
                   MOVE 'TRANSACTION INCOMPATIBLE AVEC LE STATUT'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN OTHER
                   MOVE 'TRANSACTION LITIGE IRRECEVABLE'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
           END-EVALUATE.
      *
           PERFORM 6020-READ-FLITMAJ-DEB
              THRU 6020-READ-FLITMAJ-FIN.
      *
       2010-LITIGE-AVEC-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRANSACTION SANS LITIGE : OUVERTURE OU REJET                *
      *---------------------------------------------------------------*
      *
       2020-MAJ-SANS-LITIGE-DEB.
      *
           IF MAJ-OUVERTURE
              PERFORM 7100-CTRL-OUVERTURE-DEB
                 THRU 7100-CTRL-OUVERTURE-FIN
           ELSE
              MOVE 'TRANSACTION SUR UN LITIGE INCONNU'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
           END-IF.
      *
           PERFORM 6020-READ-FLITMAJ-DEB
              THRU 6020-READ-FLITMAJ-FIN.
      *
       2020-MAJ-SANS-LITIGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   DECISION FINALE SUR LE LITIGE                               *
      *---------------------------------------------------------------*
      *
      *    GAGNE : LE PORTEUR GARDE LE CREDIT PROVISOIRE, OU RECOIT
      *    LE CREDIT DEFINITIF S'IL N'Y EN AVAIT PAS.
      *    PERDU : LE CREDIT PROVISOIRE EST EXTOURNE ; SANS CREDIT
      *    PROVISOIRE, LE DEBIT D'ORIGINE EST SIMPLEMENT MAINTENU.
      *
       3000-TRT-DECISION-DEB.
      *
           MOVE WS-DATE-SYST-N           TO WS-LIT-DCLOT-E.
           MOVE ZERO                     TO WS-LIT-DECH-E.
      *
           IF MAJ-GAGNE
              ADD 1                      TO WS-CPT-LIT-GAGNES
              SET LIT-GAGNE-E            TO TRUE
              IF LIT-AVEC-PROV-E
                 MOVE 'GAGNE : CREDIT PROVISOIRE CONFIRME'
                                         TO WS-LLIT-LIB-ED
              ELSE
                 MOVE 'A'                TO WS-EMI-CODE
                 MOVE 'LT'               TO WS-EMI-PREFIXE
                 MOVE 'REMBOURSEMENT LITIGE CARTE'
                                         TO WS-EMI-LIBELLE
                 PERFORM 7300-EMISSION-MVT-DEB
                    THRU 7300-EMISSION-MVT-FIN
                 MOVE 'GAGNE : CREDIT DEFINITIF EMIS'
                                         TO WS-LLIT-LIB-ED
                 MOVE WS-LIT-MT-E        TO WS-LLIT-MT-ED
              END-IF
           ELSE
              ADD 1                      TO WS-CPT-LIT-PERDUS
              SET LIT-PERDU-E            TO TRUE
              IF LIT-AVEC-PROV-E
                 MOVE 'B'                TO WS-EMI-CODE
                 MOVE 'EX'               TO WS-EMI-PREFIXE
                 MOVE 'EXTOURNE CREDIT LITIGE CARTE'
                                         TO WS-EMI-LIBELLE
                 PERFORM 7300-EMISSION-MVT-DEB
                    THRU 7300-EMISSION-MVT-FIN
                 MOVE 'PERDU : CREDIT PROVISOIRE EXTOURNE'
                                         TO WS-LLIT-LIB-ED
                 MOVE WS-LIT-MT-E        TO WS-LLIT-MT-ED
              ELSE
                 MOVE 'PERDU : DEBIT D''ORIGINE MAINTENU'
                                         TO WS-LLIT-LIB-ED
              END-IF
           END-IF.
      *
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       3000-TRT-DECISION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-LITIGE-E.
           IF NOT (OK-LITIGE-E OR NOTFOUND-LITIGE-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LITIGE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITIGE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LITMAJ-E.
           IF NOT (OK-LITMAJ-E OR NOTFOUND-LITMAJ-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LITMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITMAJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-LITIGE-S.
           IF NOT OK-LITIGE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LITIGE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITIGE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTLIT-S.
           IF NOT OK-MVTLIT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTLIT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATLIT-S.
           IF NOT OK-ETATLIT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATLIT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATAGE-S.
           IF NOT OK-ETATAGE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATAGE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATAGE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FLITIGE-DEB.
           IF NOTFOUND-LITIGE-E
              SET LIT-CLE-MAX-E          TO TRUE
              GO TO 6010-READ-FLITIGE-FIN
           END-IF.
           READ F-LITIGE-E INTO WS-ENRG-F-LITIGE.
           EVALUATE TRUE
              WHEN OK-LITIGE-E
                 ADD 1                   TO WS-CPT-LIT-LUS
              WHEN EOF-LITIGE-E
                 SET LIT-CLE-MAX-E       TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LITIGE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITIGE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FLITIGE-FIN.
           EXIT.
      *
       6020-READ-FLITMAJ-DEB.
           IF NOTFOUND-LITMAJ-E
              SET MAJ-CLE-MAX            TO TRUE
              GO TO 6020-READ-FLITMAJ-FIN
           END-IF.
           READ F-LITMAJ-E INTO WS-ENRG-F-LITMAJ.
           EVALUATE TRUE
              WHEN OK-LITMAJ-E
                 CONTINUE
              WHEN EOF-LITMAJ-E
                 SET MAJ-CLE-MAX         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LITMAJ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITMAJ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FLITMAJ-FIN.
           EXIT.
      *
      *    TOUT DOSSIER ECRIT ENCORE EN COURS ALIMENTE LA BALANCE
      *    AGEE.
      *
       6040-WRITE-FLITIGES-DEB.
           WRITE FS-ENRG-LITIGE-S FROM WS-ENRG-F-LITIGE.
           IF NOT OK-LITIGE-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-LITIGE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITIGE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LIT-ECRITS.
           IF LIT-EN-COURS-E
              PERFORM 7400-AGE-LITIGE-DEB
                 THRU 7400-AGE-LITIGE-FIN
           END-IF.
       6040-WRITE-FLITIGES-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF NOT NOTFOUND-LITIGE-E
              CLOSE F-LITIGE-E
           END-IF.
           IF NOT NOTFOUND-LITMAJ-E
              CLOSE F-LITMAJ-E
           END-IF.
           CLOSE F-HISMVT-E.
           CLOSE F-LITIGE-S.
           IF NOT OK-LITIGE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LITIGE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LITIGE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTLIT-S.
           IF NOT OK-MVTLIT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTLIT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATLIT-S.
           IF NOT OK-ETATLIT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATLIT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATAGE-S.
           IF NOT OK-ETATAGE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATAGE-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATAGE-S
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
      *    DELAIS DU RESEAU EN JOURS CALENDAIRES ; PARAMETRE ABSENT OU
      *    NON NUMERIQUE = DELAI PAR DEFAUT.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'DLLITCB'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DL-CHARGEBACK
           END-IF.
           MOVE 'DLLITRP'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DL-REPRESENTATION
           END-IF.
           MOVE 'DLLITDC'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DL-DECISION
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    TRANSACTION IRRECEVABLE : LISTEE AVEC SON MOTIF ET COMPTEE.
      *
       7050-REJET-MAJ-DEB.
           ADD 1                         TO WS-CPT-MAJ-REJET.
           MOVE WS-MAJ-CPTE              TO WS-LLIT-CPTE-ED.
           MOVE WS-MAJ-HEURE             TO WS-LLIT-HEURE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LLIT-ACTION-ED.
           MOVE WS-MOTIF-REJET           TO WS-LLIT-LIB-ED.
           MOVE ZERO                     TO WS-LLIT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7050-REJET-MAJ-FIN.
           EXIT.
      *
      *    CONTROLE D'UNE OUVERTURE : MOTIF, MOUVEMENT CONTESTE DANS
      *    L'HISTORIQUE (DEBIT CARTE), MONTANT. UNE OUVERTURE
      *    RECEVABLE DEVIENT UN DOSSIER OUVERT ECRIT A SA PLACE DANS
      *    L'ORDRE DES CLES, AVEC SON CREDIT PROVISOIRE EVENTUEL.
      *
       7100-CTRL-OUVERTURE-DEB.
      *
           MOVE WS-ENRG-F-LITIGE         TO WS-SAV-LITIGE.
           MOVE WS-MAJ-MOTIF             TO WS-LIT-MOTIF-E.
           IF NOT LIT-MOTIF-VALIDE-E
              OR WS-MAJ-MT-X IS NOT NUMERIC
              MOVE 'MOTIF INCONNU OU MONTANT NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7100-CTRL-OUVERTURE-SUITE
           END-IF.
      *
           MOVE WS-MAJ-CLE               TO FS-HIS-CLE.
           READ F-HISMVT-E INTO WS-ENRG-F-HISMVT.
           EVALUATE TRUE
              WHEN NOTFOUND-HISMVT-E
                 MOVE 'MOUVEMENT ABSENT DE L''HISTORIQUE'
                                         TO WS-MOTIF-REJET
              WHEN NOT OK-HISMVT-E
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN NOT HIS-SENS-DEBIT
                 OR WS-HIS-CODE NOT = 'C'
                 MOVE 'MOUVEMENT CONTESTE NON DEBIT CARTE'
                                         TO WS-MOTIF-REJET
              WHEN WS-MAJ-MT > WS-HIS-MT
                 MOVE 'MONTANT CONTESTE SUPERIEUR AU MOUVEMENT'
                                         TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE SPACE              TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACE
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7100-CTRL-OUVERTURE-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-LIT-OUVERTS.
           MOVE SPACES                   TO WS-ENRG-F-LITIGE.
           MOVE WS-MAJ-CLE               TO WS-LIT-CLE-E.
           MOVE WS-MAJ-MOTIF             TO WS-LIT-MOTIF-E.
           IF WS-MAJ-MT = ZERO
              MOVE WS-HIS-MT             TO WS-LIT-MT-E
           ELSE
              MOVE WS-MAJ-MT             TO WS-LIT-MT-E
           END-IF.
           IF WS-HIS-DATE-MVT IS NUMERIC
              MOVE WS-HIS-DATE-MVT       TO WS-LIT-DOPE-E
           ELSE
              MOVE WS-HIS-DCPTA          TO WS-LIT-DOPE-E
           END-IF.
           MOVE WS-HIS-LIBELLE           TO WS-LIT-LIBELLE-E.
           MOVE WS-HIS-CTP-NOM           TO WS-LIT-CTP-NOM-E.
           SET LIT-OUVERT-E              TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-LIT-DOUV-E.
           MOVE ZERO                     TO WS-LIT-DCB-E
                                            WS-LIT-DREP-E
                                            WS-LIT-DCLOT-E.
           PERFORM 7200-CALC-ECHEANCE-DEB
              THRU 7200-CALC-ECHEANCE-FIN.
      *
           MOVE WS-MAJ-CPTE              TO WS-LLIT-CPTE-ED.
           MOVE WS-MAJ-HEURE             TO WS-LLIT-HEURE-ED.
           MOVE WS-MAJ-ACTION            TO WS-LLIT-ACTION-ED.
           IF MAJ-AVEC-PROV
              SET LIT-AVEC-PROV-E        TO TRUE
              MOVE 'A'                   TO WS-EMI-CODE
              MOVE 'LT'                  TO WS-EMI-PREFIXE
              MOVE 'CREDIT PROVISOIRE LITIGE CARTE'
                                         TO WS-EMI-LIBELLE
              PERFORM 7300-EMISSION-MVT-DEB
                 THRU 7300-EMISSION-MVT-FIN
              MOVE 'OUVERT + CREDIT PROV. - ECH.'
                                         TO WS-LLIT-LIB-ED
           ELSE
              SET LIT-SANS-PROV-E        TO TRUE
              MOVE 'OUVERT SANS CREDIT PROV. - ECH.'
                                         TO WS-LLIT-LIB-ED
           END-IF.
           MOVE WS-LIT-DECH-E            TO WS-LLIT-LIB-ED(33:8).
           MOVE WS-LIT-MT-E              TO WS-LLIT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           PERFORM 6040-WRITE-FLITIGES-DEB
              THRU 6040-WRITE-FLITIGES-FIN.
      *
       7100-CTRL-OUVERTURE-SUITE.
           MOVE WS-SAV-LITIGE            TO WS-ENRG-F-LITIGE.
      *
       7100-CTRL-OUVERTURE-FIN.
           EXIT.
      *
      *    ECHEANCE RESEAU DE L'ETAPE EN COURS : DATE DE DEPART DE
      *    L'ETAPE PLUS SON DELAI EN JOURS CALENDAIRES (ARIS902).
      *
       7200-CALC-ECHEANCE-DEB.
           EVALUATE TRUE
              WHEN LIT-OUVERT-E
                 MOVE WS-LIT-DOPE-E      TO WS-CAL-DATE-1
                 MOVE WS-DL-CHARGEBACK   TO WS-CAL-NB-JOURS
              WHEN LIT-CB-EMIS-E
                 MOVE WS-LIT-DCB-E       TO WS-CAL-DATE-1
                 MOVE WS-DL-REPRESENTATION
                                         TO WS-CAL-NB-JOURS
              WHEN OTHER
                 MOVE WS-LIT-DREP-E      TO WS-CAL-DATE-1
                 MOVE WS-DL-DECISION     TO WS-CAL-NB-JOURS
           END-EVALUATE.
           SET CAL-FCT-AJOUT-CAL         TO TRUE.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-DATE-2         TO WS-LIT-DECH-E
           ELSE
              MOVE WS-CAL-DATE-1         TO WS-LIT-DECH-E
           END-IF.
       7200-CALC-ECHEANCE-FIN.
           EXIT.
      *
      *    CREDIT ('A') OU EXTOURNE DU CREDIT ('B') DU MONTANT
      *    CONTESTE : REFERENCE = PREFIXE + HEURE DU PASSAGE DU
      *    MOUVEMENT CONTESTE, COMMERCANT EN CONTREPARTIE.
      *
       7300-EMISSION-MVT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-LIT-CPTE-E            TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST             TO WS-MVTS-DATE.
           MOVE WS-EMI-CODE              TO WS-MVTS-CODE.
           MOVE WS-LIT-MT-E              TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           STRING WS-EMI-PREFIXE WS-LIT-HEURE-E DELIMITED BY SIZE
              INTO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
           MOVE WS-EMI-LIBELLE           TO WS-MVTS-LIBELLE.
           MOVE WS-LIT-CTP-NOM-E         TO WS-MVTS-CTP-NOM.
           WRITE FS-ENRG-MVTLIT-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTLIT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTLIT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTLIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-EMI-CODE = 'B'
              ADD 1                      TO WS-CPT-MVT-EXTOURNES
              ADD WS-LIT-MT-E            TO WS-TOT-MVT-EXTOURNES
           ELSE
              ADD 1                      TO WS-CPT-MVT-CREDITS
              ADD WS-LIT-MT-E            TO WS-TOT-MVT-CREDITS
           END-IF.
       7300-EMISSION-MVT-FIN.
           EXIT.
      *
      *    BALANCE AGEE : JOURS RESTANT AVANT L'ECHEANCE DE L'ETAPE
      *    (NEGATIFS UNE FOIS L'ECHEANCE DEPASSEE) ET TRANCHE.
      *
       7400-AGE-LITIGE-DEB.
           ADD 1                         TO WS-CPT-LIT-EN-COURS.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           IF WS-LIT-DECH-E < WS-DATE-SYST-N
              MOVE WS-LIT-DECH-E         TO WS-CAL-DATE-1
              MOVE WS-DATE-SYST-N        TO WS-CAL-DATE-2
              CALL 'ARIS902'          USING WS-CAL-PARM
              COMPUTE WS-AGE-JOURS = ZERO - WS-CAL-NB-JOURS
              SET AGE-ECHU               TO TRUE
           ELSE
              MOVE WS-DATE-SYST-N        TO WS-CAL-DATE-1
              MOVE WS-LIT-DECH-E         TO WS-CAL-DATE-2
              CALL 'ARIS902'          USING WS-CAL-PARM
              MOVE WS-CAL-NB-JOURS       TO WS-AGE-JOURS
              EVALUATE TRUE
                 WHEN WS-AGE-JOURS NOT > 7
                    SET AGE-SEMAINE      TO TRUE
                 WHEN WS-AGE-JOURS NOT > 30
                    SET AGE-MOIS         TO TRUE
                 WHEN OTHER
                    SET AGE-AU-DELA      TO TRUE
              END-EVALUATE
           END-IF.
      *
           MOVE WS-AGE-TRANCHE           TO WS-IX-AGE.
           ADD 1                         TO WS-AGE-NB(WS-IX-AGE).
           ADD WS-LIT-MT-E               TO WS-AGE-MT(WS-IX-AGE).
      *
           MOVE WS-LIT-CPTE-E            TO WS-LAGE-CPTE-ED.
           MOVE WS-LIT-DOPE-E            TO WS-LAGE-DOPE-ED.
           MOVE WS-LIT-MOTIF-E           TO WS-LAGE-MOTIF-ED.
           EVALUATE TRUE
              WHEN LIT-OUVERT-E
                 MOVE 'OUVERT'           TO WS-LAGE-ETAPE-ED
              WHEN LIT-CB-EMIS-E
                 MOVE 'CHARGEBACK'       TO WS-LAGE-ETAPE-ED
              WHEN OTHER
                 MOVE 'REPRESENTE'       TO WS-LAGE-ETAPE-ED
           END-EVALUATE.
           MOVE WS-LIT-MT-E              TO WS-LAGE-MT-ED.
           MOVE WS-LIT-DECH-E            TO WS-LAGE-DECH-ED.
           MOVE WS-AGE-JOURS             TO WS-LAGE-JOURS-ED.
           MOVE WS-AGE-LIB(WS-IX-AGE)(10:10)
                                         TO WS-LAGE-TRANCHE-ED.
           PERFORM 7620-MASQUE-LAGE-LIGNE-DEB
              THRU 7620-MASQUE-LAGE-LIGNE-FIN.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-LIGNE.
       7400-AGE-LITIGE-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO142'                TO WS-MSQ-PROG.
           MOVE 'ETATLIT'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATLIT.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO142'                TO WS-MSQ-PROG.
           MOVE 'ETATAGE'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATAGE.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LLIT-LIGNE
      *    AVANT ECRITURE SUR ETATLIT.
      *
       7610-MASQUE-LLIT-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATLIT       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LLIT-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LLIT-CPTE-ED.
       7610-MASQUE-LLIT-LIGNE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LAGE-LIGNE
      *    AVANT ECRITURE SUR ETATAGE.
      *
       7620-MASQUE-LAGE-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATAGE       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LAGE-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LAGE-CPTE-ED.
       7620-MASQUE-LAGE-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LLIT-DATE-ED.
           WRITE FS-ENRG-ETATLIT-S       FROM WS-LLIT-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATLIT-S       FROM WS-LLIT-TIRET.
           MOVE WS-DATE-SYST-N           TO WS-LAGE-DATE-ED.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TIRET.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-INTITULE.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           PERFORM 7610-MASQUE-LLIT-LIGNE-DEB
              THRU 7610-MASQUE-LLIT-LIGNE-FIN.
           WRITE FS-ENRG-ETATLIT-S       FROM WS-LLIT-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-AGE-DEB.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TIRET.
           PERFORM 8035-EDIT-UNE-TRANCHE-DEB
              THRU 8035-EDIT-UNE-TRANCHE-FIN
             VARYING WS-IX-AGE FROM 1 BY 1
               UNTIL WS-IX-AGE > 4.
           MOVE 'LITIGES EN COURS'       TO WS-LAGE-TOT-LIB.
           MOVE WS-CPT-LIT-EN-COURS      TO WS-LAGE-TOT-NB.
           COMPUTE WS-LAGE-TOT-MT = WS-AGE-MT(1) + WS-AGE-MT(2)
                                  + WS-AGE-MT(3) + WS-AGE-MT(4).
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TOTAL.
       8030-EDIT-TOTAUX-AGE-FIN.
           EXIT.
      *
       8035-EDIT-UNE-TRANCHE-DEB.
           MOVE WS-AGE-LIB(WS-IX-AGE)    TO WS-LAGE-TOT-LIB.
           MOVE WS-AGE-NB(WS-IX-AGE)     TO WS-LAGE-TOT-NB.
           MOVE WS-AGE-MT(WS-IX-AGE)     TO WS-LAGE-TOT-MT.
           WRITE FS-ENRG-ETATAGE-S       FROM WS-LAGE-TOTAL.
       8035-EDIT-UNE-TRANCHE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO142     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'LITIGES LUS                  :  ' WS-CPT-LIT-LUS.
           DISPLAY 'LITIGES OUVERTS              :  '
                   WS-CPT-LIT-OUVERTS.
           DISPLAY 'CHARGEBACKS EMIS             :  '
                   WS-CPT-LIT-CHARGEBACKS.
           DISPLAY 'REPRESENTATIONS RECUES       :  '
                   WS-CPT-LIT-REPRES.
           DISPLAY 'LITIGES GAGNES               :  '
                   WS-CPT-LIT-GAGNES.
           DISPLAY 'LITIGES PERDUS               :  '
                   WS-CPT-LIT-PERDUS.
           DISPLAY 'TRANSACTIONS REJETEES        :  '
                   WS-CPT-MAJ-REJET.
           DISPLAY 'CREDITS EMIS                 :  '
                   WS-CPT-MVT-CREDITS.
           DISPLAY 'MONTANT DES CREDITS          :  '
                   WS-TOT-MVT-CREDITS.
           DISPLAY 'EXTOURNES EMISES             :  '
                   WS-CPT-MVT-EXTOURNES.
           DISPLAY 'MONTANT DES EXTOURNES        :  '
                   WS-TOT-MVT-EXTOURNES.
           DISPLAY 'LITIGES EN COURS             :  '
                   WS-CPT-LIT-EN-COURS.
           DISPLAY 'LITIGES ECRITS               :  '
                   WS-CPT-LIT-ECRITS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO142         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO142        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
