      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO133                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  COMPTES EMBALLAGES CONSIGNES (PALETTES ET CAISSES) DES       *
      *  CLIENTS DE L'ENTREPOT. LES MOUVEMENTS DU JOUR (COPY EMBMVT)  *
      *  SONT LES EMBALLAGES PARTIS EN LIVRAISON (F-EMBMVT-E, EMIS    *
      *  PAR LA CONFIRMATION D'EXPEDITION ARIO093) ET LES RETOURS     *
      *  POINTES AU QUAI (F-EMBRET-E, CONTROLES : CLIENT CONNU DE     *
      *  CLI0206, EMBALLAGE P OU C, QUANTITE NUMERIQUE NON NULLE).    *
      *  TRIES PAR CLIENT, EMBALLAGE ET DATE, ILS METTENT A JOUR LE   *
      *  COMPTE EMBALLAGES (COPY EMBCPT, PERE-FILS) : UNE LIVRAISON   *
      *  OUVRE UNE LIGNE, UN RETOUR SOLDE LES LIVRAISONS LES PLUS     *
      *  ANCIENNES D'ABORD (UN RETOUR SUPERIEUR AU DETENU EST         *
      *  SIGNALE EN EXCEDENT). LES EMBALLAGES DETENUS AU-DELA DU      *
      *  NOMBRE DE JOURS CONVENU (PARAMETRE EMBJOURS, ARIS903, DEFAUT *
      *  30 JOURS CALENDAIRES A LA DATE D'ARRETE) SONT PORTES SUR LE  *
      *  FICHIER EMBFAC (COPY EMBFAC) POUR LA FACTURATION ARIO095 ET  *
      *  SORTENT DU COMPTE ; LES LIGNES EMBFAC NON ENCORE FACTUREES   *
      *  SONT REPRISES. SORTIES : ETAT DES COMPTES (SOLDE INITIAL,    *
      *  LIVRE, RENDU, FACTURE, SOLDE FINAL PAR CLIENT ET EMBALLAGE,  *
      *  REJETS DU QUAI) ET, SUR DEMANDE SYSIN (RELEVE MENSUEL),      *
      *  RELEVE PAR CLIENT DES EMBALLAGES DETENUS.                    *
      *  SYSIN : DATE D'ARRETE AAAAMMJJ (DEFAUT DATE DU JOUR) PUIS    *
      *  'R' EN COLONNE 9 POUR EDITER LE RELEVE.                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO133.
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
      *                      F-EMBMVT-E : EMBALLAGES LIVRES (ARIO093)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EMBMVT-E ASSIGN TO EMBMVT
                   FILE STATUS         IS WS-FS-EMBMVT-E.
      *                      -------------------------------------------
      *                      F-EMBRET-E : RETOURS POINTES AU QUAI
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EMBRET-E ASSIGN TO EMBRET
                   FILE STATUS         IS WS-FS-EMBRET-E.
      *                      -------------------------------------------
      *                      SD-EMB-TRI : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-EMB-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-EMB-TRI-S : MOUVEMENTS TRIES
      *                      -------------------------------------------
           SELECT  F-EMB-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-EMB-TRI.
      *                      -------------------------------------------
      *                      F-EMBCPT-E : COMPTES EMBALLAGES (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EMBCPT-E ASSIGN TO EMBCPT
                   FILE STATUS         IS WS-FS-EMBCPT-E.
      *                      -------------------------------------------
      *                      F-EMBCPT-S : COMPTES EMBALLAGES (N)
      *                      -------------------------------------------
           SELECT  F-EMBCPT-S          ASSIGN TO EMBCPTS
                   FILE STATUS         IS WS-FS-EMBCPT-S.
      *                      -------------------------------------------
      *                      F-EMBFAC-E : EMBALLAGES A FACTURER (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EMBFAC-E ASSIGN TO EMBFAC
                   FILE STATUS         IS WS-FS-EMBFAC-E.
      *                      -------------------------------------------
      *                      F-EMBFAC-S : EMBALLAGES A FACTURER (N)
      *                      -------------------------------------------
           SELECT  F-EMBFAC-S          ASSIGN TO EMBFACS
                   FILE STATUS         IS WS-FS-EMBFAC-S.
      *                      -------------------------------------------
      *                      F-CLICOM-E : CLIENTS DE L'ENTREPOT
      *                      -------------------------------------------
           SELECT  F-CLICOM-E          ASSIGN TO CLICOM
                   FILE STATUS         IS WS-FS-CLICOM-E.
      *                      -------------------------------------------
      *                      F-ETATEMB-S : ETAT DES COMPTES EMBALLAGES
      *                      -------------------------------------------
           SELECT  F-ETATEMB-S         ASSIGN TO ETATEMB
                   FILE STATUS         IS WS-FS-ETATEMB.
      *                      -------------------------------------------
      *                      F-RELEMB-S : RELEVE CLIENT DES EMBALLAGES
      *                      -------------------------------------------
           SELECT  F-RELEMB-S          ASSIGN TO RELEMB
                   FILE STATUS         IS WS-FS-RELEMB.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-EMBMVT-E
           RECORDING MODE IS F.
       01  FS-ENRG-EMBMVT-E           PIC X(60).
      *
       FD  F-EMBRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-EMBRET-E           PIC X(60).
      *
       SD  SD-EMB-TRI.
       01  SD-ENRG-EMB-TRI.
           05  SD-EMV-TYPE           PIC X(01).
           05  SD-EMV-CLIENT         PIC X(08).
           05  SD-EMV-EMB            PIC X(01).
           05  SD-EMV-QTE            PIC 9(06).
           05  SD-EMV-DATE           PIC 9(08).
           05  FILLER                PIC X(36).
      *
       FD  F-EMB-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-EMB-TRI-S          PIC X(60).
      *
       FD  F-EMBCPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-EMBCPT-E           PIC X(60).
      *
       FD  F-EMBCPT-S
           RECORDING MODE IS F.
       01  FS-ENRG-EMBCPT-S           PIC X(60).
      *
       FD  F-EMBFAC-E
           RECORDING MODE IS F.
       01  FS-ENRG-EMBFAC-E           PIC X(60).
      *
       FD  F-EMBFAC-S
           RECORDING MODE IS F.
       01  FS-ENRG-EMBFAC-S           PIC X(60).
      *
       FD  F-CLICOM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLICOM-E           PIC X(100).
      *
       FD  F-ETATEMB-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATEMB-S          PIC X(80).
      *
       FD  F-RELEMB-S
           RECORDING MODE IS F.
       01  FS-ENRG-RELEMB-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY EMBMVT.
      *
           COPY EMBCPT.
      *
           COPY EMBFAC.
      *
           COPY CLICOM.
      *
      *---------------- LIGNES DU COMPTE EN COURS ---------------------*
      *
       01  WS-TAB-LIG.
           05  WS-TLG-EL             OCCURS 300 TIMES.
               10  WS-TLG-DATE       PIC 9(08).
               10  WS-TLG-PIECE      PIC X(08).
               10  WS-TLG-LIVREE     PIC 9(06).
               10  WS-TLG-DETENUE    PIC 9(06).
               10  WS-TLG-RENDUE     PIC 9(06).
               10  WS-TLG-FACTUREE   PIC 9(06).
               10  WS-TLG-JOURS      PIC 9(05).
       01  WS-NB-LIG                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-LIG                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- CLES DE RAPPROCHEMENT COMPTE / MOUVEMENTS -----*
      *
       01  WS-CLE-CPT.
           05  WS-CLE-CPT-CLIENT     PIC X(08).
           05  WS-CLE-CPT-EMB        PIC X(01).
       01  WS-CLE-MVT.
           05  WS-CLE-MVT-CLIENT     PIC X(08).
           05  WS-CLE-MVT-EMB        PIC X(01).
       01  WS-EMBCPT-SUIVANT         PIC X(60).
       01  WS-CLE-COURANTE.
           05  WS-COUR-CLIENT        PIC X(08).
           05  WS-COUR-EMB           PIC X(01).
               88  COUR-PALETTE      VALUE 'P'.
               88  COUR-CAISSE       VALUE 'C'.
      *
      *---------------- CUMULS DU COMPTE EN COURS ---------------------*
      *
       01  WS-SOLDE-DEBUT            PIC 9(07) COMP-3.
       01  WS-QTE-LIVREE             PIC 9(07) COMP-3.
       01  WS-QTE-RENDUE             PIC 9(07) COMP-3.
       01  WS-QTE-FACTUREE           PIC 9(07) COMP-3.
       01  WS-QTE-EXCEDENT           PIC 9(07) COMP-3.
       01  WS-SOLDE-FIN              PIC 9(07) COMP-3.
       01  WS-QTE-A-SOLDER           PIC 9(06).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-EMBMVT-E            PIC XX.
           88  OK-EMBMVT-E           VALUE '00' '05'.
           88  EOF-EMBMVT-E          VALUE '10'.
           88  NOTFOUND-EMBMVT-E     VALUE '35'.
       01  WS-FS-EMBRET-E            PIC XX.
           88  OK-EMBRET-E           VALUE '00' '05'.
           88  EOF-EMBRET-E          VALUE '10'.
           88  NOTFOUND-EMBRET-E     VALUE '35'.
       01  WS-FS-EMB-TRI             PIC XX    VALUE '00'.
           88  OK-EMB-TRI            VALUE '00'.
           88  EOF-EMB-TRI           VALUE '10'.
       01  WS-FS-EMBCPT-E            PIC XX.
           88  OK-EMBCPT-E           VALUE '00' '05'.
           88  EOF-EMBCPT-E          VALUE '10'.
           88  NOTFOUND-EMBCPT-E     VALUE '35'.
       01  WS-FS-EMBCPT-S            PIC XX.
           88  OK-EMBCPT-S           VALUE '00'.
       01  WS-FS-EMBFAC-E            PIC XX.
           88  OK-EMBFAC-E           VALUE '00' '05'.
           88  EOF-EMBFAC-E          VALUE '10'.
           88  NOTFOUND-EMBFAC-E     VALUE '35'.
       01  WS-FS-EMBFAC-S            PIC XX.
           88  OK-EMBFAC-S           VALUE '00'.
       01  WS-FS-CLICOM-E            PIC XX.
           88  OK-CLICOM-E           VALUE '00'.
           88  EOF-CLICOM-E          VALUE '10'.
       01  WS-FS-ETATEMB             PIC XX.
           88  OK-ETATEMB            VALUE '00'.
       01  WS-FS-RELEMB              PIC XX.
           88  OK-RELEMB             VALUE '00'.
      *
       01  WS-SW-EMBCPT              PIC X(01) VALUE 'P'.
           88  EMBCPT-PRESENT        VALUE 'P'.
           88  EMBCPT-ABSENT         VALUE 'A'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- PARAMETRES APPLICATIFS (ARIS903) --------------*
      *
           COPY PARAPPL.
      *
      *---------------- CALCUL SUR JOURS (ARIS902) --------------------*
      *
           COPY CALJOUR.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-ARRETE    PIC X(08).
           05  WS-DEM-RELEVE         PIC X(01).
               88  RELEVE-DEMANDE    VALUE 'R'.
           05  FILLER                PIC X(71).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-ARRETE            PIC 9(08).
       01  WS-JOURS-CONVENUS         PIC 9(03) VALUE 30.
       01  WS-CLIENT-RELEVE          PIC X(08) VALUE LOW-VALUES.
       01  WS-CLIENT-CHERCHE         PIC X(08).
       01  WS-MOTIF-REJET            PIC X(30).
       01  WS-SW-MVT-VALIDE          PIC X(01) VALUE 'O'.
           88  MVT-VALIDE            VALUE 'O'.
           88  MVT-REJETE            VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-LIVRAISONS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-RETOURS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-REJETS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-EXCEDENTS          PIC 9(05) VALUE ZERO.
       01  WS-CPT-COMPTES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIGNES-S           PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-REPRISES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-FAC-EMISES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-RELEVES            PIC 9(05) VALUE ZERO.
       01  WS-TOT-PAL-DETENUES       PIC 9(07) VALUE ZERO.
       01  WS-TOT-CAI-DETENUES       PIC 9(07) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION : ETAT DES COMPTES -----------*
      *
       01  WS-LEMB-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LEMB-TITRE.
           05  FILLER                PIC X(44) VALUE
               'ESTIAC - COMPTES EMBALLAGES CONSIGNES AU '.
           05  WS-LEMB-DATE-ED       PIC 9(08).
           05  FILLER                PIC X(13) VALUE '   FRANCHISE '.
           05  WS-LEMB-JOURS-ED      PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' JOURS'.
       01  WS-LEMB-INTITULE.
           05  FILLER                PIC X(10) VALUE 'CLIENT'.
           05  FILLER                PIC X(08) VALUE 'EMBAL.'.
           05  FILLER                PIC X(08) VALUE '  SOLDE'.
           05  FILLER                PIC X(08) VALUE ' LIVRES'.
           05  FILLER                PIC X(08) VALUE ' RENDUS'.
           05  FILLER                PIC X(08) VALUE 'FACTURES'.
           05  FILLER                PIC X(08) VALUE '  SOLDE'.
           05  FILLER                PIC X(12) VALUE ' OBSERVATION'.
       01  WS-LEMB-DETAIL.
           05  WS-LEMB-CLIENT-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LEMB-EMB-ED        PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-DEBUT-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-LIVRE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-RENDU-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-FACT-ED       PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-FIN-ED        PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-NOTE-ED       PIC X(20).
       01  WS-LEMB-REJET.
           05  FILLER                PIC X(08) VALUE '*REJET* '.
           05  WS-LEMB-REJ-QUAI-ED   PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-REJ-CLI-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-REJ-EMB-ED    PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-REJ-QTE-ED    PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-REJ-PIECE-ED  PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LEMB-REJ-MOTIF-ED  PIC X(30).
       01  WS-LEMB-TOTAL.
           05  FILLER                PIC X(26) VALUE
               'TOTAL DETENU : PALETTES '.
           05  WS-LEMB-TOT-PAL-ED    PIC ZZZZZZ9.
           05  FILLER                PIC X(11) VALUE '  CAISSES '.
           05  WS-LEMB-TOT-CAI-ED    PIC ZZZZZZ9.
      *
      *---------------- LIGNES D'EDITION : RELEVE CLIENT --------------*
      *
       01  WS-LREL-TITRE.
           05  FILLER                PIC X(44) VALUE
               'ESTIAC - RELEVE DES EMBALLAGES CONSIGNES AU '.
           05  WS-LREL-DATE-ED       PIC 9(08).
       01  WS-LREL-CLIENT.
           05  FILLER                PIC X(09) VALUE 'CLIENT  '.
           05  WS-LREL-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREL-NOM-ED        PIC X(20).
       01  WS-LREL-FRANCHISE.
           05  FILLER                PIC X(31) VALUE
               'EMBALLAGES FACTURES AU-DELA DE'.
           05  WS-LREL-JOURS-ED      PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' JOURS'.
       01  WS-LREL-INTITULE.
           05  FILLER                PIC X(10) VALUE 'EMBALLAGE'.
           05  FILLER                PIC X(09) VALUE 'DATE LIV'.
           05  FILLER                PIC X(09) VALUE 'BON LIV'.
           05  FILLER                PIC X(08) VALUE ' LIVRES'.
           05  FILLER                PIC X(08) VALUE 'DETENUS'.
           05  FILLER                PIC X(07) VALUE ' JOURS'.
           05  FILLER                PIC X(12) VALUE ' OBSERVATION'.
       01  WS-LREL-DETAIL.
           05  WS-LREL-EMB-ED        PIC X(07).
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LREL-DATE-LIV-ED   PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREL-PIECE-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREL-LIVRE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREL-DETENU-ED     PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LREL-JOURS-L-ED    PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LREL-NOTE-ED       PIC X(20).
       01  WS-LREL-SOLDE.
           05  FILLER                PIC X(13) VALUE 'SOLDE DETENU '.
           05  WS-LREL-SOLDE-EMB-ED  PIC X(07).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LREL-SOLDE-ED      PIC ZZZZZZ9.
      *
       01  WS-LIB-EMB                PIC X(07).
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
           MOVE SPACES                   TO WS-ENRG-DEMANDE.
           ACCEPT WS-ENRG-DEMANDE.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           IF WS-DEM-DATE-ARRETE IS NUMERIC
              MOVE WS-DEM-DATE-ARRETE    TO WS-DATE-ARRETE
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-ARRETE
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO133'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6300-CHARGE-CLIENTS-DEB
              THRU 6300-CHARGE-CLIENTS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- TRI ET CONTROLE DES MOUVEMENTS DU JOUR --------*
      *
           PERFORM 6100-TRI-MOUVEMENTS-DEB
              THRU 6100-TRI-MOUVEMENTS-FIN.
      *
      *--------------- REPRISE DES EMBALLAGES NON FACTURES -----------*
      *
           PERFORM 6500-REPRISE-EMBFAC-DEB
              THRU 6500-REPRISE-EMBFAC-FIN.
      *
      *--------------- MISE A JOUR DES COMPTES -----------------------*
      *
           PERFORM 6150-OPEN-TRI-DEB
              THRU 6150-OPEN-TRI-FIN.
           PERFORM 6200-READ-FEMBCPT-DEB
              THRU 6200-READ-FEMBCPT-FIN.
           PERFORM 6160-READ-FTRI-DEB
              THRU 6160-READ-FTRI-FIN.
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL WS-CLE-CPT = HIGH-VALUES
               AND WS-CLE-MVT = HIGH-VALUES.
      *
           PERFORM 8090-EDIT-TOTAL-DEB
              THRU 8090-EDIT-TOTAL-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-COMPTES           TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UN COMPTE (CLIENT + EMBALLAGE) : LIGNES N-1,   *
      *   MOUVEMENTS DU JOUR, VIEILLISSEMENT, REECRITURE ET EDITIONS  *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           IF WS-CLE-CPT < WS-CLE-MVT
              MOVE WS-CLE-CPT            TO WS-CLE-COURANTE
           ELSE
              MOVE WS-CLE-MVT            TO WS-CLE-COURANTE
           END-IF.
           ADD 1                         TO WS-CPT-COMPTES.
           MOVE ZERO                     TO WS-NB-LIG
                                            WS-SOLDE-DEBUT
                                            WS-QTE-LIVREE
                                            WS-QTE-RENDUE
                                            WS-QTE-FACTUREE
                                            WS-QTE-EXCEDENT
                                            WS-SOLDE-FIN.
      *
           PERFORM 1100-CHARGE-LIGNE-DEB
              THRU 1100-CHARGE-LIGNE-FIN
             UNTIL WS-CLE-CPT NOT = WS-CLE-COURANTE.
      *
           PERFORM 1200-APPLIQUE-MVT-DEB
              THRU 1200-APPLIQUE-MVT-FIN
             UNTIL WS-CLE-MVT NOT = WS-CLE-COURANTE.
      *
           PERFORM 7300-VIEILLIT-LIGNE-DEB
              THRU 7300-VIEILLIT-LIGNE-FIN
             VARYING WS-IX-LIG FROM 1 BY 1
               UNTIL WS-IX-LIG > WS-NB-LIG.
      *
           PERFORM 1300-ECRIT-LIGNE-DEB
              THRU 1300-ECRIT-LIGNE-FIN
             VARYING WS-IX-LIG FROM 1 BY 1
               UNTIL WS-IX-LIG > WS-NB-LIG.
      *
           IF COUR-PALETTE
              MOVE 'PALETTE'             TO WS-LIB-EMB
              ADD WS-SOLDE-FIN           TO WS-TOT-PAL-DETENUES
           ELSE
              MOVE 'CAISSE'              TO WS-LIB-EMB
              ADD WS-SOLDE-FIN           TO WS-TOT-CAI-DETENUES
           END-IF.
      *
           PERFORM 8100-EDIT-COMPTE-DEB
              THRU 8100-EDIT-COMPTE-FIN.
      *
           IF RELEVE-DEMANDE
              AND (WS-SOLDE-FIN > ZERO OR WS-QTE-FACTUREE > ZERO)
              PERFORM 8200-EDIT-RELEVE-DEB
                 THRU 8200-EDIT-RELEVE-FIN
           END-IF.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *    LIGNE N-1 DU COMPTE (LUE PAR ANTICIPATION DANS
      *    WS-EMBCPT-SUIVANT) : CHARGEE DANS LA TABLE DU COMPTE.
      *
       1100-CHARGE-LIGNE-DEB.
           MOVE WS-EMBCPT-SUIVANT        TO WS-ENRG-F-EMBCPT.
           PERFORM 7100-AJOUT-LIGNE-DEB
              THRU 7100-AJOUT-LIGNE-FIN.
           MOVE WS-EMC-DATE              TO WS-TLG-DATE(WS-NB-LIG).
           MOVE WS-EMC-PIECE             TO WS-TLG-PIECE(WS-NB-LIG).
           MOVE WS-EMC-QTE-LIVREE        TO WS-TLG-LIVREE(WS-NB-LIG).
           MOVE WS-EMC-QTE-DETENUE       TO WS-TLG-DETENUE(WS-NB-LIG).
           MOVE WS-EMC-QTE-RENDUE        TO WS-TLG-RENDUE(WS-NB-LIG).
           ADD WS-EMC-QTE-DETENUE        TO WS-SOLDE-DEBUT.
           PERFORM 6200-READ-FEMBCPT-DEB
              THRU 6200-READ-FEMBCPT-FIN.
       1100-CHARGE-LIGNE-FIN.
           EXIT.
      *
      *    MOUVEMENT DU JOUR : UNE LIVRAISON OUVRE UNE LIGNE, UN
      *    RETOUR SOLDE LES LIGNES LES PLUS ANCIENNES ; LE RELIQUAT
      *    D'UN RETOUR SANS EMBALLAGE DETENU EST UN EXCEDENT.
      *
       1200-APPLIQUE-MVT-DEB.
           EVALUATE TRUE
              WHEN EMV-LIVRAISON
                 ADD 1                   TO WS-CPT-LIVRAISONS
                 ADD WS-EMV-QTE          TO WS-QTE-LIVREE
                 PERFORM 7100-AJOUT-LIGNE-DEB
                    THRU 7100-AJOUT-LIGNE-FIN
                 MOVE WS-EMV-DATE        TO WS-TLG-DATE(WS-NB-LIG)
                 MOVE WS-EMV-PIECE       TO WS-TLG-PIECE(WS-NB-LIG)
                 MOVE WS-EMV-QTE         TO WS-TLG-LIVREE(WS-NB-LIG)
                                            WS-TLG-DETENUE(WS-NB-LIG)
              WHEN EMV-RETOUR
                 ADD 1                   TO WS-CPT-RETOURS
                 ADD WS-EMV-QTE          TO WS-QTE-RENDUE
                 MOVE WS-EMV-QTE         TO WS-QTE-A-SOLDER
                 PERFORM 7200-SOLDE-UNE-LIGNE-DEB
                    THRU 7200-SOLDE-UNE-LIGNE-FIN
                   VARYING WS-IX-LIG FROM 1 BY 1
                     UNTIL WS-IX-LIG > WS-NB-LIG
                        OR WS-QTE-A-SOLDER = ZERO
                 IF WS-QTE-A-SOLDER > ZERO
                    ADD 1                TO WS-CPT-EXCEDENTS
                    ADD WS-QTE-A-SOLDER  TO WS-QTE-EXCEDENT
                 END-IF
           END-EVALUATE.
           PERFORM 6160-READ-FTRI-DEB
              THRU 6160-READ-FTRI-FIN.
       1200-APPLIQUE-MVT-FIN.
           EXIT.
      *
      *    REECRITURE DES LIGNES ENCORE DETENUES ; LES LIGNES SOLDEES
      *    (RENDUES OU FACTUREES) SORTENT DU COMPTE.
      *
       1300-ECRIT-LIGNE-DEB.
           IF WS-TLG-DETENUE(WS-IX-LIG) = ZERO
              GO TO 1300-ECRIT-LIGNE-FIN
           END-IF.
           MOVE SPACES                   TO WS-ENRG-F-EMBCPT.
           MOVE WS-COUR-CLIENT           TO WS-EMC-CLIENT.
           MOVE WS-COUR-EMB              TO WS-EMC-EMB.
           MOVE WS-TLG-DATE(WS-IX-LIG)   TO WS-EMC-DATE.
           MOVE WS-TLG-PIECE(WS-IX-LIG)  TO WS-EMC-PIECE.
           MOVE WS-TLG-LIVREE(WS-IX-LIG) TO WS-EMC-QTE-LIVREE.
           MOVE WS-TLG-DETENUE(WS-IX-LIG) TO WS-EMC-QTE-DETENUE.
           MOVE WS-TLG-RENDUE(WS-IX-LIG) TO WS-EMC-QTE-RENDUE.
           WRITE FS-ENRG-EMBCPT-S        FROM WS-ENRG-F-EMBCPT.
           IF NOT OK-EMBCPT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EMBCPT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBCPT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LIGNES-S.
           ADD WS-TLG-DETENUE(WS-IX-LIG) TO WS-SOLDE-FIN.
       1300-ECRIT-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-EMBCPT-E.
           IF NOTFOUND-EMBCPT-E
              SET EMBCPT-ABSENT          TO TRUE
           ELSE
              IF NOT OK-EMBCPT-E
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBCPT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBCPT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           OPEN OUTPUT F-EMBCPT-S.
           IF NOT OK-EMBCPT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBCPT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBCPT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-EMBFAC-S.
           IF NOT OK-EMBFAC-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATEMB-S.
           IF NOT OK-ETATEMB
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-RELEMB-S.
           IF NOT OK-RELEMB
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RELEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RELEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-EMB-TRI-S.
           IF EMBCPT-PRESENT
              CLOSE F-EMBCPT-E
           END-IF.
           CLOSE F-EMBCPT-S.
           IF NOT OK-EMBCPT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EMBCPT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBCPT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-EMBFAC-S.
           IF NOT OK-EMBFAC-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EMBFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATEMB-S.
           IF NOT OK-ETATEMB
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-RELEMB-S.
           IF NOT OK-RELEMB
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-RELEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RELEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    TRI DES MOUVEMENTS PAR CLIENT, EMBALLAGE, DATE ; A DATE
      *    EGALE LES LIVRAISONS ('L') PASSENT AVANT LES RETOURS ('R').
      *
       6100-TRI-MOUVEMENTS-DEB.
           SORT SD-EMB-TRI
               ON ASCENDING KEY SD-EMV-CLIENT
                                SD-EMV-EMB
                                SD-EMV-DATE
                                SD-EMV-TYPE
               INPUT PROCEDURE 6105-ALIMENTE-TRI-DEB
                          THRU 6105-ALIMENTE-TRI-FIN
               GIVING F-EMB-TRI-S.
      *
           IF WS-FS-EMB-TRI NOT = '00'
              DISPLAY 'PROBLEME AU TRI DES MOUVEMENTS EMBALLAGES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMB-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-TRI-MOUVEMENTS-FIN.
           EXIT.
      *
      *    LIVRAISONS D'ARIO093 PUIS RETOURS DU QUAI, CONTROLES (7050)
      *    AVANT D'ETRE PRESENTES AU TRI ; LES REJETS SONT EDITES.
      *
       6105-ALIMENTE-TRI-DEB.
           OPEN INPUT F-EMBMVT-E.
           IF NOTFOUND-EMBMVT-E
              GO TO 6105-RETOURS
           END-IF.
           IF NOT OK-EMBMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FEMBMVT-DEB
              THRU 6110-READ-FEMBMVT-FIN.
           PERFORM 6115-LIBERE-LIVRAISON-DEB
              THRU 6115-LIBERE-LIVRAISON-FIN
             UNTIL EOF-EMBMVT-E.
           CLOSE F-EMBMVT-E.
      *
       6105-RETOURS.
           OPEN INPUT F-EMBRET-E.
           IF NOTFOUND-EMBRET-E
              GO TO 6105-ALIMENTE-TRI-FIN
           END-IF.
           IF NOT OK-EMBRET-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBRET-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBRET-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6120-READ-FEMBRET-DEB
              THRU 6120-READ-FEMBRET-FIN.
           PERFORM 6125-LIBERE-RETOUR-DEB
              THRU 6125-LIBERE-RETOUR-FIN
             UNTIL EOF-EMBRET-E.
           CLOSE F-EMBRET-E.
       6105-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6110-READ-FEMBMVT-DEB.
           READ F-EMBMVT-E INTO WS-ENRG-F-EMBMVT.
           IF NOT (OK-EMBMVT-E OR EOF-EMBMVT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMBMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FEMBMVT-FIN.
           EXIT.
      *
       6115-LIBERE-LIVRAISON-DEB.
           PERFORM 7050-CONTROLE-MVT-DEB
              THRU 7050-CONTROLE-MVT-FIN.
           IF MVT-VALIDE
              RELEASE SD-ENRG-EMB-TRI    FROM WS-ENRG-F-EMBMVT
           END-IF.
           PERFORM 6110-READ-FEMBMVT-DEB
              THRU 6110-READ-FEMBMVT-FIN.
       6115-LIBERE-LIVRAISON-FIN.
           EXIT.
      *
       6120-READ-FEMBRET-DEB.
           READ F-EMBRET-E INTO WS-ENRG-F-EMBMVT.
           IF NOT (OK-EMBRET-E OR EOF-EMBRET-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMBRET-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBRET-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-READ-FEMBRET-FIN.
           EXIT.
      *
       6125-LIBERE-RETOUR-DEB.
           SET EMV-RETOUR                TO TRUE.
           PERFORM 7050-CONTROLE-MVT-DEB
              THRU 7050-CONTROLE-MVT-FIN.
           IF MVT-VALIDE
              RELEASE SD-ENRG-EMB-TRI    FROM WS-ENRG-F-EMBMVT
           END-IF.
           PERFORM 6120-READ-FEMBRET-DEB
              THRU 6120-READ-FEMBRET-FIN.
       6125-LIBERE-RETOUR-FIN.
           EXIT.
      *
       6150-OPEN-TRI-DEB.
           OPEN INPUT F-EMB-TRI-S.
           IF WS-FS-EMB-TRI NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMB-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMB-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-OPEN-TRI-FIN.
           EXIT.
      *
       6160-READ-FTRI-DEB.
           READ F-EMB-TRI-S INTO WS-ENRG-F-EMBMVT.
           IF NOT (OK-EMB-TRI OR EOF-EMB-TRI)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMB-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMB-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-EMB-TRI
              MOVE HIGH-VALUES           TO WS-CLE-MVT
           ELSE
              MOVE WS-EMV-CLIENT         TO WS-CLE-MVT-CLIENT
              MOVE WS-EMV-EMB            TO WS-CLE-MVT-EMB
           END-IF.
       6160-READ-FTRI-FIN.
           EXIT.
      *
       6200-READ-FEMBCPT-DEB.
           IF EMBCPT-ABSENT
              MOVE HIGH-VALUES           TO WS-CLE-CPT
              GO TO 6200-READ-FEMBCPT-FIN
           END-IF.
           READ F-EMBCPT-E INTO WS-EMBCPT-SUIVANT.
           IF NOT (OK-EMBCPT-E OR EOF-EMBCPT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMBCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBCPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-EMBCPT-E
              MOVE HIGH-VALUES           TO WS-CLE-CPT
           ELSE
              MOVE WS-EMBCPT-SUIVANT     TO WS-ENRG-F-EMBCPT
              MOVE WS-EMC-CLE            TO WS-CLE-CPT
           END-IF.
       6200-READ-FEMBCPT-FIN.
           EXIT.
      *
       6300-CHARGE-CLIENTS-DEB.
           OPEN INPUT F-CLICOM-E.
           IF NOT OK-CLICOM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FCLICOM-DEB
              THRU 6310-READ-FCLICOM-FIN.
           PERFORM 6320-ALIM-TAB-CLICOM-DEB
              THRU 6320-ALIM-TAB-CLICOM-FIN
             UNTIL EOF-CLICOM-E.
           CLOSE F-CLICOM-E.
       6300-CHARGE-CLIENTS-FIN.
           EXIT.
      *
       6310-READ-FCLICOM-DEB.
           READ F-CLICOM-E INTO WS-ENRG-F-CLICOM.
           IF NOT (OK-CLICOM-E OR EOF-CLICOM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FCLICOM-FIN.
           EXIT.
      *
       6320-ALIM-TAB-CLICOM-DEB.
           IF WS-NB-CLC NOT < WS-MAX-CLC
              DISPLAY 'TABLE DES CLIENTS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CLC.
           SET WS-IX-CLC                 TO WS-NB-CLC.
           MOVE WS-CLC-CODE-E         TO WS-CLC-CODE(WS-IX-CLC).
           MOVE WS-CLC-NOM-E          TO WS-CLC-NOM(WS-IX-CLC).
           MOVE WS-CLC-STATUT-E       TO WS-CLC-STATUT(WS-IX-CLC).
           PERFORM 6310-READ-FCLICOM-DEB
              THRU 6310-READ-FCLICOM-FIN.
       6320-ALIM-TAB-CLICOM-FIN.
           EXIT.
      *
      *    REPRISE DES EMBALLAGES A FACTURER N-1 : LES LIGNES DEJA
      *    FACTUREES PAR ARIO095 SONT ABANDONNEES, LES AUTRES SONT
      *    RECOPIEES EN TETE DU FICHIER N.
      *
       6500-REPRISE-EMBFAC-DEB.
           OPEN INPUT F-EMBFAC-E.
           IF NOTFOUND-EMBFAC-E
              GO TO 6500-REPRISE-EMBFAC-FIN
           END-IF.
           IF NOT OK-EMBFAC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EMBFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6510-READ-FEMBFAC-DEB
              THRU 6510-READ-FEMBFAC-FIN.
           PERFORM 6520-REPRISE-UNE-LIGNE-DEB
              THRU 6520-REPRISE-UNE-LIGNE-FIN
             UNTIL EOF-EMBFAC-E.
           CLOSE F-EMBFAC-E.
       6500-REPRISE-EMBFAC-FIN.
           EXIT.
      *
       6510-READ-FEMBFAC-DEB.
           READ F-EMBFAC-E INTO WS-ENRG-F-EMBFAC.
           IF NOT (OK-EMBFAC-E OR EOF-EMBFAC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMBFAC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6510-READ-FEMBFAC-FIN.
           EXIT.
      *
       6520-REPRISE-UNE-LIGNE-DEB.
           IF EMF-A-FACTURER
              ADD 1                      TO WS-CPT-FAC-REPRISES
              PERFORM 6530-WRITE-FEMBFAC-DEB
                 THRU 6530-WRITE-FEMBFAC-FIN
           END-IF.
           PERFORM 6510-READ-FEMBFAC-DEB
              THRU 6510-READ-FEMBFAC-FIN.
       6520-REPRISE-UNE-LIGNE-FIN.
           EXIT.
      *
       6530-WRITE-FEMBFAC-DEB.
           WRITE FS-ENRG-EMBFAC-S        FROM WS-ENRG-F-EMBFAC.
           IF NOT OK-EMBFAC-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EMBFAC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EMBFAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6530-WRITE-FEMBFAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    NOMBRE DE JOURS CONVENU AVANT FACTURATION DES EMBALLAGES
      *    DETENUS ('EMBJOURS', DEFAUT 30).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'EMBJOURS'               TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-JOURS-CONVENUS
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    CONTROLE D'UN MOUVEMENT AVANT TRI : TYPE, CLIENT CONNU,
      *    EMBALLAGE, QUANTITE ; DATE ABSENTE = DATE D'ARRETE.
      *
       7050-CONTROLE-MVT-DEB.
           SET MVT-VALIDE                TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-REJET.
           IF NOT (EMV-LIVRAISON OR EMV-RETOUR)
              MOVE 'TYPE DE MOUVEMENT INCONNU'
                                         TO WS-MOTIF-REJET
              GO TO 7050-REJET
           END-IF.
           IF NOT EMV-EMB-VALIDE
              MOVE 'EMBALLAGE NI PALETTE NI CAISSE'
                                         TO WS-MOTIF-REJET
              GO TO 7050-REJET
           END-IF.
           IF WS-EMV-QTE IS NOT NUMERIC
              OR WS-EMV-QTE = ZERO
              MOVE 'QUANTITE NON NUMERIQUE OU NULLE'
                                         TO WS-MOTIF-REJET
              GO TO 7050-REJET
           END-IF.
           MOVE WS-EMV-CLIENT            TO WS-CLIENT-CHERCHE.
           SET CLC-NON-TROUVE            TO TRUE.
           SET WS-IX-CLC                 TO 1.
           PERFORM 7060-RECH-UN-CLIENT-DEB
              THRU 7060-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLC > WS-NB-CLC) OR CLC-TROUVE.
           IF CLC-NON-TROUVE
              MOVE 'CLIENT INCONNU DE CLI0206'
                                         TO WS-MOTIF-REJET
              GO TO 7050-REJET
           END-IF.
           IF WS-EMV-DATE IS NOT NUMERIC
              OR WS-EMV-DATE = ZERO
              MOVE WS-DATE-ARRETE        TO WS-EMV-DATE
           END-IF.
           GO TO 7050-CONTROLE-MVT-FIN.
      *
       7050-REJET.
           SET MVT-REJETE                TO TRUE.
           ADD 1                         TO WS-CPT-REJETS.
           MOVE WS-EMV-QUAI              TO WS-LEMB-REJ-QUAI-ED.
           MOVE WS-EMV-CLIENT            TO WS-LEMB-REJ-CLI-ED.
           MOVE WS-EMV-EMB               TO WS-LEMB-REJ-EMB-ED.
           MOVE WS-ENRG-F-EMBMVT(11:6)   TO WS-LEMB-REJ-QTE-ED.
           MOVE WS-EMV-PIECE             TO WS-LEMB-REJ-PIECE-ED.
           MOVE WS-MOTIF-REJET           TO WS-LEMB-REJ-MOTIF-ED.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-REJET.
       7050-CONTROLE-MVT-FIN.
           EXIT.
      *
       7060-RECH-UN-CLIENT-DEB.
           IF WS-CLC-CODE(WS-IX-CLC) = WS-CLIENT-CHERCHE
              SET CLC-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLC
           END-IF.
       7060-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    NOUVELLE LIGNE DANS LA TABLE DU COMPTE EN COURS.
      *
       7100-AJOUT-LIGNE-DEB.
           IF WS-NB-LIG = 300
              DISPLAY 'TABLE DES LIGNES DU COMPTE SATUREE (300) '
                      WS-COUR-CLIENT ' ' WS-COUR-EMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-LIG.
           MOVE ZERO                     TO WS-TLG-LIVREE(WS-NB-LIG)
                                            WS-TLG-DETENUE(WS-NB-LIG)
                                            WS-TLG-RENDUE(WS-NB-LIG)
                                            WS-TLG-FACTUREE(WS-NB-LIG)
                                            WS-TLG-JOURS(WS-NB-LIG).
       7100-AJOUT-LIGNE-FIN.
           EXIT.
      *
      *    UN RETOUR SOLDE LA LIGNE WS-IX-LIG DANS LA LIMITE DE SA
      *    QUANTITE DETENUE (LIGNES PARCOURUES DE LA PLUS ANCIENNE).
      *
       7200-SOLDE-UNE-LIGNE-DEB.
           IF WS-TLG-DETENUE(WS-IX-LIG) = ZERO
              GO TO 7200-SOLDE-UNE-LIGNE-FIN
           END-IF.
           IF WS-TLG-DETENUE(WS-IX-LIG) NOT < WS-QTE-A-SOLDER
              SUBTRACT WS-QTE-A-SOLDER   FROM WS-TLG-DETENUE(WS-IX-LIG)
              ADD WS-QTE-A-SOLDER        TO WS-TLG-RENDUE(WS-IX-LIG)
              MOVE ZERO                  TO WS-QTE-A-SOLDER
           ELSE
              SUBTRACT WS-TLG-DETENUE(WS-IX-LIG) FROM WS-QTE-A-SOLDER
              ADD WS-TLG-DETENUE(WS-IX-LIG) TO WS-TLG-RENDUE(WS-IX-LIG)
              MOVE ZERO                  TO WS-TLG-DETENUE(WS-IX-LIG)
           END-IF.
       7200-SOLDE-UNE-LIGNE-FIN.
           EXIT.
      *
      *    ANCIENNETE DE LA LIGNE EN JOURS CALENDAIRES A LA DATE
      *    D'ARRETE ; AU-DELA DU NOMBRE DE JOURS CONVENU LE DETENU EST
      *    PORTE SUR EMBFAC ET SORT DU COMPTE.
      *
       7300-VIEILLIT-LIGNE-DEB.
           IF WS-TLG-DETENUE(WS-IX-LIG) = ZERO
              GO TO 7300-VIEILLIT-LIGNE-FIN
           END-IF.
           SET CAL-FCT-ECART-CAL         TO TRUE.
           MOVE WS-TLG-DATE(WS-IX-LIG)   TO WS-CAL-DATE-1.
           MOVE WS-DATE-ARRETE           TO WS-CAL-DATE-2.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-NB-JOURS       TO WS-TLG-JOURS(WS-IX-LIG)
           ELSE
              MOVE ZERO                  TO WS-TLG-JOURS(WS-IX-LIG)
           END-IF.
           IF WS-TLG-JOURS(WS-IX-LIG) > WS-JOURS-CONVENUS
              PERFORM 7400-EMET-FACTURATION-DEB
                 THRU 7400-EMET-FACTURATION-FIN
           END-IF.
       7300-VIEILLIT-LIGNE-FIN.
           EXIT.
      *
       7400-EMET-FACTURATION-DEB.
           MOVE SPACES                   TO WS-ENRG-F-EMBFAC.
           MOVE WS-COUR-CLIENT           TO WS-EMF-CLIENT.
           MOVE WS-COUR-EMB              TO WS-EMF-EMB.
           IF EMF-PALETTE
              MOVE WS-EMB-ART-PALETTE    TO WS-EMF-ART
           ELSE
              MOVE WS-EMB-ART-CAISSE     TO WS-EMF-ART
           END-IF.
           MOVE WS-TLG-PIECE(WS-IX-LIG)  TO WS-EMF-PIECE.
           MOVE WS-TLG-DATE(WS-IX-LIG)   TO WS-EMF-DATE-LIV.
           MOVE WS-TLG-DETENUE(WS-IX-LIG) TO WS-EMF-QTE.
           MOVE WS-TLG-JOURS(WS-IX-LIG)  TO WS-EMF-NB-JOURS.
           MOVE WS-DATE-ARRETE           TO WS-EMF-DATE-CALC.
           SET EMF-A-FACTURER            TO TRUE.
           PERFORM 6530-WRITE-FEMBFAC-DEB
              THRU 6530-WRITE-FEMBFAC-FIN.
           ADD 1                         TO WS-CPT-FAC-EMISES.
           ADD WS-TLG-DETENUE(WS-IX-LIG) TO WS-QTE-FACTUREE.
           MOVE WS-TLG-DETENUE(WS-IX-LIG) TO WS-TLG-FACTUREE(WS-IX-LIG).
           MOVE ZERO                     TO WS-TLG-DETENUE(WS-IX-LIG).
       7400-EMET-FACTURATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-ARRETE           TO WS-LEMB-DATE-ED.
           MOVE WS-JOURS-CONVENUS        TO WS-LEMB-JOURS-ED.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-TIRET.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-INTITULE.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-TIRET.
           IF NOT OK-ETATEMB
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8090-EDIT-TOTAL-DEB.
           MOVE WS-TOT-PAL-DETENUES      TO WS-LEMB-TOT-PAL-ED.
           MOVE WS-TOT-CAI-DETENUES      TO WS-LEMB-TOT-CAI-ED.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-TIRET.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-TOTAL.
       8090-EDIT-TOTAL-FIN.
           EXIT.
      *
      *    LIGNE DE SYNTHESE DU COMPTE SUR L'ETAT DU PASSAGE.
      *
       8100-EDIT-COMPTE-DEB.
           MOVE WS-COUR-CLIENT           TO WS-LEMB-CLIENT-ED.
           MOVE WS-LIB-EMB               TO WS-LEMB-EMB-ED.
           MOVE WS-SOLDE-DEBUT           TO WS-LEMB-DEBUT-ED.
           MOVE WS-QTE-LIVREE            TO WS-LEMB-LIVRE-ED.
           MOVE WS-QTE-RENDUE            TO WS-LEMB-RENDU-ED.
           MOVE WS-QTE-FACTUREE          TO WS-LEMB-FACT-ED.
           MOVE WS-SOLDE-FIN             TO WS-LEMB-FIN-ED.
           MOVE SPACES                   TO WS-LEMB-NOTE-ED.
           IF WS-QTE-EXCEDENT > ZERO
              MOVE '*RETOUR EXCEDENTAIRE'
                                         TO WS-LEMB-NOTE-ED
           END-IF.
           WRITE FS-ENRG-ETATEMB-S       FROM WS-LEMB-DETAIL.
       8100-EDIT-COMPTE-FIN.
           EXIT.
      *
      *    RELEVE DU CLIENT : UNE PAGE PAR CLIENT (ENTETE A LA
      *    PREMIERE LIGNE DU CLIENT), LES LIVRAISONS DETENUES OU
      *    FACTUREES CE JOUR ET LE SOLDE DETENU PAR EMBALLAGE.
      *
       8200-EDIT-RELEVE-DEB.
           IF WS-COUR-CLIENT NOT = WS-CLIENT-RELEVE
              MOVE WS-COUR-CLIENT        TO WS-CLIENT-RELEVE
              PERFORM 8210-EDIT-ENTETE-RELEVE-DEB
                 THRU 8210-EDIT-ENTETE-RELEVE-FIN
           END-IF.
           PERFORM 8220-EDIT-LIGNE-RELEVE-DEB
              THRU 8220-EDIT-LIGNE-RELEVE-FIN
             VARYING WS-IX-LIG FROM 1 BY 1
               UNTIL WS-IX-LIG > WS-NB-LIG.
           MOVE WS-LIB-EMB               TO WS-LREL-SOLDE-EMB-ED.
           MOVE WS-SOLDE-FIN             TO WS-LREL-SOLDE-ED.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-SOLDE.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LEMB-TIRET.
           IF NOT OK-RELEMB
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-RELEMB-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RELEMB
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8200-EDIT-RELEVE-FIN.
           EXIT.
      *
       8210-EDIT-ENTETE-RELEVE-DEB.
           ADD 1                         TO WS-CPT-RELEVES.
           MOVE WS-DATE-ARRETE           TO WS-LREL-DATE-ED.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-TITRE
              AFTER ADVANCING PAGE.
           MOVE WS-COUR-CLIENT           TO WS-LREL-CLI-ED.
           MOVE SPACES                   TO WS-LREL-NOM-ED.
           SET CLC-NON-TROUVE            TO TRUE.
           SET WS-IX-CLC                 TO 1.
           MOVE WS-COUR-CLIENT           TO WS-CLIENT-CHERCHE.
           PERFORM 7060-RECH-UN-CLIENT-DEB
              THRU 7060-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLC > WS-NB-CLC) OR CLC-TROUVE.
           IF CLC-TROUVE
              MOVE WS-CLC-NOM(WS-IX-CLC) TO WS-LREL-NOM-ED
           END-IF.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-CLIENT.
           MOVE WS-JOURS-CONVENUS        TO WS-LREL-JOURS-ED.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-FRANCHISE.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LEMB-TIRET.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-INTITULE.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LEMB-TIRET.
       8210-EDIT-ENTETE-RELEVE-FIN.
           EXIT.
      *
       8220-EDIT-LIGNE-RELEVE-DEB.
           IF WS-TLG-DETENUE(WS-IX-LIG) = ZERO
              AND WS-TLG-FACTUREE(WS-IX-LIG) = ZERO
              GO TO 8220-EDIT-LIGNE-RELEVE-FIN
           END-IF.
           MOVE WS-LIB-EMB               TO WS-LREL-EMB-ED.
           MOVE WS-TLG-DATE(WS-IX-LIG)   TO WS-LREL-DATE-LIV-ED.
           MOVE WS-TLG-PIECE(WS-IX-LIG)  TO WS-LREL-PIECE-ED.
           MOVE WS-TLG-LIVREE(WS-IX-LIG) TO WS-LREL-LIVRE-ED.
           MOVE WS-TLG-JOURS(WS-IX-LIG)  TO WS-LREL-JOURS-L-ED.
           IF WS-TLG-FACTUREE(WS-IX-LIG) > ZERO
              MOVE WS-TLG-FACTUREE(WS-IX-LIG) TO WS-LREL-DETENU-ED
              MOVE 'FACTURE CE JOUR'     TO WS-LREL-NOTE-ED
           ELSE
              MOVE WS-TLG-DETENUE(WS-IX-LIG) TO WS-LREL-DETENU-ED
              MOVE SPACES                TO WS-LREL-NOTE-ED
           END-IF.
           WRITE FS-ENRG-RELEMB-S        FROM WS-LREL-DETAIL.
       8220-EDIT-LIGNE-RELEVE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO133     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'DATE D''ARRETE                :  ' WS-DATE-ARRETE.
           DISPLAY 'JOURS CONVENUS AVANT FACTURE :  '
                   WS-JOURS-CONVENUS.
           DISPLAY 'LIVRAISONS D''EMBALLAGES      :  '
                   WS-CPT-LIVRAISONS.
           DISPLAY 'RETOURS POINTES AU QUAI      :  ' WS-CPT-RETOURS.
           DISPLAY 'MOUVEMENTS REJETES           :  ' WS-CPT-REJETS.
           DISPLAY 'RETOURS EXCEDENTAIRES        :  '
                   WS-CPT-EXCEDENTS.
           DISPLAY 'COMPTES TRAITES              :  ' WS-CPT-COMPTES.
           DISPLAY 'LIGNES DE COMPTE REECRITES   :  '
                   WS-CPT-LIGNES-S.
           DISPLAY 'FACTURATIONS REPRISES N-1    :  '
                   WS-CPT-FAC-REPRISES.
           DISPLAY 'FACTURATIONS EMISES          :  '
                   WS-CPT-FAC-EMISES.
           DISPLAY 'PALETTES DETENUES            :  '
                   WS-TOT-PAL-DETENUES.
           DISPLAY 'CAISSES DETENUES             :  '
                   WS-TOT-CAI-DETENUES.
           DISPLAY 'RELEVES CLIENTS EDITES       :  ' WS-CPT-RELEVES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO133         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO133        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
