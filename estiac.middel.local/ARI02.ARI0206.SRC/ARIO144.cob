      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO144                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  VUE UNIQUE PAR DEPOSANT POUR LE FONDS DE GARANTIE DES        *
      *  DEPOTS, A LANCER A LA DEMANDE (APPEL DU FONDS) OU EN ESSAI : *
      *  - LE REFERENTIEL CLIENTS (CLIMAST) ET LES LIENS CLIENT/      *
      *    COMPTE (CLILIEN) SONT CHARGES EN TABLE ;                   *
      *  - CHAQUE COMPTE DU MAITRE F-CPTE-E EST VALORISE EN EUR AU    *
      *    TAUX DU JOUR (ARIS905) ET CLASSE : EXCLUS LES COMPTES      *
      *    CLOS, EN SUCCESSION ET INTERNES (PRODUIT 'INT'), ECARTES   *
      *    LES SOLDES DEBITEURS OU NULS ET LES COMPTES SANS TITULAIRE *
      *    CONNU DU REFERENTIEL ; UN COMPTE EN DEVISE SANS TAUX EST   *
      *    SIGNALE EN ANOMALIE ;                                      *
      *  - LE SOLDE ELIGIBLE EST REPARTI A PARTS EGALES ENTRE LES     *
      *    TITULAIRES ET COTITULAIRES ACTIFS DU COMPTE (LES           *
      *    MANDATAIRES NE SONT PAS DEPOSANTS), LE RELIQUAT D'ARRONDI  *
      *    ALLANT AU DERNIER ;                                        *
      *  - PAR CLIENT, LA PART COUVERTE EST PLAFONNEE AU PLAFOND      *
      *    LEGAL (PARAMETRE ARIS903 'PLAFGAR' EN CENTIMES, 100 000,00 *
      *    EUR A DEFAUT), LE SURPLUS EST LA PART NON COUVERTE.        *
      *  SORTIES : LE FICHIER REGLEMENTAIRE F-SCVDEP-S (COPY SCVDEP)  *
      *  ET L'ETAT DE CONTROLE F-ETATSCV-S QUI RAPPROCHE LE TOTAL DES *
      *  SOLDES DU MAITRE DES COMPTES DES DEPOTS ELIGIBLES ET DES     *
      *  EXCLUSIONS, AVEC LES ANOMALIES DETAILLEES COMPTE PAR COMPTE. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO144.
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
      *                      F-CPTE-E : FICHIER DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CPTE-CLE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLIM-E            ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-LIEN-E : LIENS CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  F-LIEN-E            ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      F-SCVDEP-S : VUE UNIQUE PAR DEPOSANT
      *                      -------------------------------------------
           SELECT  F-SCVDEP-S          ASSIGN TO SCVDEP
                   FILE STATUS         IS WS-FS-SCVDEP-S.
      *                      -------------------------------------------
      *                      F-ETATSCV-S : ETAT DE CONTROLE
      *                      -------------------------------------------
           SELECT  F-ETATSCV-S         ASSIGN TO ETATSCV
                   FILE STATUS         IS WS-FS-ETATSCV-S.
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
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTE-E.
           05  FS-CPTE-CLE             PIC X(10).
           05  FILLER                  PIC X(140).
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       FD  F-SCVDEP-S
           RECORDING MODE IS F.
       01  FS-ENRG-SCVDEP-S           PIC X(150).
      *
       FD  F-ETATSCV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATSCV-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- REFERENTIEL CLIENTS ET LIENS ------------------*
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
      *---------------- VUE UNIQUE PAR DEPOSANT -----------------------*
      *
           COPY SCVDEP.
      *
      *---------------- ZONES D'ECHANGE ARIS903 / ARIS905 -------------*
      *
           COPY PARAPPL.
      *
           COPY DEVAPPL.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUE '00'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUE '00'.
           88  EOF-LIEN-E            VALUE '10'.
       01  WS-FS-SCVDEP-S            PIC XX.
           88  OK-SCVDEP-S           VALUE '00'.
       01  WS-FS-ETATSCV-S           PIC XX.
           88  OK-ETATSCV-S          VALUE '00'.
      *
      *---------------- DATE D'ARRETE ---------------------------------*
      *
       01  WS-DATE-SYST.
           05  WS-DATE-SYST-AA       PIC 9(04).
           05  WS-DATE-SYST-MM       PIC 9(02).
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-N REDEFINES WS-DATE-SYST
                                     PIC 9(08).
      *
      *---------------- PLAFOND DE GARANTIE ---------------------------*
      *
       01  WS-PLAFOND-CENTS          PIC 9(09).
       01  WS-PLAFOND                PIC 9(9)V99 VALUE 100000.
      *
      *---------------- CUMULS PAR DEPOSANT ---------------------------*
      *
      *    TABLE PARALLELE A LA TABLE DES CLIENTS (MEME INDICE) :
      *    IDENTIFIANTS REGLEMENTAIRES ET CUMUL DES DEPOTS ELIGIBLES.
      *
       01  WS-TAB-DEP.
           05  WS-DEP-EL             OCCURS 5000 TIMES.
               10  WS-DEP-IDNAT      PIC X(15).
               10  WS-DEP-DNAISS     PIC 9(08).
               10  WS-DEP-MT         PIC S9(11)V99 COMP-3.
               10  WS-DEP-NB-CPTE    PIC S9(04) COMP.
      *
      *---------------- TITULAIRES DU COMPTE COURANT ------------------*
      *
       01  WS-TAB-TIT.
           05  WS-TIT-IX-CLIM        PIC S9(04) COMP OCCURS 10 TIMES.
       01  WS-NB-TIT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TIT                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VALORISATION DU COMPTE COURANT ----------------*
      *
       01  WS-SOLDE-EUR              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-QUOTE-PART             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RELIQUAT               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-COUVERT             PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-NON-COUVERT         PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU / RAPPROCHEMENT --------*
      *
       01  WS-CPT-CPTE               PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLOS               PIC 9(07) VALUE ZERO.
       01  WS-CPT-SUCC               PIC 9(07) VALUE ZERO.
       01  WS-CPT-INTERNE            PIC 9(07) VALUE ZERO.
       01  WS-CPT-DEBITEUR           PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-TIT           PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-TAUX          PIC 9(07) VALUE ZERO.
       01  WS-CPT-ELIGIBLE           PIC 9(07) VALUE ZERO.
       01  WS-CPT-JOINT              PIC 9(07) VALUE ZERO.
       01  WS-CPT-DEVISE             PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIEN-INCONNU       PIC 9(07) VALUE ZERO.
       01  WS-CPT-DEPOSANTS          PIC 9(07) VALUE ZERO.
       01  WS-CPT-AU-DELA            PIC 9(07) VALUE ZERO.
      *
       01  WS-TOT-GRAND-LIVRE        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CLOS               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SUCC               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INTERNE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-DEBITEUR           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SANS-TIT           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ELIGIBLE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-DEPOSANTS          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-COUVERT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NON-COUVERT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CONTROLE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ECART                  PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LSCV-TIRET             PIC X(78) VALUE ALL '-'.
       01  WS-LSCV-TITRE.
           05  FILLER                PIC X(43)
               VALUE 'GARANTIE DES DEPOTS - VUE UNIQUE - ARRETE '.
           05  WS-LSCV-DATE-ED       PIC 9(08).
       01  WS-LSCV-PLAFOND.
           05  FILLER                PIC X(43)
               VALUE 'PLAFOND DE GARANTIE PAR DEPOSANT (EUR)   :'.
           05  WS-LSCV-PLAFOND-ED    PIC ZZZZZZZZ9,99.
       01  WS-LSCV-ANO-TITRE         PIC X(40)
           VALUE 'COMPTES ECARTES OU EN ANOMALIE'.
       01  WS-LSCV-ANO.
           05  WS-LSCV-ANO-CPTE      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSCV-ANO-DEVISE    PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSCV-ANO-SOLDE     PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LSCV-ANO-MOTIF     PIC X(40).
       01  WS-LSCV-RAP-TITRE         PIC X(50)
           VALUE 'RAPPROCHEMENT AVEC LE MAITRE DES COMPTES (EUR)'.
       01  WS-LSCV-RAP.
           05  WS-LSCV-RAP-LIB       PIC X(40).
           05  WS-LSCV-RAP-NB        PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LSCV-RAP-MT        PIC -ZZZZZZZZZZZZ9,99.
       01  WS-LSCV-RAP-OK            PIC X(50)
           VALUE 'RAPPROCHEMENT OK : DEPOTS REPARTIS = ELIGIBLES'.
       01  WS-LSCV-RAP-KO.
           05  FILLER                PIC X(49)
               VALUE '*** ECART DE RAPPROCHEMENT A ANALYSER :'.
           05  WS-LSCV-ECART-ED      PIC -ZZZZZZZZZZZZ9,99.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATSCV         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO144'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6200-CHARGE-REF-CLIENTS-DEB
              THRU 6200-CHARGE-REF-CLIENTS-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-CPTE-E.
      *
           PERFORM 2000-TRT-DEPOSANT-DEB
              THRU 2000-TRT-DEPOSANT-FIN
             VARYING WS-IX-CLIM FROM 1 BY 1
               UNTIL WS-IX-CLIM > WS-NB-CLIM.
      *
           PERFORM 6030-WRITE-TOTAL-SCV-DEB
              THRU 6030-WRITE-TOTAL-SCV-FIN.
      *
           PERFORM 8020-EDIT-RAPPROCHEMENT-DEB
              THRU 8020-EDIT-RAPPROCHEMENT-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-DEPOSANTS         TO WS-RUN-NBENR.
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
      *   CLASSEMENT ET REPARTITION D'UN COMPTE                       *
      *---------------------------------------------------------------*
      *
      *    TOUT COMPTE VALORISE ENTRE AU TOTAL DU MAITRE ; IL EST
      *    ENSUITE RANGE DANS UNE SEULE CATEGORIE (EXCLU, ECARTE OU
      *    ELIGIBLE) POUR QUE LE RAPPROCHEMENT SOIT EXACT.
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD 1                         TO WS-CPT-CPTE.
      *
           PERFORM 7100-VALORISE-EUR-DEB
              THRU 7100-VALORISE-EUR-FIN.
           IF CHG-ABSENT
              ADD 1                      TO WS-CPT-SANS-TAUX
              MOVE 'DEVISE SANS TAUX DU JOUR (HORS TOTAUX)'
                                         TO WS-LSCV-ANO-MOTIF
              PERFORM 8010-EDIT-ANOMALIE-DEB
                 THRU 8010-EDIT-ANOMALIE-FIN
              GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
           ADD WS-SOLDE-EUR              TO WS-TOT-GRAND-LIVRE.
      *
           EVALUATE TRUE
              WHEN CPTE-CLOTURE
                 ADD 1                   TO WS-CPT-CLOS
                 ADD WS-SOLDE-EUR        TO WS-TOT-CLOS
              WHEN CPTE-SUCCESSION
                 ADD 1                   TO WS-CPT-SUCC
                 ADD WS-SOLDE-EUR        TO WS-TOT-SUCC
              WHEN CPTE-INTERNE
                 ADD 1                   TO WS-CPT-INTERNE
                 ADD WS-SOLDE-EUR        TO WS-TOT-INTERNE
              WHEN WS-SOLDE-EUR NOT > ZERO
                 ADD 1                   TO WS-CPT-DEBITEUR
                 ADD WS-SOLDE-EUR        TO WS-TOT-DEBITEUR
              WHEN OTHER
                 PERFORM 3000-REPARTITION-DEB
                    THRU 3000-REPARTITION-FIN
           END-EVALUATE.
      *
       1000-TRT-COMPTE-SUITE.
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ENREGISTREMENT D'UN DEPOSANT                                *
      *---------------------------------------------------------------*
      *
       2000-TRT-DEPOSANT-DEB.
      *
           IF WS-DEP-MT(WS-IX-CLIM) NOT > ZERO
              GO TO 2000-TRT-DEPOSANT-FIN
           END-IF.
      *
           IF WS-DEP-MT(WS-IX-CLIM) > WS-PLAFOND
              MOVE WS-PLAFOND            TO WS-MT-COUVERT
              COMPUTE WS-MT-NON-COUVERT =
                      WS-DEP-MT(WS-IX-CLIM) - WS-PLAFOND
              ADD 1                      TO WS-CPT-AU-DELA
           ELSE
              MOVE WS-DEP-MT(WS-IX-CLIM) TO WS-MT-COUVERT
              MOVE ZERO                  TO WS-MT-NON-COUVERT
           END-IF.
      *
           MOVE SPACES                   TO WS-ENRG-F-SCVDEP.
           SET SCV-CLIENT                TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-SCV-DARRETE.
           MOVE WS-CLIM-NUM(WS-IX-CLIM)  TO WS-SCV-CLI-NUM.
           MOVE WS-CLIM-NOM(WS-IX-CLIM)  TO WS-SCV-CLI-NOM.
           MOVE WS-DEP-IDNAT(WS-IX-CLIM) TO WS-SCV-CLI-IDNAT.
           MOVE WS-DEP-DNAISS(WS-IX-CLIM)
                                         TO WS-SCV-CLI-DNAISS.
           MOVE WS-DEP-NB-CPTE(WS-IX-CLIM)
                                         TO WS-SCV-NB-CPTE.
           MOVE WS-DEP-MT(WS-IX-CLIM)    TO WS-SCV-MT-DEPOTS.
           MOVE WS-MT-COUVERT            TO WS-SCV-MT-COUVERT.
           MOVE WS-MT-NON-COUVERT        TO WS-SCV-MT-NON-COUVERT.
           MOVE 'EUR'                    TO WS-SCV-DEVISE.
           PERFORM 6020-WRITE-SCVDEP-DEB
              THRU 6020-WRITE-SCVDEP-FIN.
      *
           ADD 1                         TO WS-CPT-DEPOSANTS.
           ADD WS-DEP-MT(WS-IX-CLIM)     TO WS-TOT-DEPOSANTS.
           ADD WS-MT-COUVERT             TO WS-TOT-COUVERT.
           ADD WS-MT-NON-COUVERT         TO WS-TOT-NON-COUVERT.
      *
       2000-TRT-DEPOSANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REPARTITION DU SOLDE ELIGIBLE ENTRE LES TITULAIRES          *
      *---------------------------------------------------------------*
      *
      *    QUOTE-PART EGALE, TRONQUEE AU CENTIME ; LE DERNIER
      *    TITULAIRE RECOIT LE RELIQUAT POUR QUE LA SOMME DES PARTS
      *    EGALE LE SOLDE DU COMPTE.
      *
       3000-REPARTITION-DEB.
      *
           PERFORM 7200-RECH-TITULAIRES-DEB
              THRU 7200-RECH-TITULAIRES-FIN.
           IF WS-NB-TIT = ZERO
              ADD 1                      TO WS-CPT-SANS-TIT
              ADD WS-SOLDE-EUR           TO WS-TOT-SANS-TIT
              MOVE 'SANS TITULAIRE CONNU DU REFERENTIEL'
                                         TO WS-LSCV-ANO-MOTIF
              PERFORM 8010-EDIT-ANOMALIE-DEB
                 THRU 8010-EDIT-ANOMALIE-FIN
              GO TO 3000-REPARTITION-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-ELIGIBLE.
           ADD WS-SOLDE-EUR              TO WS-TOT-ELIGIBLE.
           IF WS-NB-TIT > 1
              ADD 1                      TO WS-CPT-JOINT
           END-IF.
      *
           DIVIDE WS-SOLDE-EUR BY WS-NB-TIT GIVING WS-QUOTE-PART.
           MOVE WS-SOLDE-EUR             TO WS-RELIQUAT.
           PERFORM 3010-AFFECTE-PART-DEB
              THRU 3010-AFFECTE-PART-FIN
             VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT > WS-NB-TIT.
      *
       3000-REPARTITION-FIN.
           EXIT.
      *
       3010-AFFECTE-PART-DEB.
           MOVE WS-TIT-IX-CLIM(WS-IX-TIT) TO WS-IX-CLIM.
           IF WS-IX-TIT = WS-NB-TIT
              ADD WS-RELIQUAT            TO WS-DEP-MT(WS-IX-CLIM)
           ELSE
              ADD WS-QUOTE-PART          TO WS-DEP-MT(WS-IX-CLIM)
              SUBTRACT WS-QUOTE-PART     FROM WS-RELIQUAT
           END-IF.
           ADD 1                         TO WS-DEP-NB-CPTE(WS-IX-CLIM).
       3010-AFFECTE-PART-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-SCVDEP-S.
           IF NOT OK-SCVDEP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SCVDEP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SCVDEP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATSCV-S.
           IF NOT OK-ETATSCV-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATSCV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATSCV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           IF NOT (OK-CPTE-E OR EOF-CPTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6020-WRITE-SCVDEP-DEB.
           WRITE FS-ENRG-SCVDEP-S        FROM WS-ENRG-F-SCVDEP.
           IF NOT OK-SCVDEP-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SCVDEP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SCVDEP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-WRITE-SCVDEP-FIN.
           EXIT.
      *
       6030-WRITE-TOTAL-SCV-DEB.
           MOVE SPACES                   TO WS-ENRG-F-SCVDEP.
           SET SCV-TOTAL                 TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-SCV-DARRETE.
           MOVE WS-CPT-DEPOSANTS         TO WS-SCV-NB-CLIENTS.
           MOVE WS-TOT-DEPOSANTS         TO WS-SCV-TOT-DEPOTS.
           MOVE WS-TOT-COUVERT           TO WS-SCV-TOT-COUVERT.
           MOVE WS-TOT-NON-COUVERT       TO WS-SCV-TOT-NON-COUVERT.
           MOVE WS-PLAFOND               TO WS-SCV-PLAFOND.
           MOVE 'EUR'                    TO WS-SCV-TOT-DEVISE.
           PERFORM 6020-WRITE-SCVDEP-DEB
              THRU 6020-WRITE-SCVDEP-FIN.
       6030-WRITE-TOTAL-SCV-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           IF NOT OK-CPTE-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-SCVDEP-S.
           IF NOT OK-SCVDEP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SCVDEP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SCVDEP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATSCV-S.
           IF NOT OK-ETATSCV-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATSCV-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATSCV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DU REFERENTIEL CLIENTS ET DES LIENS EN MEMOIRE :
      *    SANS EUX AUCUN DEPOSANT NE PEUT ETRE IDENTIFIE, LES DEUX
      *    FICHIERS SONT OBLIGATOIRES ET UNE TABLE SATUREE EST UNE
      *    ERREUR (LA VUE UNIQUE DOIT ETRE COMPLETE).
      *
       6200-CHARGE-REF-CLIENTS-DEB.
           MOVE ZERO                    TO WS-NB-CLIM.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
           PERFORM 6220-ALIM-CLIM-DEB
              THRU 6220-ALIM-CLIM-FIN
             UNTIL EOF-CLIM-E.
           CLOSE F-CLIM-E.
      *
           MOVE ZERO                    TO WS-NB-LIEN.
           OPEN INPUT F-LIEN-E.
           IF NOT OK-LIEN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
           PERFORM 6240-ALIM-LIEN-DEB
              THRU 6240-ALIM-LIEN-FIN
             UNTIL EOF-LIEN-E.
           CLOSE F-LIEN-E.
       6200-CHARGE-REF-CLIENTS-FIN.
           EXIT.
      *
       6210-READ-FCLIM-DEB.
           READ F-CLIM-E INTO WS-ENRG-F-CLIM.
           IF NOT (OK-CLIM-E OR EOF-CLIM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FCLIM-FIN.
           EXIT.
      *
       6220-ALIM-CLIM-DEB.
           IF WS-NB-CLIM NOT < WS-MAX-CLIM
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-CLIM.
           MOVE WS-NB-CLIM              TO WS-IX-CLIM.
           MOVE WS-CLI-NUM-E         TO WS-CLIM-NUM(WS-IX-CLIM).
           MOVE WS-CLI-NOM-E         TO WS-CLIM-NOM(WS-IX-CLIM).
           MOVE WS-CLI-STATUT-E      TO WS-CLIM-STATUT(WS-IX-CLIM).
           MOVE WS-CLI-IDNAT-E       TO WS-DEP-IDNAT(WS-IX-CLIM).
           MOVE WS-CLI-DNAISS-E      TO WS-DEP-DNAISS(WS-IX-CLIM).
           MOVE ZERO                 TO WS-DEP-MT(WS-IX-CLIM)
                                        WS-DEP-NB-CPTE(WS-IX-CLIM).
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
       6220-ALIM-CLIM-FIN.
           EXIT.
      *
       6230-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-READ-FLIEN-FIN.
           EXIT.
      *
       6240-ALIM-LIEN-DEB.
           IF WS-NB-LIEN NOT < WS-MAX-LIEN
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-LIEN.
           MOVE WS-NB-LIEN              TO WS-IX-LIEN.
           MOVE WS-LIE-CPTE-E        TO WS-LIEN-CPTE(WS-IX-LIEN).
           MOVE WS-LIE-CLI-E         TO WS-LIEN-CLI(WS-IX-LIEN).
           MOVE WS-LIE-ROLE-E        TO WS-LIEN-ROLE(WS-IX-LIEN).
           MOVE WS-LIE-DFIN-E        TO WS-LIEN-DFIN(WS-IX-LIEN).
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
       6240-ALIM-LIEN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PLAFOND DE GARANTIE EN CENTIMES SUR 9 CHIFFRES ; PARAMETRE
      *    ABSENT OU NON NUMERIQUE = 100 000,00 EUR.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'PLAFGAR'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:9) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:9)    TO WS-PLAFOND-CENTS
              COMPUTE WS-PLAFOND = WS-PLAFOND-CENTS / 100
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    CONTRE-VALEUR EUR DU SOLDE AU TAUX DU JOUR D'ARRETE
      *    (ARIS905 REND LE TAUX 1 POUR L'EUR).
      *
       7100-VALORISE-EUR-DEB.
           MOVE WS-CPTE-DEVISE           TO WS-CHG-DEVISE.
           MOVE WS-DATE-SYST-N           TO WS-CHG-DATE.
           CALL 'ARIS905'             USING WS-CHG-PARM.
           IF CHG-TROUVE
              COMPUTE WS-SOLDE-EUR ROUNDED =
                      WS-CPTE-SOLDE * WS-CHG-TAUX
              IF NOT CPTE-DEVISE-EUR
                 ADD 1                   TO WS-CPT-DEVISE
              END-IF
           ELSE
              MOVE ZERO                  TO WS-SOLDE-EUR
           END-IF.
       7100-VALORISE-EUR-FIN.
           EXIT.
      *
      *    TITULAIRES ET COTITULAIRES ACTIFS DU COMPTE CONNUS DU
      *    REFERENTIEL ; UN LIEN VERS UN CLIENT ABSENT DU REFERENTIEL
      *    EST COMPTE ET SIGNALE, SANS PART.
      *
       7200-RECH-TITULAIRES-DEB.
           MOVE ZERO                     TO WS-NB-TIT.
           PERFORM 7210-EXAMINE-LIEN-DEB
              THRU 7210-EXAMINE-LIEN-FIN
             VARYING WS-IX-LIEN FROM 1 BY 1
               UNTIL WS-IX-LIEN > WS-NB-LIEN.
       7200-RECH-TITULAIRES-FIN.
           EXIT.
      *
       7210-EXAMINE-LIEN-DEB.
           IF WS-LIEN-CPTE(WS-IX-LIEN) NOT = WS-CPTE-CPTE
              OR NOT LIEN-ACTIF(WS-IX-LIEN)
              OR LIEN-MANDATAIRE(WS-IX-LIEN)
              GO TO 7210-EXAMINE-LIEN-FIN
           END-IF.
           SET CLIM-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-CLIM.
           PERFORM 7220-RECH-UN-CLIENT-DEB
              THRU 7220-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLIM > WS-NB-CLIM) OR CLIM-TROUVE.
           IF CLIM-NON-TROUVE
              ADD 1                      TO WS-CPT-LIEN-INCONNU
              MOVE 'LIEN VERS CLIENT ABSENT DU REFERENTIEL'
                                         TO WS-LSCV-ANO-MOTIF
              PERFORM 8010-EDIT-ANOMALIE-DEB
                 THRU 8010-EDIT-ANOMALIE-FIN
              GO TO 7210-EXAMINE-LIEN-FIN
           END-IF.
           IF WS-NB-TIT = 10
              DISPLAY 'COMPTE ' WS-CPTE-CPTE
                      ' : PLUS DE 10 TITULAIRES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-TIT.
           MOVE WS-IX-CLIM               TO WS-TIT-IX-CLIM(WS-NB-TIT).
       7210-EXAMINE-LIEN-FIN.
           EXIT.
      *
       7220-RECH-UN-CLIENT-DEB.
           IF WS-CLIM-NUM(WS-IX-CLIM) = WS-LIEN-CLI(WS-IX-LIEN)
              SET CLIM-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLIM
           END-IF.
       7220-RECH-UN-CLIENT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE L'ETAT SELON SA CLASSE DE DIFFUSION
      *    (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO144'                TO WS-MSQ-PROG.
           MOVE 'ETATSCV'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATSCV.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LSCV-ANO
      *    AVANT ECRITURE SUR ETATSCV.
      *
       7610-MASQUE-LSCV-ANO-DEB.
           MOVE WS-MSQ-NIV-ETATSCV       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LSCV-ANO-CPTE         TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LSCV-ANO-CPTE.
       7610-MASQUE-LSCV-ANO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LSCV-DATE-ED.
           MOVE WS-PLAFOND               TO WS-LSCV-PLAFOND-ED.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-PLAFOND.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-ANO-TITRE.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-ANOMALIE-DEB.
           MOVE WS-CPTE-CPTE             TO WS-LSCV-ANO-CPTE.
           MOVE WS-CPTE-DEVISE           TO WS-LSCV-ANO-DEVISE.
           MOVE WS-CPTE-SOLDE            TO WS-LSCV-ANO-SOLDE.
           PERFORM 7610-MASQUE-LSCV-ANO-DEB
              THRU 7610-MASQUE-LSCV-ANO-FIN.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-ANO.
       8010-EDIT-ANOMALIE-FIN.
           EXIT.
      *
      *    RAPPROCHEMENT : TOTAL DU MAITRE = EXCLUSIONS + ECARTS +
      *    ELIGIBLES, ET ELIGIBLES = SOMME DES DEPOTS DES DEPOSANTS.
      *
       8020-EDIT-RAPPROCHEMENT-DEB.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP-TITRE.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
           MOVE 'TOTAL DES SOLDES DU MAITRE DES COMPTES'
                                         TO WS-LSCV-RAP-LIB.
           COMPUTE WS-LSCV-RAP-NB = WS-CPT-CPTE - WS-CPT-SANS-TAUX.
           MOVE WS-TOT-GRAND-LIVRE       TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  - COMPTES CLOS (EXCLUS)'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-CLOS              TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-CLOS              TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  - COMPTES EN SUCCESSION (EXCLUS)'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-SUCC              TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-SUCC              TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  - COMPTES INTERNES (EXCLUS)'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-INTERNE           TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-INTERNE           TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  - SOLDES DEBITEURS OU NULS'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-DEBITEUR          TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-DEBITEUR          TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  - COMPTES SANS TITULAIRE CONNU'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-SANS-TIT          TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-SANS-TIT          TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  = DEPOTS ELIGIBLES'   TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-ELIGIBLE          TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-ELIGIBLE          TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '    DONT COMPTES JOINTS'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-JOINT             TO WS-LSCV-RAP-NB.
           MOVE ZERO                     TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE 'COMPTES EN DEVISE SANS TAUX (HORS TOTAL)'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-SANS-TAUX         TO WS-LSCV-RAP-NB.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
           MOVE 'DEPOSANTS DU FICHIER DE VUE UNIQUE'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-DEPOSANTS         TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-DEPOSANTS         TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  PART COUVERTE'        TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-DEPOSANTS         TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-COUVERT           TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           MOVE '  PART NON COUVERTE (AU-DELA DU PLAFOND)'
                                         TO WS-LSCV-RAP-LIB.
           MOVE WS-CPT-AU-DELA           TO WS-LSCV-RAP-NB.
           MOVE WS-TOT-NON-COUVERT       TO WS-LSCV-RAP-MT.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-RAP.
           WRITE FS-ENRG-ETATSCV-S       FROM WS-LSCV-TIRET.
      *
           COMPUTE WS-TOT-CONTROLE = WS-TOT-CLOS + WS-TOT-SUCC
                                   + WS-TOT-INTERNE + WS-TOT-DEBITEUR
                                   + WS-TOT-SANS-TIT + WS-TOT-DEPOSANTS.
           COMPUTE WS-ECART = WS-TOT-GRAND-LIVRE - WS-TOT-CONTROLE.
           IF WS-ECART = ZERO
              AND WS-TOT-DEPOSANTS = WS-TOT-ELIGIBLE
              WRITE FS-ENRG-ETATSCV-S    FROM WS-LSCV-RAP-OK
           ELSE
              IF WS-ECART = ZERO
                 COMPUTE WS-ECART = WS-TOT-ELIGIBLE - WS-TOT-DEPOSANTS
              END-IF
              MOVE WS-ECART              TO WS-LSCV-ECART-ED
              WRITE FS-ENRG-ETATSCV-S    FROM WS-LSCV-RAP-KO
           END-IF.
       8020-EDIT-RAPPROCHEMENT-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO144     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CLIENTS DU REFERENTIEL       :  ' WS-NB-CLIM.
           DISPLAY 'LIENS CLIENT/COMPTE          :  ' WS-NB-LIEN.
           DISPLAY 'COMPTES LUS                  :  ' WS-CPT-CPTE.
           DISPLAY 'COMPTES EN DEVISE CONVERTIS  :  ' WS-CPT-DEVISE.
           DISPLAY 'COMPTES ELIGIBLES            :  ' WS-CPT-ELIGIBLE.
           DISPLAY 'COMPTES EN ANOMALIE          :  '
                   WS-CPT-SANS-TAUX ' SANS TAUX / '
                   WS-CPT-SANS-TIT ' SANS TITULAIRE'.
           DISPLAY 'LIENS VERS CLIENT INCONNU    :  '
                   WS-CPT-LIEN-INCONNU.
           DISPLAY 'DEPOSANTS ECRITS (SCVDEP)    :  '
                   WS-CPT-DEPOSANTS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO144         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO144        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
