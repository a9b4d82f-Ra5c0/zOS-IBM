      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO135                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  GESTION DES PRETS A LA CONSOMMATION, AVANT LE PASSAGE        *
      *  D'ARIO126 :                                                  *
      *  - APPLIQUER AU MAITRE DES PRETS (F-PRET-E, COPY PRET, TRIE   *
      *    PAR NUMERO) LES TRANSACTIONS DE MAINTENANCE (F-PRTMAJ-E :  *
      *    'C' MISE EN PLACE, 'X' ANNULATION, TRIEES SUR LA MEME      *
      *    CLE). UNE MISE EN PLACE EST CONTROLEE SUR LE MAITRE        *
      *    INDEXE CPTEKS (COMPTE A VUE OUVERT) ET GENERE LE TABLEAU   *
      *    D'AMORTISSEMENT A ECHEANCE CONSTANTE (COPY ECHPRT) :       *
      *    ECHEANCE = C X T / (1 - (1 + T) ** -N), T TAUX MENSUEL,    *
      *    INTERETS DU MOIS SUR LE CAPITAL RESTANT DU, LA DERNIERE    *
      *    ECHEANCE SOLDANT LE CAPITAL ;                              *
      *  - EMETTRE AU FORMAT TP3MVTS (F-MVTPRT-S, CONCATENE A         *
      *    F-MVTS-E POUR ARIO126) LE DEBIT DE CHAQUE ECHEANCE ARRIVEE *
      *    A TERME : CODE 'L' (DECLARE DEBIT DANS LA TABLE            *
      *    F-MVTCOD-E), PRET ET NUMERO D'ECHEANCE EN REF-VIR, PARTS   *
      *    D'INTERETS ET DE CAPITAL DANS LE LIBELLE ;                 *
      *  - RELIRE LE SUSPENS DE LA CHAINE (F-SUSCPT-E, OPTIONNEL) :   *
      *    UNE ECHEANCE DONT LE DEBIT Y EST EN SUSPENS 'DP'           *
      *    (PROVISION INSUFFISANTE, ARIO326) DEVIENT IMPAYEE ET LE    *
      *    PRET PASSE EN RETARD ; ELLE EST REGULARISEE DES QUE LE     *
      *    DEBIT A QUITTE LE SUSPENS ;                                *
      *  - REECRIRE PERE-FILS LE MAITRE (F-PRET-S) ET LES TABLEAUX    *
      *    D'AMORTISSEMENT (F-ECHPRT-E -> F-ECHPRT-S), AVEC LE        *
      *    JOURNAL DES PRETS F-ETATPRT-S.                             *
      *  LE PORTEFEUILLE PAR AGENCE EST EDITE PAR ARIO136.            *
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
       PROGRAM-ID.      ARIO135.
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
      *                      F-PRET-E : PRETS (MAITRE N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRET-E   ASSIGN TO PRET
                   FILE STATUS         IS WS-FS-PRET-E.
      *                      -------------------------------------------
      *                      F-PRTMAJ-E : TRANSACTIONS DE MAINTENANCE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRTMAJ-E ASSIGN TO PRTMAJ
                   FILE STATUS         IS WS-FS-PRTMAJ-E.
      *                      -------------------------------------------
      *                      F-ECHPRT-E : TABLEAUX D'AMORTISSEMENT (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ECHPRT-E ASSIGN TO ECHPRT
                   FILE STATUS         IS WS-FS-ECHPRT-E.
      *                      -------------------------------------------
      *                      F-SUSCPT-E : SUSPENS DE LA CHAINE (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SUSCPT-E ASSIGN TO SUSCPT
                   FILE STATUS         IS WS-FS-SUSCPT-E.
      *                      -------------------------------------------
      *                      F-CPTEKS : MAITRE INDEXE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTEKS            ASSIGN TO CPTEKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KS-CLE
                   FILE STATUS         IS WS-FS-CPTEKS.
      *                      -------------------------------------------
      *                      F-PRET-S : PRETS (MAITRE N)
      *                      -------------------------------------------
           SELECT  F-PRET-S            ASSIGN TO PRETS
                   FILE STATUS         IS WS-FS-PRET-S.
      *                      -------------------------------------------
      *                      F-ECHPRT-S : TABLEAUX D'AMORTISSEMENT (N)
      *                      -------------------------------------------
           SELECT  F-ECHPRT-S          ASSIGN TO ECHPRTS
                   FILE STATUS         IS WS-FS-ECHPRT-S.
      *                      -------------------------------------------
      *                      F-MVTPRT-S : DEBITS D'ECHEANCES (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTPRT-S          ASSIGN TO MVTPRT
                   FILE STATUS         IS WS-FS-MVTPRT-S.
      *                      -------------------------------------------
      *                      F-ETATPRT-S : JOURNAL DES PRETS
      *                      -------------------------------------------
           SELECT  F-ETATPRT-S         ASSIGN TO ETATPRT
                   FILE STATUS         IS WS-FS-ETATPRT-S.
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
       FD  F-PRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRET-E             PIC X(120).
      *
       FD  F-PRTMAJ-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRTMAJ-E           PIC X(80).
      *
       FD  F-ECHPRT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ECHPRT-E.
           05  FS-ECHE-PRET           PIC X(05).
           05  FILLER                 PIC X(75).
      *
       FD  F-SUSCPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-SUSCPT-E           PIC X(150).
      *
       FD  F-CPTEKS
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-CPTEKS.
           05  FS-KS-CLE              PIC X(10).
           05  FILLER                 PIC X(140).
      *
       FD  F-PRET-S
           RECORDING MODE IS F.
       01  FS-ENRG-PRET-S             PIC X(120).
      *
       FD  F-ECHPRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ECHPRT-S           PIC X(80).
      *
       FD  F-MVTPRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTPRT-S           PIC X(150).
      *
       FD  F-ETATPRT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPRT-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- PRET (MAITRE) ET LIGNE D'ECHEANCIER -----------*
      *
           COPY PRET.
      *
           COPY ECHPRT.
      *
      *---------------- COMPTE ET MOUVEMENT (COTE BANQUE) -------------*
      *
           COPY TP3CPTE.
      *
           COPY TP3MVTS.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-PRET-E              PIC XX.
           88  OK-PRET-E             VALUE '00' '05'.
           88  EOF-PRET-E            VALUE '10'.
           88  NOTFOUND-PRET-E       VALUE '35'.
       01  WS-FS-PRTMAJ-E            PIC XX.
           88  OK-PRTMAJ-E           VALUE '00' '05'.
           88  EOF-PRTMAJ-E          VALUE '10'.
           88  NOTFOUND-PRTMAJ-E     VALUE '35'.
       01  WS-FS-ECHPRT-E            PIC XX.
           88  OK-ECHPRT-E           VALUE '00' '05'.
           88  EOF-ECHPRT-E          VALUE '10'.
           88  NOTFOUND-ECHPRT-E     VALUE '35'.
       01  WS-FS-SUSCPT-E            PIC XX.
           88  OK-SUSCPT-E           VALUE '00' '05'.
           88  EOF-SUSCPT-E          VALUE '10'.
           88  NOTFOUND-SUSCPT-E     VALUE '35'.
       01  WS-FS-CPTEKS              PIC XX.
           88  OK-CPTEKS             VALUE '00'.
           88  NOTFOUND-CPTEKS       VALUE '23'.
       01  WS-FS-PRET-S              PIC XX.
           88  OK-PRET-S             VALUE '00'.
       01  WS-FS-ECHPRT-S            PIC XX.
           88  OK-ECHPRT-S           VALUE '00'.
       01  WS-FS-MVTPRT-S            PIC XX.
           88  OK-MVTPRT-S           VALUE '00'.
       01  WS-FS-ETATPRT-S           PIC XX.
           88  OK-ETATPRT-S          VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- TRANSACTION DE MAINTENANCE --------------------*
      *
       01  WS-ENRG-F-PRTMAJ.
           05  WS-MAJ-ACTION         PIC X(01).
               88  MAJ-CREATION      VALUE 'C'.
               88  MAJ-ANNULATION    VALUE 'X'.
           05  WS-MAJ-NO             PIC X(05).
               88  MAJ-NO-MAX        VALUE HIGH-VALUES.
           05  WS-MAJ-CPTE           PIC X(10).
           05  WS-MAJ-CAPITAL        PIC X(10).
           05  WS-MAJ-CAPITAL-N REDEFINES WS-MAJ-CAPITAL
                                     PIC 9(8)V99.
           05  WS-MAJ-TAUX           PIC X(05).
           05  WS-MAJ-TAUX-N REDEFINES WS-MAJ-TAUX
                                     PIC 9(2)V9(3).
           05  WS-MAJ-DUREE          PIC X(03).
           05  WS-MAJ-DUREE-N REDEFINES WS-MAJ-DUREE
                                     PIC 9(03).
           05  WS-MAJ-DATE-1ECH      PIC X(08).
           05  WS-MAJ-DATE-1ECH-R REDEFINES WS-MAJ-DATE-1ECH.
               10  WS-MAJ-1ECH-AAAA  PIC 9(04).
               10  WS-MAJ-1ECH-MM    PIC 9(02).
               10  WS-MAJ-1ECH-JJ    PIC 9(02).
           05  WS-MAJ-DATE-1ECH-N REDEFINES WS-MAJ-DATE-1ECH
                                     PIC 9(08).
           05  FILLER                PIC X(38).
      *
      *---------------- CLE DE L'ECHEANCIER EN LECTURE ---------------*
      *
       01  WS-ECHE-CLE-LUE           PIC X(05).
           88  ECHE-CLE-MAX          VALUE HIGH-VALUES.
      *
      *---------------- TABLEAU D'AMORTISSEMENT DU PRET EN COURS ------*
      *
      *    LES LIGNES DU PRET SONT CHARGEES (OU GENEREES) ICI, MISES
      *    A JOUR UNE A UNE DANS LA ZONE WS-ENRG-F-ECHPRT, PUIS
      *    REECRITES A LA SUITE DU MAITRE.
      *
       01  WS-TAB-ECH.
           05  WS-ECH-IMAGE          PIC X(80) OCCURS 360 TIMES.
       01  WS-NB-ECH                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ECH                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- DEBITS D'ECHEANCES EN SUSPENS 'DP' ------------*
      *
       01  WS-TAB-NSF.
           05  WS-NSF-REF            PIC X(08) OCCURS 500 TIMES.
       01  WS-NB-NSF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-NSF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-NSF-TROUVE          PIC X(01).
           88  NSF-TROUVE            VALUE 'O'.
           88  NSF-NON-TROUVE        VALUE 'N'.
      *
      *---------------- REFERENCE ET LIBELLE DU DEBIT D'ECHEANCE ------*
      *
       01  WS-REF-ECHEANCE.
           05  WS-REF-ECH-PRET       PIC X(05).
           05  WS-REF-ECH-NUM        PIC 9(03).
       01  WS-LIB-ECHEANCE.
           05  FILLER                PIC X(03) VALUE 'INT'.
           05  WS-LIB-ECH-INT        PIC ZZZZZ9,99.
           05  FILLER                PIC X(04) VALUE ' CAP'.
           05  WS-LIB-ECH-CAP        PIC ZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE ' E'.
           05  WS-LIB-ECH-NUM        PIC 9(03).
       01  WS-CTP-ECHEANCE.
           05  FILLER                PIC X(13) VALUE 'PRET CONSO N '.
           05  WS-CTP-ECH-PRET       PIC X(05).
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
      *---------------- CALCUL DE L'ECHEANCE CONSTANTE ----------------*
      *
      *    LE CALCUL EST DECOMPOSE EN ETAPES SUR DES ZONES DE TRAVAIL
      *    A DECIMALES ETENDUES POUR NE PAS PERDRE DE PRECISION SUR
      *    LE FACTEUR (1 + T) ** N.
      *
       01  WS-TX-MENS                PIC 9V9(10).
       01  WS-FACTEUR                PIC 9(09)V9(09).
       01  WS-DIVISEUR               PIC 9(09)V9(09).
       01  WS-PRODUIT-ECH            PIC 9(10)V9(08).
       01  WS-CRD-CALC               PIC 9(8)V99.
       01  WS-CAP-CALC               PIC 9(8)V99.
      *
      *---------------- AVANCE MENSUELLE DE L'ECHEANCE ----------------*
      *
      *    LE JOUR D'ECHEANCE EST LIMITE A 28 A LA MISE EN PLACE : IL
      *    EST CONSERVE TEL QUEL D'UN MOIS SUR L'AUTRE.
      *
       01  WS-ECH-DATE.
           05  WS-ECH-AAAA           PIC 9(04).
           05  WS-ECH-MM             PIC 9(02).
           05  WS-ECH-JJ             PIC 9(02).
       01  WS-ECH-DATE-N REDEFINES WS-ECH-DATE
                                     PIC 9(08).
      *
      *---------------- SAUVEGARDE DE L'ENREGISTREMENT MAITRE ---------*
      *
      *    UNE MISE EN PLACE EST CONSTRUITE DANS LA ZONE COMMUNE DU
      *    PRET ; L'ENREGISTREMENT MAITRE EN COURS DE RAPPROCHEMENT
      *    EST PRESERVE ICI PENDANT CE TEMPS.
      *
       01  WS-SAV-PRET               PIC X(120).
       01  WS-SAV-STAT               PIC X(01).
       01  WS-MOTIF-REJET            PIC X(40).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-PRT-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-PRT-CREES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-PRT-ANNULES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-PRT-SOLDES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-PRT-RETARD         PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECH-EMISES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECH-IMPAYEES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECH-REGUL          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ECH-ORPHELINES     PIC 9(05) VALUE ZERO.
       01  WS-CPT-MAJ-REJET          PIC 9(05) VALUE ZERO.
       01  WS-TOT-ECH-EMISES         PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LPRT-TIRET             PIC X(72) VALUE ALL '-'.
       01  WS-LPRT-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'JOURNAL DES PRETS A LA CONSOMMATION AU '.
           05  WS-LPRT-DATE-ED       PIC 9(08).
       01  WS-LPRT-LIGNE.
           05  WS-LPRT-PRET-ED       PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LPRT-ECH-ED        PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPRT-LIB-ED        PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPRT-MT-ED         PIC ZZZZZZZ9,99 BLANK WHEN ZERO.
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
      *   TRAITEMENT PRINCIPAL : RAPPROCHEMENT MAITRE / MAINTENANCE   *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO135'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6300-CHARGE-SUSPENS-DEB
              THRU 6300-CHARGE-SUSPENS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6010-READ-FPRET-DEB
              THRU 6010-READ-FPRET-FIN.
      *
           PERFORM 6020-READ-FPRTMAJ-DEB
              THRU 6020-READ-FPRTMAJ-FIN.
      *
           PERFORM 6030-READ-FECHPRT-DEB
              THRU 6030-READ-FECHPRT-FIN.
      *
           PERFORM 1000-RAPPROCHEMENT-DEB
              THRU 1000-RAPPROCHEMENT-FIN
             UNTIL PRT-NO-MAX AND MAJ-NO-MAX.
      *
      *    LIGNES D'ECHEANCIER RESTANTES SANS PRET AU MAITRE.
      *
           PERFORM 3010-ECHEANCE-ORPHELINE-DEB
              THRU 3010-ECHEANCE-ORPHELINE-FIN
             UNTIL ECHE-CLE-MAX.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-ECH-EMISES        TO WS-RUN-NBENR.
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
              WHEN WS-PRT-NO < WS-MAJ-NO
                   PERFORM 2000-PRET-SANS-MAJ-DEB
                      THRU 2000-PRET-SANS-MAJ-FIN
              WHEN WS-PRT-NO = WS-MAJ-NO
                   PERFORM 2010-PRET-AVEC-MAJ-DEB
                      THRU 2010-PRET-AVEC-MAJ-FIN
              WHEN WS-PRT-NO > WS-MAJ-NO
                   PERFORM 2020-MAJ-SANS-PRET-DEB
                      THRU 2020-MAJ-SANS-PRET-FIN
           END-EVALUATE.
      *
       1000-RAPPROCHEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PRET SANS MAINTENANCE : ECHEANCES PUIS REPORT               *
      *---------------------------------------------------------------*
      *
       2000-PRET-SANS-MAJ-DEB.
      *
           PERFORM 3000-TRT-PRET-DEB
              THRU 3000-TRT-PRET-FIN.
      *
           PERFORM 6010-READ-FPRET-DEB
              THRU 6010-READ-FPRET-FIN.
      *
       2000-PRET-SANS-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PRET AVEC MAINTENANCE                                       *
      *---------------------------------------------------------------*
      *
       2010-PRET-AVEC-MAJ-DEB.
      *
           EVALUATE TRUE
              WHEN MAJ-ANNULATION AND NOT PRT-ANNULE
                   ADD 1                  TO WS-CPT-PRT-ANNULES
                   SET PRT-ANNULE         TO TRUE
                   MOVE WS-PRT-NO         TO WS-LPRT-PRET-ED
                   MOVE SPACE             TO WS-LPRT-ECH-ED
                   MOVE 'PRET ANNULE SUR TRANSACTION (CRD)'
                                          TO WS-LPRT-LIB-ED
                   MOVE WS-PRT-CRD        TO WS-LPRT-MT-ED
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-ANNULATION
                   MOVE 'ANNULATION D''UN PRET DEJA ANNULE'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN MAJ-CREATION
                   MOVE 'MISE EN PLACE SUR UN PRET EXISTANT'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
              WHEN OTHER
                   MOVE 'TRANSACTION MAINTENANCE IRRECEVABLE'
                                          TO WS-MOTIF-REJET
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
           END-EVALUATE.
      *
           PERFORM 3000-TRT-PRET-DEB
              THRU 3000-TRT-PRET-FIN.
      *
           PERFORM 6010-READ-FPRET-DEB
              THRU 6010-READ-FPRET-FIN.
      *
           PERFORM 6020-READ-FPRTMAJ-DEB
              THRU 6020-READ-FPRTMAJ-FIN.
      *
       2010-PRET-AVEC-MAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   MAINTENANCE SANS PRET : MISE EN PLACE OU REJET              *
      *---------------------------------------------------------------*
      *
       2020-MAJ-SANS-PRET-DEB.
      *
           IF MAJ-CREATION
              PERFORM 7000-CTRL-CREATION-DEB
                 THRU 7000-CTRL-CREATION-FIN
           ELSE
              MOVE 'TRANSACTION SUR UN PRET INCONNU'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
           END-IF.
      *
           PERFORM 6020-READ-FPRTMAJ-DEB
              THRU 6020-READ-FPRTMAJ-FIN.
      *
       2020-MAJ-SANS-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PRET DU MAITRE : CHARGEMENT DE SON TABLEAU D'AMORTISSEMENT  *
      *---------------------------------------------------------------*
      *
       3000-TRT-PRET-DEB.
      *
           ADD 1                         TO WS-CPT-PRT-LUS.
           MOVE ZERO                     TO WS-NB-ECH.
      *
           PERFORM 3010-ECHEANCE-ORPHELINE-DEB
              THRU 3010-ECHEANCE-ORPHELINE-FIN
             UNTIL WS-ECHE-CLE-LUE NOT < WS-PRT-NO.
      *
           PERFORM 3020-ALIM-ECHEANCE-DEB
              THRU 3020-ALIM-ECHEANCE-FIN
             UNTIL WS-ECHE-CLE-LUE NOT = WS-PRT-NO.
      *
           PERFORM 3100-TRT-ECHEANCIER-DEB
              THRU 3100-TRT-ECHEANCIER-FIN.
      *
       3000-TRT-PRET-FIN.
           EXIT.
      *
      *    LIGNE D'ECHEANCIER SANS PRET AU MAITRE : SIGNALEE ET NON
      *    REPORTEE.
      *
       3010-ECHEANCE-ORPHELINE-DEB.
           ADD 1                         TO WS-CPT-ECH-ORPHELINES.
           MOVE FS-ENRG-ECHPRT-E         TO WS-ENRG-F-ECHPRT.
           MOVE WS-ECP-PRET              TO WS-LPRT-PRET-ED.
           MOVE WS-ECP-NUM               TO WS-LPRT-ECH-ED.
           MOVE 'ECHEANCE SANS PRET AU MAITRE (ECARTEE)'
                                         TO WS-LPRT-LIB-ED.
           MOVE WS-ECP-MT                TO WS-LPRT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
           PERFORM 6030-READ-FECHPRT-DEB
              THRU 6030-READ-FECHPRT-FIN.
       3010-ECHEANCE-ORPHELINE-FIN.
           EXIT.
      *
       3020-ALIM-ECHEANCE-DEB.
           IF WS-NB-ECH = 360
              DISPLAY 'TABLEAU D''AMORTISSEMENT SATURE (360) : '
                      WS-PRT-NO
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ECH.
           MOVE FS-ENRG-ECHPRT-E         TO WS-ECH-IMAGE(WS-NB-ECH).
           PERFORM 6030-READ-FECHPRT-DEB
              THRU 6030-READ-FECHPRT-FIN.
       3020-ALIM-ECHEANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT DES ECHEANCES D'UN PRET ET REECRITURE            *
      *---------------------------------------------------------------*
      *
      *    UN PRET ANNULE N'EMET PLUS RIEN ; UN PRET SOLDE RESTE SUIVI
      *    TANT QUE SA DERNIERE ECHEANCE PEUT REVENIR EN SUSPENS.
      *
       3100-TRT-ECHEANCIER-DEB.
      *
           IF NOT PRT-ANNULE
              PERFORM 3200-TRT-ECHEANCE-DEB
                 THRU 3200-TRT-ECHEANCE-FIN
                VARYING WS-IX-ECH FROM 1 BY 1
                  UNTIL WS-IX-ECH > WS-NB-ECH
              PERFORM 7300-SITUATION-PRET-DEB
                 THRU 7300-SITUATION-PRET-FIN
           END-IF.
      *
           PERFORM 6040-WRITE-FPRETS-DEB
              THRU 6040-WRITE-FPRETS-FIN.
      *
           PERFORM 6060-WRITE-FECHPRTS-DEB
              THRU 6060-WRITE-FECHPRTS-FIN
             VARYING WS-IX-ECH FROM 1 BY 1
               UNTIL WS-IX-ECH > WS-NB-ECH.
      *
       3100-TRT-ECHEANCIER-FIN.
           EXIT.
      *
       3200-TRT-ECHEANCE-DEB.
      *
           MOVE WS-ECH-IMAGE(WS-IX-ECH)  TO WS-ENRG-F-ECHPRT.
      *
           EVALUATE TRUE
              WHEN ECP-A-VENIR
                   AND WS-ECP-DATE-N NOT > WS-DATE-SYST-N
                   PERFORM 7200-EMISSION-ECHEANCE-DEB
                      THRU 7200-EMISSION-ECHEANCE-FIN
              WHEN ECP-EMISE OR ECP-IMPAYEE
                   PERFORM 7250-RAPPRO-SUSPENS-DEB
                      THRU 7250-RAPPRO-SUSPENS-FIN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           MOVE WS-ENRG-F-ECHPRT         TO WS-ECH-IMAGE(WS-IX-ECH).
      *
       3200-TRT-ECHEANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-PRET-E.
           IF NOT (OK-PRET-E OR NOTFOUND-PRET-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRET-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-PRTMAJ-E.
           IF NOT (OK-PRTMAJ-E OR NOTFOUND-PRTMAJ-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRTMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRTMAJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ECHPRT-E.
           IF NOT (OK-ECHPRT-E OR NOTFOUND-ECHPRT-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHPRT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHPRT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CPTEKS.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-PRET-S.
           IF NOT OK-PRET-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ECHPRT-S.
           IF NOT OK-ECHPRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ECHPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTPRT-S.
           IF NOT OK-MVTPRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATPRT-S.
           IF NOT OK-ETATPRT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FPRET-DEB.
           IF NOTFOUND-PRET-E
              SET PRT-NO-MAX             TO TRUE
              GO TO 6010-READ-FPRET-FIN
           END-IF.
           READ F-PRET-E INTO WS-ENRG-F-PRET.
           EVALUATE TRUE
              WHEN OK-PRET-E
                 CONTINUE
              WHEN EOF-PRET-E
                 SET PRT-NO-MAX          TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRET-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FPRET-FIN.
           EXIT.
      *
       6020-READ-FPRTMAJ-DEB.
           IF NOTFOUND-PRTMAJ-E
              SET MAJ-NO-MAX             TO TRUE
              GO TO 6020-READ-FPRTMAJ-FIN
           END-IF.
           READ F-PRTMAJ-E INTO WS-ENRG-F-PRTMAJ.
           EVALUATE TRUE
              WHEN OK-PRTMAJ-E
                 CONTINUE
              WHEN EOF-PRTMAJ-E
                 SET MAJ-NO-MAX          TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRTMAJ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRTMAJ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FPRTMAJ-FIN.
           EXIT.
      *
       6030-READ-FECHPRT-DEB.
           IF NOTFOUND-ECHPRT-E
              SET ECHE-CLE-MAX           TO TRUE
              GO TO 6030-READ-FECHPRT-FIN
           END-IF.
           READ F-ECHPRT-E.
           EVALUATE TRUE
              WHEN OK-ECHPRT-E
                 MOVE FS-ECHE-PRET       TO WS-ECHE-CLE-LUE
              WHEN EOF-ECHPRT-E
                 SET ECHE-CLE-MAX        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECHPRT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHPRT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6030-READ-FECHPRT-FIN.
           EXIT.
      *
       6040-WRITE-FPRETS-DEB.
           WRITE FS-ENRG-PRET-S FROM WS-ENRG-F-PRET.
           IF NOT OK-PRET-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-PRET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FPRETS-FIN.
           EXIT.
      *
       6050-WRITE-FMVTPRT-DEB.
           WRITE FS-ENRG-MVTPRT-S FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTPRT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FMVTPRT-FIN.
           EXIT.
      *
       6060-WRITE-FECHPRTS-DEB.
           WRITE FS-ENRG-ECHPRT-S FROM WS-ECH-IMAGE(WS-IX-ECH).
           IF NOT OK-ECHPRT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ECHPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-WRITE-FECHPRTS-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF NOT NOTFOUND-PRET-E
              CLOSE F-PRET-E
           END-IF.
           IF NOT NOTFOUND-PRTMAJ-E
              CLOSE F-PRTMAJ-E
           END-IF.
           IF NOT NOTFOUND-ECHPRT-E
              CLOSE F-ECHPRT-E
           END-IF.
           CLOSE F-CPTEKS.
           CLOSE F-PRET-S.
           IF NOT OK-PRET-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-PRET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ECHPRT-S.
           IF NOT OK-ECHPRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ECHPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTPRT-S.
           IF NOT OK-MVTPRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATPRT-S.
           IF NOT OK-ETATPRT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATPRT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATPRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES DEBITS D'ECHEANCES REVENUS EN SUSPENS 'DP'
      *    (FICHIER OPTIONNEL) : PRET ET NUMERO D'ECHEANCE SONT DANS
      *    LA REFERENCE DE VIREMENT DU MOUVEMENT CODE 'L'.
      *
       6300-CHARGE-SUSPENS-DEB.
           OPEN INPUT F-SUSCPT-E.
           IF NOTFOUND-SUSCPT-E
              GO TO 6300-CHARGE-SUSPENS-FIN
           END-IF.
           IF NOT OK-SUSCPT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FSUSCPT-DEB
              THRU 6310-READ-FSUSCPT-FIN.
           PERFORM 6320-ALIM-NSF-DEB
              THRU 6320-ALIM-NSF-FIN
             UNTIL EOF-SUSCPT-E.
           CLOSE F-SUSCPT-E.
       6300-CHARGE-SUSPENS-FIN.
           EXIT.
      *
       6310-READ-FSUSCPT-DEB.
           READ F-SUSCPT-E INTO WS-ENRG-F-MVTS.
           IF NOT (OK-SUSCPT-E OR EOF-SUSCPT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FSUSCPT-FIN.
           EXIT.
      *
       6320-ALIM-NSF-DEB.
           IF WS-MVTS-CODE = 'L' AND MOTIF-DEPASSEMENT
              IF WS-NB-NSF = 500
                 DISPLAY 'TABLE DES IMPAYES SATUREE (500)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-NSF
              SET WS-IX-NSF              TO WS-NB-NSF
              MOVE WS-MVTS-REF-VIR       TO WS-NSF-REF(WS-IX-NSF)
           END-IF.
           PERFORM 6310-READ-FSUSCPT-DEB
              THRU 6310-READ-FSUSCPT-FIN.
       6320-ALIM-NSF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    CONTROLE D'UNE MISE EN PLACE : ZONES OBLIGATOIRES, FORMATS
      *    ET COMPTE DE REMBOURSEMENT. UNE MISE EN PLACE RECEVABLE
      *    DEVIENT UN PRET ACTIF AVEC SON TABLEAU D'AMORTISSEMENT,
      *    ECRIT SUR LE NOUVEAU MAITRE.
      *
       7000-CTRL-CREATION-DEB.
      *
           IF WS-MAJ-CPTE = SPACE
              OR WS-MAJ-CAPITAL IS NOT NUMERIC
              OR WS-MAJ-DUREE IS NOT NUMERIC
              OR WS-MAJ-DATE-1ECH IS NOT NUMERIC
              MOVE 'MISE EN PLACE INCOMPLETE OU NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
           IF WS-MAJ-CAPITAL-N = ZERO
              OR WS-MAJ-DUREE-N = ZERO
              OR WS-MAJ-DUREE-N > 360
              MOVE 'CAPITAL NUL OU DUREE HORS 1 A 360 MOIS'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
           IF WS-MAJ-TAUX IS NOT NUMERIC
              OR WS-MAJ-TAUX-N > 25
              MOVE 'TAUX NON NUMERIQUE OU SUPERIEUR A 25 %'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
           IF WS-MAJ-1ECH-MM < 1 OR WS-MAJ-1ECH-MM > 12
              OR WS-MAJ-1ECH-JJ < 1 OR WS-MAJ-1ECH-JJ > 28
              OR WS-MAJ-DATE-1ECH-N < WS-DATE-SYST-N
              MOVE '1ERE ECHEANCE INVALIDE, PASSEE OU JOUR > 28'
                                         TO WS-MOTIF-REJET
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
      *    COMPTE DE REMBOURSEMENT : COMPTE A VUE OUVERT DU MAITRE.
      *
           MOVE WS-MAJ-CPTE              TO FS-KS-CLE.
           READ F-CPTEKS INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                 MOVE 'COMPTE DE REMBOURSEMENT INCONNU'
                                         TO WS-MOTIF-REJET
              WHEN NOT OK-CPTEKS
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER CPTEKS'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              WHEN NOT CPTE-OUVERT
                 MOVE 'COMPTE DE REMBOURSEMENT BLOQUE OU CLOS'
                                         TO WS-MOTIF-REJET
              WHEN NOT CPTE-A-VUE
                 MOVE 'COMPTE DE REMBOURSEMENT NON A VUE'
                                         TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE SPACE              TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACE
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7000-CTRL-CREATION-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-PRT-CREES.
           MOVE WS-ENRG-F-PRET           TO WS-SAV-PRET.
           MOVE SPACES                   TO WS-ENRG-F-PRET.
           MOVE WS-MAJ-NO                TO WS-PRT-NO.
           MOVE WS-MAJ-CPTE              TO WS-PRT-CPTE.
           MOVE WS-CPTE-NOM              TO WS-PRT-NOM.
           MOVE WS-MAJ-CAPITAL-N         TO WS-PRT-CAPITAL
                                            WS-PRT-CRD.
           MOVE WS-MAJ-TAUX-N            TO WS-PRT-TAUX.
           MOVE WS-MAJ-DUREE-N           TO WS-PRT-DUREE.
           MOVE WS-DATE-SYST-N           TO WS-PRT-DATE-DEB.
           MOVE WS-MAJ-DATE-1ECH-N       TO WS-PRT-DATE-1ECH.
           MOVE ZERO                     TO WS-PRT-NB-EMIS
                                            WS-PRT-NB-IMP
                                            WS-PRT-MT-IMP.
           SET PRT-ACTIF                 TO TRUE.
      *
           PERFORM 7100-CALCUL-ECHEANCE-DEB
              THRU 7100-CALCUL-ECHEANCE-FIN.
      *
           MOVE WS-PRT-CAPITAL           TO WS-CRD-CALC.
           MOVE WS-PRT-DATE-1ECH         TO WS-ECH-DATE-N.
           MOVE ZERO                     TO WS-NB-ECH.
           PERFORM 7110-GENERE-ECHEANCE-DEB
              THRU 7110-GENERE-ECHEANCE-FIN
             UNTIL WS-NB-ECH = WS-PRT-DUREE.
      *
           MOVE WS-PRT-NO                TO WS-LPRT-PRET-ED.
           MOVE SPACE                    TO WS-LPRT-ECH-ED.
           MOVE 'PRET MIS EN PLACE (CAPITAL EMPRUNTE)'
                                         TO WS-LPRT-LIB-ED.
           MOVE WS-PRT-CAPITAL           TO WS-LPRT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
           MOVE 'ECHEANCE CONSTANTE DU TABLEAU'
                                         TO WS-LPRT-LIB-ED.
           MOVE WS-PRT-ECHEANCE          TO WS-LPRT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           PERFORM 3100-TRT-ECHEANCIER-DEB
              THRU 3100-TRT-ECHEANCIER-FIN.
      *
           MOVE WS-SAV-PRET              TO WS-ENRG-F-PRET.
      *
       7000-CTRL-CREATION-FIN.
           EXIT.
      *
      *    TRANSACTION IRRECEVABLE : LISTEE AVEC SON MOTIF ET COMPTEE.
      *
       7050-REJET-MAJ-DEB.
           ADD 1                         TO WS-CPT-MAJ-REJET.
           MOVE WS-MAJ-NO                TO WS-LPRT-PRET-ED.
           MOVE SPACE                    TO WS-LPRT-ECH-ED.
           MOVE WS-MOTIF-REJET           TO WS-LPRT-LIB-ED.
           MOVE ZERO                     TO WS-LPRT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7050-REJET-MAJ-FIN.
           EXIT.
      *
      *    ECHEANCE CONSTANTE : C X T X F / (F - 1) AVEC F = (1+T)**N,
      *    SOIT LA FORMULE C X T / (1 - (1 + T) ** -N) ; A TAUX NUL,
      *    LE CAPITAL EST SIMPLEMENT REPARTI SUR LA DUREE.
      *
       7100-CALCUL-ECHEANCE-DEB.
           IF WS-PRT-TAUX = ZERO
              MOVE ZERO                  TO WS-TX-MENS
              COMPUTE WS-PRT-ECHEANCE ROUNDED =
                      WS-PRT-CAPITAL / WS-PRT-DUREE
              GO TO 7100-CALCUL-ECHEANCE-FIN
           END-IF.
           COMPUTE WS-TX-MENS ROUNDED  = WS-PRT-TAUX / 1200.
           COMPUTE WS-FACTEUR ROUNDED  = (1 + WS-TX-MENS)
                                      ** WS-PRT-DUREE.
           COMPUTE WS-PRODUIT-ECH ROUNDED =
                   WS-PRT-CAPITAL * WS-TX-MENS.
           COMPUTE WS-PRODUIT-ECH ROUNDED =
                   WS-PRODUIT-ECH * WS-FACTEUR.
           COMPUTE WS-DIVISEUR         = WS-FACTEUR - 1.
           COMPUTE WS-PRT-ECHEANCE ROUNDED =
                   WS-PRODUIT-ECH / WS-DIVISEUR.
       7100-CALCUL-ECHEANCE-FIN.
           EXIT.
      *
      *    LIGNE D'ECHEANCE : INTERETS DU MOIS SUR LE CAPITAL RESTANT
      *    DU, LE RESTE DE L'ECHEANCE AMORTIT LE CAPITAL ; LA DERNIERE
      *    ECHEANCE SOLDE L'ARRONDI.
      *
       7110-GENERE-ECHEANCE-DEB.
           ADD 1                         TO WS-NB-ECH.
           MOVE SPACES                   TO WS-ENRG-F-ECHPRT.
           MOVE WS-PRT-NO                TO WS-ECP-PRET.
           MOVE WS-NB-ECH                TO WS-ECP-NUM.
           MOVE WS-ECH-DATE-N            TO WS-ECP-DATE-N.
           COMPUTE WS-ECP-INT ROUNDED    = WS-CRD-CALC * WS-TX-MENS.
           COMPUTE WS-CAP-CALC           = WS-PRT-ECHEANCE
                                         - WS-ECP-INT.
           IF WS-NB-ECH = WS-PRT-DUREE
              OR WS-CAP-CALC > WS-CRD-CALC
              MOVE WS-CRD-CALC           TO WS-CAP-CALC
           END-IF.
           MOVE WS-CAP-CALC              TO WS-ECP-CAP.
           COMPUTE WS-ECP-MT             = WS-ECP-CAP + WS-ECP-INT.
           SUBTRACT WS-CAP-CALC        FROM WS-CRD-CALC.
           MOVE WS-CRD-CALC              TO WS-ECP-CRD.
           SET ECP-A-VENIR               TO TRUE.
           MOVE ZERO                     TO WS-ECP-DATE-EMIS.
           MOVE WS-ENRG-F-ECHPRT         TO WS-ECH-IMAGE(WS-NB-ECH).
      *
           ADD 1                         TO WS-ECH-MM.
           IF WS-ECH-MM > 12
              MOVE 1                     TO WS-ECH-MM
              ADD 1                      TO WS-ECH-AAAA
           END-IF.
       7110-GENERE-ECHEANCE-FIN.
           EXIT.
      *
      *    EMISSION DU DEBIT TP3MVTS DE L'ECHEANCE ARRIVEE A TERME :
      *    CODE 'L', PRET ET NUMERO D'ECHEANCE EN REF-VIR, PARTS
      *    D'INTERETS ET DE CAPITAL DANS LE LIBELLE.
      *
       7200-EMISSION-ECHEANCE-DEB.
           MOVE WS-ECP-PRET              TO WS-REF-ECH-PRET
                                            WS-CTP-ECH-PRET.
           MOVE WS-ECP-NUM               TO WS-REF-ECH-NUM
                                            WS-LIB-ECH-NUM.
           MOVE WS-ECP-INT               TO WS-LIB-ECH-INT.
           MOVE WS-ECP-CAP               TO WS-LIB-ECH-CAP.
      *
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-PRT-CPTE              TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST             TO WS-MVTS-DATE.
           MOVE 'L'                      TO WS-MVTS-CODE.
           MOVE WS-ECP-MT                TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           MOVE WS-REF-ECHEANCE          TO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
           MOVE WS-LIB-ECHEANCE          TO WS-MVTS-LIBELLE.
           MOVE WS-CTP-ECHEANCE          TO WS-MVTS-CTP-NOM.
           PERFORM 6050-WRITE-FMVTPRT-DEB
              THRU 6050-WRITE-FMVTPRT-FIN.
      *
           SET ECP-EMISE                 TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-ECP-DATE-EMIS.
           ADD 1                         TO WS-CPT-ECH-EMISES.
           ADD WS-ECP-MT                 TO WS-TOT-ECH-EMISES.
      *
           MOVE WS-ECP-PRET              TO WS-LPRT-PRET-ED.
           MOVE WS-ECP-NUM               TO WS-LPRT-ECH-ED.
           MOVE 'ECHEANCE EMISE AU DEBIT DU COMPTE'
                                         TO WS-LPRT-LIB-ED.
           MOVE WS-ECP-MT                TO WS-LPRT-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7200-EMISSION-ECHEANCE-FIN.
           EXIT.
      *
      *    ECHEANCE DEJA EMISE : IMPAYEE TANT QUE SON DEBIT EST EN
      *    SUSPENS 'DP', REGULARISEE DES QU'IL EN EST SORTI.
      *
       7250-RAPPRO-SUSPENS-DEB.
           MOVE WS-ECP-PRET              TO WS-REF-ECH-PRET.
           MOVE WS-ECP-NUM               TO WS-REF-ECH-NUM.
           PERFORM 7400-RECH-NSF-DEB
              THRU 7400-RECH-NSF-FIN.
      *
           MOVE WS-ECP-PRET              TO WS-LPRT-PRET-ED.
           MOVE WS-ECP-NUM               TO WS-LPRT-ECH-ED.
           MOVE WS-ECP-MT                TO WS-LPRT-MT-ED.
           EVALUATE TRUE
              WHEN NSF-TROUVE AND ECP-EMISE
                 SET ECP-IMPAYEE         TO TRUE
                 ADD 1                   TO WS-CPT-ECH-IMPAYEES
                 MOVE 'ECHEANCE IMPAYEE (SUSPENS DP)'
                                         TO WS-LPRT-LIB-ED
                 PERFORM 8010-EDIT-LIGNE-DEB
                    THRU 8010-EDIT-LIGNE-FIN
              WHEN NSF-NON-TROUVE AND ECP-IMPAYEE
                 SET ECP-EMISE           TO TRUE
                 ADD 1                   TO WS-CPT-ECH-REGUL
                 MOVE 'ECHEANCE REGULARISEE (SORTIE DU SUSPENS)'
                                         TO WS-LPRT-LIB-ED
                 PERFORM 8010-EDIT-LIGNE-DEB
                    THRU 8010-EDIT-LIGNE-FIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       7250-RAPPRO-SUSPENS-FIN.
           EXIT.
      *
      *    SITUATION DU PRET APRES TRAITEMENT DE SES ECHEANCES :
      *    CAPITAL RESTANT DU (DERNIERE ECHEANCE EMISE), NOMBRE ET
      *    MONTANT DES IMPAYES, STATUT EN RETARD / SOLDE / ACTIF.
      *
       7300-SITUATION-PRET-DEB.
           MOVE WS-PRT-CAPITAL           TO WS-PRT-CRD.
           MOVE ZERO                     TO WS-PRT-NB-EMIS
                                            WS-PRT-NB-IMP
                                            WS-PRT-MT-IMP.
           PERFORM 7310-CUMUL-ECHEANCE-DEB
              THRU 7310-CUMUL-ECHEANCE-FIN
             VARYING WS-IX-ECH FROM 1 BY 1
               UNTIL WS-IX-ECH > WS-NB-ECH.
      *
           MOVE WS-PRT-STAT              TO WS-SAV-STAT.
           MOVE WS-PRT-NO                TO WS-LPRT-PRET-ED.
           MOVE SPACE                    TO WS-LPRT-ECH-ED.
           EVALUATE TRUE
              WHEN WS-PRT-NB-IMP > ZERO
                 SET PRT-RETARD          TO TRUE
                 ADD 1                   TO WS-CPT-PRT-RETARD
                 IF WS-SAV-STAT NOT = WS-PRT-STAT
                    MOVE 'PRET PASSE EN RETARD (MONTANT IMPAYE)'
                                         TO WS-LPRT-LIB-ED
                    MOVE WS-PRT-MT-IMP   TO WS-LPRT-MT-ED
                    PERFORM 8010-EDIT-LIGNE-DEB
                       THRU 8010-EDIT-LIGNE-FIN
                 END-IF
              WHEN WS-PRT-NB-EMIS = WS-NB-ECH
                 SET PRT-SOLDE           TO TRUE
                 IF WS-SAV-STAT NOT = WS-PRT-STAT
                    ADD 1                TO WS-CPT-PRT-SOLDES
                    MOVE 'PRET SOLDE (DERNIERE ECHEANCE EMISE)'
                                         TO WS-LPRT-LIB-ED
                    MOVE ZERO            TO WS-LPRT-MT-ED
                    PERFORM 8010-EDIT-LIGNE-DEB
                       THRU 8010-EDIT-LIGNE-FIN
                 END-IF
              WHEN OTHER
                 SET PRT-ACTIF           TO TRUE
                 IF WS-SAV-STAT NOT = WS-PRT-STAT
                    MOVE 'PRET SORTI DU RETARD (IMPAYES REGLES)'
                                         TO WS-LPRT-LIB-ED
                    MOVE ZERO            TO WS-LPRT-MT-ED
                    PERFORM 8010-EDIT-LIGNE-DEB
                       THRU 8010-EDIT-LIGNE-FIN
                 END-IF
           END-EVALUATE.
       7300-SITUATION-PRET-FIN.
           EXIT.
      *
       7310-CUMUL-ECHEANCE-DEB.
           MOVE WS-ECH-IMAGE(WS-IX-ECH)  TO WS-ENRG-F-ECHPRT.
           IF NOT ECP-A-VENIR
              ADD 1                      TO WS-PRT-NB-EMIS
              MOVE WS-ECP-CRD            TO WS-PRT-CRD
           END-IF.
           IF ECP-IMPAYEE
              ADD 1                      TO WS-PRT-NB-IMP
              ADD WS-ECP-MT              TO WS-PRT-MT-IMP
           END-IF.
       7310-CUMUL-ECHEANCE-FIN.
           EXIT.
      *
       7400-RECH-NSF-DEB.
           SET NSF-NON-TROUVE            TO TRUE.
           SET WS-IX-NSF                 TO 1.
           PERFORM 7410-RECH-UN-NSF-DEB
              THRU 7410-RECH-UN-NSF-FIN
             UNTIL (WS-IX-NSF > WS-NB-NSF) OR NSF-TROUVE.
       7400-RECH-NSF-FIN.
           EXIT.
      *
       7410-RECH-UN-NSF-DEB.
           IF WS-NSF-REF(WS-IX-NSF) = WS-REF-ECHEANCE
              SET NSF-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-NSF
           END-IF.
       7410-RECH-UN-NSF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LPRT-DATE-ED.
           WRITE FS-ENRG-ETATPRT-S       FROM WS-LPRT-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATPRT-S       FROM WS-LPRT-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           WRITE FS-ENRG-ETATPRT-S       FROM WS-LPRT-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO135     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PRETS TRAITES                :  ' WS-CPT-PRT-LUS.
           DISPLAY 'PRETS MIS EN PLACE           :  '
                   WS-CPT-PRT-CREES.
           DISPLAY 'PRETS ANNULES                :  '
                   WS-CPT-PRT-ANNULES.
           DISPLAY 'PRETS SOLDES                 :  '
                   WS-CPT-PRT-SOLDES.
           DISPLAY 'PRETS EN RETARD              :  '
                   WS-CPT-PRT-RETARD.
           DISPLAY 'ECHEANCES EMISES             :  '
                   WS-CPT-ECH-EMISES.
           DISPLAY 'TOTAL DES ECHEANCES EMISES   :  '
                   WS-TOT-ECH-EMISES.
           DISPLAY 'ECHEANCES PASSEES IMPAYEES   :  '
                   WS-CPT-ECH-IMPAYEES.
           DISPLAY 'ECHEANCES REGULARISEES       :  '
                   WS-CPT-ECH-REGUL.
           DISPLAY 'ECHEANCES SANS PRET          :  '
                   WS-CPT-ECH-ORPHELINES.
           DISPLAY 'TRANSACTIONS REJETEES        :  '
                   WS-CPT-MAJ-REJET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO135         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO135        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
