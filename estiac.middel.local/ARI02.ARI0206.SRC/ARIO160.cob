      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO160                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ETAT HEBDOMADAIRE D'OCCUPATION DES TABLES DE REFERENCE DE LA *
      *  CHAINE DE COMPTABILISATION (ETATCAP), POUR L'EXPLOITATION :  *
      *  - CHAQUE FICHIER DE REFERENCE CHARGE EN TABLE (HOLDS,        *
      *    SAISIE, AGREF, CLIMAST, CLILIEN, CLICOM) EST LU EN ENTIER  *
      *    ET SON NOMBRE D'ENREGISTREMENTS EST RAPPORTE A LA          *
      *    CAPACITE DE SA TABLE, PORTEE PAR LA COPIE (WS-MAX-XXX) ;   *
      *    LE NOMBRE LU EST UN MAJORANT DE L'OCCUPATION (CERTAINS     *
      *    CHARGEMENTS ECARTENT LES LIGNES INACTIVES) ;               *
      *  - LE REGISTRE DES PERIODES (PERCLO, ARIO127 ET ARIS908),     *
      *    LES COMPTES BLOQUES POUR REVUE (BLQKYC), LES ACTIONS DE    *
      *    REPARATION SAISIES SUR SUSPKS ET LES JAMBES DE VIREMENT    *
      *    DES MOUVEMENTS DU JOUR (INP001), MIS EN TABLE PAR ARIO326, *
      *    SONT RAPPORTES DE MEME A LEUR CAPACITE ;                   *
      *  - LES MANDATS (MANDAT) ET LES OPPOSITIONS (OPPOS), LUS EN    *
      *    ACCES DIRECT PAR LA CHAINE, SONT DENOMBRES SANS LIMITE ;   *
      *  - UNE TABLE OCCUPEE A 'CAPALERT' % OU PLUS (80 A DEFAUT) EST *
      *    SIGNALEE 'ALERTE' ; AU-DELA DE SA CAPACITE, 'DEPASSEE' :   *
      *    LES CHARGEMENTS S'ARRETERAIENT ALORS EN ERREUR.            *
      *  UNE ALERTE OU UN DEPASSEMENT REND LE CODE RETOUR 4. FICHIER  *
      *  ABSENT = ZERO ENREGISTREMENT.                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  AJOUT DES TABLES PERCLO (WS-MAX-PCL), BLQKYC *
      *               !  (WS-MAX-BKY), ACTIONS SUSPKS (WS-MAX-SRT) ET *
      *               !  JAMBES DE VIREMENT D'ARIO326 (WS-MAX-VIR)    *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO160.
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
      *                      F-HOLDS-E : PRE-AUTORISATIONS CARTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-HOLDS-E  ASSIGN TO HOLDS
                   FILE STATUS         IS WS-FS-HOLDS-E.
      *                      -------------------------------------------
      *                      F-SAISIE-E : SAISIES SUR COMPTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SAISIE-E ASSIGN TO SAISIE
                   FILE STATUS         IS WS-FS-SAISIE-E.
      *                      -------------------------------------------
      *                      F-AGREF-E : REFERENTIEL DES AGENCES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AGREF-E  ASSIGN TO AGREF
                   FILE STATUS         IS WS-FS-AGREF-E.
      *                      -------------------------------------------
      *                      F-CLIM-E : REFERENTIEL CLIENTS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CLIM-E   ASSIGN TO CLIMAST
                   FILE STATUS         IS WS-FS-CLIM-E.
      *                      -------------------------------------------
      *                      F-LIEN-E : LIENS CLIENT/COMPTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LIEN-E   ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      F-CLICOM-E : CLIENTS COMMERCIAUX
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CLICOM-E ASSIGN TO CLICOM
                   FILE STATUS         IS WS-FS-CLICOM-E.
      *                      -------------------------------------------
      *                      F-PERCLO-E : REGISTRE DES PERIODES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERCLO-E ASSIGN TO PERCLO
                   FILE STATUS         IS WS-FS-PERCLO-E.
      *                      -------------------------------------------
      *                      F-BLQKYC-E : COMPTES BLOQUES POUR REVUE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-BLQKYC-E ASSIGN TO BLQKYC
                   FILE STATUS         IS WS-FS-BLQKYC-E.
      *                      -------------------------------------------
      *                      F-SUSREP-E : REPARATION DES SUSPENS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SUSREP-E ASSIGN TO SUSPKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-SRP-CLE
                   FILE STATUS         IS WS-FS-SUSREP-E.
      *                      -------------------------------------------
      *                      F-MVTS-E : MOUVEMENTS DU JOUR
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MVTS-E   ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MANDAT-E ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-OPPOS-E : OPPOSITIONS SUR CHEQUES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-OPPOS-E  ASSIGN TO OPPOS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-OPP-CLE
                   FILE STATUS         IS WS-FS-OPPOS-E.
      *                      -------------------------------------------
      *                      F-ETATCAP-S : ETAT D'OCCUPATION DES TABLES
      *                      -------------------------------------------
           SELECT  F-ETATCAP-S         ASSIGN TO ETATCAP
                   FILE STATUS         IS WS-FS-ETATCAP.
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
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       FD  F-SAISIE-E
           RECORDING MODE IS F.
       01  FS-ENRG-SAISIE-E           PIC X(60).
      *
       FD  F-AGREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-AGREF-E            PIC X(50).
      *
       FD  F-CLIM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLIM-E             PIC X(80).
      *
       FD  F-LIEN-E
           RECORDING MODE IS F.
       01  FS-ENRG-LIEN-E             PIC X(40).
      *
       FD  F-CLICOM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLICOM-E           PIC X(100).
      *
       FD  F-PERCLO-E
           RECORDING MODE IS F.
       01  FS-ENRG-PERCLO-E           PIC X(80).
      *
       FD  F-BLQKYC-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLQKYC-E           PIC X(40).
      *
       FD  F-SUSREP-E
           RECORD CONTAINS 250 CHARACTERS.
       01  FS-ENRG-SUSREP-E.
           05  FS-SRP-CLE             PIC X(08).
           05  FILLER                 PIC X(242).
      *
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-ENRG-MVTS-E             PIC X(150).
      *
       FD  F-MANDAT-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-MANDAT-E.
           05  FS-MAN-CLE.
               10  FS-MAN-CREANCIER   PIC X(08).
               10  FS-MAN-CPTE        PIC X(10).
               10  FS-MAN-DSIGN       PIC X(08).
           05  FILLER                 PIC X(14).
      *
       FD  F-OPPOS-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-OPPOS-E.
           05  FS-OPP-CLE.
               10  FS-OPP-CPTE        PIC X(10).
               10  FS-OPP-NUM-CHEQUE  PIC X(07).
           05  FILLER                 PIC X(13).
      *
       FD  F-ETATCAP-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCAP-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- TABLES DE REFERENCE ET LEURS CAPACITES --------*
      *
           COPY AUTCB.
      *
           COPY SAISIE.
      *
           COPY AGENCE.
      *
           COPY CLIMAST.
      *
           COPY CLILIEN.
      *
           COPY CLICOM.
      *
           COPY PERCLO.
      *
           COPY BLQKYC.
      *
           COPY SUSREP.
      *
           COPY TP3MVTS.
      *
      *---------------- ZONE D'ECHANGE ARIS903 ------------------------*
      *
           COPY PARAPPL.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-HOLDS-E             PIC XX.
           88  OK-HOLDS-E            VALUES '00' '05'.
           88  EOF-HOLDS-E           VALUE '10'.
       01  WS-FS-SAISIE-E            PIC XX.
           88  OK-SAISIE-E           VALUES '00' '05'.
           88  EOF-SAISIE-E          VALUE '10'.
       01  WS-FS-AGREF-E             PIC XX.
           88  OK-AGREF-E            VALUES '00' '05'.
           88  EOF-AGREF-E           VALUE '10'.
       01  WS-FS-CLIM-E              PIC XX.
           88  OK-CLIM-E             VALUES '00' '05'.
           88  EOF-CLIM-E            VALUE '10'.
       01  WS-FS-LIEN-E              PIC XX.
           88  OK-LIEN-E             VALUES '00' '05'.
           88  EOF-LIEN-E            VALUE '10'.
       01  WS-FS-CLICOM-E            PIC XX.
           88  OK-CLICOM-E           VALUES '00' '05'.
           88  EOF-CLICOM-E          VALUE '10'.
       01  WS-FS-PERCLO-E            PIC XX.
           88  OK-PERCLO-E           VALUES '00' '05'.
           88  EOF-PERCLO-E          VALUE '10'.
       01  WS-FS-BLQKYC-E            PIC XX.
           88  OK-BLQKYC-E           VALUES '00' '05'.
           88  EOF-BLQKYC-E          VALUE '10'.
       01  WS-FS-SUSREP-E            PIC XX.
           88  OK-SUSREP-E           VALUES '00' '05'.
           88  EOF-SUSREP-E          VALUE '10'.
       01  WS-FS-MVTS-E              PIC XX.
           88  OK-MVTS-E             VALUES '00' '05'.
           88  EOF-MVTS-E            VALUE '10'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUES '00' '05'.
           88  EOF-MANDAT-E          VALUE '10'.
       01  WS-FS-OPPOS-E             PIC XX.
           88  OK-OPPOS-E            VALUES '00' '05'.
           88  EOF-OPPOS-E           VALUE '10'.
       01  WS-FS-ETATCAP             PIC XX.
           88  OK-ETATCAP            VALUE '00'.
      *
      *---------------- DATE DU PASSAGE -------------------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- PARAMETRE ET CALCULS --------------------------*
      *
      *    SEUIL D'ALERTE EN % DE LA CAPACITE (PARAMETRE 'CAPALERT').
      *
       01  WS-SEUIL-ALERTE           PIC 9(03) VALUE 80.
      *
      *    LIGNE EN COURS D'EVALUATION : FICHIER, LIBELLE, NOMBRE LU
      *    ET CAPACITE (ZERO = ACCES DIRECT, SANS LIMITE).
      *
       01  WS-CAP-LIGNE.
           05  WS-CAP-DDNAME         PIC X(08).
           05  WS-CAP-LIBEL          PIC X(30).
           05  WS-CAP-NB             PIC 9(07).
           05  WS-CAP-MAX            PIC 9(05).
           05  WS-CAP-TAUX           PIC 9(05).
      *
      *---------------- VARIABLES COMPTE RENDU ------------------------*
      *
       01  WS-CPT-HOLDS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-SAISIES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-AGENCES            PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLIENTS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-LIENS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-CLICOM             PIC 9(07) VALUE ZERO.
       01  WS-CPT-PERCLO             PIC 9(07) VALUE ZERO.
       01  WS-CPT-BLQKYC             PIC 9(07) VALUE ZERO.
       01  WS-CPT-SUSREP             PIC 9(07) VALUE ZERO.
       01  WS-CPT-VIR                PIC 9(07) VALUE ZERO.
       01  WS-CPT-MANDATS            PIC 9(07) VALUE ZERO.
       01  WS-CPT-OPPOS              PIC 9(07) VALUE ZERO.
       01  WS-CPT-TABLES             PIC 9(03) VALUE ZERO.
       01  WS-CPT-ALERTES            PIC 9(03) VALUE ZERO.
       01  WS-CPT-DEPASSEES          PIC 9(03) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LCAP-TIRET             PIC X(79) VALUE ALL '-'.
       01  WS-LCAP-TITRE.
           05  FILLER                PIC X(45)
               VALUE 'OCCUPATION DES TABLES DE REFERENCE AU '.
           05  WS-LCAP-DATE-ED       PIC 9(08).
           05  FILLER                PIC X(15)
               VALUE '  SEUIL ALERTE '.
           05  WS-LCAP-SEUIL-ED      PIC ZZ9.
           05  FILLER                PIC X(02) VALUE ' %'.
       01  WS-LCAP-ENTETE.
           05  FILLER                PIC X(10) VALUE 'FICHIER'.
           05  FILLER                PIC X(24) VALUE 'CONTENU'.
           05  FILLER                PIC X(09) VALUE '   ENREG'.
           05  FILLER                PIC X(14) VALUE '    CAPACITE'.
           05  FILLER                PIC X(08) VALUE 'TAUX %'.
           05  FILLER                PIC X(12) VALUE 'ETAT'.
       01  WS-LCAP-DETAIL.
           05  WS-LCAP-DDNAME-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCAP-LIBEL-ED      PIC X(24).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCAP-NB-ED         PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCAP-MAX-ZONE      PIC X(12).
           05  WS-LCAP-MAX-ED REDEFINES WS-LCAP-MAX-ZONE
                                     PIC Z(11)9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCAP-TAUX-ZONE     PIC X(06).
           05  WS-LCAP-TAUX-ED REDEFINES WS-LCAP-TAUX-ZONE
                                     PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCAP-ETAT-ED       PIC X(10).
       01  WS-LCAP-TOTAL.
           05  WS-LCAP-TOT-LIB       PIC X(45).
           05  WS-LCAP-TOT-NB        PIC ZZZZZZ9.
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
           MOVE 'ARIO160'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 1000-TRT-TABLES-DEB
              THRU 1000-TRT-TABLES-FIN.
      *
           PERFORM 2000-TRT-ACCES-DIRECT-DEB
              THRU 2000-TRT-ACCES-DIRECT-FIN.
      *
           PERFORM 8030-EDIT-TOTAUX-DEB
              THRU 8030-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-TABLES            TO WS-RUN-NBENR.
           MOVE ZERO                     TO WS-RUN-RC.
           IF WS-CPT-ALERTES > ZERO
              OR WS-CPT-DEPASSEES > ZERO
              MOVE 4                     TO WS-RUN-RC
           END-IF.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           IF WS-CPT-ALERTES > ZERO
              OR WS-CPT-DEPASSEES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *   TABLES EN MEMOIRE : DENOMBREMENT ET RAPPORT A LA CAPACITE   *
      *---------------------------------------------------------------*
      *
       1000-TRT-TABLES-DEB.
      *
           PERFORM 6100-COMPTE-HOLDS-DEB
              THRU 6100-COMPTE-HOLDS-FIN.
           MOVE 'HOLDS'                  TO WS-CAP-DDNAME.
           MOVE 'PRE-AUTOR. (AUTCB)'     TO WS-CAP-LIBEL.
           MOVE WS-CPT-HOLDS             TO WS-CAP-NB.
           MOVE WS-MAX-HLD               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6200-COMPTE-SAISIES-DEB
              THRU 6200-COMPTE-SAISIES-FIN.
           MOVE 'SAISIE'                 TO WS-CAP-DDNAME.
           MOVE 'SAISIES (SAISIE)'       TO WS-CAP-LIBEL.
           MOVE WS-CPT-SAISIES           TO WS-CAP-NB.
           MOVE WS-MAX-SAI               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6300-COMPTE-AGENCES-DEB
              THRU 6300-COMPTE-AGENCES-FIN.
           MOVE 'AGREF'                  TO WS-CAP-DDNAME.
           MOVE 'AGENCES (AGENCE)'       TO WS-CAP-LIBEL.
           MOVE WS-CPT-AGENCES           TO WS-CAP-NB.
           MOVE WS-MAX-AGREF             TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6400-COMPTE-CLIENTS-DEB
              THRU 6400-COMPTE-CLIENTS-FIN.
           MOVE 'CLIMAST'                TO WS-CAP-DDNAME.
           MOVE 'CLIENTS (CLIMAST)'      TO WS-CAP-LIBEL.
           MOVE WS-CPT-CLIENTS           TO WS-CAP-NB.
           MOVE WS-MAX-CLIM              TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6500-COMPTE-LIENS-DEB
              THRU 6500-COMPTE-LIENS-FIN.
           MOVE 'CLILIEN'                TO WS-CAP-DDNAME.
           MOVE 'LIENS CLIENT (CLILIEN)' TO WS-CAP-LIBEL.
           MOVE WS-CPT-LIENS             TO WS-CAP-NB.
           MOVE WS-MAX-LIEN              TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6600-COMPTE-CLICOM-DEB
              THRU 6600-COMPTE-CLICOM-FIN.
           MOVE 'CLICOM'                 TO WS-CAP-DDNAME.
           MOVE 'CLIENTS COMM. (CLICOM)' TO WS-CAP-LIBEL.
           MOVE WS-CPT-CLICOM            TO WS-CAP-NB.
           MOVE WS-MAX-CLC               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6900-COMPTE-PERCLO-DEB
              THRU 6900-COMPTE-PERCLO-FIN.
           MOVE 'PERCLO'                 TO WS-CAP-DDNAME.
           MOVE 'PERIODES (PERCLO)'      TO WS-CAP-LIBEL.
           MOVE WS-CPT-PERCLO            TO WS-CAP-NB.
           MOVE WS-MAX-PCL               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6920-COMPTE-BLQKYC-DEB
              THRU 6920-COMPTE-BLQKYC-FIN.
           MOVE 'BLQKYC'                 TO WS-CAP-DDNAME.
           MOVE 'CPTES BLOQUES (BLQKYC)' TO WS-CAP-LIBEL.
           MOVE WS-CPT-BLQKYC            TO WS-CAP-NB.
           MOVE WS-MAX-BKY               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6940-COMPTE-SUSREP-DEB
              THRU 6940-COMPTE-SUSREP-FIN.
           MOVE 'SUSPKS'                 TO WS-CAP-DDNAME.
           MOVE 'ACTIONS SUSP. (SUSREP)' TO WS-CAP-LIBEL.
           MOVE WS-CPT-SUSREP            TO WS-CAP-NB.
           MOVE WS-MAX-SRT               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6960-COMPTE-VIREMENTS-DEB
              THRU 6960-COMPTE-VIREMENTS-FIN.
           MOVE 'INP001'                 TO WS-CAP-DDNAME.
           MOVE 'JAMBES VIR. (TP3MVTS)'  TO WS-CAP-LIBEL.
           MOVE WS-CPT-VIR               TO WS-CAP-NB.
           MOVE WS-MAX-VIR               TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
       1000-TRT-TABLES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FICHIERS INDEXES LUS EN ACCES DIRECT : VOLUME SEUL          *
      *---------------------------------------------------------------*
      *
       2000-TRT-ACCES-DIRECT-DEB.
      *
           PERFORM 6700-COMPTE-MANDATS-DEB
              THRU 6700-COMPTE-MANDATS-FIN.
           MOVE 'MANDAT'                 TO WS-CAP-DDNAME.
           MOVE 'MANDATS (MANDAT)'       TO WS-CAP-LIBEL.
           MOVE WS-CPT-MANDATS           TO WS-CAP-NB.
           MOVE ZERO                     TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
           PERFORM 6800-COMPTE-OPPOS-DEB
              THRU 6800-COMPTE-OPPOS-FIN.
           MOVE 'OPPOS'                  TO WS-CAP-DDNAME.
           MOVE 'OPPOSITIONS (OPPCHQ)'   TO WS-CAP-LIBEL.
           MOVE WS-CPT-OPPOS             TO WS-CAP-NB.
           MOVE ZERO                     TO WS-CAP-MAX.
           PERFORM 7100-EVAL-LIGNE-DEB
              THRU 7100-EVAL-LIGNE-FIN.
      *
       2000-TRT-ACCES-DIRECT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN OUTPUT F-ETATCAP-S.
           IF NOT OK-ETATCAP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ETATCAP-S.
           IF NOT OK-ETATCAP
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATCAP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       6100-COMPTE-HOLDS-DEB.
           OPEN INPUT F-HOLDS-E.
           IF NOT OK-HOLDS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HOLDS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FHOLDS-DEB
              THRU 6110-READ-FHOLDS-FIN
             UNTIL EOF-HOLDS-E.
           CLOSE F-HOLDS-E.
       6100-COMPTE-HOLDS-FIN.
           EXIT.
      *
       6110-READ-FHOLDS-DEB.
           READ F-HOLDS-E.
           EVALUATE TRUE
              WHEN OK-HOLDS-E
                 ADD 1                   TO WS-CPT-HOLDS
              WHEN EOF-HOLDS-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HOLDS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HOLDS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6110-READ-FHOLDS-FIN.
           EXIT.
      *
       6200-COMPTE-SAISIES-DEB.
           OPEN INPUT F-SAISIE-E.
           IF NOT OK-SAISIE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SAISIE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FSAISIE-DEB
              THRU 6210-READ-FSAISIE-FIN
             UNTIL EOF-SAISIE-E.
           CLOSE F-SAISIE-E.
       6200-COMPTE-SAISIES-FIN.
           EXIT.
      *
       6210-READ-FSAISIE-DEB.
           READ F-SAISIE-E.
           EVALUATE TRUE
              WHEN OK-SAISIE-E
                 ADD 1                   TO WS-CPT-SAISIES
              WHEN EOF-SAISIE-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SAISIE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SAISIE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6210-READ-FSAISIE-FIN.
           EXIT.
      *
       6300-COMPTE-AGENCES-DEB.
           OPEN INPUT F-AGREF-E.
           IF NOT OK-AGREF-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AGREF-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AGREF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FAGREF-DEB
              THRU 6310-READ-FAGREF-FIN
             UNTIL EOF-AGREF-E.
           CLOSE F-AGREF-E.
       6300-COMPTE-AGENCES-FIN.
           EXIT.
      *
       6310-READ-FAGREF-DEB.
           READ F-AGREF-E.
           EVALUATE TRUE
              WHEN OK-AGREF-E
                 ADD 1                   TO WS-CPT-AGENCES
              WHEN EOF-AGREF-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AGREF-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AGREF-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6310-READ-FAGREF-FIN.
           EXIT.
      *
       6400-COMPTE-CLIENTS-DEB.
           OPEN INPUT F-CLIM-E.
           IF NOT OK-CLIM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLIM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-READ-FCLIM-DEB
              THRU 6410-READ-FCLIM-FIN
             UNTIL EOF-CLIM-E.
           CLOSE F-CLIM-E.
       6400-COMPTE-CLIENTS-FIN.
           EXIT.
      *
       6410-READ-FCLIM-DEB.
           READ F-CLIM-E.
           EVALUATE TRUE
              WHEN OK-CLIM-E
                 ADD 1                   TO WS-CPT-CLIENTS
              WHEN EOF-CLIM-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLIM-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLIM-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6410-READ-FCLIM-FIN.
           EXIT.
      *
       6500-COMPTE-LIENS-DEB.
           OPEN INPUT F-LIEN-E.
           IF NOT OK-LIEN-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6510-READ-FLIEN-DEB
              THRU 6510-READ-FLIEN-FIN
             UNTIL EOF-LIEN-E.
           CLOSE F-LIEN-E.
       6500-COMPTE-LIENS-FIN.
           EXIT.
      *
       6510-READ-FLIEN-DEB.
           READ F-LIEN-E.
           EVALUATE TRUE
              WHEN OK-LIEN-E
                 ADD 1                   TO WS-CPT-LIENS
              WHEN EOF-LIEN-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6510-READ-FLIEN-FIN.
           EXIT.
      *
       6600-COMPTE-CLICOM-DEB.
           OPEN INPUT F-CLICOM-E.
           IF NOT OK-CLICOM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6610-READ-FCLICOM-DEB
              THRU 6610-READ-FCLICOM-FIN
             UNTIL EOF-CLICOM-E.
           CLOSE F-CLICOM-E.
       6600-COMPTE-CLICOM-FIN.
           EXIT.
      *
       6610-READ-FCLICOM-DEB.
           READ F-CLICOM-E.
           EVALUATE TRUE
              WHEN OK-CLICOM-E
                 ADD 1                   TO WS-CPT-CLICOM
              WHEN EOF-CLICOM-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLICOM-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6610-READ-FCLICOM-FIN.
           EXIT.
      *
       6700-COMPTE-MANDATS-DEB.
           OPEN INPUT F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6710-READ-FMANDAT-DEB
              THRU 6710-READ-FMANDAT-FIN
             UNTIL EOF-MANDAT-E.
           CLOSE F-MANDAT-E.
       6700-COMPTE-MANDATS-FIN.
           EXIT.
      *
       6710-READ-FMANDAT-DEB.
           READ F-MANDAT-E.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 ADD 1                   TO WS-CPT-MANDATS
              WHEN EOF-MANDAT-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6710-READ-FMANDAT-FIN.
           EXIT.
      *
       6800-COMPTE-OPPOS-DEB.
           OPEN INPUT F-OPPOS-E.
           IF NOT OK-OPPOS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-OPPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6810-READ-FOPPOS-DEB
              THRU 6810-READ-FOPPOS-FIN
             UNTIL EOF-OPPOS-E.
           CLOSE F-OPPOS-E.
       6800-COMPTE-OPPOS-FIN.
           EXIT.
      *
       6810-READ-FOPPOS-DEB.
           READ F-OPPOS-E.
           EVALUATE TRUE
              WHEN OK-OPPOS-E
                 ADD 1                   TO WS-CPT-OPPOS
              WHEN EOF-OPPOS-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OPPOS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6810-READ-FOPPOS-FIN.
           EXIT.
      *
      *    TOUTES LES PERIODES DU REGISTRE (ARIO127 LES MET TOUTES EN
      *    TABLE, ARIS908 LES SEULS MOIS CLOTURES).
      *
       6900-COMPTE-PERCLO-DEB.
           OPEN INPUT F-PERCLO-E.
           IF NOT OK-PERCLO-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6910-READ-FPERCLO-DEB
              THRU 6910-READ-FPERCLO-FIN
             UNTIL EOF-PERCLO-E.
           CLOSE F-PERCLO-E.
       6900-COMPTE-PERCLO-FIN.
           EXIT.
      *
       6910-READ-FPERCLO-DEB.
           READ F-PERCLO-E.
           EVALUATE TRUE
              WHEN OK-PERCLO-E
                 ADD 1                   TO WS-CPT-PERCLO
              WHEN EOF-PERCLO-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PERCLO-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6910-READ-FPERCLO-FIN.
           EXIT.
      *
       6920-COMPTE-BLQKYC-DEB.
           OPEN INPUT F-BLQKYC-E.
           IF NOT OK-BLQKYC-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLQKYC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6930-READ-FBLQKYC-DEB
              THRU 6930-READ-FBLQKYC-FIN
             UNTIL EOF-BLQKYC-E.
           CLOSE F-BLQKYC-E.
       6920-COMPTE-BLQKYC-FIN.
           EXIT.
      *
       6930-READ-FBLQKYC-DEB.
           READ F-BLQKYC-E.
           EVALUATE TRUE
              WHEN OK-BLQKYC-E
                 ADD 1                   TO WS-CPT-BLQKYC
              WHEN EOF-BLQKYC-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLQKYC-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6930-READ-FBLQKYC-FIN.
           EXIT.
      *
      *    SEULS LES SUSPENS PORTANT UNE ACTION SAISIE SONT MIS EN
      *    TABLE PAR ARIO326.
      *
       6940-COMPTE-SUSREP-DEB.
           OPEN INPUT F-SUSREP-E.
           IF NOT OK-SUSREP-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSREP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6950-READ-FSUSREP-DEB
              THRU 6950-READ-FSUSREP-FIN
             UNTIL EOF-SUSREP-E.
           CLOSE F-SUSREP-E.
       6940-COMPTE-SUSREP-FIN.
           EXIT.
      *
       6950-READ-FSUSREP-DEB.
           READ F-SUSREP-E NEXT RECORD INTO WS-ENRG-F-SUSREP.
           EVALUATE TRUE
              WHEN OK-SUSREP-E
                 IF SRP-ACTION-SAISIE
                    ADD 1                TO WS-CPT-SUSREP
                 END-IF
              WHEN EOF-SUSREP-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSREP-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6950-READ-FSUSREP-FIN.
           EXIT.
      *
      *    JAMBES DE VIREMENT ('V' / 'W', REFERENCE RENSEIGNEE) DES
      *    MOUVEMENTS DU JOUR, MISES EN TABLE PAR ARIO326.
      *
       6960-COMPTE-VIREMENTS-DEB.
           OPEN INPUT F-MVTS-E.
           IF NOT OK-MVTS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6970-READ-FMVTS-DEB
              THRU 6970-READ-FMVTS-FIN
             UNTIL EOF-MVTS-E.
           CLOSE F-MVTS-E.
       6960-COMPTE-VIREMENTS-FIN.
           EXIT.
      *
       6970-READ-FMVTS-DEB.
           READ F-MVTS-E INTO WS-ENRG-F-MVTS.
           EVALUATE TRUE
              WHEN OK-MVTS-E
                 IF (WS-MVTS-CODE = 'V' OR WS-MVTS-CODE = 'W')
                    AND WS-MVTS-REF-VIR NOT = SPACES
                    ADD 1                TO WS-CPT-VIR
                 END-IF
              WHEN EOF-MVTS-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6970-READ-FMVTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    SEUIL D'ALERTE EN % DE LA CAPACITE (80 A DEFAUT).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'CAPALERT'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              AND WS-PAR-VALEUR(1:3) > ZERO
              MOVE WS-PAR-VALEUR(1:3)    TO WS-SEUIL-ALERTE
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    TAUX D'OCCUPATION ET ETAT DE LA LIGNE EN COURS, PUIS
      *    EDITION ; UNE CAPACITE A ZERO DESIGNE UN FICHIER LU EN
      *    ACCES DIRECT, SANS TAUX NI ETAT D'ALERTE.
      *
       7100-EVAL-LIGNE-DEB.
           MOVE WS-CAP-DDNAME            TO WS-LCAP-DDNAME-ED.
           MOVE WS-CAP-LIBEL             TO WS-LCAP-LIBEL-ED.
           MOVE WS-CAP-NB                TO WS-LCAP-NB-ED.
      *
           IF WS-CAP-MAX = ZERO
              MOVE 'ACCES DIRECT'        TO WS-LCAP-MAX-ZONE
              MOVE SPACES                TO WS-LCAP-TAUX-ZONE
              MOVE 'SANS LIMITE'         TO WS-LCAP-ETAT-ED
              GO TO 7100-EVAL-LIGNE-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-TABLES.
           COMPUTE WS-CAP-TAUX = (WS-CAP-NB * 100) / WS-CAP-MAX.
           MOVE WS-CAP-MAX               TO WS-LCAP-MAX-ED.
           MOVE WS-CAP-TAUX              TO WS-LCAP-TAUX-ED.
           EVALUATE TRUE
              WHEN WS-CAP-NB > WS-CAP-MAX
                 MOVE 'DEPASSEE'         TO WS-LCAP-ETAT-ED
                 ADD 1                   TO WS-CPT-DEPASSEES
              WHEN WS-CAP-TAUX NOT < WS-SEUIL-ALERTE
                 MOVE 'ALERTE'           TO WS-LCAP-ETAT-ED
                 ADD 1                   TO WS-CPT-ALERTES
              WHEN OTHER
                 MOVE 'OK'               TO WS-LCAP-ETAT-ED
           END-EVALUATE.
      *
       7100-EVAL-LIGNE-SUITE.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7100-EVAL-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST             TO WS-LCAP-DATE-ED.
           MOVE WS-SEUIL-ALERTE          TO WS-LCAP-SEUIL-ED.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TIRET.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-ENTETE.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-DETAIL.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TIRET.
           MOVE 'TABLES EN MEMOIRE CONTROLEES'
                                         TO WS-LCAP-TOT-LIB.
           MOVE WS-CPT-TABLES            TO WS-LCAP-TOT-NB.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TOTAL.
           MOVE 'TABLES AU-DELA DU SEUIL D''ALERTE'
                                         TO WS-LCAP-TOT-LIB.
           MOVE WS-CPT-ALERTES           TO WS-LCAP-TOT-NB.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TOTAL.
           MOVE 'TABLES A CAPACITE DEPASSEE'
                                         TO WS-LCAP-TOT-LIB.
           MOVE WS-CPT-DEPASSEES         TO WS-LCAP-TOT-NB.
           WRITE FS-ENRG-ETATCAP-S       FROM WS-LCAP-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO160     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'PRE-AUTORISATIONS (HOLDS)   :  ' WS-CPT-HOLDS.
           DISPLAY 'SAISIES (SAISIE)            :  ' WS-CPT-SAISIES.
           DISPLAY 'AGENCES (AGREF)             :  ' WS-CPT-AGENCES.
           DISPLAY 'CLIENTS (CLIMAST)           :  ' WS-CPT-CLIENTS.
           DISPLAY 'LIENS CLIENT (CLILIEN)      :  ' WS-CPT-LIENS.
           DISPLAY 'CLIENTS COMMERCIAUX (CLICOM):  ' WS-CPT-CLICOM.
           DISPLAY 'PERIODES (PERCLO)           :  ' WS-CPT-PERCLO.
           DISPLAY 'COMPTES BLOQUES (BLQKYC)    :  ' WS-CPT-BLQKYC.
           DISPLAY 'ACTIONS DE REPARATION       :  ' WS-CPT-SUSREP.
           DISPLAY 'JAMBES DE VIREMENT (INP001) :  ' WS-CPT-VIR.
           DISPLAY 'MANDATS (MANDAT)            :  ' WS-CPT-MANDATS.
           DISPLAY 'OPPOSITIONS (OPPOS)         :  ' WS-CPT-OPPOS.
           DISPLAY 'TABLES EN ALERTE            :  ' WS-CPT-ALERTES.
           DISPLAY 'TABLES A CAPACITE DEPASSEE  :  ' WS-CPT-DEPASSEES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO160         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO160        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
