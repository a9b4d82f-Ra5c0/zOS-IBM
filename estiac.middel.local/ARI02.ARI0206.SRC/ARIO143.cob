      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO143                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ENCAISSEMENT DES CHEQUES REMIS ET TRAITEMENT DES IMPAYES,    *
      *  A PASSER CHAQUE JOUR AVANT LA CHAINE DE NUIT ARIO126 /       *
      *  ARIO326 :                                                    *
      *  - LES AVIS DE CHEQUES IMPAYES DE LA CHAMBRE DE COMPENSATION  *
      *    (F-IMPCHQ-E, COPY IMPCHQ, FICHIER OPTIONNEL) SONT CHARGES  *
      *    EN TABLE ; UN AVIS SANS COMPTE, DE MONTANT NUL OU NON      *
      *    NUMERIQUE OU DE MOTIF INCONNU EST REJETE ;                 *
      *  - LE REGISTRE DES REMISES (F-REMCHQ-ES, COPY REMCHQ, ECRIT   *
      *    PAR ARIO326) EST PARCOURU DANS L'ORDRE DE LA CLE ET MIS A  *
      *    JOUR SUR PLACE : UNE REMISE NON IMPAYEE QUI RAPPROCHE UN   *
      *    AVIS (MEME COMPTE, MEME NUMERO, MEME MONTANT) PASSE AU     *
      *    STATUT 'I' ; LE REMETTANT EST REDEBITE EN DATE DE VALEUR   *
      *    DE LA REMISE (CODE 'B' ANNULE UN CREDIT, REFERENCE 'CI' +  *
      *    HEURE DU PASSAGE DE LA REMISE), LES FRAIS DE CHEQUE        *
      *    IMPAYE SONT PRELEVES (CODE 'F', PARAMETRE ARIS903          *
      *    'FRCHQIMP' EN CENTIMES, 30,00 EUR A DEFAUT) ET UN          *
      *    EVENEMENT DE CORRESPONDANCE 'CIM' EST DEPOSE POUR ARIO077  *
      *    (F-EVTCOR-S, COPY EVTCOR) ;                                *
      *  - UNE REMISE EN COURS DONT LE DELAI D'ENCAISSEMENT EST ECHU  *
      *    SANS AVIS PASSE AU STATUT 'P' (FONDS DISPONIBLES).         *
      *  LES MOUVEMENTS (F-MVTIMP-S) SONT CONCATENES A F-MVTS-E POUR  *
      *  ARIO126. L'ETAT F-ETATIMP-S LISTE LES IMPAYES TRAITES, LES   *
      *  AVIS REJETES ET CEUX QUI NE RAPPROCHENT AUCUNE REMISE (A     *
      *  TRAITER PAR LE BACK-OFFICE).                                 *
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
       PROGRAM-ID.      ARIO143.
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
      *                      F-IMPCHQ-E : AVIS DE CHEQUES IMPAYES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-IMPCHQ-E ASSIGN TO IMPCHQ
                   FILE STATUS         IS WS-FS-IMPCHQ-E.
      *                      -------------------------------------------
      *                      F-REMCHQ-ES : REGISTRE DES REMISES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REMCHQ-ES ASSIGN TO REMCHQ
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-REMCHQ-ES.
      *                      -------------------------------------------
      *                      F-MVTIMP-S : MOUVEMENTS D'IMPAYES (ARIO126)
      *                      -------------------------------------------
           SELECT  F-MVTIMP-S          ASSIGN TO MVTIMP
                   FILE STATUS         IS WS-FS-MVTIMP-S.
      *                      -------------------------------------------
      *                      F-EVTCOR-S : EVENEMENTS DE CORRESPONDANCE
      *                      -------------------------------------------
           SELECT  F-EVTCOR-S          ASSIGN TO EVTCOR
                   FILE STATUS         IS WS-FS-EVTCOR-S.
      *                      -------------------------------------------
      *                      F-ETATIMP-S : ETAT DES CHEQUES IMPAYES
      *                      -------------------------------------------
           SELECT  F-ETATIMP-S         ASSIGN TO ETATIMP
                   FILE STATUS         IS WS-FS-ETATIMP-S.
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
       FD  F-IMPCHQ-E
           RECORDING MODE IS F.
       01  FS-ENRG-IMPCHQ-E           PIC X(80).
      *
       FD  F-REMCHQ-ES
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-REMCHQ-ES.
           05  FS-REM-CLE             PIC X(28).
           05  FILLER                 PIC X(92).
      *
       FD  F-MVTIMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-MVTIMP-S           PIC X(150).
      *
       FD  F-EVTCOR-S
           RECORDING MODE IS F.
       01  FS-ENRG-EVTCOR-S           PIC X(60).
      *
       FD  F-ETATIMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATIMP-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- AVIS DE CHEQUE IMPAYE -------------------------*
      *
           COPY IMPCHQ.
      *
      *---------------- REGISTRE DES REMISES DE CHEQUES ---------------*
      *
           COPY REMCHQ.
      *
      *---------------- MOUVEMENT (COTE BANQUE) -----------------------*
      *
           COPY TP3MVTS.
      *
      *---------------- EVENEMENT DE CORRESPONDANCE -------------------*
      *
           COPY EVTCOR.
      *
       01  WS-EVT-PARAM-IMP.
           05  FILLER                PIC X(04) VALUE 'CHQ '.
           05  WS-EVT-CHEQUE-ED      PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-EVT-MT-ED          PIC ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-EVT-MOTIF-ED       PIC X(02).
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-IMPCHQ-E            PIC XX.
           88  OK-IMPCHQ-E           VALUE '00' '05'.
           88  EOF-IMPCHQ-E          VALUE '10'.
           88  NOTFOUND-IMPCHQ-E     VALUE '35'.
       01  WS-FS-REMCHQ-ES           PIC XX.
           88  OK-REMCHQ-ES          VALUE '00' '05'.
           88  EOF-REMCHQ-ES         VALUE '10'.
       01  WS-FS-MVTIMP-S            PIC XX.
           88  OK-MVTIMP-S           VALUE '00'.
       01  WS-FS-EVTCOR-S            PIC XX.
           88  OK-EVTCOR-S           VALUE '00'.
       01  WS-FS-ETATIMP-S           PIC XX.
           88  OK-ETATIMP-S          VALUE '00'.
      *
       01  WS-SW-FIN-REMCHQ          PIC X(01) VALUE 'N'.
           88  FIN-REMCHQ            VALUE 'O'.
      *
      *---------------- TABLE DES AVIS D'IMPAYES DU JOUR --------------*
      *
       01  WS-TAB-IMP.
           05  WS-IMP-EL             OCCURS 500 TIMES.
               10  WS-IMP-CPTE       PIC X(10).
               10  WS-IMP-NUM-CHEQUE PIC X(07).
               10  WS-IMP-MT         PIC 9(8)V99.
               10  WS-IMP-DREM       PIC 9(08).
               10  WS-IMP-MOTIF      PIC X(02).
               10  WS-IMP-SW-TRAITE  PIC X(01).
                   88  IMP-TRAITE    VALUE 'O'.
                   88  IMP-A-TRAITER VALUE 'N'.
       01  WS-NB-IMP                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-IMP                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-AVIS-TROUVE         PIC X(01) VALUE 'N'.
           88  AVIS-TROUVE           VALUE 'O'.
           88  AVIS-NON-TROUVE       VALUE 'N'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
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
      *---------------- FRAIS DE CHEQUE IMPAYE ------------------------*
      *
       01  WS-FRAIS-CENTS            PIC 9(06).
       01  WS-FRAIS-IMPAYE           PIC 9(4)V99 VALUE 30.
      *
      *---------------- MOUVEMENT A EMETTRE ---------------------------*
      *
       01  WS-EMI-CODE               PIC X(01).
       01  WS-EMI-MT                 PIC 9(8)V99.
       01  WS-EMI-DVAL               PIC 9(08).
       01  WS-EMI-LIBELLE.
           05  WS-EMI-LIB-DEB        PIC X(23).
           05  WS-EMI-LIB-CHEQUE     PIC X(07).
      *
      *---------------- LIBELLES DES MOTIFS DE REJET ------------------*
      *
       01  WS-TAB-MOTIF-VAL.
           05  FILLER                PIC X(22)
               VALUE 'PRDEFAUT DE PROVISION '.
           05  FILLER                PIC X(22)
               VALUE 'OPOPPOSITION          '.
           05  FILLER                PIC X(22)
               VALUE 'CCCOMPTE CLOS         '.
           05  FILLER                PIC X(22)
               VALUE 'SISIGNATURE           '.
           05  FILLER                PIC X(22)
               VALUE 'IRIRREGULARITE        '.
       01  WS-TAB-MOTIF REDEFINES WS-TAB-MOTIF-VAL.
           05  WS-MOT-EL             OCCURS 5 TIMES.
               10  WS-MOT-CODE       PIC X(02).
               10  WS-MOT-LIB        PIC X(20).
       01  WS-IX-MOT                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-AVIS-LUS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-REJETES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-ORPHELINS     PIC 9(05) VALUE ZERO.
       01  WS-CPT-REM-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-REM-IMPAYEES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-REM-HORS-DELAI     PIC 9(05) VALUE ZERO.
       01  WS-CPT-REM-PAYEES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-ECRITS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-FRAIS              PIC 9(05) VALUE ZERO.
       01  WS-CPT-EVENEMENTS         PIC 9(05) VALUE ZERO.
       01  WS-TOT-IMPAYES            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-PAYEES             PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FRAIS              PIC 9(09)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LIMP-TIRET             PIC X(74) VALUE ALL '-'.
       01  WS-LIMP-TITRE.
           05  FILLER                PIC X(40)
               VALUE 'CHEQUES REMIS IMPAYES - TRAITEMENT DU   '.
           05  WS-LIMP-DATE-ED       PIC 9(08).
       01  WS-LIMP-SOUS-TITRE.
           05  FILLER                PIC X(36)
               VALUE 'FRAIS DE CHEQUE IMPAYE             :'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-FRAIS-ED      PIC ZZZ9,99.
       01  WS-LIMP-INTITULE.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(08) VALUE 'CHEQUE'.
           05  FILLER                PIC X(12) VALUE '     MONTANT'.
           05  FILLER                PIC X(10) VALUE ' REMISE'.
           05  FILLER                PIC X(31) VALUE 'MOTIF / SUITE'.
       01  WS-LIMP-LIGNE.
           05  WS-LIMP-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-CHEQUE-ED     PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-MT-ED         PIC ZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-DREM-ED       PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-MOTIF-ED      PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-LIB-ED        PIC X(34).
       01  WS-LIMP-TOTAL.
           05  WS-LIMP-TOT-LIB       PIC X(40).
           05  WS-LIMP-TOT-NB        PIC ZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LIMP-TOT-MT        PIC ZZZZZZZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATIMP         PIC X(01) VALUE 'T'.
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
           MOVE 'ARIO143'                TO WS-RUN-PROG.
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
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
           PERFORM 6200-CHARGE-AVIS-DEB
              THRU 6200-CHARGE-AVIS-FIN.
      *
           PERFORM 6010-READ-FREMCHQ-DEB
              THRU 6010-READ-FREMCHQ-FIN.
      *
           PERFORM 1000-TRT-REMISE-DEB
              THRU 1000-TRT-REMISE-FIN
             UNTIL FIN-REMCHQ.
      *
           PERFORM 2000-TRT-AVIS-ORPHELIN-DEB
              THRU 2000-TRT-AVIS-ORPHELIN-FIN
             VARYING WS-IX-IMP FROM 1 BY 1
               UNTIL WS-IX-IMP > WS-NB-IMP.
      *
           PERFORM 8020-EDIT-TOTAUX-DEB
              THRU 8020-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-MVT-ECRITS        TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UNE REMISE DU REGISTRE                         *
      *---------------------------------------------------------------*
      *
      *    UNE REMISE DEJA IMPAYEE EST IGNOREE. LES AUTRES SONT
      *    CONFRONTEES AUX AVIS DU JOUR : UN AVIS RAPPROCHE DECLENCHE
      *    LE TRAITEMENT DE L'IMPAYE, Y COMPRIS SUR UNE REMISE DEJA
      *    PASSEE EN FONDS DISPONIBLES (RETOUR HORS DELAI). SANS AVIS,
      *    UNE REMISE EN COURS DONT LE DELAI EST ECHU EST PAYEE.
      *
       1000-TRT-REMISE-DEB.
      *
           IF REM-IMPAYE-E
              GO TO 1000-TRT-REMISE-SUITE
           END-IF.
      *
           PERFORM 7100-RECH-AVIS-DEB
              THRU 7100-RECH-AVIS-FIN.
      *
           EVALUATE TRUE
              WHEN AVIS-TROUVE
                 PERFORM 3000-TRT-IMPAYE-DEB
                    THRU 3000-TRT-IMPAYE-FIN
                 PERFORM 6020-REWRITE-FREMCHQ-DEB
                    THRU 6020-REWRITE-FREMCHQ-FIN
              WHEN REM-EN-COURS-E
                   AND WS-REM-DFIN-ENC-E NOT > WS-DATE-SYST-N
                 SET REM-PAYE-E          TO TRUE
                 ADD 1                   TO WS-CPT-REM-PAYEES
                 ADD WS-REM-MT-E         TO WS-TOT-PAYEES
                 PERFORM 6020-REWRITE-FREMCHQ-DEB
                    THRU 6020-REWRITE-FREMCHQ-FIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       1000-TRT-REMISE-SUITE.
           PERFORM 6010-READ-FREMCHQ-DEB
              THRU 6010-READ-FREMCHQ-FIN.
      *
       1000-TRT-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   AVIS RESTE SANS REMISE                                      *
      *---------------------------------------------------------------*
      *
      *    UN AVIS VALIDE QUI N'A RAPPROCHE AUCUNE REMISE (CHEQUE
      *    INCONNU DU REGISTRE OU DEJA REVENU IMPAYE) EST SIGNALE SANS
      *    MOUVEMENT, POUR TRAITEMENT MANUEL.
      *
       2000-TRT-AVIS-ORPHELIN-DEB.
      *
           IF IMP-TRAITE(WS-IX-IMP)
              GO TO 2000-TRT-AVIS-ORPHELIN-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-AVIS-ORPHELINS.
           MOVE WS-IMP-CPTE(WS-IX-IMP)   TO WS-LIMP-CPTE-ED.
           MOVE WS-IMP-NUM-CHEQUE(WS-IX-IMP)
                                         TO WS-LIMP-CHEQUE-ED.
           MOVE WS-IMP-MT(WS-IX-IMP)     TO WS-LIMP-MT-ED.
           MOVE WS-IMP-DREM(WS-IX-IMP)   TO WS-LIMP-DREM-ED.
           MOVE WS-IMP-MOTIF(WS-IX-IMP)  TO WS-LIMP-MOTIF-ED.
           MOVE 'AVIS SANS REMISE AU REGISTRE'
                                         TO WS-LIMP-LIB-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
       2000-TRT-AVIS-ORPHELIN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CHEQUE REMIS REVENU IMPAYE                                  *
      *---------------------------------------------------------------*
      *
      *    LA REMISE PASSE AU STATUT 'I' ; LE REMETTANT EST REDEBITE
      *    DU MONTANT EN DATE DE VALEUR DE LA REMISE, LES FRAIS SONT
      *    PRELEVES ET LE COURRIER D'INFORMATION EST DEMANDE.
      *
       3000-TRT-IMPAYE-DEB.
      *
           SET IMP-TRAITE(WS-IX-IMP)     TO TRUE.
           ADD 1                         TO WS-CPT-REM-IMPAYEES.
           ADD WS-REM-MT-E               TO WS-TOT-IMPAYES.
      *
           MOVE WS-REM-CPTE-E            TO WS-LIMP-CPTE-ED.
           MOVE WS-REM-NUM-CHEQUE-E      TO WS-LIMP-CHEQUE-ED.
           MOVE WS-REM-MT-E              TO WS-LIMP-MT-ED.
           MOVE WS-REM-DREM-E            TO WS-LIMP-DREM-ED.
           MOVE WS-IMP-MOTIF(WS-IX-IMP)  TO WS-LIMP-MOTIF-ED.
           IF REM-PAYE-E
              ADD 1                      TO WS-CPT-REM-HORS-DELAI
              MOVE 'IMPAYE HORS DELAI : REDEBIT+FRAIS'
                                         TO WS-LIMP-LIB-ED
           ELSE
              PERFORM 7110-RECH-LIB-MOTIF-DEB
                 THRU 7110-RECH-LIB-MOTIF-FIN
           END-IF.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           SET REM-IMPAYE-E              TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-REM-DIMP-E.
           MOVE WS-IMP-MOTIF(WS-IX-IMP)  TO WS-REM-MOTIF-IMP-E.
      *
           MOVE 'B'                      TO WS-EMI-CODE.
           MOVE WS-REM-MT-E              TO WS-EMI-MT.
           MOVE WS-REM-DVAL-E            TO WS-EMI-DVAL.
           MOVE 'CHEQUE REMIS IMPAYE NO'  TO WS-EMI-LIB-DEB.
           MOVE WS-REM-NUM-CHEQUE-E      TO WS-EMI-LIB-CHEQUE.
           PERFORM 7200-EMISSION-MVT-DEB
              THRU 7200-EMISSION-MVT-FIN.
      *
           IF WS-FRAIS-IMPAYE > ZERO
              MOVE 'F'                   TO WS-EMI-CODE
              MOVE WS-FRAIS-IMPAYE       TO WS-EMI-MT
              MOVE ZERO                  TO WS-EMI-DVAL
              MOVE 'FRAIS CHEQUE IMPAYE NO'
                                         TO WS-EMI-LIB-DEB
              MOVE WS-REM-NUM-CHEQUE-E   TO WS-EMI-LIB-CHEQUE
              PERFORM 7200-EMISSION-MVT-DEB
                 THRU 7200-EMISSION-MVT-FIN
              ADD 1                      TO WS-CPT-FRAIS
              ADD WS-FRAIS-IMPAYE        TO WS-TOT-FRAIS
           END-IF.
      *
           PERFORM 6040-WRITE-FEVTCOR-DEB
              THRU 6040-WRITE-FEVTCOR-FIN.
      *
       3000-TRT-IMPAYE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN I-O F-REMCHQ-ES.
           IF NOT OK-REMCHQ-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMCHQ-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTIMP-S.
           IF NOT OK-MVTIMP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTIMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTIMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-EVTCOR-S.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATIMP-S.
           IF NOT OK-ETATIMP-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATIMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATIMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FREMCHQ-DEB.
           READ F-REMCHQ-ES NEXT RECORD INTO WS-ENRG-F-REMCHQ.
           EVALUATE TRUE
              WHEN OK-REMCHQ-ES
                 ADD 1                   TO WS-CPT-REM-LUES
              WHEN EOF-REMCHQ-ES
                 SET FIN-REMCHQ          TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMCHQ-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FREMCHQ-FIN.
           EXIT.
      *
       6020-REWRITE-FREMCHQ-DEB.
           REWRITE FS-ENRG-REMCHQ-ES     FROM WS-ENRG-F-REMCHQ.
           IF NOT OK-REMCHQ-ES
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-REMCHQ-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-REWRITE-FREMCHQ-FIN.
           EXIT.
      *
       6040-WRITE-FEVTCOR-DEB.
           MOVE SPACES                   TO WS-ENRG-F-EVTCOR.
           MOVE WS-REM-CPTE-E            TO WS-EVT-CPTE.
           SET EVT-CHEQUE-IMPAYE         TO TRUE.
           MOVE WS-DATE-SYST-N           TO WS-EVT-DATE.
           MOVE WS-REM-NUM-CHEQUE-E      TO WS-EVT-CHEQUE-ED.
           MOVE WS-REM-MT-E              TO WS-EVT-MT-ED.
           MOVE WS-REM-MOTIF-IMP-E       TO WS-EVT-MOTIF-ED.
           MOVE WS-EVT-PARAM-IMP         TO WS-EVT-PARAM.
           WRITE FS-ENRG-EVTCOR-S        FROM WS-ENRG-F-EVTCOR.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-EVENEMENTS.
       6040-WRITE-FEVTCOR-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-REMCHQ-ES.
           IF NOT OK-REMCHQ-ES
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REMCHQ-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-MVTIMP-S.
           IF NOT OK-MVTIMP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTIMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTIMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-EVTCOR-S.
           IF NOT OK-EVTCOR-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EVTCOR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EVTCOR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATIMP-S.
           IF NOT OK-ETATIMP-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATIMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATIMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES AVIS DU JOUR EN MEMOIRE (FICHIER OPTIONNEL :
      *    ABSENT, SEUL LE PASSAGE DES REMISES ECHUES EST FAIT). UN
      *    AVIS INCOMPLET EST REJETE A LA LECTURE.
      *
       6200-CHARGE-AVIS-DEB.
           MOVE ZERO                    TO WS-NB-IMP.
           OPEN INPUT F-IMPCHQ-E.
           EVALUATE TRUE
              WHEN OK-IMPCHQ-E
                 PERFORM 6210-READ-FIMPCHQ-DEB
                    THRU 6210-READ-FIMPCHQ-FIN
                 PERFORM 6220-ALIM-AVIS-DEB
                    THRU 6220-ALIM-AVIS-FIN
                   UNTIL EOF-IMPCHQ-E
                 CLOSE F-IMPCHQ-E
              WHEN NOTFOUND-IMPCHQ-E
                 GO TO 6200-CHARGE-AVIS-FIN
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IMPCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-IMPCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-CHARGE-AVIS-FIN.
           EXIT.
      *
       6210-READ-FIMPCHQ-DEB.
           READ F-IMPCHQ-E INTO WS-ENRG-F-IMPCHQ.
           IF NOT (OK-IMPCHQ-E OR EOF-IMPCHQ-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IMPCHQ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-IMPCHQ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FIMPCHQ-FIN.
           EXIT.
      *
       6220-ALIM-AVIS-DEB.
           ADD 1                         TO WS-CPT-AVIS-LUS.
           IF WS-IMP-CPTE-E = SPACES
              OR WS-IMP-MT-X-E IS NOT NUMERIC
              OR WS-IMP-MT-E = ZERO
              OR NOT IMP-MOTIF-VALIDE-E
              ADD 1                      TO WS-CPT-AVIS-REJETES
              MOVE WS-IMP-CPTE-E         TO WS-LIMP-CPTE-ED
              MOVE WS-IMP-NUM-CHEQUE-E   TO WS-LIMP-CHEQUE-ED
              MOVE ZERO                  TO WS-LIMP-MT-ED
                                            WS-LIMP-DREM-ED
              MOVE WS-IMP-MOTIF-E        TO WS-LIMP-MOTIF-ED
              MOVE 'AVIS REJETE : COMPTE/MONTANT/MOTIF'
                                         TO WS-LIMP-LIB-ED
              PERFORM 8010-EDIT-LIGNE-DEB
                 THRU 8010-EDIT-LIGNE-FIN
              GO TO 6220-ALIM-AVIS-SUITE
           END-IF.
           IF WS-NB-IMP < 500
              ADD 1                      TO WS-NB-IMP
              MOVE WS-IMP-CPTE-E      TO WS-IMP-CPTE(WS-NB-IMP)
              MOVE WS-IMP-NUM-CHEQUE-E
                                      TO WS-IMP-NUM-CHEQUE(WS-NB-IMP)
              MOVE WS-IMP-MT-E        TO WS-IMP-MT(WS-NB-IMP)
              MOVE WS-IMP-DREM-E      TO WS-IMP-DREM(WS-NB-IMP)
              MOVE WS-IMP-MOTIF-E     TO WS-IMP-MOTIF(WS-NB-IMP)
              SET IMP-A-TRAITER(WS-NB-IMP) TO TRUE
           ELSE
              DISPLAY 'F-IMPCHQ-E : PLUS DE 500 AVIS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-ALIM-AVIS-SUITE.
           PERFORM 6210-READ-FIMPCHQ-DEB
              THRU 6210-READ-FIMPCHQ-FIN.
       6220-ALIM-AVIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    FRAIS DE CHEQUE IMPAYE EN CENTIMES SUR 6 CHIFFRES ;
      *    PARAMETRE ABSENT OU NON NUMERIQUE = 30,00 EUR, A ZERO
      *    AUCUN FRAIS N'EST PRELEVE.
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'FRCHQIMP'               TO WS-PAR-ID.
           MOVE WS-DATE-SYST-N           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-FRAIS-CENTS
              COMPUTE WS-FRAIS-IMPAYE = WS-FRAIS-CENTS / 100
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    RECHERCHE D'UN AVIS NON ENCORE TRAITE POUR LA REMISE
      *    COURANTE (MEME COMPTE, MEME NUMERO DE CHEQUE, MEME MONTANT).
      *
       7100-RECH-AVIS-DEB.
           SET AVIS-NON-TROUVE           TO TRUE.
           MOVE 1                        TO WS-IX-IMP.
           PERFORM 7105-RECH-UN-AVIS-DEB
              THRU 7105-RECH-UN-AVIS-FIN
             UNTIL (WS-IX-IMP > WS-NB-IMP) OR AVIS-TROUVE.
       7100-RECH-AVIS-FIN.
           EXIT.
      *
       7105-RECH-UN-AVIS-DEB.
           IF WS-IMP-CPTE(WS-IX-IMP) = WS-REM-CPTE-E
              AND WS-IMP-NUM-CHEQUE(WS-IX-IMP) = WS-REM-NUM-CHEQUE-E
              AND WS-IMP-MT(WS-IX-IMP) = WS-REM-MT-E
              AND IMP-A-TRAITER(WS-IX-IMP)
              SET AVIS-TROUVE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-IMP
           END-IF.
       7105-RECH-UN-AVIS-FIN.
           EXIT.
      *
      *    LIBELLE DU MOTIF DE REJET POUR L'ETAT.
      *
       7110-RECH-LIB-MOTIF-DEB.
           MOVE 'IMPAYE : REDEBIT + FRAIS'
                                         TO WS-LIMP-LIB-ED.
           MOVE 1                        TO WS-IX-MOT.
           PERFORM 7115-RECH-UN-MOTIF-DEB
              THRU 7115-RECH-UN-MOTIF-FIN
             UNTIL WS-IX-MOT > 5.
       7110-RECH-LIB-MOTIF-FIN.
           EXIT.
      *
       7115-RECH-UN-MOTIF-DEB.
           IF WS-MOT-CODE(WS-IX-MOT) = WS-IMP-MOTIF(WS-IX-IMP)
              STRING 'IMPAYE ' WS-MOT-LIB(WS-IX-MOT)
                     DELIMITED BY SIZE
                INTO WS-LIMP-LIB-ED
              MOVE 5                     TO WS-IX-MOT
           END-IF.
           ADD 1                         TO WS-IX-MOT.
       7115-RECH-UN-MOTIF-FIN.
           EXIT.
      *
      *    MOUVEMENT TP3MVTS DE LA REMISE IMPAYEE : REDEBIT ('B') EN
      *    DATE DE VALEUR DE LA REMISE OU FRAIS ('F', DATE DE VALEUR
      *    CALCULEE PAR LA CHAINE) ; REFERENCE = 'CI' + HEURE DU
      *    PASSAGE DE LA REMISE, TIREUR DU CHEQUE EN CONTREPARTIE.
      *
       7200-EMISSION-MVT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE WS-REM-CPTE-E            TO WS-MVTS-CPTE.
           MOVE WS-DATE-SYST             TO WS-MVTS-DATE.
           MOVE WS-EMI-CODE              TO WS-MVTS-CODE.
           MOVE WS-EMI-MT                TO WS-MVTS-MT.
           MOVE SPACE                    TO WS-MVTS-ORIGINE.
           STRING 'CI' WS-REM-HEURE-E DELIMITED BY SIZE
              INTO WS-MVTS-REF-VIR.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES.
           MOVE WS-EMI-DVAL              TO WS-MVTS-DATE-VALEUR.
           MOVE WS-EMI-LIBELLE           TO WS-MVTS-LIBELLE.
           MOVE WS-REM-TIREUR-E          TO WS-MVTS-CTP-NOM.
           WRITE FS-ENRG-MVTIMP-S        FROM WS-ENRG-F-MVTS.
           IF NOT OK-MVTIMP-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTIMP-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTIMP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-MVT-ECRITS.
       7200-EMISSION-MVT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO143'                TO WS-MSQ-PROG.
           MOVE 'ETATIMP'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATIMP.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LIMP-LIGNE
      *    AVANT ECRITURE SUR ETATIMP.
      *
       7610-MASQUE-LIMP-LIGNE-DEB.
           MOVE WS-MSQ-NIV-ETATIMP       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LIMP-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LIMP-CPTE-ED.
       7610-MASQUE-LIMP-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-SYST-N           TO WS-LIMP-DATE-ED.
           MOVE WS-FRAIS-IMPAYE          TO WS-LIMP-FRAIS-ED.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-SOUS-TITRE.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TIRET.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-INTITULE.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LIGNE-DEB.
           PERFORM 7610-MASQUE-LIMP-LIGNE-DEB
              THRU 7610-MASQUE-LIMP-LIGNE-FIN.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-LIGNE.
       8010-EDIT-LIGNE-FIN.
           EXIT.
      *
       8020-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TIRET.
           MOVE 'AVIS D''IMPAYES LUS'    TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-AVIS-LUS          TO WS-LIMP-TOT-NB.
           MOVE ZERO                     TO WS-LIMP-TOT-MT.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE '  DONT REJETES'         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-AVIS-REJETES      TO WS-LIMP-TOT-NB.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE '  DONT SANS REMISE AU REGISTRE'
                                         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-AVIS-ORPHELINS    TO WS-LIMP-TOT-NB.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE 'REMISES REVENUES IMPAYEES'
                                         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-REM-IMPAYEES      TO WS-LIMP-TOT-NB.
           MOVE WS-TOT-IMPAYES           TO WS-LIMP-TOT-MT.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE '  DONT HORS DELAI D''ENCAISSEMENT'
                                         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-REM-HORS-DELAI    TO WS-LIMP-TOT-NB.
           MOVE ZERO                     TO WS-LIMP-TOT-MT.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE 'FRAIS DE CHEQUE IMPAYE PRELEVES'
                                         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-FRAIS             TO WS-LIMP-TOT-NB.
           MOVE WS-TOT-FRAIS             TO WS-LIMP-TOT-MT.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
           MOVE 'REMISES ENCAISSEES (DELAI ECHU)'
                                         TO WS-LIMP-TOT-LIB.
           MOVE WS-CPT-REM-PAYEES        TO WS-LIMP-TOT-NB.
           MOVE WS-TOT-PAYEES            TO WS-LIMP-TOT-MT.
           WRITE FS-ENRG-ETATIMP-S       FROM WS-LIMP-TOTAL.
       8020-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO143     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'AVIS D''IMPAYES LUS           :  ' WS-CPT-AVIS-LUS.
           DISPLAY 'AVIS REJETES                 :  '
                   WS-CPT-AVIS-REJETES.
           DISPLAY 'AVIS SANS REMISE             :  '
                   WS-CPT-AVIS-ORPHELINS.
           DISPLAY 'REMISES LUES AU REGISTRE     :  ' WS-CPT-REM-LUES.
           DISPLAY 'REMISES IMPAYEES             :  '
                   WS-CPT-REM-IMPAYEES.
           DISPLAY 'REMISES ENCAISSEES           :  '
                   WS-CPT-REM-PAYEES.
           DISPLAY 'MOUVEMENTS EMIS              :  '
                   WS-CPT-MVT-ECRITS.
           DISPLAY 'EVENEMENTS DE CORRESPONDANCE :  '
                   WS-CPT-EVENEMENTS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO143         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO143        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
