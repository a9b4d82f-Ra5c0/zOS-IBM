      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO137                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  RECOUVREMENT DES DEPASSEMENTS DURABLES DU DECOUVERT          *
      *  AUTORISE : RAPPROCHEMENT QUOTIDIEN DU FICHIER DES COMPTES    *
      *  (F-CPTE-E) ET DES DOSSIERS DE RECOUVREMENT DE LA VEILLE      *
      *  (F-CTXDOS-E, COPY CTXDOS), NOUVELLE GENERATION SUR           *
      *  F-CTXDOS-S.                                                  *
      *  UN COMPTE DONT LE SOLDE FRANCHIT WS-CPTE-DECOUV-AUT EST MIS  *
      *  SOUS SURVEILLANCE ; QUAND LE DEPASSEMENT DURE DEPUIS         *
      *  'CTXOUVER' JOURS OUVRES CONSECUTIFS (ARIS902) LE DOSSIER EST *
      *  OUVERT A L'ETAPE RELANCE. IL MONTE ENSUITE D'UNE ETAPE QUAND *
      *  LE DELAI DE L'ETAPE EN COURS EST ECOULE : MISE EN DEMEURE    *
      *  ('CTXDEMEU'), BLOCAGE DU COMPTE ('CTXBLOCA'), CONTENTIEUX    *
      *  ('CTXCONTX'). DELAIS EN JOURS OUVRES LUS PAR ARIS903, AVEC   *
      *  VALEUR DE SECOURS CABLEE.                                    *
      *  CHAQUE ETAPE DEPOSE UN EVENEMENT DE CORRESPONDANCE (COPY     *
      *  EVTCOR) POUR ARIO077 ; LE BLOCAGE EMET EN OUTRE UNE          *
      *  TRANSACTION DE STATUT 'B' (F-STAMAJ-S) POUR ARIO035.         *
      *  LE DOSSIER SE CLOT DE LUI-MEME DES QUE LE SOLDE REVIENT      *
      *  DANS LA LIMITE : EVENEMENT 'RGL' ET, SI LE DOSSIER AVAIT     *
      *  BLOQUE LE COMPTE, TRANSACTION DE REACTIVATION 'O'.           *
      *  LES COMPTES EN SUCCESSION (ARIO078) NE SONT PAS MIS SOUS     *
      *  SURVEILLANCE ET LEUR DOSSIER EVENTUEL N'EST PLUS ESCALADE.   *
      *  LES TRANSACTIONS SONT PRODUITES DANS L'ORDRE DES COMPTES ;   *
      *  CONCATENEES AVEC D'AUTRES ELLES SONT A RETRIER AVANT         *
      *  ARIO035. LA LISTE DE TRAVAIL DES AGENCES EST EDITEE PAR      *
      *  ARIO138 A PARTIR DE F-CTXDOS-S.                              *
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
       PROGRAM-ID.      ARIO137.
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
      *                      F-CTXDOS-E : DOSSIERS DE RECOUVREMENT N-1
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CTXDOS-E ASSIGN TO CTXDOS
                   FILE STATUS         IS WS-FS-CTXDOS-E.
      *                      -------------------------------------------
      *                      F-CTXDOS-S : DOSSIERS DE RECOUVREMENT N
      *                      -------------------------------------------
           SELECT  F-CTXDOS-S          ASSIGN TO CTXDOSS
                   FILE STATUS         IS WS-FS-CTXDOS-S.
      *                      -------------------------------------------
      *                      F-EVTCOR-S : EVENEMENTS DE CORRESPONDANCE
      *                      -------------------------------------------
           SELECT  F-EVTCOR-S          ASSIGN TO EVTCOR
                   FILE STATUS         IS WS-FS-EVTCOR-S.
      *                      -------------------------------------------
      *                      F-STAMAJ-S : TRANSACTIONS DE STATUT ARIO035
      *                      -------------------------------------------
           SELECT  F-STAMAJ-S          ASSIGN TO STAMAJ
                   FILE STATUS         IS WS-FS-STAMAJ-S.
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
       FD  F-CTXDOS-E
           RECORDING MODE IS F.
       01  FS-ENRG-CTXDOS-E           PIC X(100).
      *
       FD  F-CTXDOS-S
           RECORDING MODE IS F.
       01  FS-ENRG-CTXDOS-S           PIC X(100).
      *
       FD  F-EVTCOR-S
           RECORDING MODE IS F.
       01  FS-ENRG-EVTCOR-S           PIC X(60).
      *
       FD  F-STAMAJ-S
           RECORDING MODE IS F.
       01  FS-ENRG-STAMAJ-S           PIC X(20).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMPTE (PARTAGE ARIO326) -------*
      *
           COPY TP3CPTE.
      *
      *---------------- DOSSIER DE RECOUVREMENT EN COURS --------------*
      *
           COPY CTXDOS.
      *
      *---------------- DOSSIER N-1 LU D'AVANCE -----------------------*
      *
       01  WS-CTX-LU.
           05  WS-CTX-CLE-LUE        PIC X(10).
               88  CTX-CLE-MAX       VALUE HIGH-VALUES.
           05  FILLER                PIC X(90).
      *
      *---------------- EVENEMENTS DE CORRESPONDANCE (ARIO077) -------*
      *
           COPY EVTCOR.
      *
       01  WS-EVT-PARAM-CTX.
           05  WS-EVT-SOLDE-ED       PIC -ZZZZZZZ9,99.
           05  FILLER                PIC X(05) VALUE ' LIM '.
           05  WS-EVT-DECOUV-ED      PIC ZZZZZ9,99.
      *
      *---------------- TRANSACTION DE STATUT (ARIO035) ---------------*
      *
       01  WS-ENRG-F-STAMAJ.
           05  WS-STA-ACTION         PIC X(01).
               88  STA-BLOCAGE       VALUE 'B'.
               88  STA-REACTIVATION  VALUE 'O'.
           05  WS-STA-CPTE           PIC X(10).
           05  FILLER                PIC X(09) VALUE SPACES.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS ------------------*
      *
       01  WS-FS-CPTE-E              PIC XX.
           88  OK-CPTE-E             VALUE '00'.
           88  EOF-CPTE-E            VALUE '10'.
       01  WS-FS-CTXDOS-E            PIC XX.
           88  OK-CTXDOS-E           VALUE '00' '05'.
           88  EOF-CTXDOS-E          VALUE '10'.
           88  NOTFOUND-CTXDOS-E     VALUE '35'.
       01  WS-FS-CTXDOS-S            PIC XX.
           88  OK-CTXDOS-S           VALUE '00'.
       01  WS-FS-EVTCOR-S            PIC XX.
           88  OK-EVTCOR-S           VALUE '00'.
       01  WS-FS-STAMAJ-S            PIC XX.
           88  OK-STAMAJ-S           VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- ZONE D'ECHANGE ARIS902 (JOURS OUVRES) ---------*
      *
           COPY CALJOUR.
      *
      *---------------- DELAIS DU RECOUVREMENT (JOURS OUVRES) ---------*
      *
      *    POSTE 1 : DUREE DU DEPASSEMENT QUI OUVRE LE DOSSIER ;
      *    POSTE N (2 A 4) : DELAI PASSE A L'ETAPE N-1 AVANT LA
      *    MONTEE A L'ETAPE N. VALEURS DE SECOURS SI LE PARAMETRE
      *    CENTRAL EST ABSENT.
      *
       01  WS-TAB-DELAIS-INIT.
           05  FILLER                PIC X(11) VALUE 'CTXOUVER005'.
           05  FILLER                PIC X(11) VALUE 'CTXDEMEU010'.
           05  FILLER                PIC X(11) VALUE 'CTXBLOCA008'.
           05  FILLER                PIC X(11) VALUE 'CTXCONTX015'.
       01  WS-TAB-DELAIS REDEFINES WS-TAB-DELAIS-INIT.
           05  WS-DEL-EL             OCCURS 4 TIMES.
               10  WS-DEL-ID         PIC X(08).
               10  WS-DEL-JOURS      PIC 9(03).
       01  WS-IX-DEL                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- SITUATION DU COMPTE EXAMINE -------------------*
      *
       01  WS-SW-SITUATION           PIC X(01) VALUE SPACE.
           88  SITUATION-SAINE       VALUE ' '.
           88  SITUATION-DEPASSE     VALUE 'D'.
      *
       01  WS-UTILISATION            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-JOURS-ETAPE            PIC 9(05) VALUE ZERO.
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CPTE               PIC 9(05) VALUE ZERO.
       01  WS-CPT-DOSSIERS-LUS       PIC 9(05) VALUE ZERO.
       01  WS-CPT-SURVEILLANCES      PIC 9(05) VALUE ZERO.
       01  WS-CPT-LEVEES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-OUVERTURES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-DEMEURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-BLOCAGES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CONTENTIEUX        PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLOTURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-PURGES             PIC 9(05) VALUE ZERO.
       01  WS-CPT-ORPHELINS          PIC 9(05) VALUE ZERO.
       01  WS-CPT-DOSSIERS-ECRITS    PIC 9(05) VALUE ZERO.
       01  WS-CPT-EVENEMENTS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-TRANSACTIONS       PIC 9(05) VALUE ZERO.
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
      *   TRAITEMENT PRINCIPAL : RAPPROCHEMENT COMPTES / DOSSIERS     *
      *---------------------------------------------------------------*
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           MOVE SPACES                   TO WS-ENRG-F-EVTCOR.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO137'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7010-LIRE-DELAI-CENTRAL-DEB
              THRU 7010-LIRE-DELAI-CENTRAL-FIN
           VARYING WS-IX-DEL FROM 1 BY 1
             UNTIL WS-IX-DEL > 4.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 6010-READ-FCPTE-DEB
              THRU 6010-READ-FCPTE-FIN.
      *
           PERFORM 6020-READ-FCTXDOS-DEB
              THRU 6020-READ-FCTXDOS-FIN.
      *
           PERFORM 1000-RAPPROCHEMENT-DEB
              THRU 1000-RAPPROCHEMENT-FIN
             UNTIL CPTE-CPTE-MAX AND CTX-CLE-MAX.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-DOSSIERS-ECRITS   TO WS-RUN-NBENR.
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
              WHEN WS-CPTE-CPTE < WS-CTX-CLE-LUE
                   PERFORM 2000-CPTE-SANS-DOSSIER-DEB
                      THRU 2000-CPTE-SANS-DOSSIER-FIN
                   PERFORM 6010-READ-FCPTE-DEB
                      THRU 6010-READ-FCPTE-FIN
              WHEN WS-CPTE-CPTE = WS-CTX-CLE-LUE
                   MOVE WS-CTX-LU       TO WS-ENRG-F-CTXDOS
                   IF CTX-CLOS
                      ADD 1             TO WS-CPT-PURGES
                      PERFORM 2000-CPTE-SANS-DOSSIER-DEB
                         THRU 2000-CPTE-SANS-DOSSIER-FIN
                   ELSE
                      PERFORM 2100-SUIVI-DOSSIER-DEB
                         THRU 2100-SUIVI-DOSSIER-FIN
                   END-IF
                   PERFORM 6010-READ-FCPTE-DEB
                      THRU 6010-READ-FCPTE-FIN
                   PERFORM 6020-READ-FCTXDOS-DEB
                      THRU 6020-READ-FCTXDOS-FIN
              WHEN WS-CPTE-CPTE > WS-CTX-CLE-LUE
                   ADD 1                TO WS-CPT-ORPHELINS
                   DISPLAY 'DOSSIER SANS COMPTE AU MAITRE, ABANDONNE : '
                           WS-CTX-CLE-LUE
                   PERFORM 6020-READ-FCTXDOS-DEB
                      THRU 6020-READ-FCTXDOS-FIN
           END-EVALUATE.
      *
       1000-RAPPROCHEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   COMPTE SANS DOSSIER EN COURS : MISE SOUS SURVEILLANCE       *
      *---------------------------------------------------------------*
      *
       2000-CPTE-SANS-DOSSIER-DEB.
      *
           PERFORM 7000-QUALIF-SITUATION-DEB
              THRU 7000-QUALIF-SITUATION-FIN.
      *
           IF SITUATION-SAINE OR CPTE-SUCCESSION
              GO TO 2000-CPTE-SANS-DOSSIER-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-SURVEILLANCES.
           INITIALIZE WS-ENRG-F-CTXDOS.
           MOVE WS-CPTE-CPTE             TO WS-CTX-CPTE.
           SET CTX-SURVEILLANCE          TO TRUE.
           SET CTX-ETAPE-AUCUNE          TO TRUE.
           SET CTX-NON-BLOQUE            TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CTX-DATE-DEPASS.
      *
           PERFORM 2100-SUIVI-DOSSIER-DEB
              THRU 2100-SUIVI-DOSSIER-FIN.
      *
       2000-CPTE-SANS-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   SUIVI D'UN DOSSIER : CLOTURE, OUVERTURE OU ESCALADE         *
      *---------------------------------------------------------------*
      *
       2100-SUIVI-DOSSIER-DEB.
      *
           PERFORM 7000-QUALIF-SITUATION-DEB
              THRU 7000-QUALIF-SITUATION-FIN.
      *
           MOVE WS-CPTE-NOM              TO WS-CTX-NOM.
           MOVE WS-CPTE-SOLDE            TO WS-CTX-SOLDE.
           MOVE WS-CPTE-DECOUV-AUT       TO WS-CTX-DECOUV-AUT.
      *
      *    RETOUR DANS LA LIMITE : LA SURVEILLANCE EST LEVEE SANS
      *    SUITE, LE DOSSIER OUVERT EST CLOS.
      *
           IF SITUATION-SAINE
              IF CTX-SURVEILLANCE
                 ADD 1                   TO WS-CPT-LEVEES
              ELSE
                 PERFORM 2200-CLOTURE-DOSSIER-DEB
                    THRU 2200-CLOTURE-DOSSIER-FIN
              END-IF
              GO TO 2100-SUIVI-DOSSIER-FIN
           END-IF.
      *
           MOVE WS-CTX-DATE-DEPASS       TO WS-CAL-DATE-1.
           PERFORM 7100-ECART-OUVRE-DEB
              THRU 7100-ECART-OUVRE-FIN.
           COMPUTE WS-CTX-NB-JOURS = WS-CAL-NB-JOURS + 1.
      *
           EVALUATE TRUE
              WHEN CPTE-SUCCESSION
                 CONTINUE
              WHEN CTX-SURVEILLANCE
                 IF WS-CTX-NB-JOURS NOT < WS-DEL-JOURS(1)
                    PERFORM 2300-OUVERTURE-DOSSIER-DEB
                       THRU 2300-OUVERTURE-DOSSIER-FIN
                 END-IF
              WHEN CTX-ETAPE-CONTENTIEUX
                 CONTINUE
              WHEN OTHER
                 PERFORM 2400-ESCALADE-DOSSIER-DEB
                    THRU 2400-ESCALADE-DOSSIER-FIN
           END-EVALUATE.
      *
           PERFORM 6030-WRITE-FCTXDOS-DEB
              THRU 6030-WRITE-FCTXDOS-FIN.
      *
       2100-SUIVI-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CLOTURE D'UN DOSSIER REGULARISE                             *
      *---------------------------------------------------------------*
      *
      *    LE DOSSIER CLOS EST ECRIT UNE DERNIERE FOIS (LISTE DE
      *    TRAVAIL DU JOUR) ; IL EST PURGE AU PASSAGE SUIVANT. LA
      *    REACTIVATION N'EST DEMANDEE QUE SI LE BLOCAGE VIENT DU
      *    DOSSIER ET QUE LE COMPTE EST TOUJOURS BLOQUE.
      *
       2200-CLOTURE-DOSSIER-DEB.
      *
           ADD 1                         TO WS-CPT-CLOTURES.
           SET CTX-CLOS                  TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CTX-DATE-CLOT.
      *
           SET EVT-REGULARISATION        TO TRUE.
           PERFORM 6040-WRITE-FEVTCOR-DEB
              THRU 6040-WRITE-FEVTCOR-FIN.
      *
           IF CTX-BLOQUE-PAR-DOSSIER AND CPTE-BLOQUE
              SET STA-REACTIVATION       TO TRUE
              PERFORM 6050-WRITE-FSTAMAJ-DEB
                 THRU 6050-WRITE-FSTAMAJ-FIN
           END-IF.
      *
           PERFORM 6030-WRITE-FCTXDOS-DEB
              THRU 6030-WRITE-FCTXDOS-FIN.
      *
       2200-CLOTURE-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   OUVERTURE DU DOSSIER : ETAPE RELANCE                        *
      *---------------------------------------------------------------*
      *
       2300-OUVERTURE-DOSSIER-DEB.
      *
           ADD 1                         TO WS-CPT-OUVERTURES.
           SET CTX-OUVERT                TO TRUE.
           SET CTX-ETAPE-RELANCE         TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CTX-DATE-OUV.
           MOVE WS-DATE-SYST             TO WS-CTX-DATE-ETAPE.
      *
           SET EVT-RELANCE               TO TRUE.
           PERFORM 6040-WRITE-FEVTCOR-DEB
              THRU 6040-WRITE-FEVTCOR-FIN.
      *
       2300-OUVERTURE-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   ESCALADE D'UN DOSSIER OUVERT                                *
      *---------------------------------------------------------------*
      *
      *    UNE SEULE ETAPE PAR PASSAGE : LE DELAI DE L'ETAPE SUIVANTE
      *    COURT DEPUIS LA DATE DE L'ETAPE EN COURS.
      *
       2400-ESCALADE-DOSSIER-DEB.
      *
           MOVE WS-CTX-DATE-ETAPE        TO WS-CAL-DATE-1.
           PERFORM 7100-ECART-OUVRE-DEB
              THRU 7100-ECART-OUVRE-FIN.
           MOVE WS-CAL-NB-JOURS          TO WS-JOURS-ETAPE.
      *
           COMPUTE WS-IX-DEL = WS-CTX-ETAPE + 1.
           IF WS-JOURS-ETAPE < WS-DEL-JOURS(WS-IX-DEL)
              GO TO 2400-ESCALADE-DOSSIER-FIN
           END-IF.
      *
           ADD 1                         TO WS-CTX-ETAPE.
           MOVE WS-DATE-SYST             TO WS-CTX-DATE-ETAPE.
      *
           EVALUATE TRUE
              WHEN CTX-ETAPE-DEMEURE
                 ADD 1                   TO WS-CPT-DEMEURES
                 SET EVT-MISE-EN-DEMEURE TO TRUE
              WHEN CTX-ETAPE-BLOCAGE
                 ADD 1                   TO WS-CPT-BLOCAGES
                 SET EVT-BLOCAGE         TO TRUE
                 IF CPTE-OUVERT
                    SET CTX-BLOQUE-PAR-DOSSIER TO TRUE
                    SET STA-BLOCAGE      TO TRUE
                    PERFORM 6050-WRITE-FSTAMAJ-DEB
                       THRU 6050-WRITE-FSTAMAJ-FIN
                 END-IF
              WHEN CTX-ETAPE-CONTENTIEUX
                 ADD 1                   TO WS-CPT-CONTENTIEUX
                 SET EVT-CONTENTIEUX     TO TRUE
           END-EVALUATE.
      *
           PERFORM 6040-WRITE-FEVTCOR-DEB
              THRU 6040-WRITE-FEVTCOR-FIN.
      *
       2400-ESCALADE-DOSSIER-FIN.
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
           OPEN INPUT F-CTXDOS-E.
           IF NOT (OK-CTXDOS-E OR NOTFOUND-CTXDOS-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CTXDOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTXDOS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-CTXDOS-S.
           IF NOT OK-CTXDOS-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CTXDOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTXDOS-S
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
           OPEN OUTPUT F-STAMAJ-S.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCPTE-DEB.
           READ F-CPTE-E INTO WS-ENRG-F-CPTE.
           EVALUATE TRUE
              WHEN OK-CPTE-E
                 ADD 1                   TO WS-CPT-CPTE
              WHEN EOF-CPTE-E
                 SET CPTE-CPTE-MAX       TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTE-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-FCPTE-FIN.
           EXIT.
      *
       6020-READ-FCTXDOS-DEB.
           IF NOTFOUND-CTXDOS-E
              SET CTX-CLE-MAX            TO TRUE
              GO TO 6020-READ-FCTXDOS-FIN
           END-IF.
           READ F-CTXDOS-E INTO WS-CTX-LU.
           EVALUATE TRUE
              WHEN OK-CTXDOS-E
                 ADD 1                   TO WS-CPT-DOSSIERS-LUS
              WHEN EOF-CTXDOS-E
                 SET CTX-CLE-MAX         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTXDOS-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTXDOS-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6020-READ-FCTXDOS-FIN.
           EXIT.
      *
       6030-WRITE-FCTXDOS-DEB.
           WRITE FS-ENRG-CTXDOS-S        FROM WS-ENRG-F-CTXDOS.
           IF NOT OK-CTXDOS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CTXDOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTXDOS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-DOSSIERS-ECRITS.
       6030-WRITE-FCTXDOS-FIN.
           EXIT.
      *
      *    DEPOT DE L'EVENEMENT DE CORRESPONDANCE DE L'ETAPE (TYPE
      *    DEJA PLACE) AVEC SOLDE ET LIMITE EN PARAMETRE.
      *
       6040-WRITE-FEVTCOR-DEB.
           MOVE WS-CTX-CPTE              TO WS-EVT-CPTE.
           MOVE WS-DATE-SYST             TO WS-EVT-DATE.
           MOVE WS-CTX-SOLDE             TO WS-EVT-SOLDE-ED.
           MOVE WS-CTX-DECOUV-AUT        TO WS-EVT-DECOUV-ED.
           MOVE WS-EVT-PARAM-CTX         TO WS-EVT-PARAM.
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
      *    TRANSACTION DE STATUT (ACTION DEJA PLACEE) POUR ARIO035.
      *
       6050-WRITE-FSTAMAJ-DEB.
           MOVE WS-CTX-CPTE              TO WS-STA-CPTE.
           WRITE FS-ENRG-STAMAJ-S        FROM WS-ENRG-F-STAMAJ.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-TRANSACTIONS.
       6050-WRITE-FSTAMAJ-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
           IF NOT NOTFOUND-CTXDOS-E
              CLOSE F-CTXDOS-E
           END-IF.
           CLOSE F-CTXDOS-S.
           IF NOT OK-CTXDOS-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CTXDOS-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CTXDOS-S
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
           CLOSE F-STAMAJ-S.
           IF NOT OK-STAMAJ-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-STAMAJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-STAMAJ-S
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
      *    DEPASSEMENT : SOLDE DEBITEUR AU-DELA DE LA LIMITE
      *    AUTORISEE (MEME REGLE QUE L'ETAT ARIO033).
      *
       7000-QUALIF-SITUATION-DEB.
      *
           SET SITUATION-SAINE           TO TRUE.
      *
           IF WS-CPTE-SOLDE < ZERO
              COMPUTE WS-UTILISATION = ZERO - WS-CPTE-SOLDE
              IF WS-UTILISATION > WS-CPTE-DECOUV-AUT
                 SET SITUATION-DEPASSE   TO TRUE
              END-IF
           END-IF.
      *
       7000-QUALIF-SITUATION-FIN.
           EXIT.
      *
      *    DELAI DU POSTE WS-IX-DEL DEPUIS LE FICHIER CENTRAL DES
      *    PARAMETRES ; A DEFAUT LA VALEUR DE SECOURS EST CONSERVEE.
      *
       7010-LIRE-DELAI-CENTRAL-DEB.
           MOVE WS-DEL-ID(WS-IX-DEL)     TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DEL-JOURS(WS-IX-DEL)
           END-IF.
       7010-LIRE-DELAI-CENTRAL-FIN.
           EXIT.
      *
      *    JOURS OUVRES ECOULES ENTRE WS-CAL-DATE-1 (EXCLUE) ET LA
      *    DATE DU JOUR (INCLUSE).
      *
       7100-ECART-OUVRE-DEB.
           SET CAL-FCT-ECART             TO TRUE.
           MOVE WS-DATE-SYST             TO WS-CAL-DATE-2.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ARIS902 EN ERREUR SUR LE DOSSIER '
                      WS-CTX-CPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7100-ECART-OUVRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO137     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'COMPTES EXAMINES             :  ' WS-CPT-CPTE.
           DISPLAY 'DOSSIERS N-1 LUS             :  '
                   WS-CPT-DOSSIERS-LUS.
           DISPLAY 'MISES SOUS SURVEILLANCE      :  '
                   WS-CPT-SURVEILLANCES.
           DISPLAY 'SURVEILLANCES LEVEES         :  ' WS-CPT-LEVEES.
           DISPLAY 'DOSSIERS OUVERTS (RELANCE)   :  '
                   WS-CPT-OUVERTURES.
           DISPLAY 'MISES EN DEMEURE             :  ' WS-CPT-DEMEURES.
           DISPLAY 'BLOCAGES                     :  ' WS-CPT-BLOCAGES.
           DISPLAY 'PASSAGES AU CONTENTIEUX      :  '
                   WS-CPT-CONTENTIEUX.
           DISPLAY 'DOSSIERS CLOS (REGULARISES)  :  ' WS-CPT-CLOTURES.
           DISPLAY 'DOSSIERS CLOS PURGES         :  ' WS-CPT-PURGES.
           DISPLAY 'DOSSIERS SANS COMPTE         :  ' WS-CPT-ORPHELINS.
           DISPLAY 'DOSSIERS ECRITS              :  '
                   WS-CPT-DOSSIERS-ECRITS.
           DISPLAY 'EVENEMENTS DE CORRESPONDANCE :  '
                   WS-CPT-EVENEMENTS.
           DISPLAY 'TRANSACTIONS DE STATUT       :  '
                   WS-CPT-TRANSACTIONS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO137         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO137        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
