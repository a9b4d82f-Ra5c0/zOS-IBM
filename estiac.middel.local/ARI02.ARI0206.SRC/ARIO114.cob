      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO114                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  LETTRAGE DES ENCAISSEMENTS CLIENTS : LES CREDITS DU JOUR     *
      *  COMPTABLE (SYSIN, DEFAUT DATE DU JOUR) PASSES SUR LE COMPTE  *
      *  D'ENCAISSEMENT DE L'ENTREPOT (PARAMETRE 'CPTEENC') SONT LUS  *
      *  DANS L'HISTORIQUE INDEXE HISMVT ET IMPUTES AUX FACTURES      *
      *  NON REGLEES DU REGISTRE (COPY FACREG, STATUTS N/P/I,         *
      *  REECRIT PERE-FILS) : D'ABORD PAR LE NUMERO DE FACTURE PORTE  *
      *  EN REF-VIR OU DANS LE LIBELLE, SINON PAR LE CLIENT (IBAN DU  *
      *  DONNEUR D'ORDRE = IBAN DU COMPTE BANCAIRE DU CLIENT CLI0206  *
      *  CALCULE PAR ARIS906) ET UNE FACTURE DONT LE RESTE DU EST     *
      *  EGAL AU MONTANT. LE MONTANT IMPUTE EST CUMULE DANS LE        *
      *  MONTANT ENCAISSE DE LA FACTURE : RESTE DU NUL = STATUT 'R'   *
      *  REGLEE, SINON LA FACTURE RESTE OUVERTE POUR SON RESIDU. LE   *
      *  CREDIT NON IMPUTE (OU SON EXCEDENT) VA AU FICHIER DES        *
      *  ENCAISSEMENTS NON AFFECTES (COPY NONAFF, PERE-FILS) AVEC SON *
      *  MOTIF ; LE LENDEMAIN, CHAQUE NON AFFECTE EST REPRIS AVANT    *
      *  LES CREDITS DU JOUR : LA CARTE D'AFFECTATION MANUELLE        *
      *  (AFFMAN, OPTIONNEL) LE PORTE SUR LA FACTURE DESIGNEE, SINON  *
      *  LE LETTRAGE AUTOMATIQUE EST RETENTE. ETAT DE LETTRAGE        *
      *  F-ETATLET-S (LIGNES LETTREES ET NON AFFECTEES).              *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      * 15/10/2026    !  LIGNE LETTREE RAMENEE A 100 C : LE RESTE DU  *
      *               !  (RESIDUEL) EST EDITE EN ENTIER SUR ETATLET   *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO114.
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
      *                      F-HISMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-HISMVT-E          ASSIGN TO HISMVT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES (N-1)
      *                      -------------------------------------------
           SELECT  F-FACREG-E          ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-CLICOM-E : CLIENTS DE L'ENTREPOT
      *                      -------------------------------------------
           SELECT  F-CLICOM-E          ASSIGN TO CLICOM
                   FILE STATUS         IS WS-FS-CLICOM-E.
      *                      -------------------------------------------
      *                      F-NONAFF-E : NON AFFECTES (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-NONAFF-E ASSIGN TO NONAFF
                   FILE STATUS         IS WS-FS-NONAFF-E.
      *                      -------------------------------------------
      *                      F-AFFMAN-E : AFFECTATIONS MANUELLES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AFFMAN-E ASSIGN TO AFFMAN
                   FILE STATUS         IS WS-FS-AFFMAN-E.
      *                      -------------------------------------------
      *                      F-FACREG-S : REGISTRE DES FACTURES (N)
      *                      -------------------------------------------
           SELECT  F-FACREG-S          ASSIGN TO FACREGS
                   FILE STATUS         IS WS-FS-FACREG-S.
      *                      -------------------------------------------
      *                      F-NONAFF-S : NON AFFECTES (N)
      *                      -------------------------------------------
           SELECT  F-NONAFF-S          ASSIGN TO NONAFFS
                   FILE STATUS         IS WS-FS-NONAFF-S.
      *                      -------------------------------------------
      *                      F-ETATLET-S : ETAT DE LETTRAGE
      *                      -------------------------------------------
           SELECT  F-ETATLET-S         ASSIGN TO ETATLET
                   FILE STATUS         IS WS-FS-ETATLET.
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
       FD  F-HISMVT-E
           RECORD CONTAINS 170 CHARACTERS.
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-CLICOM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLICOM-E           PIC X(100).
      *
       FD  F-NONAFF-E
           RECORDING MODE IS F.
       01  FS-ENRG-NONAFF-E           PIC X(200).
      *
       FD  F-AFFMAN-E
           RECORDING MODE IS F.
       01  FS-ENRG-AFFMAN-E           PIC X(80).
      *
       FD  F-FACREG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-S           PIC X(70).
      *
       FD  F-NONAFF-S
           RECORDING MODE IS F.
       01  FS-ENRG-NONAFF-S           PIC X(200).
      *
       FD  F-ETATLET-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLET-S          PIC X(100).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- HISTORIQUE DES MOUVEMENTS (PARTAGE ARIO326) ---*
      *
           COPY HISMVT.
      *
      *---------------- REGISTRE DES FACTURES (PARTAGE ARIO095) -------*
      *
           COPY FACREG.
      *
      *---------------- CLIENTS DE L'ENTREPOT -------------------------*
      *
           COPY CLICOM.
      *
      *---------------- NON AFFECTES ET AFFECTATIONS MANUELLES --------*
      *
           COPY NONAFF.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- ZONE D'ECHANGE ARIS906 (IBAN) -----------------*
      *
           COPY IBAPPL.
      *
      *---------------- IBAN DES CLIENTS (PARALLELE A CLICOM) ---------*
      *
       01  WS-TAB-IBC.
           05  WS-IBC-IBAN           PIC X(27) OCCURS 3000 TIMES.
      *
      *---------------- REGISTRE DES FACTURES EN MEMOIRE --------------*
      *
       01  WS-TAB-FAC.
           05  WS-TFA-EL             OCCURS 3000 TIMES.
               10  WS-TFA-ENRG       PIC X(70).
       01  WS-NB-FAC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-FAC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-FAC-TROUVEE         PIC X(01) VALUE 'N'.
           88  FAC-TROUVEE           VALUE 'O'.
           88  FAC-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- AFFECTATIONS MANUELLES EN MEMOIRE -------------*
      *
       01  WS-TAB-AFM.
           05  WS-TAM-EL             OCCURS 300 TIMES.
               10  WS-TAM-CLE        PIC X(28).
               10  WS-TAM-FAC-NO     PIC X(08).
               10  WS-TAM-VISA       PIC X(08).
       01  WS-NB-AFM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-AFM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-AFM-TROUVEE         PIC X(01) VALUE 'N'.
           88  AFM-TROUVEE           VALUE 'O'.
           88  AFM-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-HISMVT-E            PIC XX.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
           88  NOT-HISMVT-E          VALUE '23'.
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00'.
           88  EOF-FACREG-E          VALUE '10'.
       01  WS-FS-CLICOM-E            PIC XX.
           88  OK-CLICOM-E           VALUE '00'.
           88  EOF-CLICOM-E          VALUE '10'.
       01  WS-FS-NONAFF-E            PIC XX.
           88  OK-NONAFF-E           VALUE '00' '05'.
           88  EOF-NONAFF-E          VALUE '10'.
           88  NOTFOUND-NONAFF-E     VALUE '35'.
       01  WS-FS-AFFMAN-E            PIC XX.
           88  OK-AFFMAN-E           VALUE '00' '05'.
           88  EOF-AFFMAN-E          VALUE '10'.
           88  NOTFOUND-AFFMAN-E     VALUE '35'.
       01  WS-FS-FACREG-S            PIC XX.
           88  OK-FACREG-S           VALUE '00'.
       01  WS-FS-NONAFF-S            PIC XX.
           88  OK-NONAFF-S           VALUE '00'.
       01  WS-FS-ETATLET             PIC XX.
           88  OK-ETATLET            VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-CPTA      PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-CPTA              PIC 9(08).
       01  WS-CPTE-ENCAISS           PIC X(10).
       01  WS-SW-LECTURE             PIC X(01) VALUE 'N'.
           88  FIN-LECTURE           VALUE 'O'.
       01  WS-SW-MODE                PIC X(01).
           88  LET-PAR-REFERENCE     VALUE 'R'.
           88  LET-PAR-CLIENT        VALUE 'C'.
           88  LET-MANUEL            VALUE 'M'.
       01  WS-SW-CREDIT-LETTRE       PIC X(01).
           88  CREDIT-LETTRE         VALUE 'O'.
           88  CREDIT-NON-LETTRE     VALUE 'N'.
       01  WS-MT-CREDIT              PIC 9(8)V99 COMP-3.
       01  WS-MT-RESTE               PIC 9(8)V99 COMP-3.
       01  WS-MT-RESTE-DU            PIC S9(9)V99 COMP-3.
       01  WS-MT-IMPUTE              PIC 9(9)V99 COMP-3.
       01  WS-NB-OCCURENCES          PIC S9(04) COMP.
       01  WS-MOTIF-NON-AFFECTE      PIC X(30).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-FACTURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CREDITS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-REPRIS             PIC 9(05) VALUE ZERO.
       01  WS-CPT-IMPUTATIONS        PIC 9(05) VALUE ZERO.
       01  WS-CPT-SOLDEES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-PARTIELLES         PIC 9(05) VALUE ZERO.
       01  WS-CPT-NON-AFFECTES       PIC 9(05) VALUE ZERO.
       01  WS-TOT-CREDITS            PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-IMPUTE             PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NON-AFFECTE        PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LLET-TIRET             PIC X(100) VALUE ALL '-'.
       01  WS-LLET-TITRE.
           05  FILLER                PIC X(48) VALUE
               'ESTIAC - LETTRAGE DES ENCAISSEMENTS CLIENTS DU '.
           05  WS-LLET-DATE-ED       PIC 9(08).
           05  FILLER                PIC X(12) VALUE '  COMPTE : '.
           05  WS-LLET-CPTE-ED       PIC X(10).
       01  WS-LLET-LETTRE.
           05  FILLER                PIC X(12) VALUE 'LETTRE     '.
           05  WS-LLET-L-MODE-ED     PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLET-L-DATE-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-L-NOM-ED      PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-L-FAC-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLET-L-CLI-ED      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LLET-L-MT-ED       PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-L-ETAT-ED     PIC X(07).
           05  WS-LLET-L-RESTE-ED    PIC ZZZZZZZZ9,99.
       01  WS-LLET-NON-AFF.
           05  FILLER                PIC X(12) VALUE 'NON AFFECTE'.
           05  WS-LLET-N-DATE-ED     PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-N-NOM-ED      PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-N-REF-ED      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-N-MT-ED       PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLET-N-MOTIF-ED    PIC X(30).
       01  WS-LLET-TOTAL.
           05  WS-LLET-TOT-LIB-ED    PIC X(45).
           05  WS-LLET-TOT-MT-ED     PIC ZZZZZZZZZZ9,99.
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
           IF WS-DEM-DATE-CPTA IS NUMERIC
              MOVE WS-DEM-DATE-CPTA      TO WS-DATE-CPTA
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-CPTA
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO114'                TO WS-RUN-PROG.
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
      *--------------- CHARGEMENT DES CLIENTS ET DE LEUR IBAN --------*
      *
           PERFORM 6020-READ-FCLICOM-DEB
              THRU 6020-READ-FCLICOM-FIN.
           PERFORM 1100-CHARGE-CLIENT-DEB
              THRU 1100-CHARGE-CLIENT-FIN
             UNTIL EOF-CLICOM-E.
      *
      *--------------- CHARGEMENT DU REGISTRE DES FACTURES (N-1) -----*
      *
           PERFORM 6010-READ-FFACREG-DEB
              THRU 6010-READ-FFACREG-FIN.
           PERFORM 1000-CHARGE-FACTURE-DEB
              THRU 1000-CHARGE-FACTURE-FIN
             UNTIL EOF-FACREG-E.
      *
      *--------------- CHARGEMENT DES AFFECTATIONS MANUELLES ---------*
      *
           PERFORM 6040-READ-FAFFMAN-DEB
              THRU 6040-READ-FAFFMAN-FIN.
           PERFORM 1200-CHARGE-AFFMAN-DEB
              THRU 1200-CHARGE-AFFMAN-FIN
             UNTIL EOF-AFFMAN-E.
      *
      *--------------- REPRISE DES NON AFFECTES (N-1) ----------------*
      *
           PERFORM 6030-READ-FNONAFF-DEB
              THRU 6030-READ-FNONAFF-FIN.
           PERFORM 2000-REPREND-NON-AFFECTE-DEB
              THRU 2000-REPREND-NON-AFFECTE-FIN
             UNTIL EOF-NONAFF-E.
      *
      *--------------- CREDITS DU JOUR SUR LE COMPTE D'ENCAISSEMENT --*
      *
           PERFORM 6050-START-FHISMVT-DEB
              THRU 6050-START-FHISMVT-FIN.
           PERFORM 6060-READ-NEXT-FHISMVT-DEB
              THRU 6060-READ-NEXT-FHISMVT-FIN.
           PERFORM 3000-TRT-CREDIT-DEB
              THRU 3000-TRT-CREDIT-FIN
             UNTIL FIN-LECTURE.
      *
      *--------------- REECRITURE DU REGISTRE DES FACTURES (N) -------*
      *
           PERFORM 5000-ECRIT-FACTURE-DEB
              THRU 5000-ECRIT-FACTURE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
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
           MOVE WS-CPT-IMPUTATIONS       TO WS-RUN-NBENR.
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
      *   CHARGEMENT DES TABLES                                       *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-FACTURE-DEB.
           IF WS-NB-FAC = 3000
              DISPLAY 'TABLE DES FACTURES SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-FAC.
           ADD 1                         TO WS-CPT-FACTURES.
           MOVE WS-ENRG-F-FACREG         TO WS-TFA-ENRG(WS-NB-FAC).
           PERFORM 6010-READ-FFACREG-DEB
              THRU 6010-READ-FFACREG-FIN.
       1000-CHARGE-FACTURE-FIN.
           EXIT.
      *
      *    L'IBAN DU COMPTE BANCAIRE DU CLIENT EST CALCULE UNE FOIS
      *    POUR TOUTES (ARIS906) : IL IDENTIFIE LE DONNEUR D'ORDRE
      *    D'UN CREDIT SANS REFERENCE DE FACTURE.
      *
       1100-CHARGE-CLIENT-DEB.
           IF WS-NB-CLC NOT < WS-MAX-CLC
              DISPLAY 'TABLE DES CLIENTS SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CLC.
           SET WS-IX-CLC                 TO WS-NB-CLC.
           MOVE WS-CLC-CODE-E         TO WS-CLC-CODE(WS-IX-CLC).
           MOVE WS-CLC-NOM-E          TO WS-CLC-NOM(WS-IX-CLC).
           MOVE WS-CLC-COND-PAIE-E    TO WS-CLC-COND-PAIE(WS-IX-CLC).
           MOVE WS-CLC-CPTE-BANC-E    TO WS-CLC-CPTE-BANC(WS-IX-CLC).
           MOVE WS-CLC-CATEG-E        TO WS-CLC-CATEG(WS-IX-CLC).
           MOVE WS-CLC-CREDIT-LIM-E   TO WS-CLC-CREDIT-LIM(WS-IX-CLC).
           MOVE WS-CLC-STATUT-E       TO WS-CLC-STATUT(WS-IX-CLC).
           MOVE SPACES                   TO WS-IBC-IBAN(WS-IX-CLC).
           IF WS-CLC-CPTE-BANC-E NOT = SPACES
              MOVE WS-CLC-CPTE-BANC-E    TO WS-IBA-CPTE
              CALL 'ARIS906'          USING WS-IBA-PARM
              IF IBA-RC-OK
                 MOVE WS-IBA-IBAN        TO WS-IBC-IBAN(WS-IX-CLC)
              END-IF
           END-IF.
           PERFORM 6020-READ-FCLICOM-DEB
              THRU 6020-READ-FCLICOM-FIN.
       1100-CHARGE-CLIENT-FIN.
           EXIT.
      *
       1200-CHARGE-AFFMAN-DEB.
           IF WS-NB-AFM = 300
              DISPLAY 'TABLE DES AFFECTATIONS MANUELLES SATUREE (300)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-AFM.
           MOVE WS-AFM-CLE               TO WS-TAM-CLE(WS-NB-AFM).
           MOVE WS-AFM-FAC-NO            TO WS-TAM-FAC-NO(WS-NB-AFM).
           MOVE WS-AFM-VISA              TO WS-TAM-VISA(WS-NB-AFM).
           PERFORM 6040-READ-FAFFMAN-DEB
              THRU 6040-READ-FAFFMAN-FIN.
       1200-CHARGE-AFFMAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REPRISE D'UN ENCAISSEMENT NON AFFECTE DE LA VEILLE          *
      *---------------------------------------------------------------*
      *
      *    L'AFFECTATION MANUELLE DES RECEVABLES PREVAUT ; SANS
      *    CARTE, LE LETTRAGE AUTOMATIQUE EST RETENTE (UNE FACTURE
      *    EMISE DEPUIS PEUT ETRE ARRIVEE AU REGISTRE).
      *
       2000-REPREND-NON-AFFECTE-DEB.
      *
           ADD 1                         TO WS-CPT-REPRIS.
           MOVE WS-NAF-MT                TO WS-MT-CREDIT
                                            WS-MT-RESTE.
           SET CREDIT-NON-LETTRE         TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-NON-AFFECTE.
      *
           PERFORM 7200-RECH-AFFMAN-DEB
              THRU 7200-RECH-AFFMAN-FIN.
           IF AFM-TROUVEE
              PERFORM 2100-AFFECTE-MANUEL-DEB
                 THRU 2100-AFFECTE-MANUEL-FIN
           ELSE
              PERFORM 4000-LETTRAGE-AUTO-DEB
                 THRU 4000-LETTRAGE-AUTO-FIN
           END-IF.
      *
           IF WS-MT-RESTE > ZERO
              PERFORM 7700-NON-AFFECTE-DEB
                 THRU 7700-NON-AFFECTE-FIN
           END-IF.
      *
           PERFORM 6030-READ-FNONAFF-DEB
              THRU 6030-READ-FNONAFF-FIN.
      *
       2000-REPREND-NON-AFFECTE-FIN.
           EXIT.
      *
       2100-AFFECTE-MANUEL-DEB.
      *
           SET LET-MANUEL                TO TRUE.
           PERFORM 7500-RECH-FACTURE-DEB
              THRU 7500-RECH-FACTURE-FIN.
           IF FAC-NON-TROUVEE
              MOVE 'AFFECTATION MANUELLE INVALIDE'
                                         TO WS-MOTIF-NON-AFFECTE
              GO TO 2100-AFFECTE-MANUEL-FIN
           END-IF.
           PERFORM 7600-IMPUTE-FACTURE-DEB
              THRU 7600-IMPUTE-FACTURE-FIN.
           IF WS-MT-RESTE > ZERO
              MOVE 'EXCEDENT APRES AFFECTATION'
                                         TO WS-MOTIF-NON-AFFECTE
           END-IF.
      *
       2100-AFFECTE-MANUEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CREDIT DU JOUR SUR LE COMPTE D'ENCAISSEMENT                 *
      *---------------------------------------------------------------*
      *
       3000-TRT-CREDIT-DEB.
      *
           IF NOT HIS-SENS-CREDIT
              GO TO 3000-TRT-CREDIT-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-CREDITS.
           ADD WS-HIS-MT                 TO WS-TOT-CREDITS.
           MOVE SPACES                   TO WS-ENRG-F-NONAFF.
           MOVE WS-HIS-CLE               TO WS-NAF-CLE.
           MOVE WS-HIS-DATE-MVT          TO WS-NAF-DATE-MVT.
           MOVE WS-HIS-MT                TO WS-NAF-MT.
           MOVE WS-HIS-LIBELLE           TO WS-NAF-LIBELLE.
           MOVE WS-HIS-CTP-NOM           TO WS-NAF-CTP-NOM.
           MOVE WS-HIS-CTP-IBAN          TO WS-NAF-CTP-IBAN.
           MOVE WS-HIS-REF-VIR           TO WS-NAF-REF-VIR.
           MOVE WS-DATE-CPTA             TO WS-NAF-DATE-ENTREE.
           MOVE WS-HIS-MT                TO WS-MT-CREDIT
                                            WS-MT-RESTE.
           SET CREDIT-NON-LETTRE         TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-NON-AFFECTE.
      *
           PERFORM 4000-LETTRAGE-AUTO-DEB
              THRU 4000-LETTRAGE-AUTO-FIN.
      *
           IF WS-MT-RESTE > ZERO
              PERFORM 7700-NON-AFFECTE-DEB
                 THRU 7700-NON-AFFECTE-FIN
           END-IF.
      *
       3000-TRT-CREDIT-SUITE.
           PERFORM 6060-READ-NEXT-FHISMVT-DEB
              THRU 6060-READ-NEXT-FHISMVT-FIN.
      *
       3000-TRT-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   LETTRAGE AUTOMATIQUE D'UN CREDIT                            *
      *---------------------------------------------------------------*
      *
      *    1) PAR REFERENCE : TOUTE FACTURE OUVERTE DONT LE NUMERO
      *       EST LA REF-VIR DU CREDIT OU FIGURE DANS SON LIBELLE
      *       (ORDRE DU REGISTRE, JUSQU'A EPUISEMENT DU CREDIT).
      *    2) A DEFAUT, PAR LE CLIENT (IBAN DU DONNEUR D'ORDRE) : LA
      *       PLUS ANCIENNE FACTURE OUVERTE DONT LE RESTE DU EST EGAL
      *       AU MONTANT DU CREDIT.
      *
       4000-LETTRAGE-AUTO-DEB.
      *
           SET LET-PAR-REFERENCE         TO TRUE.
           PERFORM 7300-LETTRE-REFERENCE-DEB
              THRU 7300-LETTRE-REFERENCE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC
                  OR WS-MT-RESTE = ZERO.
           IF CREDIT-LETTRE
              IF WS-MT-RESTE > ZERO
                 MOVE 'EXCEDENT APRES LETTRAGE'
                                         TO WS-MOTIF-NON-AFFECTE
              END-IF
              GO TO 4000-LETTRAGE-AUTO-FIN
           END-IF.
      *
           SET LET-PAR-CLIENT            TO TRUE.
           PERFORM 7100-RECH-CLIENT-IBAN-DEB
              THRU 7100-RECH-CLIENT-IBAN-FIN.
           IF CLC-NON-TROUVE
              MOVE 'DONNEUR D''ORDRE NON IDENTIFIE'
                                         TO WS-MOTIF-NON-AFFECTE
              GO TO 4000-LETTRAGE-AUTO-FIN
           END-IF.
           SET FAC-NON-TROUVEE           TO TRUE.
           PERFORM 7400-LETTRE-MONTANT-DEB
              THRU 7400-LETTRE-MONTANT-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC
                  OR FAC-TROUVEE.
           IF FAC-NON-TROUVEE
              MOVE 'AUCUNE FACTURE DE CE MONTANT'
                                         TO WS-MOTIF-NON-AFFECTE
           END-IF.
      *
       4000-LETTRAGE-AUTO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REECRITURE D'UNE FACTURE DU REGISTRE                        *
      *---------------------------------------------------------------*
      *
       5000-ECRIT-FACTURE-DEB.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           PERFORM 6070-WRITE-FFACREG-DEB
              THRU 6070-WRITE-FFACREG-FIN.
       5000-ECRIT-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-HISMVT-E.
           IF NOT OK-HISMVT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISMVT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FACREG-E.
           IF NOT OK-FACREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-CLICOM-E.
           IF NOT OK-CLICOM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-NONAFF-E.
           IF NOT (OK-NONAFF-E OR NOTFOUND-NONAFF-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-NONAFF-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NONAFF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-AFFMAN-E.
           IF NOT (OK-AFFMAN-E OR NOTFOUND-AFFMAN-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AFFMAN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AFFMAN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-NONAFF-S.
           IF NOT OK-NONAFF-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-NONAFF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NONAFF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATLET-S.
           IF NOT OK-ETATLET
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATLET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLET
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FFACREG-DEB.
           READ F-FACREG-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-FACREG-E OR EOF-FACREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FFACREG-FIN.
           EXIT.
      *
       6020-READ-FCLICOM-DEB.
           READ F-CLICOM-E INTO WS-ENRG-F-CLICOM.
           IF NOT (OK-CLICOM-E OR EOF-CLICOM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FCLICOM-FIN.
           EXIT.
      *
       6030-READ-FNONAFF-DEB.
           IF NOTFOUND-NONAFF-E
              SET EOF-NONAFF-E           TO TRUE
              GO TO 6030-READ-FNONAFF-FIN
           END-IF.
           READ F-NONAFF-E INTO WS-ENRG-F-NONAFF.
           IF NOT (OK-NONAFF-E OR EOF-NONAFF-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-NONAFF-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NONAFF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FNONAFF-FIN.
           EXIT.
      *
       6040-READ-FAFFMAN-DEB.
           IF NOTFOUND-AFFMAN-E
              SET EOF-AFFMAN-E           TO TRUE
              GO TO 6040-READ-FAFFMAN-FIN
           END-IF.
           READ F-AFFMAN-E INTO WS-ENRG-F-AFFMAN.
           IF NOT (OK-AFFMAN-E OR EOF-AFFMAN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AFFMAN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AFFMAN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-FAFFMAN-FIN.
           EXIT.
      *
       6050-START-FHISMVT-DEB.
           MOVE WS-CPTE-ENCAISS         TO WS-HIS-CPTE.
           MOVE WS-DATE-CPTA            TO WS-HIS-DCPTA.
           MOVE LOW-VALUES              TO WS-HIS-HEURE.
           MOVE ZERO                    TO WS-HIS-SEQ.
           MOVE WS-HIS-CLE              TO FS-HIS-CLE.
           START F-HISMVT-E KEY NOT < FS-HIS-CLE.
           EVALUATE TRUE
              WHEN OK-HISMVT-E
                 CONTINUE
              WHEN NOT-HISMVT-E OR EOF-HISMVT-E
                 SET FIN-LECTURE        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-START-FHISMVT-FIN.
           EXIT.
      *
       6060-READ-NEXT-FHISMVT-DEB.
           IF FIN-LECTURE
              GO TO 6060-READ-NEXT-FHISMVT-FIN
           END-IF.
           READ F-HISMVT-E NEXT RECORD INTO WS-ENRG-F-HISMVT.
           EVALUATE TRUE
              WHEN EOF-HISMVT-E
                 SET FIN-LECTURE        TO TRUE
              WHEN OK-HISMVT-E
                 IF WS-HIS-CPTE NOT = WS-CPTE-ENCAISS
                    OR WS-HIS-DCPTA NOT = WS-DATE-CPTA
                    SET FIN-LECTURE     TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISMVT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-HISMVT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6060-READ-NEXT-FHISMVT-FIN.
           EXIT.
      *
       6070-WRITE-FFACREG-DEB.
           WRITE FS-ENRG-FACREG-S        FROM WS-ENRG-F-FACREG.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-WRITE-FFACREG-FIN.
           EXIT.
      *
       6080-WRITE-FNONAFF-DEB.
           WRITE FS-ENRG-NONAFF-S        FROM WS-ENRG-F-NONAFF.
           IF NOT OK-NONAFF-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-NONAFF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NONAFF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-WRITE-FNONAFF-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-HISMVT-E.
           CLOSE F-FACREG-E.
           CLOSE F-CLICOM-E.
           IF NOT NOTFOUND-NONAFF-E
              CLOSE F-NONAFF-E
           END-IF.
           IF NOT NOTFOUND-AFFMAN-E
              CLOSE F-AFFMAN-E
           END-IF.
           CLOSE F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-NONAFF-S.
           IF NOT OK-NONAFF-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-NONAFF-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-NONAFF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATLET-S.
           IF NOT OK-ETATLET
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATLET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLET
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
      *    PARAMETRE : COMPTE D'ENCAISSEMENT DE L'ENTREPOT ('CPTEENC',
      *    OBLIGATOIRE).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'CPTEENC '               TO WS-PAR-ID.
           MOVE WS-DATE-CPTA             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-ABSENT
              OR WS-PAR-VALEUR = SPACES
              DISPLAY 'PARAMETRE CPTEENC ABSENT : COMPTE '
                      'D''ENCAISSEMENT CLIENTS INCONNU'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-PAR-VALEUR            TO WS-CPTE-ENCAISS.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
       7100-RECH-CLIENT-IBAN-DEB.
           SET CLC-NON-TROUVE            TO TRUE.
           IF WS-NAF-CTP-IBAN = SPACES
              GO TO 7100-RECH-CLIENT-IBAN-FIN
           END-IF.
           SET WS-IX-CLC                 TO 1.
           PERFORM 7110-RECH-UN-CLIENT-DEB
              THRU 7110-RECH-UN-CLIENT-FIN
             UNTIL (WS-IX-CLC > WS-NB-CLC) OR CLC-TROUVE.
       7100-RECH-CLIENT-IBAN-FIN.
           EXIT.
      *
       7110-RECH-UN-CLIENT-DEB.
           IF WS-IBC-IBAN(WS-IX-CLC) = WS-NAF-CTP-IBAN
              SET CLC-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLC
           END-IF.
       7110-RECH-UN-CLIENT-FIN.
           EXIT.
      *
       7200-RECH-AFFMAN-DEB.
           SET AFM-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-AFM.
           PERFORM 7210-RECH-UNE-AFFMAN-DEB
              THRU 7210-RECH-UNE-AFFMAN-FIN
             UNTIL (WS-IX-AFM > WS-NB-AFM) OR AFM-TROUVEE.
       7200-RECH-AFFMAN-FIN.
           EXIT.
      *
       7210-RECH-UNE-AFFMAN-DEB.
           IF WS-TAM-CLE(WS-IX-AFM) = WS-NAF-CLE
              SET AFM-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-AFM
           END-IF.
       7210-RECH-UNE-AFFMAN-FIN.
           EXIT.
      *
      *    FACTURE OUVERTE DONT LE NUMERO EST LA REFERENCE DU CREDIT
      *    (REF-VIR OU LIBELLE).
      *
       7300-LETTRE-REFERENCE-DEB.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           PERFORM 7800-CALC-RESTE-DU-DEB
              THRU 7800-CALC-RESTE-DU-FIN.
           IF WS-MT-RESTE-DU NOT > ZERO
              OR WS-FAC-NO = SPACES
              GO TO 7300-LETTRE-REFERENCE-FIN
           END-IF.
           MOVE ZERO                     TO WS-NB-OCCURENCES.
           IF WS-NAF-REF-VIR = WS-FAC-NO
              MOVE 1                     TO WS-NB-OCCURENCES
           ELSE
              INSPECT WS-NAF-LIBELLE TALLYING WS-NB-OCCURENCES
                      FOR ALL WS-FAC-NO
           END-IF.
           IF WS-NB-OCCURENCES > ZERO
              PERFORM 7600-IMPUTE-FACTURE-DEB
                 THRU 7600-IMPUTE-FACTURE-FIN
           END-IF.
       7300-LETTRE-REFERENCE-FIN.
           EXIT.
      *
      *    FACTURE OUVERTE DU CLIENT IDENTIFIE DONT LE RESTE DU EST
      *    EGAL AU MONTANT RESTANT DU CREDIT.
      *
       7400-LETTRE-MONTANT-DEB.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           IF WS-FAC-CLIENT NOT = WS-CLC-CODE(WS-IX-CLC)
              GO TO 7400-LETTRE-MONTANT-FIN
           END-IF.
           PERFORM 7800-CALC-RESTE-DU-DEB
              THRU 7800-CALC-RESTE-DU-FIN.
           IF WS-MT-RESTE-DU = WS-MT-RESTE
              SET FAC-TROUVEE            TO TRUE
              PERFORM 7600-IMPUTE-FACTURE-DEB
                 THRU 7600-IMPUTE-FACTURE-FIN
           END-IF.
       7400-LETTRE-MONTANT-FIN.
           EXIT.
      *
      *    RECHERCHE D'UNE FACTURE OUVERTE PAR SON NUMERO (AFFECTATION
      *    MANUELLE) : LA FACTURE EST CHARGEE DANS WS-ENRG-F-FACREG.
      *
       7500-RECH-FACTURE-DEB.
           SET FAC-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-FAC.
           PERFORM 7510-RECH-UNE-FACTURE-DEB
              THRU 7510-RECH-UNE-FACTURE-FIN
             UNTIL (WS-IX-FAC > WS-NB-FAC) OR FAC-TROUVEE.
       7500-RECH-FACTURE-FIN.
           EXIT.
      *
       7510-RECH-UNE-FACTURE-DEB.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           IF WS-FAC-NO = WS-TAM-FAC-NO(WS-IX-AFM)
              PERFORM 7800-CALC-RESTE-DU-DEB
                 THRU 7800-CALC-RESTE-DU-FIN
              IF WS-MT-RESTE-DU > ZERO
                 SET FAC-TROUVEE         TO TRUE
              ELSE
                 ADD 1                   TO WS-IX-FAC
              END-IF
           ELSE
              ADD 1                      TO WS-IX-FAC
           END-IF.
       7510-RECH-UNE-FACTURE-FIN.
           EXIT.
      *
      *    IMPUTATION DU CREDIT SUR LA FACTURE COURANTE (WS-IX-FAC,
      *    RESTE DU CALCULE) : LE MONTANT IMPUTE EST LE PLUS PETIT DU
      *    RESTE DU ET DU CREDIT RESTANT ; RESTE DU SOLDE = 'R'.
      *
       7600-IMPUTE-FACTURE-DEB.
           IF WS-MT-RESTE < WS-MT-RESTE-DU
              MOVE WS-MT-RESTE           TO WS-MT-IMPUTE
           ELSE
              MOVE WS-MT-RESTE-DU        TO WS-MT-IMPUTE
           END-IF.
           IF WS-FAC-MT-ENCAISSE IS NOT NUMERIC
              MOVE ZERO                  TO WS-FAC-MT-ENCAISSE
           END-IF.
           ADD WS-MT-IMPUTE              TO WS-FAC-MT-ENCAISSE.
           SUBTRACT WS-MT-IMPUTE         FROM WS-MT-RESTE
                                              WS-MT-RESTE-DU.
           IF WS-MT-RESTE-DU = ZERO
              SET FAC-REGLEE             TO TRUE
              ADD 1                      TO WS-CPT-SOLDEES
           ELSE
              ADD 1                      TO WS-CPT-PARTIELLES
           END-IF.
           MOVE WS-ENRG-F-FACREG         TO WS-TFA-ENRG(WS-IX-FAC).
           SET CREDIT-LETTRE             TO TRUE.
           ADD 1                         TO WS-CPT-IMPUTATIONS.
           ADD WS-MT-IMPUTE              TO WS-TOT-IMPUTE.
           PERFORM 8010-EDIT-LETTRE-DEB
              THRU 8010-EDIT-LETTRE-FIN.
       7600-IMPUTE-FACTURE-FIN.
           EXIT.
      *
      *    RELIQUAT NON IMPUTE : VERSE AU FICHIER DES NON AFFECTES
      *    (DATE D'ENTREE D'ORIGINE CONSERVEE POUR UNE REPRISE).
      *
       7700-NON-AFFECTE-DEB.
           IF WS-MOTIF-NON-AFFECTE = SPACES
              MOVE 'CREDIT NON LETTRE'   TO WS-MOTIF-NON-AFFECTE
           END-IF.
           MOVE WS-MT-RESTE              TO WS-NAF-MT.
           MOVE WS-MOTIF-NON-AFFECTE     TO WS-NAF-MOTIF.
           PERFORM 6080-WRITE-FNONAFF-DEB
              THRU 6080-WRITE-FNONAFF-FIN.
           ADD 1                         TO WS-CPT-NON-AFFECTES.
           ADD WS-MT-RESTE               TO WS-TOT-NON-AFFECTE.
           PERFORM 8020-EDIT-NON-AFFECTE-DEB
              THRU 8020-EDIT-NON-AFFECTE-FIN.
       7700-NON-AFFECTE-FIN.
           EXIT.
      *
      *    RESTE DU D'UNE FACTURE : TTC MOINS ENCAISSE (ZONE NON
      *    NUMERIQUE = RIEN ENCAISSE) ; NUL POUR UNE FACTURE REGLEE,
      *    UN AVOIR OU UN STATUT INCONNU.
      *
       7800-CALC-RESTE-DU-DEB.
           MOVE ZERO                     TO WS-MT-RESTE-DU.
           IF NOT (FAC-NOUVELLE OR FAC-PRELEVEE OR FAC-IMPAYEE)
              GO TO 7800-CALC-RESTE-DU-FIN
           END-IF.
           MOVE WS-FAC-MT-TTC            TO WS-MT-RESTE-DU.
           IF WS-FAC-MT-ENCAISSE IS NUMERIC
              SUBTRACT WS-FAC-MT-ENCAISSE FROM WS-MT-RESTE-DU
           END-IF.
       7800-CALC-RESTE-DU-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-EDIT-ENTETE-DEB.
           MOVE WS-DATE-CPTA             TO WS-LLET-DATE-ED.
           MOVE WS-CPTE-ENCAISS          TO WS-LLET-CPTE-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-LETTRE-DEB.
           EVALUATE TRUE
              WHEN LET-PAR-REFERENCE
                 MOVE 'REF '             TO WS-LLET-L-MODE-ED
              WHEN LET-PAR-CLIENT
                 MOVE 'IBAN'             TO WS-LLET-L-MODE-ED
              WHEN OTHER
                 MOVE 'MAN '             TO WS-LLET-L-MODE-ED
           END-EVALUATE.
           MOVE WS-NAF-DATE-MVT          TO WS-LLET-L-DATE-ED.
           MOVE WS-NAF-CTP-NOM           TO WS-LLET-L-NOM-ED.
           MOVE WS-FAC-NO                TO WS-LLET-L-FAC-ED.
           MOVE WS-FAC-CLIENT            TO WS-LLET-L-CLI-ED.
           MOVE WS-MT-IMPUTE             TO WS-LLET-L-MT-ED.
           IF FAC-REGLEE
              MOVE 'REGLEE '             TO WS-LLET-L-ETAT-ED
           ELSE
              MOVE 'RESTE  '             TO WS-LLET-L-ETAT-ED
           END-IF.
           MOVE WS-MT-RESTE-DU           TO WS-LLET-L-RESTE-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-LETTRE.
           IF NOT OK-ETATLET
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATLET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLET
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8010-EDIT-LETTRE-FIN.
           EXIT.
      *
       8020-EDIT-NON-AFFECTE-DEB.
           MOVE WS-NAF-DATE-MVT          TO WS-LLET-N-DATE-ED.
           MOVE WS-NAF-CTP-NOM           TO WS-LLET-N-NOM-ED.
           MOVE WS-NAF-REF-VIR           TO WS-LLET-N-REF-ED.
           MOVE WS-NAF-MT                TO WS-LLET-N-MT-ED.
           MOVE WS-NAF-MOTIF             TO WS-LLET-N-MOTIF-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-NON-AFF.
           IF NOT OK-ETATLET
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATLET-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLET
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8020-EDIT-NON-AFFECTE-FIN.
           EXIT.
      *
       8030-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TIRET.
           MOVE 'TOTAL DES CREDITS DU JOUR'
                                         TO WS-LLET-TOT-LIB-ED.
           MOVE WS-TOT-CREDITS           TO WS-LLET-TOT-MT-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TOTAL.
           MOVE 'TOTAL IMPUTE AUX FACTURES'
                                         TO WS-LLET-TOT-LIB-ED.
           MOVE WS-TOT-IMPUTE            TO WS-LLET-TOT-MT-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TOTAL.
           MOVE 'TOTAL DES NON AFFECTES'
                                         TO WS-LLET-TOT-LIB-ED.
           MOVE WS-TOT-NON-AFFECTE       TO WS-LLET-TOT-MT-ED.
           WRITE FS-ENRG-ETATLET-S       FROM WS-LLET-TOTAL.
       8030-EDIT-TOTAUX-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO114     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'FACTURES DU REGISTRE         :  ' WS-CPT-FACTURES.
           DISPLAY 'NON AFFECTES REPRIS          :  ' WS-CPT-REPRIS.
           DISPLAY 'CREDITS DU JOUR              :  ' WS-CPT-CREDITS.
           DISPLAY 'IMPUTATIONS                  :  '
                   WS-CPT-IMPUTATIONS.
           DISPLAY 'FACTURES REGLEES             :  ' WS-CPT-SOLDEES.
           DISPLAY 'FACTURES REGLEES PARTIELLEMENT: '
                   WS-CPT-PARTIELLES.
           DISPLAY 'ENCAISSEMENTS NON AFFECTES   :  '
                   WS-CPT-NON-AFFECTES.
           DISPLAY 'TOTAL DES CREDITS DU JOUR    :  ' WS-TOT-CREDITS.
           DISPLAY 'TOTAL IMPUTE                 :  ' WS-TOT-IMPUTE.
           DISPLAY 'TOTAL NON AFFECTE            :  '
                   WS-TOT-NON-AFFECTE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO114         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO114        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
