      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO115                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  BALANCE AGEE DES CLIENTS DE L'ENTREPOT ET RELANCES           *
      *  (HEBDOMADAIRE) : A LA DATE D'ARRETE (SYSIN, DEFAUT DATE DU   *
      *  JOUR), LE RESTE DU DE CHAQUE FACTURE NON REGLEE DU REGISTRE  *
      *  (COPY FACREG, STATUTS N/P/I, TTC MOINS ENCAISSE) EST VENTILE *
      *  PAR ANCIENNETE DEPUIS LA DATE DE FACTURE (0-30, 31-60,       *
      *  61-90, PLUS DE 90 JOURS CALENDAIRES, ARIS902 FONCTION 'C')   *
      *  PAR CLIENT (FICHIER INDEXE CLI0206, COPY CLICOM), AVEC LES   *
      *  TOTAUX PAR CATEGORIE TARIFAIRE ET LE DELAI MOYEN DE          *
      *  REGLEMENT (DSO = ENCOURS / FACTURATION DES 90 DERNIERS       *
      *  JOURS X 90). ECHELLE DE RELANCE SUR LE RETARD (ANCIENNETE    *
      *  MOINS LE DELAI DE PAIEMENT 'DELPAICL', DEFAUT 30) : SEUILS   *
      *  'RELANCE1' (DEFAUT 10), 'RELANCE2' (30) ET 'RELANCE3' (60)   *
      *  JOURS ; UNE FACTURE MONTE D'UN SEUL ECHELON PAR PASSAGE ET   *
      *  LE NIVEAU ATTEINT EST CONSERVE DANS LE REGISTRE (REECRIT     *
      *  PERE-FILS). CHAQUE ECHELON FRANCHI PRODUIT UNE LETTRE PAR    *
      *  CLIENT (F-ETATLTR-S : RELANCE, MISE EN DEMEURE, DERNIERE     *
      *  SOMMATION) ; A LA DERNIERE SOMMATION LE CLIENT ACTIF PASSE   *
      *  EN STOP CREDIT 'S' (REWRITE CLI0206) AVEC UNE LIGNE D'AUDIT  *
      *  (F-AUDCLI-S) DONNANT LA FACTURE ET LE RETARD EN CAUSE.       *
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
       PROGRAM-ID.      ARIO115.
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
      *                      F-FACREG-E : REGISTRE DES FACTURES (N-1)
      *                      -------------------------------------------
           SELECT  F-FACREG-E          ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-CLI-ES : FICHIER CLIENTS CLI0206
      *                      -------------------------------------------
           SELECT  F-CLI-ES            ASSIGN TO CLI0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-CLI-CODE
                   FILE STATUS         IS WS-FS-CLI-ES.
      *                      -------------------------------------------
      *                      F-FACREG-S : REGISTRE DES FACTURES (N)
      *                      -------------------------------------------
           SELECT  F-FACREG-S          ASSIGN TO FACREGS
                   FILE STATUS         IS WS-FS-FACREG-S.
      *                      -------------------------------------------
      *                      F-ETATBAL-S : BALANCE AGEE
      *                      -------------------------------------------
           SELECT  F-ETATBAL-S         ASSIGN TO ETATBAL
                   FILE STATUS         IS WS-FS-ETATBAL.
      *                      -------------------------------------------
      *                      F-ETATLTR-S : LETTRES DE RELANCE
      *                      -------------------------------------------
           SELECT  F-ETATLTR-S         ASSIGN TO ETATLTR
                   FILE STATUS         IS WS-FS-ETATLTR.
      *                      -------------------------------------------
      *                      F-AUDCLI-S : AUDIT DES PASSAGES EN STOP
      *                      -------------------------------------------
           SELECT  F-AUDCLI-S          ASSIGN TO AUDCLI
                   FILE STATUS         IS WS-FS-AUDCLI.
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
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-CLI-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-ENRG-CLI-ES.
           05  FS-CLI-CODE            PIC X(08).
           05  FILLER                 PIC X(92).
      *
       FD  F-FACREG-S
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-S           PIC X(70).
      *
       FD  F-ETATBAL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATBAL-S          PIC X(132).
      *
       FD  F-ETATLTR-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLTR-S          PIC X(80).
      *
       FD  F-AUDCLI-S
           RECORDING MODE IS F.
       01  FS-ENRG-AUDCLI-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- REGISTRE DES FACTURES (PARTAGE ARIO095) -------*
      *
           COPY FACREG.
      *
      *---------------- CLIENTS DE L'ENTREPOT -------------------------*
      *
           COPY CLICOM.
      *
      *---------------- ZONE D'ECHANGE ARIS902 (CALENDRIER) -----------*
      *
           COPY CALJOUR.
      *
      *---------------- ZONE D'ECHANGE ARIS903 (PARAMETRES) -----------*
      *
           COPY PARAPPL.
      *
      *---------------- REGISTRE DES FACTURES EN MEMOIRE --------------*
      *
       01  WS-TAB-FAC.
           05  WS-TFA-EL             OCCURS 3000 TIMES.
               10  WS-TFA-ENRG       PIC X(70).
               10  WS-TFA-AGE        PIC 9(05) COMP-3.
               10  WS-TFA-RETARD     PIC 9(05) COMP-3.
               10  WS-TFA-NIV-NOUV   PIC X(01).
               10  WS-TFA-VUE        PIC X(01).
                   88  TFA-VUE       VALUE 'O'.
       01  WS-NB-FAC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-FAC                 PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- CUMULS PAR CATEGORIE TARIFAIRE ----------------*
      *
       01  WS-TAB-CAT.
           05  WS-TCA-EL             OCCURS 100 TIMES.
               10  WS-TCA-CATEG      PIC X(02).
               10  WS-TCA-NB-CLI     PIC S9(04) COMP.
               10  WS-TCA-TRANCHE    PIC 9(11)V99 COMP-3
                                     OCCURS 4 TIMES.
               10  WS-TCA-TOTAL      PIC 9(11)V99 COMP-3.
       01  WS-NB-CAT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CAT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-CAT-TROUVEE         PIC X(01) VALUE 'N'.
           88  CAT-TROUVEE           VALUE 'O'.
           88  CAT-NON-TROUVEE       VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00'.
           88  EOF-FACREG-E          VALUE '10'.
       01  WS-FS-CLI-ES              PIC XX.
           88  OK-CLI-ES             VALUE '00'.
           88  EOF-CLI-ES            VALUE '10'.
       01  WS-FS-FACREG-S            PIC XX.
           88  OK-FACREG-S           VALUE '00'.
       01  WS-FS-ETATBAL             PIC XX.
           88  OK-ETATBAL            VALUE '00'.
       01  WS-FS-ETATLTR             PIC XX.
           88  OK-ETATLTR            VALUE '00'.
       01  WS-FS-AUDCLI              PIC XX.
           88  OK-AUDCLI             VALUE '00'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-DATE-ARRETE    PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- LIGNE D'AUDIT CLIENT --------------------------*
      *
       01  WS-ENRG-F-AUDCLI.
           05  WS-AUD-DATE           PIC 9(08).
           05  WS-AUD-PROG           PIC X(08).
           05  WS-AUD-CLIENT         PIC X(08).
           05  WS-AUD-STATUT-AVANT   PIC X(01).
           05  WS-AUD-STATUT-APRES   PIC X(01).
           05  WS-AUD-FAC-NO         PIC X(08).
           05  WS-AUD-RETARD         PIC 9(05).
           05  WS-AUD-MOTIF          PIC X(30).
           05  FILLER                PIC X(11).
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-DATE-ARRETE            PIC 9(08).
       01  WS-DELAI-PAIE             PIC 9(03) VALUE 30.
       01  WS-SEUIL-RELANCE-1        PIC 9(03) VALUE 10.
       01  WS-SEUIL-RELANCE-2        PIC 9(03) VALUE 30.
       01  WS-SEUIL-RELANCE-3        PIC 9(03) VALUE 60.
       01  WS-PERIODE-DSO            PIC 9(03) VALUE 90.
       01  WS-MT-RESTE-DU            PIC S9(9)V99 COMP-3.
       01  WS-IX-TR                  PIC S9(04) COMP VALUE ZERO.
       01  WS-NIV-CIBLE              PIC X(01).
       01  WS-NIV-ACTUEL             PIC X(01).
       01  WS-NIV-LETTRE             PIC 9(01).
       01  WS-NIV-LETTRE-X REDEFINES WS-NIV-LETTRE
                                     PIC X(01).
       01  WS-NIV-MAX-CLI            PIC X(01).
       01  WS-NB-LIG-LETTRE          PIC S9(04) COMP VALUE ZERO.
       01  WS-TOT-LETTRE             PIC 9(11)V99 COMP-3.
       01  WS-SW-STOP                PIC X(01).
           88  STOP-DEMANDE          VALUE 'O'.
           88  STOP-NON-DEMANDE      VALUE 'N'.
       01  WS-STOP-FAC-NO            PIC X(08).
       01  WS-STOP-RETARD            PIC 9(05).
       01  WS-STATUT-AVANT           PIC X(01).
      *
      *---------------- CUMULS DU CLIENT COURANT ----------------------*
      *
       01  WS-CLI-TRANCHES.
           05  WS-CLI-TRANCHE        PIC 9(11)V99 COMP-3
                                     OCCURS 4 TIMES.
       01  WS-CLI-TOTAL              PIC 9(11)V99 COMP-3.
       01  WS-CLI-NB-FAC             PIC 9(04).
      *
      *---------------- CUMULS GENERAUX ET DSO ------------------------*
      *
       01  WS-GEN-TRANCHES.
           05  WS-GEN-TRANCHE        PIC 9(11)V99 COMP-3
                                     OCCURS 4 TIMES.
       01  WS-GEN-TOTAL              PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-VENTES-PERIODE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DSO                    PIC 9(05)V9 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-FACTURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-OUVERTES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-CLIENTS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-LETTRES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-RELANCE-1          PIC 9(05) VALUE ZERO.
       01  WS-CPT-RELANCE-2          PIC 9(05) VALUE ZERO.
       01  WS-CPT-RELANCE-3          PIC 9(05) VALUE ZERO.
       01  WS-CPT-STOP               PIC 9(05) VALUE ZERO.
       01  WS-CPT-HORS-FICHIER       PIC 9(05) VALUE ZERO.
       01  WS-CPT-DATES-KO           PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES DE LA BALANCE AGEE ---------------------*
      *
       01  WS-LBAL-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LBAL-TITRE.
           05  FILLER                PIC X(50) VALUE
               'ESTIAC - BALANCE AGEE DES CLIENTS ARRETEE AU '.
           05  WS-LBAL-DATE-ED       PIC 9(08).
       01  WS-LBAL-ENTETE.
           05  FILLER                PIC X(44) VALUE
               'CLIENT    RAISON SOCIALE        CAT  NBFA  '.
           05  FILLER                PIC X(56) VALUE
               '     0-30 J     31-60 J     61-90 J    + 90 J    '.
           05  FILLER                PIC X(32) VALUE
               '       TOTAL  NIV'.
       01  WS-LBAL-DETAIL.
           05  WS-LBAL-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-NOM-ED        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-CAT-ED        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-NB-ED         PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-TR-GRP.
               10  WS-LBAL-TR-EL     OCCURS 4 TIMES.
                   15  WS-LBAL-TR-ED PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-TOT-ED        PIC ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-NIV-ED        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-FLAG-ED       PIC X(20).
       01  WS-LBAL-TOTAL.
           05  WS-LBAL-T-LIB-ED      PIC X(30).
           05  FILLER                PIC X(08) VALUE SPACE.
           05  WS-LBAL-T-NB-ED       PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-T-TR-GRP.
               10  WS-LBAL-T-TR-EL   OCCURS 4 TIMES.
                   15  WS-LBAL-T-TR-ED
                                     PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LBAL-T-TOT-ED      PIC ZZZZZZZZZ9,99.
       01  WS-LBAL-DSO.
           05  FILLER                PIC X(45) VALUE
               'FACTURATION DES 90 DERNIERS JOURS (TTC)   : '.
           05  WS-LBAL-VENTES-ED     PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(18) VALUE
               '   DSO (JOURS) : '.
           05  WS-LBAL-DSO-ED        PIC ZZZZ9,9.
      *
      *---------------- LIGNES DES LETTRES DE RELANCE -----------------*
      *
       01  WS-LLTR-BLANC             PIC X(80) VALUE SPACE.
       01  WS-LLTR-TIRET             PIC X(80) VALUE ALL '-'.
       01  WS-LLTR-EMETTEUR          PIC X(80) VALUE
           'ESTIAC - ENTREPOT / SERVICE DES RECEVABLES'.
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
           05  WS-LLTR-OBJET-ED      PIC X(50).
       01  WS-LLTR-TEXTE             PIC X(80).
       01  WS-LLTR-ENTETE            PIC X(80) VALUE
           'FACTURE   DATE FACT.     MONTANT TTC      RESTE DU   RETARD
      -    ' (J)'.
       01  WS-LLTR-LIGNE.
           05  WS-LLTR-FAC-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-DFAC-ED       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-TTC-ED        PIC ZZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LLTR-RESTE-ED      PIC ZZZZZZZZZ9,99.
           05  FILLER                PIC X(04) VALUE SPACE.
           05  WS-LLTR-RETARD-ED     PIC ZZZZ9.
       01  WS-LLTR-TOTAL.
           05  FILLER                PIC X(35) VALUE
               'TOTAL RESTANT DU                  '.
           05  WS-LLTR-TOT-ED        PIC ZZZZZZZZZ9,99.
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
           IF WS-DEM-DATE-ARRETE IS NUMERIC
              MOVE WS-DEM-DATE-ARRETE    TO WS-DATE-ARRETE
           ELSE
              MOVE WS-DATE-SYST          TO WS-DATE-ARRETE
           END-IF.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO115'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7000-LIRE-PARAMETRES-DEB
              THRU 7000-LIRE-PARAMETRES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           MOVE ZERO                     TO WS-GEN-TRANCHE(1)
                                            WS-GEN-TRANCHE(2)
                                            WS-GEN-TRANCHE(3)
                                            WS-GEN-TRANCHE(4).
      *
      *--------------- CHARGEMENT DU REGISTRE DES FACTURES (N-1) -----*
      *
           PERFORM 6010-READ-FFACREG-DEB
              THRU 6010-READ-FFACREG-FIN.
           PERFORM 1000-CHARGE-FACTURE-DEB
              THRU 1000-CHARGE-FACTURE-FIN
             UNTIL EOF-FACREG-E.
      *
           PERFORM 8000-EDIT-ENTETE-DEB
              THRU 8000-EDIT-ENTETE-FIN.
      *
      *--------------- BALANCE ET RELANCES PAR CLIENT (CLI0206) ------*
      *
           PERFORM 6020-READ-FCLI-DEB
              THRU 6020-READ-FCLI-FIN.
           PERFORM 2000-TRT-CLIENT-DEB
              THRU 2000-TRT-CLIENT-FIN
             UNTIL EOF-CLI-ES.
      *
      *--------------- FACTURES DE CLIENTS ABSENTS DE CLI0206 --------*
      *
           PERFORM 3000-HORS-FICHIER-DEB
              THRU 3000-HORS-FICHIER-FIN.
      *
      *--------------- REECRITURE DU REGISTRE DES FACTURES (N) -------*
      *
           PERFORM 4000-ECRIT-FACTURE-DEB
              THRU 4000-ECRIT-FACTURE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
      *
           PERFORM 8050-EDIT-CATEGORIES-DEB
              THRU 8050-EDIT-CATEGORIES-FIN.
      *
           PERFORM 8060-EDIT-TOTAUX-DEB
              THRU 8060-EDIT-TOTAUX-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-LETTRES           TO WS-RUN-NBENR.
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
      *   CHARGEMENT D'UNE FACTURE : ANCIENNETE ET BASE DU DSO        *
      *---------------------------------------------------------------*
      *
       1000-CHARGE-FACTURE-DEB.
      *
           IF WS-NB-FAC = 3000
              DISPLAY 'TABLE DES FACTURES SATUREE (3000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-FAC.
           ADD 1                         TO WS-CPT-FACTURES.
           MOVE WS-ENRG-F-FACREG         TO WS-TFA-ENRG(WS-NB-FAC).
           MOVE SPACE                    TO WS-TFA-NIV-NOUV(WS-NB-FAC)
                                            WS-TFA-VUE(WS-NB-FAC).
           MOVE ZERO                     TO WS-TFA-RETARD(WS-NB-FAC).
      *
           SET CAL-FCT-ECART-CAL         TO TRUE.
           MOVE WS-FAC-DATE              TO WS-CAL-DATE-1.
           MOVE WS-DATE-ARRETE           TO WS-CAL-DATE-2.
           CALL 'ARIS902'             USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-NB-JOURS       TO WS-TFA-AGE(WS-NB-FAC)
           ELSE
              ADD 1                      TO WS-CPT-DATES-KO
              MOVE ZERO                  TO WS-TFA-AGE(WS-NB-FAC)
           END-IF.
      *
      *    FACTURATION DE LA PERIODE DU DSO : FACTURES EMISES MOINS
      *    LES AVOIRS DES 90 DERNIERS JOURS.
      *
           IF WS-TFA-AGE(WS-NB-FAC) NOT > WS-PERIODE-DSO
              AND WS-FAC-DATE NOT > WS-DATE-ARRETE
              IF FAC-AVOIR
                 SUBTRACT WS-FAC-MT-TTC  FROM WS-VENTES-PERIODE
              ELSE
                 ADD WS-FAC-MT-TTC       TO WS-VENTES-PERIODE
              END-IF
           END-IF.
      *
           PERFORM 6010-READ-FFACREG-DEB
              THRU 6010-READ-FFACREG-FIN.
      *
       1000-CHARGE-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRAITEMENT D'UN CLIENT DE CLI0206                           *
      *---------------------------------------------------------------*
      *
       2000-TRT-CLIENT-DEB.
      *
           MOVE ZERO                     TO WS-CLI-TRANCHE(1)
                                            WS-CLI-TRANCHE(2)
                                            WS-CLI-TRANCHE(3)
                                            WS-CLI-TRANCHE(4)
                                            WS-CLI-TOTAL
                                            WS-CLI-NB-FAC.
           MOVE SPACE                    TO WS-NIV-MAX-CLI.
           SET STOP-NON-DEMANDE          TO TRUE.
      *
           PERFORM 2100-EXAMINE-FACTURE-DEB
              THRU 2100-EXAMINE-FACTURE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
      *
           IF WS-CLI-NB-FAC = ZERO
              GO TO 2000-TRT-CLIENT-SUITE
           END-IF.
      *
           ADD 1                         TO WS-CPT-CLIENTS.
           PERFORM 7600-CUMUL-CATEGORIE-DEB
              THRU 7600-CUMUL-CATEGORIE-FIN.
      *
           PERFORM 2200-LETTRE-NIVEAU-DEB
              THRU 2200-LETTRE-NIVEAU-FIN
             VARYING WS-NIV-LETTRE FROM 1 BY 1
               UNTIL WS-NIV-LETTRE > 3.
      *
           MOVE SPACES                   TO WS-LBAL-FLAG-ED.
           IF STOP-DEMANDE
              PERFORM 2300-STOP-CREDIT-DEB
                 THRU 2300-STOP-CREDIT-FIN
           END-IF.
      *
           PERFORM 8010-EDIT-CLIENT-DEB
              THRU 8010-EDIT-CLIENT-FIN.
      *
       2000-TRT-CLIENT-SUITE.
           PERFORM 6020-READ-FCLI-DEB
              THRU 6020-READ-FCLI-FIN.
      *
       2000-TRT-CLIENT-FIN.
           EXIT.
      *
      *    FACTURE OUVERTE DU CLIENT : VENTILATION PAR ANCIENNETE ET
      *    PASSAGE A L'ECHELON DE RELANCE SUIVANT QUAND LE RETARD
      *    ATTEINT SON SEUIL (UN SEUL ECHELON PAR PASSAGE).
      *
       2100-EXAMINE-FACTURE-DEB.
      *
           IF WS-TFA-ENRG(WS-IX-FAC)(9:8) NOT = WS-CLC-CODE-E
              GO TO 2100-EXAMINE-FACTURE-FIN
           END-IF.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           MOVE 'O'                      TO WS-TFA-VUE(WS-IX-FAC).
           PERFORM 7800-CALC-RESTE-DU-DEB
              THRU 7800-CALC-RESTE-DU-FIN.
           IF WS-MT-RESTE-DU NOT > ZERO
              GO TO 2100-EXAMINE-FACTURE-FIN
           END-IF.
      *
           PERFORM 7200-CUMUL-TRANCHE-DEB
              THRU 7200-CUMUL-TRANCHE-FIN.
           ADD WS-MT-RESTE-DU            TO WS-CLI-TRANCHE(WS-IX-TR)
                                            WS-CLI-TOTAL.
           ADD 1                         TO WS-CLI-NB-FAC.
      *
           PERFORM 7400-ECHELON-RELANCE-DEB
              THRU 7400-ECHELON-RELANCE-FIN.
      *
       2100-EXAMINE-FACTURE-FIN.
           EXIT.
      *
      *    UNE LETTRE PAR ECHELON FRANCHI CE PASSAGE, REPRENANT LES
      *    FACTURES DU CLIENT PARVENUES A CET ECHELON.
      *
       2200-LETTRE-NIVEAU-DEB.
      *
           MOVE ZERO                     TO WS-NB-LIG-LETTRE.
           PERFORM 2210-COMPTE-LIGNE-DEB
              THRU 2210-COMPTE-LIGNE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
           IF WS-NB-LIG-LETTRE = ZERO
              GO TO 2200-LETTRE-NIVEAU-FIN
           END-IF.
      *
           MOVE ZERO                     TO WS-TOT-LETTRE.
           PERFORM 8100-EDIT-LETTRE-TETE-DEB
              THRU 8100-EDIT-LETTRE-TETE-FIN.
           PERFORM 8110-EDIT-LETTRE-LIGNE-DEB
              THRU 8110-EDIT-LETTRE-LIGNE-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
           PERFORM 8120-EDIT-LETTRE-PIED-DEB
              THRU 8120-EDIT-LETTRE-PIED-FIN.
      *
           ADD 1                         TO WS-CPT-LETTRES.
           EVALUATE WS-NIV-LETTRE
              WHEN 1
                 ADD 1                   TO WS-CPT-RELANCE-1
              WHEN 2
                 ADD 1                   TO WS-CPT-RELANCE-2
              WHEN OTHER
                 ADD 1                   TO WS-CPT-RELANCE-3
           END-EVALUATE.
      *
       2200-LETTRE-NIVEAU-FIN.
           EXIT.
      *
       2210-COMPTE-LIGNE-DEB.
           IF WS-TFA-NIV-NOUV(WS-IX-FAC) = WS-NIV-LETTRE-X
              AND WS-TFA-ENRG(WS-IX-FAC)(9:8) = WS-CLC-CODE-E
              ADD 1                      TO WS-NB-LIG-LETTRE
           END-IF.
       2210-COMPTE-LIGNE-FIN.
           EXIT.
      *
      *    DERNIERE SOMMATION : LE CLIENT ACTIF PASSE EN STOP CREDIT
      *    (L'ALLOCATION ARIO942 RETIENT ALORS SES COMMANDES), AVEC
      *    UNE LIGNE D'AUDIT. UN CLIENT DEJA BLOQUE OU FERME RESTE
      *    EN L'ETAT.
      *
       2300-STOP-CREDIT-DEB.
      *
           IF NOT CLC-ACTIF-E
              GO TO 2300-STOP-CREDIT-FIN
           END-IF.
           MOVE WS-CLC-STATUT-E          TO WS-STATUT-AVANT.
           SET CLC-STOP-CREDIT-E         TO TRUE.
           REWRITE FS-ENRG-CLI-ES        FROM WS-ENRG-F-CLICOM.
           IF NOT OK-CLI-ES
              DISPLAY 'PROBLEME DE REWRITE DU FICHIER F-CLI-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-STOP.
           MOVE 'PASSE EN STOP CREDIT'   TO WS-LBAL-FLAG-ED.
      *
           MOVE SPACES                   TO WS-ENRG-F-AUDCLI.
           MOVE WS-DATE-ARRETE           TO WS-AUD-DATE.
           MOVE 'ARIO115'                TO WS-AUD-PROG.
           MOVE WS-CLC-CODE-E            TO WS-AUD-CLIENT.
           MOVE WS-STATUT-AVANT          TO WS-AUD-STATUT-AVANT.
           MOVE WS-CLC-STATUT-E          TO WS-AUD-STATUT-APRES.
           MOVE WS-STOP-FAC-NO           TO WS-AUD-FAC-NO.
           MOVE WS-STOP-RETARD           TO WS-AUD-RETARD.
           MOVE 'DERNIERE SOMMATION - IMPAYE'
                                         TO WS-AUD-MOTIF.
           WRITE FS-ENRG-AUDCLI-S        FROM WS-ENRG-F-AUDCLI.
           IF NOT OK-AUDCLI
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-AUDCLI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       2300-STOP-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FACTURES OUVERTES DE CLIENTS ABSENTS DE CLI0206             *
      *---------------------------------------------------------------*
      *
      *    ELLES FIGURENT A LA BALANCE SUR UNE LIGNE DE REGROUPEMENT
      *    (PAS DE LETTRE NI DE RELANCE FAUTE D'ADRESSE).
      *
       3000-HORS-FICHIER-DEB.
      *
           MOVE ZERO                     TO WS-CLI-TRANCHE(1)
                                            WS-CLI-TRANCHE(2)
                                            WS-CLI-TRANCHE(3)
                                            WS-CLI-TRANCHE(4)
                                            WS-CLI-TOTAL
                                            WS-CLI-NB-FAC.
           PERFORM 3010-HORS-FICHIER-FAC-DEB
              THRU 3010-HORS-FICHIER-FAC-FIN
             VARYING WS-IX-FAC FROM 1 BY 1
               UNTIL WS-IX-FAC > WS-NB-FAC.
           IF WS-CLI-NB-FAC = ZERO
              GO TO 3000-HORS-FICHIER-FIN
           END-IF.
           MOVE SPACES                   TO WS-ENRG-F-CLICOM.
           MOVE '????????'               TO WS-CLC-CODE-E.
           MOVE 'INCONNUS DE CLI0206'    TO WS-CLC-NOM-E.
           MOVE SPACE                    TO WS-NIV-MAX-CLI.
           MOVE SPACES                   TO WS-LBAL-FLAG-ED.
           PERFORM 8010-EDIT-CLIENT-DEB
              THRU 8010-EDIT-CLIENT-FIN.
      *
       3000-HORS-FICHIER-FIN.
           EXIT.
      *
       3010-HORS-FICHIER-FAC-DEB.
           IF TFA-VUE(WS-IX-FAC)
              GO TO 3010-HORS-FICHIER-FAC-FIN
           END-IF.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           PERFORM 7800-CALC-RESTE-DU-DEB
              THRU 7800-CALC-RESTE-DU-FIN.
           IF WS-MT-RESTE-DU > ZERO
              PERFORM 7200-CUMUL-TRANCHE-DEB
                 THRU 7200-CUMUL-TRANCHE-FIN
              ADD WS-MT-RESTE-DU         TO WS-CLI-TRANCHE(WS-IX-TR)
                                            WS-CLI-TOTAL
              ADD 1                      TO WS-CLI-NB-FAC
                                            WS-CPT-HORS-FICHIER
           END-IF.
       3010-HORS-FICHIER-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   REECRITURE D'UNE FACTURE AVEC SON NIVEAU DE RELANCE         *
      *---------------------------------------------------------------*
      *
       4000-ECRIT-FACTURE-DEB.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           IF WS-TFA-NIV-NOUV(WS-IX-FAC) NOT = SPACE
              MOVE WS-TFA-NIV-NOUV(WS-IX-FAC)
                                         TO WS-FAC-NIV-RELANCE
           END-IF.
           WRITE FS-ENRG-FACREG-S        FROM WS-ENRG-F-FACREG.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       4000-ECRIT-FACTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-FACREG-E.
           IF NOT OK-FACREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN I-O F-CLI-ES.
           IF NOT OK-CLI-ES
              DISPLAY 'PROBLEME D''OUVERTURE I-O DU FICHIER F-CLI-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI-ES
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
           OPEN OUTPUT F-ETATBAL-S.
           IF NOT OK-ETATBAL
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATBAL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATBAL
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
           OPEN OUTPUT F-AUDCLI-S.
           IF NOT OK-AUDCLI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUDCLI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDCLI
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
       6020-READ-FCLI-DEB.
           READ F-CLI-ES INTO WS-ENRG-F-CLICOM.
           IF NOT (OK-CLI-ES OR EOF-CLI-ES)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FCLI-FIN.
           EXIT.
      *
       6030-WRITE-FETATLTR-DEB.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TEXTE.
           IF NOT OK-ETATLTR
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATLTR-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATLTR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-WRITE-FETATLTR-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-FACREG-E.
           CLOSE F-CLI-ES.
           IF NOT OK-CLI-ES
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLI-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLI-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-FACREG-S.
           IF NOT OK-FACREG-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FACREG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATBAL-S.
           IF NOT OK-ETATBAL
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATBAL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATBAL
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
           CLOSE F-AUDCLI-S.
           IF NOT OK-AUDCLI
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-AUDCLI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUDCLI
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
      *    PARAMETRES : DELAI DE PAIEMENT CLIENT ('DELPAICL', DEFAUT
      *    30 JOURS) ET SEUILS DE RETARD DES TROIS ECHELONS DE
      *    RELANCE ('RELANCE1/2/3', DEFAUTS 10 / 30 / 60 JOURS).
      *
       7000-LIRE-PARAMETRES-DEB.
           MOVE 'DELPAICL'               TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-DELAI-PAIE
           END-IF.
           MOVE 'RELANCE1'               TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-SEUIL-RELANCE-1
           END-IF.
           MOVE 'RELANCE2'               TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-SEUIL-RELANCE-2
           END-IF.
           MOVE 'RELANCE3'               TO WS-PAR-ID.
           MOVE WS-DATE-ARRETE           TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:3) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:3)    TO WS-SEUIL-RELANCE-3
           END-IF.
       7000-LIRE-PARAMETRES-FIN.
           EXIT.
      *
      *    TRANCHE D'ANCIENNETE (1 A 4) DE LA FACTURE COURANTE, CUMUL
      *    GENERAL DE LA TRANCHE.
      *
       7200-CUMUL-TRANCHE-DEB.
           EVALUATE TRUE
              WHEN WS-TFA-AGE(WS-IX-FAC) NOT > 30
                 MOVE 1                  TO WS-IX-TR
              WHEN WS-TFA-AGE(WS-IX-FAC) NOT > 60
                 MOVE 2                  TO WS-IX-TR
              WHEN WS-TFA-AGE(WS-IX-FAC) NOT > 90
                 MOVE 3                  TO WS-IX-TR
              WHEN OTHER
                 MOVE 4                  TO WS-IX-TR
           END-EVALUATE.
           ADD WS-MT-RESTE-DU            TO WS-GEN-TRANCHE(WS-IX-TR)
                                            WS-GEN-TOTAL.
           ADD 1                         TO WS-CPT-OUVERTES.
       7200-CUMUL-TRANCHE-FIN.
           EXIT.
      *
      *    RETARD = ANCIENNETE - DELAI DE PAIEMENT. L'ECHELON VISE EST
      *    LE PLUS HAUT DONT LE SEUIL EST ATTEINT ; LA FACTURE NE
      *    MONTE QUE D'UN ECHELON PAR RAPPORT A SON NIVEAU ACTUEL.
      *
       7400-ECHELON-RELANCE-DEB.
      *
           IF WS-TFA-AGE(WS-IX-FAC) > WS-DELAI-PAIE
              COMPUTE WS-TFA-RETARD(WS-IX-FAC) =
                      WS-TFA-AGE(WS-IX-FAC) - WS-DELAI-PAIE
           ELSE
              MOVE ZERO                  TO WS-TFA-RETARD(WS-IX-FAC)
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-TFA-RETARD(WS-IX-FAC) NOT < WS-SEUIL-RELANCE-3
                 MOVE '3'                TO WS-NIV-CIBLE
              WHEN WS-TFA-RETARD(WS-IX-FAC) NOT < WS-SEUIL-RELANCE-2
                 MOVE '2'                TO WS-NIV-CIBLE
              WHEN WS-TFA-RETARD(WS-IX-FAC) NOT < WS-SEUIL-RELANCE-1
                 MOVE '1'                TO WS-NIV-CIBLE
              WHEN OTHER
                 MOVE SPACE              TO WS-NIV-CIBLE
           END-EVALUATE.
      *
           MOVE WS-FAC-NIV-RELANCE       TO WS-NIV-ACTUEL.
           IF WS-NIV-CIBLE > WS-NIV-ACTUEL
              EVALUATE TRUE
                 WHEN FAC-SANS-RELANCE
                    MOVE '1'             TO WS-NIV-ACTUEL
                 WHEN FAC-RELANCE-1
                    MOVE '2'             TO WS-NIV-ACTUEL
                 WHEN OTHER
                    MOVE '3'             TO WS-NIV-ACTUEL
              END-EVALUATE
              MOVE WS-NIV-ACTUEL         TO WS-TFA-NIV-NOUV(WS-IX-FAC)
              IF WS-NIV-ACTUEL = '3'
                 SET STOP-DEMANDE        TO TRUE
                 MOVE WS-FAC-NO          TO WS-STOP-FAC-NO
                 MOVE WS-TFA-RETARD(WS-IX-FAC)
                                         TO WS-STOP-RETARD
              END-IF
           END-IF.
      *
           IF WS-NIV-ACTUEL > WS-NIV-MAX-CLI
              MOVE WS-NIV-ACTUEL         TO WS-NIV-MAX-CLI
           END-IF.
      *
       7400-ECHELON-RELANCE-FIN.
           EXIT.
      *
      *    CUMUL DU CLIENT COURANT DANS SA CATEGORIE TARIFAIRE.
      *
       7600-CUMUL-CATEGORIE-DEB.
           SET CAT-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-CAT.
           PERFORM 7610-RECH-CATEGORIE-DEB
              THRU 7610-RECH-CATEGORIE-FIN
             UNTIL (WS-IX-CAT > WS-NB-CAT) OR CAT-TROUVEE.
           IF CAT-NON-TROUVEE
              IF WS-NB-CAT = 100
                 DISPLAY 'TABLE DES CATEGORIES SATUREE (100)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-CAT
              MOVE WS-NB-CAT             TO WS-IX-CAT
              MOVE WS-CLC-CATEG-E        TO WS-TCA-CATEG(WS-IX-CAT)
              MOVE ZERO                  TO WS-TCA-NB-CLI(WS-IX-CAT)
                                            WS-TCA-TRANCHE(WS-IX-CAT 1)
                                            WS-TCA-TRANCHE(WS-IX-CAT 2)
                                            WS-TCA-TRANCHE(WS-IX-CAT 3)
                                            WS-TCA-TRANCHE(WS-IX-CAT 4)
                                            WS-TCA-TOTAL(WS-IX-CAT)
           END-IF.
           ADD 1                         TO WS-TCA-NB-CLI(WS-IX-CAT).
           ADD WS-CLI-TRANCHE(1)         TO WS-TCA-TRANCHE(WS-IX-CAT 1).
           ADD WS-CLI-TRANCHE(2)         TO WS-TCA-TRANCHE(WS-IX-CAT 2).
           ADD WS-CLI-TRANCHE(3)         TO WS-TCA-TRANCHE(WS-IX-CAT 3).
           ADD WS-CLI-TRANCHE(4)         TO WS-TCA-TRANCHE(WS-IX-CAT 4).
           ADD WS-CLI-TOTAL              TO WS-TCA-TOTAL(WS-IX-CAT).
       7600-CUMUL-CATEGORIE-FIN.
           EXIT.
      *
       7610-RECH-CATEGORIE-DEB.
           IF WS-TCA-CATEG(WS-IX-CAT) = WS-CLC-CATEG-E
              SET CAT-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CAT
           END-IF.
       7610-RECH-CATEGORIE-FIN.
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
           MOVE WS-DATE-ARRETE           TO WS-LBAL-DATE-ED.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TIRET.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-ENTETE.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TIRET.
       8000-EDIT-ENTETE-FIN.
           EXIT.
      *
       8010-EDIT-CLIENT-DEB.
           MOVE WS-CLC-CODE-E            TO WS-LBAL-CLI-ED.
           MOVE WS-CLC-NOM-E             TO WS-LBAL-NOM-ED.
           MOVE WS-CLC-CATEG-E           TO WS-LBAL-CAT-ED.
           MOVE WS-CLI-NB-FAC            TO WS-LBAL-NB-ED.
           MOVE WS-CLI-TRANCHE(1)        TO WS-LBAL-TR-ED(1).
           MOVE WS-CLI-TRANCHE(2)        TO WS-LBAL-TR-ED(2).
           MOVE WS-CLI-TRANCHE(3)        TO WS-LBAL-TR-ED(3).
           MOVE WS-CLI-TRANCHE(4)        TO WS-LBAL-TR-ED(4).
           MOVE WS-CLI-TOTAL             TO WS-LBAL-TOT-ED.
           MOVE WS-NIV-MAX-CLI           TO WS-LBAL-NIV-ED.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-DETAIL.
           IF NOT OK-ETATBAL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATBAL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATBAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8010-EDIT-CLIENT-FIN.
           EXIT.
      *
       8050-EDIT-CATEGORIES-DEB.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TIRET.
           PERFORM 8055-EDIT-UNE-CATEGORIE-DEB
              THRU 8055-EDIT-UNE-CATEGORIE-FIN
             VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-NB-CAT.
       8050-EDIT-CATEGORIES-FIN.
           EXIT.
      *
       8055-EDIT-UNE-CATEGORIE-DEB.
           MOVE SPACES                   TO WS-LBAL-T-LIB-ED.
           STRING 'TOTAL CATEGORIE ' WS-TCA-CATEG(WS-IX-CAT)
                  DELIMITED BY SIZE    INTO WS-LBAL-T-LIB-ED.
           MOVE WS-TCA-NB-CLI(WS-IX-CAT) TO WS-LBAL-T-NB-ED.
           MOVE WS-TCA-TRANCHE(WS-IX-CAT 1) TO WS-LBAL-T-TR-ED(1).
           MOVE WS-TCA-TRANCHE(WS-IX-CAT 2) TO WS-LBAL-T-TR-ED(2).
           MOVE WS-TCA-TRANCHE(WS-IX-CAT 3) TO WS-LBAL-T-TR-ED(3).
           MOVE WS-TCA-TRANCHE(WS-IX-CAT 4) TO WS-LBAL-T-TR-ED(4).
           MOVE WS-TCA-TOTAL(WS-IX-CAT)  TO WS-LBAL-T-TOT-ED.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TOTAL.
       8055-EDIT-UNE-CATEGORIE-FIN.
           EXIT.
      *
      *    TOTAL GENERAL ET DSO : ENCOURS / FACTURATION NETTE DES 90
      *    DERNIERS JOURS X 90 (NON CALCULE SANS FACTURATION).
      *
       8060-EDIT-TOTAUX-DEB.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TIRET.
           MOVE 'TOTAL GENERAL'          TO WS-LBAL-T-LIB-ED.
           MOVE WS-CPT-CLIENTS           TO WS-LBAL-T-NB-ED.
           MOVE WS-GEN-TRANCHE(1)        TO WS-LBAL-T-TR-ED(1).
           MOVE WS-GEN-TRANCHE(2)        TO WS-LBAL-T-TR-ED(2).
           MOVE WS-GEN-TRANCHE(3)        TO WS-LBAL-T-TR-ED(3).
           MOVE WS-GEN-TRANCHE(4)        TO WS-LBAL-T-TR-ED(4).
           MOVE WS-GEN-TOTAL             TO WS-LBAL-T-TOT-ED.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-TOTAL.
           IF WS-VENTES-PERIODE > ZERO
              COMPUTE WS-DSO ROUNDED =
                      WS-GEN-TOTAL * WS-PERIODE-DSO
                      / WS-VENTES-PERIODE
                 ON SIZE ERROR
                    MOVE 99999,9         TO WS-DSO
              END-COMPUTE
           ELSE
              MOVE ZERO                  TO WS-DSO
           END-IF.
           MOVE WS-VENTES-PERIODE        TO WS-LBAL-VENTES-ED.
           MOVE WS-DSO                   TO WS-LBAL-DSO-ED.
           WRITE FS-ENRG-ETATBAL-S       FROM WS-LBAL-DSO.
       8060-EDIT-TOTAUX-FIN.
           EXIT.
      *
      *    LETTRE DE RELANCE : EN-TETE, ADRESSE DU CLIENT CLI0206,
      *    OBJET ET TEXTE SELON L'ECHELON.
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
           MOVE WS-DATE-ARRETE           TO WS-LLTR-DATE-ED.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-1.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-2.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DEST-3.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-DATE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           EVALUATE WS-NIV-LETTRE
              WHEN 1
                 MOVE 'RELANCE POUR FACTURES ECHUES'
                                         TO WS-LLTR-OBJET-ED
              WHEN 2
                 MOVE 'MISE EN DEMEURE DE PAYER'
                                         TO WS-LLTR-OBJET-ED
              WHEN OTHER
                 MOVE 'DERNIERE SOMMATION AVANT SUSPENSION DU COMPTE'
                                         TO WS-LLTR-OBJET-ED
           END-EVALUATE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-OBJET.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           EVALUATE WS-NIV-LETTRE
              WHEN 1
                 MOVE 'SAUF ERREUR DE NOTRE PART, LES FACTURES CI-DESSOU
      -               'S RESTENT IMPAYEES A CE JOUR.'
                                         TO WS-LLTR-TEXTE
                 PERFORM 6030-WRITE-FETATLTR-DEB
                    THRU 6030-WRITE-FETATLTR-FIN
                 MOVE 'NOUS VOUS REMERCIONS DE BIEN VOULOIR EN EFFECTUER
      -               ' LE REGLEMENT.'   TO WS-LLTR-TEXTE
              WHEN 2
                 MOVE 'MALGRE NOTRE PRECEDENTE RELANCE, LES FACTURES CI-
      -               'DESSOUS RESTENT IMPAYEES.'
                                         TO WS-LLTR-TEXTE
                 PERFORM 6030-WRITE-FETATLTR-DEB
                    THRU 6030-WRITE-FETATLTR-FIN
                 MOVE 'NOUS VOUS METTONS EN DEMEURE DE LES REGLER SOUS H
      -               'UITAINE.'         TO WS-LLTR-TEXTE
              WHEN OTHER
                 MOVE 'A DEFAUT DE REGLEMENT APRES NOTRE MISE EN DEMEURE
      -               ', VOTRE COMPTE EST SUSPENDU :'
                                         TO WS-LLTR-TEXTE
                 PERFORM 6030-WRITE-FETATLTR-DEB
                    THRU 6030-WRITE-FETATLTR-FIN
                 MOVE 'AUCUNE COMMANDE NE SERA SERVIE JUSQU''AU REGLEMEN
      -               'T INTEGRAL.'      TO WS-LLTR-TEXTE
           END-EVALUATE.
           PERFORM 6030-WRITE-FETATLTR-DEB
              THRU 6030-WRITE-FETATLTR-FIN.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-ENTETE.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TIRET.
       8100-EDIT-LETTRE-TETE-FIN.
           EXIT.
      *
       8110-EDIT-LETTRE-LIGNE-DEB.
           IF WS-TFA-NIV-NOUV(WS-IX-FAC) NOT = WS-NIV-LETTRE-X
              OR WS-TFA-ENRG(WS-IX-FAC)(9:8) NOT = WS-CLC-CODE-E
              GO TO 8110-EDIT-LETTRE-LIGNE-FIN
           END-IF.
           MOVE WS-TFA-ENRG(WS-IX-FAC)   TO WS-ENRG-F-FACREG.
           PERFORM 7800-CALC-RESTE-DU-DEB
              THRU 7800-CALC-RESTE-DU-FIN.
           MOVE WS-FAC-NO                TO WS-LLTR-FAC-ED.
           MOVE WS-FAC-DATE              TO WS-LLTR-DFAC-ED.
           MOVE WS-FAC-MT-TTC            TO WS-LLTR-TTC-ED.
           MOVE WS-MT-RESTE-DU           TO WS-LLTR-RESTE-ED.
           MOVE WS-TFA-RETARD(WS-IX-FAC) TO WS-LLTR-RETARD-ED.
           ADD WS-MT-RESTE-DU            TO WS-TOT-LETTRE.
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
           MOVE WS-TOT-LETTRE            TO WS-LLTR-TOT-ED.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-TOTAL.
           WRITE FS-ENRG-ETATLTR-S       FROM WS-LLTR-BLANC.
           MOVE 'VEUILLEZ AGREER NOS SALUTATIONS DISTINGUEES.'
                                         TO WS-LLTR-TEXTE.
           PERFORM 6030-WRITE-FETATLTR-DEB
              THRU 6030-WRITE-FETATLTR-FIN.
       8120-EDIT-LETTRE-PIED-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO115     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'FACTURES DU REGISTRE         :  ' WS-CPT-FACTURES.
           DISPLAY 'FACTURES OUVERTES            :  ' WS-CPT-OUVERTES.
           DISPLAY 'CLIENTS AVEC ENCOURS         :  ' WS-CPT-CLIENTS.
           DISPLAY 'FACTURES HORS CLI0206        :  '
                   WS-CPT-HORS-FICHIER.
           DISPLAY 'LETTRES DE RELANCE           :  ' WS-CPT-RELANCE-1.
           DISPLAY 'MISES EN DEMEURE             :  ' WS-CPT-RELANCE-2.
           DISPLAY 'DERNIERES SOMMATIONS         :  ' WS-CPT-RELANCE-3.
           DISPLAY 'CLIENTS PASSES EN STOP CREDIT:  ' WS-CPT-STOP.
           DISPLAY 'DATES DE FACTURE INVALIDES   :  ' WS-CPT-DATES-KO.
           DISPLAY 'ENCOURS TOTAL                :  ' WS-GEN-TOTAL.
           DISPLAY 'DSO (JOURS)                  :  ' WS-DSO.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO115         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO115        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
