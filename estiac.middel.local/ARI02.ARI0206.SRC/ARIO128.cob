      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO128                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  GENERATEUR DES MESSAGES EDI SORTANTS VERS UN CLIENT DE       *
      *  L'ENTREPOT (PENDANT DU TRADUCTEUR ENTRANT ARIO105). LE       *
      *  CLIENT TRAITE EST RECU EN SYSIN ; IL DOIT ETRE DECLARE       *
      *  PARTENAIRE EDI DANS CLI0206 (COPY CLICOM).                   *
      *  DEUX MESSAGES :                                              *
      *    'L' AVIS D'EXPEDITION : UN MESSAGE PAR BON DE LIVRAISON    *
      *        DU CLIENT (BONS RETROUVES DANS LE REGISTRE BLREG),     *
      *        BATI A PARTIR DES POINTAGES DE QUAI CONFEXP DE LA      *
      *        CONFIRMATION D'EXPEDITION ARIO093 (COMMANDE, ARTICLE,  *
      *        LOT, QUANTITE EXPEDIEE), DANS L'ORDRE DES BONS ;       *
      *    'F' FACTURE : UN MESSAGE PAR FACTURE DU CLIENT EMISE PAR   *
      *        LE PASSAGE DE FACTURATION ARIO095 (ENTETE = REGISTRE   *
      *        FACREG, LIGNES = FICHIER FACLIG DU PASSAGE).           *
      *  CHAQUE MESSAGE EST UN SEGMENT D'ENTETE 'E' SUIVI DE SES      *
      *  SEGMENTS DE DETAIL 'D' (200 C, POSITIONS 1-2 = MESSAGE ET    *
      *  SEGMENT). LA MISE EN FORME PROPRE A CHAQUE CLIENT EST        *
      *  DECRITE PAR LE PROFIL F-PROEDI-E (CLIENT, MESSAGE, SEGMENT,  *
      *  CHAMP SOURCE, POSITION, LONGUEUR, FORMAT C CARACTERE / N     *
      *  NUMERIQUE CADRE A DROITE / D DATE AAAAMMJJ / J DATE          *
      *  JJMMAAAA) : UN NOUVEAU CLIENT EDI EST UN JEU DE LIGNES DE    *
      *  PROFIL, PAS UN NOUVEAU PROGRAMME ; UN MESSAGE SANS LIGNE DE  *
      *  PROFIL N'EST PAS EMIS POUR LE CLIENT. LES MONTANTS SONT EMIS *
      *  EN CENTIMES.                                                 *
      *  LE FICHIER EMIS PORTE L'ENTETE '1' ET LE TOTAL '9' DE LA     *
      *  CONVENTION COMMUNE ARIS907 (COPY CTLFIC) : IDENTIFIANT =     *
      *  CODE CLIENT, EMPREINTE = SOMME DES QUANTITES DES DETAILS.    *
      *  CHAQUE MESSAGE EMIS ET LE TOTAL DE L'ECHANGE SONT TRACES EN  *
      *  AJOUT DANS LE JOURNAL DES TRANSMISSIONS EDIJNL (DATE, HEURE, *
      *  CLIENT, MESSAGE, REFERENCE, SEGMENTS, QUANTITE, MONTANT).    *
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
       PROGRAM-ID.      ARIO128.
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
      *                      F-PROEDI-E : PROFILS EDI SORTANTS
      *                      -------------------------------------------
           SELECT  F-PROEDI-E          ASSIGN TO PROEDI
                   FILE STATUS         IS WS-FS-PROEDI-E.
      *                      -------------------------------------------
      *                      F-CLICOM-E : CLIENTS DE L'ENTREPOT
      *                      -------------------------------------------
           SELECT  F-CLICOM-E          ASSIGN TO CLICOM
                   FILE STATUS         IS WS-FS-CLICOM-E.
      *                      -------------------------------------------
      *                      F-BLREG-E : REGISTRE DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  F-BLREG-E           ASSIGN TO BLREG
                   FILE STATUS         IS WS-FS-BLREG-E.
      *                      -------------------------------------------
      *                      F-CONFEXP-E : POINTAGES DE QUAI
      *                      -------------------------------------------
           SELECT  F-CONFEXP-E         ASSIGN TO CONFEXP
                   FILE STATUS         IS WS-FS-CONFEXP-E.
      *                      -------------------------------------------
      *                      F-FACLIG-E : LIGNES DE FACTURE DU PASSAGE
      *                      -------------------------------------------
           SELECT  F-FACLIG-E          ASSIGN TO FACLIG
                   FILE STATUS         IS WS-FS-FACLIG-E.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES (N)
      *                      -------------------------------------------
           SELECT  F-FACREG-E          ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-EDI-S : MESSAGES EDI EMIS (200 C)
      *                      -------------------------------------------
           SELECT  F-EDI-S             ASSIGN TO EDIOUT
                   FILE STATUS         IS WS-FS-EDI-S.
      *                      -------------------------------------------
      *                      F-EDIJNL-S : JOURNAL DES TRANSMISSIONS
      *                      (EN AJOUT)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-EDIJNL-S ASSIGN TO EDIJNL
                   FILE STATUS         IS WS-FS-EDIJNL-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-PROEDI-E
           RECORDING MODE IS F.
       01  FS-ENRG-PROEDI-E           PIC X(30).
      *
       FD  F-CLICOM-E
           RECORDING MODE IS F.
       01  FS-ENRG-CLICOM-E           PIC X(100).
      *
       FD  F-BLREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-BLREG-E            PIC X(50).
      *
       FD  F-CONFEXP-E
           RECORDING MODE IS F.
       01  FS-ENRG-CONFEXP-E          PIC X(60).
      *
       FD  F-FACLIG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACLIG-E           PIC X(60).
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E           PIC X(70).
      *
       FD  F-EDI-S
           RECORDING MODE IS F.
       01  FS-ENRG-EDI-S              PIC X(200).
      *
       FD  F-EDIJNL-S
           RECORDING MODE IS F.
       01  FS-ENRG-EDIJNL-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY CLICOM.
      *
           COPY BLREG.
      *
           COPY FACLIG.
      *
           COPY FACREG.
      *
      *---------------- POINTAGE DE QUAI (ARIO093) --------------------*
      *
       01  WS-ENRG-F-CONFEXP.
           05  WS-CFE-NO-BL          PIC X(08).
           05  WS-CFE-CDE-NO         PIC X(08).
           05  WS-CFE-ART            PIC X(06).
           05  WS-CFE-LOT            PIC X(08).
           05  WS-CFE-QTE            PIC 9(06).
           05  WS-CFE-CASIER         PIC X(08).
           05  FILLER                PIC X(16).
      *
      *---------------- LIGNE DE PROFIL EDI SORTANT -------------------*
      *
       01  WS-ENRG-PROEDI.
           05  WS-PRO-CLIENT-E       PIC X(08).
           05  WS-PRO-MESSAGE-E      PIC X(01).
           05  WS-PRO-SEGMENT-E      PIC X(01).
           05  WS-PRO-CHAMP-E        PIC X(08).
           05  WS-PRO-POS-E          PIC 9(03).
           05  WS-PRO-LG-E           PIC 9(02).
           05  WS-PRO-FORMAT-E       PIC X(01).
           05  FILLER                PIC X(06).
      *
       01  WS-TAB-PRO.
           05  WS-PRO-EL             OCCURS 40 TIMES.
               10  WS-PRO-MESSAGE    PIC X(01).
               10  WS-PRO-SEGMENT    PIC X(01).
               10  WS-PRO-CHAMP      PIC X(08).
               10  WS-PRO-POS        PIC 9(03).
               10  WS-PRO-LG         PIC 9(02).
               10  WS-PRO-FORMAT     PIC X(01).
       01  WS-NB-PRO                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-PRO                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-PRO-LIV             PIC X(01) VALUE 'N'.
           88  PROFIL-AVIS           VALUE 'O'.
       01  WS-SW-PRO-FAC             PIC X(01) VALUE 'N'.
           88  PROFIL-FACTURE        VALUE 'O'.
      *
      *---------------- BONS DE LIVRAISON DU CLIENT (BLREG) -----------*
      *
       01  WS-TAB-BL.
           05  WS-TBL-NO-BL          OCCURS 500 TIMES
                                     PIC X(08).
       01  WS-NB-BL                  PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BL                  PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-BL-TROUVE           PIC X(01) VALUE 'N'.
           88  BL-TROUVE             VALUE 'O'.
           88  BL-NON-TROUVE         VALUE 'N'.
      *
      *---------------- LIGNES DU BON EN COURS ------------------------*
      *
       01  WS-TAB-LBL.
           05  WS-LBL-EL             OCCURS 100 TIMES.
               10  WS-LBL-CDE-NO     PIC X(08).
               10  WS-LBL-ART        PIC X(06).
               10  WS-LBL-LOT        PIC X(08).
               10  WS-LBL-QTE        PIC 9(06).
       01  WS-NB-LBL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-LBL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-BL-EN-COURS            PIC X(08) VALUE SPACE.
       01  WS-QTE-BL                 PIC 9(09) VALUE ZERO.
      *
      *---------------- LIGNES DE FACTURE DU CLIENT (FACLIG) ----------*
      *
       01  WS-TAB-FLG.
           05  WS-TFL-EL             OCCURS 500 TIMES.
               10  WS-TFL-FAC-NO     PIC X(08).
               10  WS-TFL-CDE-NO     PIC X(08).
               10  WS-TFL-ART        PIC X(06).
               10  WS-TFL-QTE        PIC 9(06).
               10  WS-TFL-MT-HT      PIC 9(9)V99.
       01  WS-NB-TFL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TFL                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-FAC-TROUVEE         PIC X(01) VALUE 'N'.
           88  FAC-TROUVEE           VALUE 'O'.
           88  FAC-NON-TROUVEE       VALUE 'N'.
       01  WS-QTE-FAC                PIC 9(09) VALUE ZERO.
       01  WS-NOLIG-FAC              PIC 9(05) VALUE ZERO.
      *
      *---------------- ZONES SOURCES DU SEGMENT EN COURS -------------*
      *
       01  WS-SRC.
           05  WS-SRC-MESSAGE        PIC X(01).
           05  WS-SRC-SEGMENT        PIC X(01).
           05  WS-SRC-NODOC          PIC X(08).
           05  WS-SRC-CLIENT         PIC X(08).
           05  WS-SRC-DATE           PIC 9(08).
           05  WS-SRC-CDE-NO         PIC X(08).
           05  WS-SRC-ART            PIC X(06).
           05  WS-SRC-LOT            PIC X(08).
           05  WS-SRC-QTE            PIC 9(09).
           05  WS-SRC-NBLIG          PIC 9(05).
           05  WS-SRC-NOLIG          PIC 9(05).
           05  WS-SRC-MT-HT          PIC 9(9)V99.
           05  WS-SRC-MT-TVA         PIC 9(9)V99.
           05  WS-SRC-MT-TTC         PIC 9(9)V99.
      *
      *---------------- VALEUR ET MISE EN FORME D'UN CHAMP ------------*
      *
       01  WS-VAL-NATURE             PIC X(01).
           88  VAL-ALPHA             VALUE 'A'.
           88  VAL-NUMERIQUE         VALUE 'N'.
           88  VAL-DATE              VALUE 'D'.
           88  VAL-INCONNUE          VALUE SPACE.
       01  WS-VAL-ALPHA              PIC X(20).
       01  WS-VAL-NUM                PIC 9(13).
       01  WS-VAL-NUM-X REDEFINES WS-VAL-NUM
                                     PIC X(13).
       01  WS-VAL-DATE               PIC 9(08).
       01  WS-VAL-DATE-R REDEFINES WS-VAL-DATE.
           05  WS-VAL-AAAA           PIC X(04).
           05  WS-VAL-MM             PIC X(02).
           05  WS-VAL-JJ             PIC X(02).
       01  WS-VAL-DATE-JMA.
           05  WS-VAL-JMA-JJ         PIC X(02).
           05  WS-VAL-JMA-MM         PIC X(02).
           05  WS-VAL-JMA-AAAA       PIC X(04).
       01  WS-DEB-NUM                PIC S9(04) COMP VALUE ZERO.
       01  WS-CHAMP-CTRL             PIC X(08).
      *
      *---------------- SEGMENT EDI EMIS ------------------------------*
      *
       01  WS-ENRG-EDI.
           05  WS-EDI-MESSAGE        PIC X(01).
               88  EDI-MSG-AVIS      VALUE 'L'.
               88  EDI-MSG-FACTURE   VALUE 'F'.
           05  WS-EDI-SEGMENT        PIC X(01).
               88  EDI-SEG-ENTETE    VALUE 'E'.
               88  EDI-SEG-DETAIL    VALUE 'D'.
           05  WS-EDI-DONNEES        PIC X(198).
       01  WS-NB-SEG-MSG             PIC 9(05) VALUE ZERO.
      *
      *---------------- JOURNAL DES TRANSMISSIONS ---------------------*
      *
       01  WS-ENRG-EDIJNL.
           05  WS-EJN-DATE           PIC 9(08).
           05  WS-EJN-HEURE          PIC X(06).
           05  WS-EJN-CLIENT         PIC X(08).
           05  WS-EJN-MESSAGE        PIC X(01).
               88  EJN-AVIS          VALUE 'L'.
               88  EJN-FACTURE       VALUE 'F'.
               88  EJN-TOTAL         VALUE 'T'.
           05  WS-EJN-REFERENCE      PIC X(08).
           05  WS-EJN-NB-SEG         PIC 9(05).
           05  WS-EJN-QTE            PIC 9(09).
           05  WS-EJN-MT             PIC 9(11)V99.
           05  FILLER                PIC X(22).
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-CLIENT         PIC X(08).
           05  FILLER                PIC X(72).
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-PROEDI-E            PIC XX.
           88  OK-PROEDI-E           VALUE '00'.
           88  EOF-PROEDI-E          VALUE '10'.
       01  WS-FS-CLICOM-E            PIC XX.
           88  OK-CLICOM-E           VALUE '00'.
           88  EOF-CLICOM-E          VALUE '10'.
       01  WS-FS-BLREG-E             PIC XX.
           88  OK-BLREG-E            VALUE '00'.
           88  EOF-BLREG-E           VALUE '10'.
       01  WS-FS-CONFEXP-E           PIC XX.
           88  OK-CONFEXP-E          VALUE '00'.
           88  EOF-CONFEXP-E         VALUE '10'.
       01  WS-FS-FACLIG-E            PIC XX.
           88  OK-FACLIG-E           VALUE '00'.
           88  EOF-FACLIG-E          VALUE '10'.
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00'.
           88  EOF-FACREG-E          VALUE '10'.
       01  WS-FS-EDI-S               PIC XX.
           88  OK-EDI-S              VALUE '00'.
       01  WS-FS-EDIJNL-S            PIC XX.
           88  OK-EDIJNL-S           VALUE '00' '05'.
      *
      *---------------- ZONE D'ECHANGE ARIS907 (CONTROLE FICHIER) -----*
      *
           COPY CTLFIC.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-HEURE-SYST             PIC X(08).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-CONFEXP            PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS               PIC 9(05) VALUE ZERO.
       01  WS-CPT-FACTURES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-SEGMENTS           PIC 9(07) VALUE ZERO.
       01  WS-TOT-QTE                PIC 9(09) VALUE ZERO.
       01  WS-TOT-MT-TTC             PIC 9(11)V99 VALUE ZERO.
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
           ACCEPT WS-HEURE-SYST          FROM TIME.
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO128'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           IF WS-DEM-CLIENT = SPACE
              DISPLAY 'CLIENT EDI ABSENT DE LA CARTE SYSIN'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6100-CHARGE-PROFIL-DEB
              THRU 6100-CHARGE-PROFIL-FIN.
           PERFORM 6200-CTRL-CLIENT-DEB
              THRU 6200-CTRL-CLIENT-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           PERFORM 1000-ENTETE-ECHANGE-DEB
              THRU 1000-ENTETE-ECHANGE-FIN.
      *
           IF PROFIL-AVIS
              PERFORM 6300-CHARGE-BONS-DEB
                 THRU 6300-CHARGE-BONS-FIN
              PERFORM 6010-READ-FCONFEXP-DEB
                 THRU 6010-READ-FCONFEXP-FIN
              PERFORM 2000-TRT-POINTAGE-DEB
                 THRU 2000-TRT-POINTAGE-FIN
                UNTIL EOF-CONFEXP-E
              IF WS-BL-EN-COURS NOT = SPACE
                 PERFORM 2100-EMET-AVIS-DEB
                    THRU 2100-EMET-AVIS-FIN
              END-IF
           END-IF.
      *
           IF PROFIL-FACTURE
              PERFORM 6400-CHARGE-LIGNES-FAC-DEB
                 THRU 6400-CHARGE-LIGNES-FAC-FIN
              PERFORM 6020-READ-FFACREG-DEB
                 THRU 6020-READ-FFACREG-FIN
              PERFORM 3000-TRT-FACTURE-DEB
                 THRU 3000-TRT-FACTURE-FIN
                UNTIL EOF-FACREG-E
           END-IF.
      *
           PERFORM 1100-TOTAL-ECHANGE-DEB
              THRU 1100-TOTAL-ECHANGE-FIN.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           COMPUTE WS-RUN-NBENR = WS-CPT-AVIS + WS-CPT-FACTURES.
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
      *   ENTETE ET TOTAL DE L'ECHANGE (CONVENTION ARIS907)           *
      *---------------------------------------------------------------*
      *
      *    L'ENTETE '1' PORTE LE CODE CLIENT ET LA DATE DU PASSAGE ;
      *    LE TOTAL '9' LE NOMBRE DE SEGMENTS EMIS ET L'EMPREINTE DES
      *    QUANTITES. LE TOTAL DE L'ECHANGE EST JOURNALISE.
      *
       1000-ENTETE-ECHANGE-DEB.
           SET CTF-FCT-INIT              TO TRUE.
           MOVE WS-DEM-CLIENT            TO WS-CTF-FICHIER.
           MOVE WS-DATE-SYST             TO WS-CTF-DATE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           SET CTF-FCT-BATIT-ENTETE      TO TRUE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           MOVE SPACES                   TO FS-ENRG-EDI-S.
           MOVE WS-CTF-ENRG              TO FS-ENRG-EDI-S(1:80).
           PERFORM 6040-WRITE-FEDI-DEB
              THRU 6040-WRITE-FEDI-FIN.
       1000-ENTETE-ECHANGE-FIN.
           EXIT.
      *
       1100-TOTAL-ECHANGE-DEB.
           SET CTF-FCT-BATIT-TOTAL       TO TRUE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           MOVE SPACES                   TO FS-ENRG-EDI-S.
           MOVE WS-CTF-ENRG              TO FS-ENRG-EDI-S(1:80).
           PERFORM 6040-WRITE-FEDI-DEB
              THRU 6040-WRITE-FEDI-FIN.
      *
           PERFORM 7500-INIT-JOURNAL-DEB
              THRU 7500-INIT-JOURNAL-FIN.
           SET EJN-TOTAL                 TO TRUE.
           MOVE WS-CPT-SEGMENTS          TO WS-EJN-NB-SEG.
           MOVE WS-TOT-QTE               TO WS-EJN-QTE.
           MOVE WS-TOT-MT-TTC            TO WS-EJN-MT.
           PERFORM 6050-WRITE-FEDIJNL-DEB
              THRU 6050-WRITE-FEDIJNL-FIN.
       1100-TOTAL-ECHANGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   AVIS D'EXPEDITION : POINTAGES DE QUAI DU CLIENT             *
      *---------------------------------------------------------------*
      *
      *    LES POINTAGES D'UN BON DU CLIENT SONT CUMULES JUSQU'AU
      *    CHANGEMENT DE BON, QUI DECLENCHE L'EMISSION DU MESSAGE.
      *
       2000-TRT-POINTAGE-DEB.
      *
           ADD 1                         TO WS-CPT-CONFEXP.
           PERFORM 7000-RECH-BON-DEB
              THRU 7000-RECH-BON-FIN.
           IF BL-NON-TROUVE
              GO TO 2000-TRT-SUIVANT
           END-IF.
      *
           IF WS-CFE-NO-BL NOT = WS-BL-EN-COURS
              IF WS-BL-EN-COURS NOT = SPACE
                 PERFORM 2100-EMET-AVIS-DEB
                    THRU 2100-EMET-AVIS-FIN
              END-IF
              MOVE WS-CFE-NO-BL          TO WS-BL-EN-COURS
           END-IF.
      *
           IF WS-NB-LBL NOT < 100
              DISPLAY 'BON ' WS-CFE-NO-BL ' : PLUS DE 100 POINTAGES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-LBL.
           MOVE WS-CFE-CDE-NO            TO WS-LBL-CDE-NO(WS-NB-LBL).
           MOVE WS-CFE-ART               TO WS-LBL-ART(WS-NB-LBL).
           MOVE WS-CFE-LOT               TO WS-LBL-LOT(WS-NB-LBL).
           MOVE WS-CFE-QTE               TO WS-LBL-QTE(WS-NB-LBL).
           ADD WS-CFE-QTE                TO WS-QTE-BL.
      *
       2000-TRT-SUIVANT.
           PERFORM 6010-READ-FCONFEXP-DEB
              THRU 6010-READ-FCONFEXP-FIN.
      *
       2000-TRT-POINTAGE-FIN.
           EXIT.
      *
      *    EMISSION DE L'AVIS DU BON EN COURS : ENTETE, UN DETAIL PAR
      *    POINTAGE, PUIS LIGNE DE JOURNAL.
      *
       2100-EMET-AVIS-DEB.
      *
           MOVE SPACES                   TO WS-SRC.
           MOVE ZERO                     TO WS-NB-SEG-MSG.
           MOVE 'L'                      TO WS-SRC-MESSAGE.
           MOVE 'E'                      TO WS-SRC-SEGMENT.
           MOVE WS-BL-EN-COURS           TO WS-SRC-NODOC.
           MOVE WS-DEM-CLIENT            TO WS-SRC-CLIENT.
           MOVE WS-DATE-SYST             TO WS-SRC-DATE.
           MOVE WS-NB-LBL                TO WS-SRC-NBLIG.
           MOVE WS-QTE-BL                TO WS-SRC-QTE.
           MOVE ZERO                     TO WS-SRC-NOLIG
                                            WS-SRC-MT-HT
                                            WS-SRC-MT-TVA
                                            WS-SRC-MT-TTC.
           PERFORM 7100-BATIT-SEGMENT-DEB
              THRU 7100-BATIT-SEGMENT-FIN.
           MOVE ZERO                     TO WS-CTF-MT.
           PERFORM 2900-EMET-SEGMENT-DEB
              THRU 2900-EMET-SEGMENT-FIN.
      *
           PERFORM 2110-EMET-DETAIL-AVIS-DEB
              THRU 2110-EMET-DETAIL-AVIS-FIN
             VARYING WS-IX-LBL FROM 1 BY 1
               UNTIL WS-IX-LBL > WS-NB-LBL.
      *
           PERFORM 7500-INIT-JOURNAL-DEB
              THRU 7500-INIT-JOURNAL-FIN.
           SET EJN-AVIS                  TO TRUE.
           MOVE WS-BL-EN-COURS           TO WS-EJN-REFERENCE.
           MOVE WS-NB-SEG-MSG            TO WS-EJN-NB-SEG.
           MOVE WS-QTE-BL                TO WS-EJN-QTE.
           PERFORM 6050-WRITE-FEDIJNL-DEB
              THRU 6050-WRITE-FEDIJNL-FIN.
      *
           ADD 1                         TO WS-CPT-AVIS.
           ADD WS-QTE-BL                 TO WS-TOT-QTE.
           MOVE ZERO                     TO WS-NB-LBL
                                            WS-QTE-BL.
           MOVE SPACE                    TO WS-BL-EN-COURS.
      *
       2100-EMET-AVIS-FIN.
           EXIT.
      *
       2110-EMET-DETAIL-AVIS-DEB.
           MOVE 'D'                      TO WS-SRC-SEGMENT.
           MOVE WS-IX-LBL                TO WS-SRC-NOLIG.
           MOVE WS-LBL-CDE-NO(WS-IX-LBL) TO WS-SRC-CDE-NO.
           MOVE WS-LBL-ART(WS-IX-LBL)    TO WS-SRC-ART.
           MOVE WS-LBL-LOT(WS-IX-LBL)    TO WS-SRC-LOT.
           MOVE WS-LBL-QTE(WS-IX-LBL)    TO WS-SRC-QTE.
           PERFORM 7100-BATIT-SEGMENT-DEB
              THRU 7100-BATIT-SEGMENT-FIN.
           MOVE WS-LBL-QTE(WS-IX-LBL)    TO WS-CTF-MT.
           PERFORM 2900-EMET-SEGMENT-DEB
              THRU 2900-EMET-SEGMENT-FIN.
       2110-EMET-DETAIL-AVIS-FIN.
           EXIT.
      *
      *    ECRITURE D'UN SEGMENT ET CUMUL DANS LE CONTROLE ARIS907
      *    (WS-CTF-MT POSITIONNE PAR L'APPELANT).
      *
       2900-EMET-SEGMENT-DEB.
           MOVE WS-ENRG-EDI              TO FS-ENRG-EDI-S.
           PERFORM 6040-WRITE-FEDI-DEB
              THRU 6040-WRITE-FEDI-FIN.
           SET CTF-FCT-MOUVEMENT         TO TRUE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           ADD 1                         TO WS-NB-SEG-MSG
                                            WS-CPT-SEGMENTS.
       2900-EMET-SEGMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FACTURES : REGISTRE FACREG ET LIGNES FACLIG DU PASSAGE      *
      *---------------------------------------------------------------*
      *
      *    SEULES LES FACTURES DU CLIENT AYANT DES LIGNES DANS LE
      *    FICHIER FACLIG DU PASSAGE SONT EMISES (LES FACTURES
      *    ANTERIEURES DU REGISTRE ONT DEJA ETE TRANSMISES).
      *
       3000-TRT-FACTURE-DEB.
      *
           IF WS-FAC-CLIENT NOT = WS-DEM-CLIENT OR FAC-AVOIR
              GO TO 3000-TRT-SUIVANT
           END-IF.
           PERFORM 7200-RECH-FACTURE-DEB
              THRU 7200-RECH-FACTURE-FIN.
           IF FAC-NON-TROUVEE
              GO TO 3000-TRT-SUIVANT
           END-IF.
      *
           MOVE SPACES                   TO WS-SRC.
           MOVE ZERO                     TO WS-NB-SEG-MSG
                                            WS-QTE-FAC
                                            WS-NOLIG-FAC.
           MOVE 'F'                      TO WS-SRC-MESSAGE.
           MOVE 'E'                      TO WS-SRC-SEGMENT.
           MOVE WS-FAC-NO                TO WS-SRC-NODOC.
           MOVE WS-FAC-CLIENT            TO WS-SRC-CLIENT.
           MOVE WS-FAC-DATE              TO WS-SRC-DATE.
           MOVE WS-FAC-NB-LIGNES         TO WS-SRC-NBLIG.
           MOVE WS-FAC-MT-HT             TO WS-SRC-MT-HT.
           MOVE WS-FAC-MT-TVA            TO WS-SRC-MT-TVA.
           MOVE WS-FAC-MT-TTC            TO WS-SRC-MT-TTC.
           MOVE ZERO                     TO WS-SRC-QTE
                                            WS-SRC-NOLIG.
           PERFORM 7100-BATIT-SEGMENT-DEB
              THRU 7100-BATIT-SEGMENT-FIN.
           MOVE ZERO                     TO WS-CTF-MT.
           PERFORM 2900-EMET-SEGMENT-DEB
              THRU 2900-EMET-SEGMENT-FIN.
      *
           PERFORM 3100-EMET-DETAIL-FAC-DEB
              THRU 3100-EMET-DETAIL-FAC-FIN
             VARYING WS-IX-TFL FROM 1 BY 1
               UNTIL WS-IX-TFL > WS-NB-TFL.
      *
           PERFORM 7500-INIT-JOURNAL-DEB
              THRU 7500-INIT-JOURNAL-FIN.
           SET EJN-FACTURE               TO TRUE.
           MOVE WS-FAC-NO                TO WS-EJN-REFERENCE.
           MOVE WS-NB-SEG-MSG            TO WS-EJN-NB-SEG.
           MOVE WS-QTE-FAC               TO WS-EJN-QTE.
           MOVE WS-FAC-MT-TTC            TO WS-EJN-MT.
           PERFORM 6050-WRITE-FEDIJNL-DEB
              THRU 6050-WRITE-FEDIJNL-FIN.
      *
           ADD 1                         TO WS-CPT-FACTURES.
           ADD WS-QTE-FAC                TO WS-TOT-QTE.
           ADD WS-FAC-MT-TTC             TO WS-TOT-MT-TTC.
      *
       3000-TRT-SUIVANT.
           PERFORM 6020-READ-FFACREG-DEB
              THRU 6020-READ-FFACREG-FIN.
      *
       3000-TRT-FACTURE-FIN.
           EXIT.
      *
       3100-EMET-DETAIL-FAC-DEB.
           IF WS-TFL-FAC-NO(WS-IX-TFL) NOT = WS-FAC-NO
              GO TO 3100-EMET-DETAIL-FAC-FIN
           END-IF.
           ADD 1                         TO WS-NOLIG-FAC.
           MOVE 'D'                      TO WS-SRC-SEGMENT.
           MOVE WS-NOLIG-FAC             TO WS-SRC-NOLIG.
           MOVE WS-TFL-CDE-NO(WS-IX-TFL) TO WS-SRC-CDE-NO.
           MOVE WS-TFL-ART(WS-IX-TFL)    TO WS-SRC-ART.
           MOVE WS-TFL-QTE(WS-IX-TFL)    TO WS-SRC-QTE.
           MOVE WS-TFL-MT-HT(WS-IX-TFL)  TO WS-SRC-MT-HT.
           MOVE ZERO                     TO WS-SRC-MT-TVA
                                            WS-SRC-MT-TTC.
           PERFORM 7100-BATIT-SEGMENT-DEB
              THRU 7100-BATIT-SEGMENT-FIN.
           MOVE WS-TFL-QTE(WS-IX-TFL)    TO WS-CTF-MT.
           PERFORM 2900-EMET-SEGMENT-DEB
              THRU 2900-EMET-SEGMENT-FIN.
           ADD WS-TFL-QTE(WS-IX-TFL)     TO WS-QTE-FAC.
       3100-EMET-DETAIL-FAC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN OUTPUT F-EDI-S.
           IF NOT OK-EDI-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EDI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN EXTEND F-EDIJNL-S.
           IF NOT OK-EDIJNL-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-EDIJNL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDIJNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF PROFIL-AVIS
              OPEN INPUT F-CONFEXP-E
              IF NOT OK-CONFEXP-E
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CONFEXP-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CONFEXP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           IF PROFIL-FACTURE
              OPEN INPUT F-FACREG-E
              IF NOT OK-FACREG-E
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FCONFEXP-DEB.
           READ F-CONFEXP-E INTO WS-ENRG-F-CONFEXP.
           IF NOT (OK-CONFEXP-E OR EOF-CONFEXP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CONFEXP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CONFEXP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCONFEXP-FIN.
           EXIT.
      *
       6020-READ-FFACREG-DEB.
           READ F-FACREG-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-FACREG-E OR EOF-FACREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FFACREG-FIN.
           EXIT.
      *
       6040-WRITE-FEDI-DEB.
           WRITE FS-ENRG-EDI-S.
           IF NOT OK-EDI-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EDI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FEDI-FIN.
           EXIT.
      *
       6050-WRITE-FEDIJNL-DEB.
           WRITE FS-ENRG-EDIJNL-S        FROM WS-ENRG-EDIJNL.
           IF NOT OK-EDIJNL-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-EDIJNL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDIJNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-FEDIJNL-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           IF PROFIL-AVIS
              CLOSE F-CONFEXP-E
           END-IF.
           IF PROFIL-FACTURE
              CLOSE F-FACREG-E
           END-IF.
           CLOSE F-EDI-S.
           IF NOT OK-EDI-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EDI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-EDIJNL-S.
           IF NOT OK-EDIJNL-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EDIJNL-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-EDIJNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
      *    CHARGEMENT DES LIGNES DE PROFIL DU CLIENT TRAITE ; UN
      *    CLIENT SANS LIGNE OU UNE LIGNE INVALIDE FAIT ABANDONNER.
      *
       6100-CHARGE-PROFIL-DEB.
           OPEN INPUT F-PROEDI-E.
           IF NOT OK-PROEDI-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PROEDI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PROEDI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-READ-FPROEDI-DEB
              THRU 6110-READ-FPROEDI-FIN.
           PERFORM 6120-ALIM-TAB-PRO-DEB
              THRU 6120-ALIM-TAB-PRO-FIN
             UNTIL EOF-PROEDI-E.
           CLOSE F-PROEDI-E.
           IF WS-NB-PRO = ZERO
              DISPLAY 'AUCUNE LIGNE DE PROFIL EDI POUR '
                      WS-DEM-CLIENT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-CHARGE-PROFIL-FIN.
           EXIT.
      *
       6110-READ-FPROEDI-DEB.
           READ F-PROEDI-E INTO WS-ENRG-PROEDI.
           IF NOT (OK-PROEDI-E OR EOF-PROEDI-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PROEDI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PROEDI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-FPROEDI-FIN.
           EXIT.
      *
       6120-ALIM-TAB-PRO-DEB.
           IF WS-PRO-CLIENT-E NOT = WS-DEM-CLIENT
              GO TO 6120-SUIVANT
           END-IF.
           IF WS-NB-PRO = 40
              DISPLAY 'PROFIL EDI SATURE (40 LIGNES)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6130-CTRL-LIGNE-PRO-DEB
              THRU 6130-CTRL-LIGNE-PRO-FIN.
           ADD 1                         TO WS-NB-PRO.
           SET WS-IX-PRO                 TO WS-NB-PRO.
           MOVE WS-PRO-MESSAGE-E         TO WS-PRO-MESSAGE(WS-IX-PRO).
           MOVE WS-PRO-SEGMENT-E         TO WS-PRO-SEGMENT(WS-IX-PRO).
           MOVE WS-PRO-CHAMP-E           TO WS-PRO-CHAMP(WS-IX-PRO).
           MOVE WS-PRO-POS-E             TO WS-PRO-POS(WS-IX-PRO).
           MOVE WS-PRO-LG-E              TO WS-PRO-LG(WS-IX-PRO).
           MOVE WS-PRO-FORMAT-E          TO WS-PRO-FORMAT(WS-IX-PRO).
           IF WS-PRO-MESSAGE-E = 'L'
              SET PROFIL-AVIS            TO TRUE
           ELSE
              SET PROFIL-FACTURE         TO TRUE
           END-IF.
       6120-SUIVANT.
           PERFORM 6110-READ-FPROEDI-DEB
              THRU 6110-READ-FPROEDI-FIN.
       6120-ALIM-TAB-PRO-FIN.
           EXIT.
      *
      *    UNE LIGNE DE PROFIL DOIT DESIGNER UN MESSAGE, UN SEGMENT ET
      *    UN CHAMP CONNUS, TENIR DANS LES POSITIONS 3 A 200 ET
      *    S'ACCORDER AU CHAMP : N AU PLUS 13 CHIFFRES SUR UN CHAMP
      *    NUMERIQUE, D OU J SUR 8 POSITIONS POUR LA DATE.
      *
       6130-CTRL-LIGNE-PRO-DEB.
           MOVE WS-PRO-CHAMP-E           TO WS-CHAMP-CTRL.
           PERFORM 7300-NATURE-CHAMP-DEB
              THRU 7300-NATURE-CHAMP-FIN.
           IF (WS-PRO-MESSAGE-E NOT = 'L' AND NOT = 'F')
              OR (WS-PRO-SEGMENT-E NOT = 'E' AND NOT = 'D')
              OR VAL-INCONNUE
              OR WS-PRO-POS-E IS NOT NUMERIC
              OR WS-PRO-LG-E IS NOT NUMERIC
              DISPLAY 'LIGNE DE PROFIL EDI INVALIDE : '
                      WS-ENRG-PROEDI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-PRO-POS-E < 3
              OR WS-PRO-LG-E = ZERO OR WS-PRO-LG-E > 20
              OR WS-PRO-POS-E + WS-PRO-LG-E > 201
              DISPLAY 'ZONE HORS SEGMENT DANS LE PROFIL EDI : '
                      WS-ENRG-PROEDI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EVALUATE WS-PRO-FORMAT-E
              WHEN 'C'
                 CONTINUE
              WHEN 'N'
                 IF VAL-ALPHA OR WS-PRO-LG-E > 13
                    DISPLAY 'FORMAT N INCOMPATIBLE DANS LE PROFIL : '
                            WS-ENRG-PROEDI
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
              WHEN 'D'
              WHEN 'J'
                 IF NOT VAL-DATE OR WS-PRO-LG-E NOT = 8
                    DISPLAY 'FORMAT DATE INCOMPATIBLE DANS LE PROFIL : '
                            WS-ENRG-PROEDI
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
              WHEN OTHER
                 DISPLAY 'FORMAT INCONNU DANS LE PROFIL EDI : '
                         WS-ENRG-PROEDI
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6130-CTRL-LIGNE-PRO-FIN.
           EXIT.
      *
      *    LE CLIENT DE LA SYSIN DOIT ETRE CONNU DE CLI0206 ET DECLARE
      *    PARTENAIRE EDI.
      *
       6200-CTRL-CLIENT-DEB.
           OPEN INPUT F-CLICOM-E.
           IF NOT OK-CLICOM-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET CLC-NON-TROUVE            TO TRUE.
           PERFORM 6210-READ-FCLICOM-DEB
              THRU 6210-READ-FCLICOM-FIN.
           PERFORM 6220-RECH-CLIENT-DEB
              THRU 6220-RECH-CLIENT-FIN
             UNTIL EOF-CLICOM-E OR CLC-TROUVE.
           CLOSE F-CLICOM-E.
           IF CLC-NON-TROUVE
              DISPLAY 'CLIENT ' WS-DEM-CLIENT ' INCONNU DE CLI0206'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT CLC-PARTENAIRE-EDI-E
              DISPLAY 'CLIENT ' WS-DEM-CLIENT
                      ' NON DECLARE PARTENAIRE EDI'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-CTRL-CLIENT-FIN.
           EXIT.
      *
       6210-READ-FCLICOM-DEB.
           READ F-CLICOM-E INTO WS-ENRG-F-CLICOM.
           IF NOT (OK-CLICOM-E OR EOF-CLICOM-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLICOM-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CLICOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-FCLICOM-FIN.
           EXIT.
      *
       6220-RECH-CLIENT-DEB.
           IF WS-CLC-CODE-E = WS-DEM-CLIENT
              SET CLC-TROUVE             TO TRUE
           ELSE
              PERFORM 6210-READ-FCLICOM-DEB
                 THRU 6210-READ-FCLICOM-FIN
           END-IF.
       6220-RECH-CLIENT-FIN.
           EXIT.
      *
      *    BONS DE LIVRAISON DU CLIENT : LE REGISTRE PORTE UNE LIGNE
      *    PAR LOT PROPOSE, LES LIGNES D'UN BON SE SUIVENT.
      *
       6300-CHARGE-BONS-DEB.
           OPEN INPUT F-BLREG-E.
           IF NOT OK-BLREG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6310-READ-FBLREG-DEB
              THRU 6310-READ-FBLREG-FIN.
           PERFORM 6320-ALIM-TAB-BL-DEB
              THRU 6320-ALIM-TAB-BL-FIN
             UNTIL EOF-BLREG-E.
           CLOSE F-BLREG-E.
       6300-CHARGE-BONS-FIN.
           EXIT.
      *
       6310-READ-FBLREG-DEB.
           READ F-BLREG-E INTO WS-ENRG-F-BLREG.
           IF NOT (OK-BLREG-E OR EOF-BLREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-READ-FBLREG-FIN.
           EXIT.
      *
       6320-ALIM-TAB-BL-DEB.
           IF WS-BLR-CLIENT = WS-DEM-CLIENT
              IF WS-NB-BL = ZERO
                 OR WS-TBL-NO-BL(WS-NB-BL) NOT = WS-BLR-NO-BL
                 IF WS-NB-BL NOT < 500
                    DISPLAY 'TABLE DES BONS DU CLIENT SATUREE (500)'
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
                 END-IF
                 ADD 1                   TO WS-NB-BL
                 MOVE WS-BLR-NO-BL       TO WS-TBL-NO-BL(WS-NB-BL)
              END-IF
           END-IF.
           PERFORM 6310-READ-FBLREG-DEB
              THRU 6310-READ-FBLREG-FIN.
       6320-ALIM-TAB-BL-FIN.
           EXIT.
      *
      *    LIGNES DE FACTURE DU CLIENT DANS LE FICHIER DU PASSAGE
      *    (LES LIGNES D'AVOIR NE SONT PAS EMISES).
      *
       6400-CHARGE-LIGNES-FAC-DEB.
           OPEN INPUT F-FACLIG-E.
           IF NOT OK-FACLIG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6410-READ-FFACLIG-DEB
              THRU 6410-READ-FFACLIG-FIN.
           PERFORM 6420-ALIM-TAB-FLG-DEB
              THRU 6420-ALIM-TAB-FLG-FIN
             UNTIL EOF-FACLIG-E.
           CLOSE F-FACLIG-E.
       6400-CHARGE-LIGNES-FAC-FIN.
           EXIT.
      *
       6410-READ-FFACLIG-DEB.
           READ F-FACLIG-E INTO WS-ENRG-F-FACLIG.
           IF NOT (OK-FACLIG-E OR EOF-FACLIG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACLIG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACLIG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-READ-FFACLIG-FIN.
           EXIT.
      *
       6420-ALIM-TAB-FLG-DEB.
           IF WS-FLG-CLIENT = WS-DEM-CLIENT AND NOT FLG-AVOIR
              IF WS-NB-TFL NOT < 500
                 DISPLAY 'TABLE DES LIGNES DE FACTURE SATUREE (500)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-TFL
              MOVE WS-FLG-FAC-NO         TO WS-TFL-FAC-NO(WS-NB-TFL)
              MOVE WS-FLG-CDE-NO         TO WS-TFL-CDE-NO(WS-NB-TFL)
              MOVE WS-FLG-ART            TO WS-TFL-ART(WS-NB-TFL)
              MOVE WS-FLG-QTE            TO WS-TFL-QTE(WS-NB-TFL)
              MOVE WS-FLG-MT-HT          TO WS-TFL-MT-HT(WS-NB-TFL)
           END-IF.
           PERFORM 6410-READ-FFACLIG-DEB
              THRU 6410-READ-FFACLIG-FIN.
       6420-ALIM-TAB-FLG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-RECH-BON-DEB.
           SET BL-NON-TROUVE             TO TRUE.
           PERFORM 7010-RECH-UN-BON-DEB
              THRU 7010-RECH-UN-BON-FIN
             VARYING WS-IX-BL FROM 1 BY 1
               UNTIL WS-IX-BL > WS-NB-BL OR BL-TROUVE.
       7000-RECH-BON-FIN.
           EXIT.
      *
       7010-RECH-UN-BON-DEB.
           IF WS-TBL-NO-BL(WS-IX-BL) = WS-CFE-NO-BL
              SET BL-TROUVE              TO TRUE
           END-IF.
       7010-RECH-UN-BON-FIN.
           EXIT.
      *
      *    RECHERCHE D'UNE LIGNE DU PASSAGE POUR LA FACTURE LUE.
      *
       7200-RECH-FACTURE-DEB.
           SET FAC-NON-TROUVEE           TO TRUE.
           PERFORM 7210-RECH-UNE-LIGNE-DEB
              THRU 7210-RECH-UNE-LIGNE-FIN
             VARYING WS-IX-TFL FROM 1 BY 1
               UNTIL WS-IX-TFL > WS-NB-TFL OR FAC-TROUVEE.
       7200-RECH-FACTURE-FIN.
           EXIT.
      *
       7210-RECH-UNE-LIGNE-DEB.
           IF WS-TFL-FAC-NO(WS-IX-TFL) = WS-FAC-NO
              SET FAC-TROUVEE            TO TRUE
           END-IF.
       7210-RECH-UNE-LIGNE-FIN.
           EXIT.
      *
      *    CONSTRUCTION DU SEGMENT COURANT (WS-SRC-MESSAGE ET
      *    WS-SRC-SEGMENT) PAR APPLICATION DES LIGNES DE PROFIL
      *    CORRESPONDANTES.
      *
       7100-BATIT-SEGMENT-DEB.
           MOVE SPACES                   TO WS-ENRG-EDI.
           MOVE WS-SRC-MESSAGE           TO WS-EDI-MESSAGE.
           MOVE WS-SRC-SEGMENT           TO WS-EDI-SEGMENT.
           PERFORM 7110-PLACE-CHAMP-DEB
              THRU 7110-PLACE-CHAMP-FIN
             VARYING WS-IX-PRO FROM 1 BY 1
               UNTIL WS-IX-PRO > WS-NB-PRO.
       7100-BATIT-SEGMENT-FIN.
           EXIT.
      *
       7110-PLACE-CHAMP-DEB.
           IF WS-PRO-MESSAGE(WS-IX-PRO) NOT = WS-SRC-MESSAGE
              OR WS-PRO-SEGMENT(WS-IX-PRO) NOT = WS-SRC-SEGMENT
              GO TO 7110-PLACE-CHAMP-FIN
           END-IF.
           MOVE WS-PRO-CHAMP(WS-IX-PRO)  TO WS-CHAMP-CTRL.
           PERFORM 7300-NATURE-CHAMP-DEB
              THRU 7300-NATURE-CHAMP-FIN.
      *
           IF WS-PRO-FORMAT(WS-IX-PRO) = 'C' AND VAL-ALPHA
              MOVE WS-VAL-ALPHA(1:WS-PRO-LG(WS-IX-PRO))
                TO WS-ENRG-EDI(WS-PRO-POS(WS-IX-PRO):
                               WS-PRO-LG(WS-IX-PRO))
              GO TO 7110-PLACE-CHAMP-FIN
           END-IF.
      *
           IF WS-PRO-FORMAT(WS-IX-PRO) = 'J'
              MOVE WS-VAL-JJ             TO WS-VAL-JMA-JJ
              MOVE WS-VAL-MM             TO WS-VAL-JMA-MM
              MOVE WS-VAL-AAAA           TO WS-VAL-JMA-AAAA
              MOVE WS-VAL-DATE-JMA
                TO WS-ENRG-EDI(WS-PRO-POS(WS-IX-PRO):8)
              GO TO 7110-PLACE-CHAMP-FIN
           END-IF.
      *
      *    CHAMP NUMERIQUE (C OU N) OU DATE D : CHIFFRES CADRES A
      *    DROITE SUR LA LONGUEUR DU PROFIL ; UNE VALEUR QUI NE TIENT
      *    PAS DANS LA ZONE ARRETE LE PASSAGE (MESSAGE FAUX SINON).
      *
           IF WS-PRO-LG(WS-IX-PRO) > 13
              MOVE 13                    TO WS-DEB-NUM
           ELSE
              MOVE WS-PRO-LG(WS-IX-PRO)  TO WS-DEB-NUM
           END-IF.
           COMPUTE WS-DEB-NUM = 14 - WS-DEB-NUM.
           IF WS-DEB-NUM > 1
              IF WS-VAL-NUM-X(1:WS-DEB-NUM - 1) NOT = ALL '0'
                 DISPLAY 'VALEUR TROP LONGUE POUR LE PROFIL : '
                         WS-PRO-CHAMP(WS-IX-PRO) ' ' WS-SRC-NODOC
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           MOVE WS-VAL-NUM-X(WS-DEB-NUM:14 - WS-DEB-NUM)
             TO WS-ENRG-EDI(WS-PRO-POS(WS-IX-PRO):
                            WS-PRO-LG(WS-IX-PRO)).
      *
       7110-PLACE-CHAMP-FIN.
           EXIT.
      *
      *    NATURE ET VALEUR DU CHAMP SOURCE WS-CHAMP-CTRL : 'A'
      *    CARACTERE (WS-VAL-ALPHA), 'N' NUMERIQUE OU 'D' DATE
      *    (WS-VAL-NUM, MONTANTS EN CENTIMES), ESPACE SI INCONNU.
      *
       7300-NATURE-CHAMP-DEB.
           MOVE SPACES                   TO WS-VAL-ALPHA.
           MOVE ZERO                     TO WS-VAL-NUM
                                            WS-VAL-DATE.
           EVALUATE WS-CHAMP-CTRL
              WHEN 'NODOC   '
                 SET VAL-ALPHA           TO TRUE
                 MOVE WS-SRC-NODOC       TO WS-VAL-ALPHA
              WHEN 'CLIENT  '
                 SET VAL-ALPHA           TO TRUE
                 MOVE WS-SRC-CLIENT      TO WS-VAL-ALPHA
              WHEN 'CDENO   '
                 SET VAL-ALPHA           TO TRUE
                 MOVE WS-SRC-CDE-NO      TO WS-VAL-ALPHA
              WHEN 'ARTICLE '
                 SET VAL-ALPHA           TO TRUE
                 MOVE WS-SRC-ART         TO WS-VAL-ALPHA
              WHEN 'LOT     '
                 SET VAL-ALPHA           TO TRUE
                 MOVE WS-SRC-LOT         TO WS-VAL-ALPHA
              WHEN 'DATEDOC '
                 SET VAL-DATE            TO TRUE
                 IF WS-SRC-DATE IS NUMERIC
                    MOVE WS-SRC-DATE     TO WS-VAL-DATE
                 END-IF
                 MOVE WS-VAL-DATE        TO WS-VAL-NUM
              WHEN 'QTE     '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-QTE IS NUMERIC
                    MOVE WS-SRC-QTE      TO WS-VAL-NUM
                 END-IF
              WHEN 'NBLIG   '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-NBLIG IS NUMERIC
                    MOVE WS-SRC-NBLIG    TO WS-VAL-NUM
                 END-IF
              WHEN 'NOLIG   '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-NOLIG IS NUMERIC
                    MOVE WS-SRC-NOLIG    TO WS-VAL-NUM
                 END-IF
              WHEN 'MTHT    '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-MT-HT IS NUMERIC
                    COMPUTE WS-VAL-NUM = WS-SRC-MT-HT * 100
                 END-IF
              WHEN 'MTTVA   '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-MT-TVA IS NUMERIC
                    COMPUTE WS-VAL-NUM = WS-SRC-MT-TVA * 100
                 END-IF
              WHEN 'MTTTC   '
                 SET VAL-NUMERIQUE       TO TRUE
                 IF WS-SRC-MT-TTC IS NUMERIC
                    COMPUTE WS-VAL-NUM = WS-SRC-MT-TTC * 100
                 END-IF
              WHEN OTHER
                 SET VAL-INCONNUE        TO TRUE
           END-EVALUATE.
       7300-NATURE-CHAMP-FIN.
           EXIT.
      *
       7500-INIT-JOURNAL-DEB.
           MOVE SPACES                   TO WS-ENRG-EDIJNL.
           MOVE WS-DATE-SYST             TO WS-EJN-DATE.
           MOVE WS-HEURE-SYST(1:6)       TO WS-EJN-HEURE.
           MOVE WS-DEM-CLIENT            TO WS-EJN-CLIENT.
           MOVE ZERO                     TO WS-EJN-NB-SEG
                                            WS-EJN-QTE
                                            WS-EJN-MT.
       7500-INIT-JOURNAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO128     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'CLIENT EDI TRAITE            :  ' WS-DEM-CLIENT.
           DISPLAY 'POINTAGES DE QUAI LUS        :  ' WS-CPT-CONFEXP.
           DISPLAY 'AVIS D''EXPEDITION EMIS       :  ' WS-CPT-AVIS.
           DISPLAY 'FACTURES EMISES              :  ' WS-CPT-FACTURES.
           DISPLAY 'SEGMENTS EMIS                :  ' WS-CPT-SEGMENTS.
           DISPLAY 'EMPREINTE DES QUANTITES      :  ' WS-TOT-QTE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO128         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO128        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
