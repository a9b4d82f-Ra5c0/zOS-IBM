      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO129                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  INTEGRATION DES AVIS D'EXPEDITION RECUS D'UN FOURNISSEUR     *
      *  AVANT LA RECEPTION DES MARCHANDISES. LE FOURNISSEUR TRAITE   *
      *  EST RECU EN SYSIN. LE FICHIER RECU (F-AVIS-E, 80 C) PORTE    *
      *  L'ENTETE '1' ET LE TOTAL '9' DE LA CONVENTION COMMUNE        *
      *  ARIS907 (COPY CTLFIC : IDENTIFIANT = CODE FOURNISSEUR,       *
      *  EMPREINTE = SOMME DES QUANTITES ANNONCEES) ; CHAQUE AVIS     *
      *  'D' ANNONCE POUR UNE COMMANDE CMD0206 L'ARTICLE, LE LOT, LA  *
      *  DLUO, LA QUANTITE ET LA DATE D'ARRIVEE PREVUE A QUAI.        *
      *  L'AVIS EST REJETE A L'ETAT F-ANOAVI-S SI LA COMMANDE N'EST   *
      *  PAS UNE COMMANDE OUVERTE DU FOURNISSEUR, SI L'ARTICLE        *
      *  DIFFERE DE CELUI DE LA COMMANDE OU SI UNE ZONE EST           *
      *  INVALIDE. LES AVIS ACCEPTES ALIMENTENT EN PERE-FILS LE       *
      *  FICHIER DES RECEPTIONS ATTENDUES (ASNATT -> ASNNEW, COPY     *
      *  ASNREC) : UN AVIS RENVOYE POUR UNE COMMANDE DEJA ANNONCEE    *
      *  REMPLACE LE PRECEDENT. CE FICHIER EST EDITE EN PLANNING DE   *
      *  QUAI PAR ARIO130 ET RAPPROCHE DES LIVRAISONS PAR ARIO937.    *
      *  FICHIER TRONQUE OU ALTERE = ARRET EN CODE RETOUR 12.         *
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
       PROGRAM-ID.      ARIO129.
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
      *                      F-AVIS-E : AVIS D'EXPEDITION FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-AVIS-E            ASSIGN TO ASNFOU
                   FILE STATUS         IS WS-FS-AVIS-E.
      *                      -------------------------------------------
      *                      F-CMD-E : COMMANDES FOURNISSEUR CMD0206
      *                      -------------------------------------------
           SELECT  F-CMD-E             ASSIGN TO CMD0206
                   FILE STATUS         IS WS-FS-CMD-E.
      *                      -------------------------------------------
      *                      F-ATT-E : RECEPTIONS ATTENDUES (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ATT-E    ASSIGN TO ASNATT
                   FILE STATUS         IS WS-FS-ATT-E.
      *                      -------------------------------------------
      *                      F-ATT-S : RECEPTIONS ATTENDUES (N)
      *                      -------------------------------------------
           SELECT  F-ATT-S             ASSIGN TO ASNNEW
                   FILE STATUS         IS WS-FS-ATT-S.
      *                      -------------------------------------------
      *                      F-ANOAVI-S : ETAT DES AVIS REJETES
      *                      -------------------------------------------
           SELECT  F-ANOAVI-S          ASSIGN TO ANOAVI
                   FILE STATUS         IS WS-FS-ANOAVI-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-AVIS-E
           RECORDING MODE IS F.
       01  FS-ENRG-AVIS-E            PIC X(80).
      *
       FD  F-CMD-E
           RECORDING MODE IS F.
       01  FS-ENRG-CMD-E             PIC X(80).
      *
       FD  F-ATT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-E             PIC X(60).
      *
       FD  F-ATT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ATT-S             PIC X(60).
      *
       FD  F-ANOAVI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ANOAVI-S          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *---------------- ENREGISTREMENT COMMANDE (PARTAGE ARIO937) -----*
      *
           COPY COMMANDE.
      *
      *---------------- RECEPTION ATTENDUE (PARTAGE ARIO130/937) ------*
      *
           COPY ASNREC.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-AVIS-E              PIC XX.
           88  OK-AVIS-E             VALUE '00'.
           88  EOF-AVIS-E            VALUE '10'.
       01  WS-FS-CMD-E               PIC XX.
           88  OK-CMD-E              VALUE '00' '05'.
           88  EOF-CMD-E             VALUE '10'.
       01  WS-FS-ATT-E               PIC XX.
           88  OK-ATT-E              VALUE '00' '05'.
           88  EOF-ATT-E             VALUE '10'.
       01  WS-FS-ATT-S               PIC XX.
           88  OK-ATT-S              VALUE '00'.
       01  WS-FS-ANOAVI-S            PIC XX.
           88  OK-ANOAVI-S           VALUE '00'.
      *
      *---------------- CARTE DE PILOTAGE SYSIN -----------------------*
      *
       01  WS-ENRG-DEMANDE.
           05  WS-DEM-FOU            PIC X(06).
      *
      *---------------- AVIS D'EXPEDITION RECU ------------------------*
      *
       01  WS-ENRG-AVIS.
           05  WS-AVI-TYPE           PIC X(01).
               88  AVI-ENTETE        VALUE '1'.
               88  AVI-DETAIL        VALUE 'D'.
               88  AVI-TOTAL         VALUE '9'.
           05  WS-AVI-CMD-NO         PIC X(08).
           05  WS-AVI-ART-CODE       PIC X(06).
           05  WS-AVI-LOT            PIC X(08).
           05  WS-AVI-DLUO           PIC 9(08).
           05  WS-AVI-QTE            PIC 9(06).
           05  WS-AVI-DATE-PREVUE    PIC 9(08).
           05  FILLER                PIC X(35).
      *
      *---------------- COMMANDES OUVERTES DU FOURNISSEUR -------------*
      *
       01  WS-TAB-CDE.
           05  WS-CDE-EL             OCCURS 2000 TIMES.
               10  WS-CDE-NO         PIC X(08).
               10  WS-CDE-ART-CODE   PIC X(06).
       01  WS-NB-CDE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CDE                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CDE-RETENUE            PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- RECEPTIONS ATTENDUES EN MEMOIRE ---------------*
      *
       01  WS-TAB-ATT.
           05  WS-ATT-EL             OCCURS 3000 TIMES.
               10  WS-ATT-CMD-NO     PIC X(08).
               10  WS-ATT-SUITE      PIC X(52).
       01  WS-NB-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ATT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ATT-RETENUE            PIC S9(04) COMP VALUE ZERO.
      *
      *---------------- ZONE D'ECHANGE ARIS907 (CONTROLE FICHIER) -----*
      *
           COPY CTLFIC.
      *
       01  WS-SW-CTL-TOTAL           PIC X(01) VALUE 'N'.
           88  TOTAL-VU              VALUE 'O'.
           88  TOTAL-NON-VU          VALUE 'N'.
      *
      *---------------- POINTAGE DES PASSAGES (ARIS904) ---------------*
      *
           COPY RUNLOG.
      *
      *---------------- VARIABLES DE TRAITEMENT -----------------------*
      *
       01  WS-DATE-SYST              PIC 9(08).
       01  WS-SW-AVIS                PIC X(01) VALUE 'O'.
           88  AVIS-ACCEPTE          VALUE 'O'.
           88  AVIS-REJETE           VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-CMD-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ATT-LUES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-LUS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-NOUVEAUX      PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-REMPLACES     PIC 9(05) VALUE ZERO.
       01  WS-CPT-AVIS-REJETES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-ATT-ECRITES        PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
       01  WS-LAVI-TIRET             PIC X(76) VALUE ALL '-'.
       01  WS-LAVI-TITRE.
           05  FILLER                PIC X(36)
               VALUE 'AVIS D''EXPEDITION REJETES - FOURN. '.
           05  WS-LAVI-FOU-ED        PIC X(06).
       01  WS-LAVI-DETAIL.
           05  WS-LAVI-NO-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-ART-ED        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-LOT-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-QTE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LAVI-MOTIF-ED      PIC X(40).
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
      *
           SET RUN-FCT-DEBUT             TO TRUE.
           MOVE 'ARIO129'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           IF WS-DEM-FOU = SPACE
              DISPLAY 'FOURNISSEUR ABSENT DE LA CARTE SYSIN'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6100-CHARGE-COMMANDES-DEB
              THRU 6100-CHARGE-COMMANDES-FIN.
           PERFORM 6200-CHARGE-ATTENDUES-DEB
              THRU 6200-CHARGE-ATTENDUES-FIN.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *
           MOVE WS-DEM-FOU               TO WS-LAVI-FOU-ED.
           WRITE FS-ENRG-ANOAVI-S        FROM WS-LAVI-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ANOAVI-S        FROM WS-LAVI-TIRET.
      *
           PERFORM 6010-READ-FAVIS-DEB
              THRU 6010-READ-FAVIS-FIN.
      *
           PERFORM 1100-CTRL-ENTETE-DEB
              THRU 1100-CTRL-ENTETE-FIN.
      *
           PERFORM 1000-TRT-AVIS-DEB
              THRU 1000-TRT-AVIS-FIN
             UNTIL EOF-AVIS-E.
      *
           IF TOTAL-NON-VU
              DISPLAY 'TOTAL DE FICHIER ABSENT : TRANSFERT TRONQUE ?'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6040-WRITE-FATT-DEB
              THRU 6040-WRITE-FATT-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT.
      *
           PERFORM 8999-COMPTE-RENDU-EXEC-DEB
              THRU 8999-COMPTE-RENDU-EXEC-FIN.
      *
           PERFORM 6090-CLOSE-FICHIERS-DEB
              THRU 6090-CLOSE-FICHIERS-FIN.
      *
           SET RUN-FCT-FIN               TO TRUE.
           MOVE WS-CPT-AVIS-LUS          TO WS-RUN-NBENR.
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
      *   TRAITEMENT D'UN AVIS D'EXPEDITION                           *
      *---------------------------------------------------------------*
      *
       1000-TRT-AVIS-DEB.
      *
           IF AVI-TOTAL
              PERFORM 1200-CTRL-TOTAL-DEB
                 THRU 1200-CTRL-TOTAL-FIN
              GO TO 1000-TRT-SUIVANT
           END-IF.
           IF TOTAL-VU
              DISPLAY 'ENREGISTREMENT RECU APRES LE TOTAL DE FICHIER'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-AVIS-LUS.
      *
           SET CTF-FCT-MOUVEMENT         TO TRUE.
           IF WS-AVI-QTE IS NUMERIC
              MOVE WS-AVI-QTE            TO WS-CTF-MT
           ELSE
              MOVE ZERO                  TO WS-CTF-MT
           END-IF.
           CALL 'ARIS907'             USING WS-CTF-PARM.
      *
           PERFORM 7100-CTRL-AVIS-DEB
              THRU 7100-CTRL-AVIS-FIN.
           IF AVIS-REJETE
              ADD 1                      TO WS-CPT-AVIS-REJETES
              PERFORM 8020-EDIT-REJET-DEB
                 THRU 8020-EDIT-REJET-FIN
              GO TO 1000-TRT-SUIVANT
           END-IF.
      *
           PERFORM 7200-RANGE-AVIS-DEB
              THRU 7200-RANGE-AVIS-FIN.
      *
       1000-TRT-SUIVANT.
           PERFORM 6010-READ-FAVIS-DEB
              THRU 6010-READ-FAVIS-FIN.
      *
       1000-TRT-AVIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CONTROLES D'ENTETE ET DE TOTAL (CONVENTION ARIS907)         *
      *---------------------------------------------------------------*
      *
      *    LE PREMIER ENREGISTREMENT DOIT ETRE L'ENTETE '1' AU CODE
      *    DU FOURNISSEUR ; LE DERNIER EST LE TOTAL '9' (NOMBRE
      *    D'AVIS + EMPREINTE DES QUANTITES ANNONCEES).
      *
       1100-CTRL-ENTETE-DEB.
           IF EOF-AVIS-E
              DISPLAY 'FICHIER D''AVIS D''EXPEDITION VIDE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET CTF-FCT-INIT              TO TRUE.
           MOVE WS-DEM-FOU               TO WS-CTF-FICHIER.
           MOVE ZERO                     TO WS-CTF-DATE.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           SET CTF-FCT-CTRL-ENTETE       TO TRUE.
           MOVE WS-ENRG-AVIS             TO WS-CTF-ENRG.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           IF CTF-RC-ERREUR
              DISPLAY WS-CTF-MESSAGE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-FAVIS-DEB
              THRU 6010-READ-FAVIS-FIN.
       1100-CTRL-ENTETE-FIN.
           EXIT.
      *
       1200-CTRL-TOTAL-DEB.
           SET CTF-FCT-CTRL-TOTAL        TO TRUE.
           MOVE WS-ENRG-AVIS             TO WS-CTF-ENRG.
           CALL 'ARIS907'             USING WS-CTF-PARM.
           IF CTF-RC-ERREUR
              DISPLAY WS-CTF-MESSAGE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET TOTAL-VU                  TO TRUE.
       1200-CTRL-TOTAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-FICHIERS-DEB.
           OPEN INPUT F-AVIS-E.
           IF NOT OK-AVIS-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AVIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ATT-S.
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ANOAVI-S.
           IF NOT OK-ANOAVI-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ANOAVI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ANOAVI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6010-READ-FAVIS-DEB.
           READ F-AVIS-E INTO WS-ENRG-AVIS.
           IF NOT (OK-AVIS-E OR EOF-AVIS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AVIS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AVIS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FAVIS-FIN.
           EXIT.
      *
       6020-READ-FCMD-DEB.
           READ F-CMD-E INTO WS-CMD-ENR.
           IF NOT (OK-CMD-E OR EOF-CMD-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CMD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FCMD-FIN.
           EXIT.
      *
       6030-READ-FATT-DEB.
           READ F-ATT-E INTO WS-ASN-ENR.
           IF NOT (OK-ATT-E OR EOF-ATT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-FATT-FIN.
           EXIT.
      *
       6040-WRITE-FATT-DEB.
           WRITE FS-ENRG-ATT-S           FROM WS-ATT-EL(WS-IX-ATT).
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-ATT-ECRITES.
       6040-WRITE-FATT-FIN.
           EXIT.
      *
      *    CHARGEMENT DES COMMANDES OUVERTES DU FOURNISSEUR TRAITE,
      *    SEULES COMMANDES QU'UN AVIS PEUT ANNONCER.
      *
       6100-CHARGE-COMMANDES-DEB.
           OPEN INPUT F-CMD-E.
           IF NOT OK-CMD-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CMD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CMD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-READ-FCMD-DEB
              THRU 6020-READ-FCMD-FIN.
           PERFORM 6110-RANGE-COMMANDE-DEB
              THRU 6110-RANGE-COMMANDE-FIN
             UNTIL EOF-CMD-E.
           CLOSE F-CMD-E.
       6100-CHARGE-COMMANDES-FIN.
           EXIT.
      *
       6110-RANGE-COMMANDE-DEB.
           ADD 1                         TO WS-CPT-CMD-LUES.
           IF CMD-OUVERTE AND WS-CMD-FOU = WS-DEM-FOU
              IF WS-NB-CDE NOT < 2000
                 DISPLAY 'TABLE DES COMMANDES OUVERTES SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-CDE
              MOVE WS-CMD-NO             TO WS-CDE-NO(WS-NB-CDE)
              MOVE WS-CMD-ART-CODE       TO WS-CDE-ART-CODE(WS-NB-CDE)
           END-IF.
           PERFORM 6020-READ-FCMD-DEB
              THRU 6020-READ-FCMD-FIN.
       6110-RANGE-COMMANDE-FIN.
           EXIT.
      *
      *    CHARGEMENT DES RECEPTIONS ATTENDUES DU PASSAGE PRECEDENT ;
      *    FICHIER ABSENT = PREMIER PASSAGE, TABLE VIDE.
      *
       6200-CHARGE-ATTENDUES-DEB.
           OPEN INPUT F-ATT-E.
           IF NOT OK-ATT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FATT-DEB
              THRU 6030-READ-FATT-FIN.
           PERFORM 6210-RANGE-ATTENDUE-DEB
              THRU 6210-RANGE-ATTENDUE-FIN
             UNTIL EOF-ATT-E.
           CLOSE F-ATT-E.
       6200-CHARGE-ATTENDUES-FIN.
           EXIT.
      *
       6210-RANGE-ATTENDUE-DEB.
           ADD 1                         TO WS-CPT-ATT-LUES.
           IF WS-NB-ATT NOT < 3000
              DISPLAY 'TABLE DES RECEPTIONS ATTENDUES SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ATT.
           MOVE WS-ASN-ENR               TO WS-ATT-EL(WS-NB-ATT).
           PERFORM 6030-READ-FATT-DEB
              THRU 6030-READ-FATT-FIN.
       6210-RANGE-ATTENDUE-FIN.
           EXIT.
      *
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-AVIS-E.
           CLOSE F-ATT-S.
           IF NOT OK-ATT-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ATT-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ATT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ANOAVI-S.
           IF NOT OK-ANOAVI-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ANOAVI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ANOAVI-S
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
      *    CONTROLE D'UN AVIS : COMMANDE OUVERTE DU FOURNISSEUR,
      *    MEME ARTICLE, QUANTITE ET DATE D'ARRIVEE RENSEIGNEES,
      *    DLUO NUMERIQUE (ZERO = LOT SANS DLUO).
      *
       7100-CTRL-AVIS-DEB.
           SET AVIS-REJETE               TO TRUE.
           IF NOT AVI-DETAIL
              MOVE 'TYPE D''ENREGISTREMENT INCONNU'
                                         TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
      *
           MOVE ZERO                     TO WS-CDE-RETENUE.
           PERFORM 7110-CHERCHE-COMMANDE-DEB
              THRU 7110-CHERCHE-COMMANDE-FIN
             VARYING WS-IX-CDE FROM 1 BY 1
               UNTIL WS-IX-CDE > WS-NB-CDE
                  OR WS-CDE-RETENUE > ZERO.
           IF WS-CDE-RETENUE = ZERO
              MOVE 'COMMANDE NON OUVERTE CHEZ CE FOURNISSEUR'
                                         TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
           IF WS-AVI-ART-CODE NOT = WS-CDE-ART-CODE(WS-CDE-RETENUE)
              MOVE 'ARTICLE DIFFERENT DE CELUI DE LA COMMANDE'
                                         TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
           IF WS-AVI-QTE NOT NUMERIC OR WS-AVI-QTE = ZERO
              MOVE 'QUANTITE ANNONCEE INVALIDE'
                                         TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
           IF WS-AVI-DATE-PREVUE NOT NUMERIC
              OR WS-AVI-DATE-PREVUE = ZERO
              MOVE 'DATE D''ARRIVEE PREVUE INVALIDE'
                                         TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
           IF WS-AVI-DLUO NOT NUMERIC
              MOVE 'DLUO INVALIDE'       TO WS-LAVI-MOTIF-ED
              GO TO 7100-CTRL-AVIS-FIN
           END-IF.
      *
           SET AVIS-ACCEPTE              TO TRUE.
       7100-CTRL-AVIS-FIN.
           EXIT.
      *
       7110-CHERCHE-COMMANDE-DEB.
           IF WS-CDE-NO(WS-IX-CDE) = WS-AVI-CMD-NO
              MOVE WS-IX-CDE             TO WS-CDE-RETENUE
           END-IF.
       7110-CHERCHE-COMMANDE-FIN.
           EXIT.
      *
      *    RANGEMENT DE L'AVIS ACCEPTE : IL REMPLACE UN AVIS DEJA
      *    ATTENDU POUR LA MEME COMMANDE, SINON IL EST AJOUTE.
      *
       7200-RANGE-AVIS-DEB.
           MOVE SPACES                   TO WS-ASN-ENR.
           MOVE WS-AVI-CMD-NO            TO WS-ASN-CMD-NO.
           MOVE WS-AVI-ART-CODE          TO WS-ASN-ART-CODE.
           MOVE WS-DEM-FOU               TO WS-ASN-FOU.
           MOVE WS-AVI-LOT               TO WS-ASN-LOT.
           MOVE WS-AVI-DLUO              TO WS-ASN-DLUO.
           MOVE WS-AVI-QTE               TO WS-ASN-QTE.
           MOVE WS-AVI-DATE-PREVUE       TO WS-ASN-DATE-PREVUE.
           MOVE WS-DATE-SYST             TO WS-ASN-DATE-AVIS.
      *
           MOVE ZERO                     TO WS-ATT-RETENUE.
           PERFORM 7210-CHERCHE-ATTENDUE-DEB
              THRU 7210-CHERCHE-ATTENDUE-FIN
             VARYING WS-IX-ATT FROM 1 BY 1
               UNTIL WS-IX-ATT > WS-NB-ATT
                  OR WS-ATT-RETENUE > ZERO.
      *
           IF WS-ATT-RETENUE > ZERO
              ADD 1                      TO WS-CPT-AVIS-REMPLACES
              MOVE WS-ASN-ENR            TO WS-ATT-EL(WS-ATT-RETENUE)
              GO TO 7200-RANGE-AVIS-FIN
           END-IF.
      *
           IF WS-NB-ATT NOT < 3000
              DISPLAY 'TABLE DES RECEPTIONS ATTENDUES SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-AVIS-NOUVEAUX.
           ADD 1                         TO WS-NB-ATT.
           MOVE WS-ASN-ENR               TO WS-ATT-EL(WS-NB-ATT).
       7200-RANGE-AVIS-FIN.
           EXIT.
      *
       7210-CHERCHE-ATTENDUE-DEB.
           IF WS-ATT-CMD-NO(WS-IX-ATT) = WS-ASN-CMD-NO
              MOVE WS-IX-ATT             TO WS-ATT-RETENUE
           END-IF.
       7210-CHERCHE-ATTENDUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8020-EDIT-REJET-DEB.
           MOVE WS-AVI-CMD-NO            TO WS-LAVI-NO-ED.
           MOVE WS-AVI-ART-CODE          TO WS-LAVI-ART-ED.
           MOVE WS-AVI-LOT               TO WS-LAVI-LOT-ED.
           IF WS-AVI-QTE IS NUMERIC
              MOVE WS-AVI-QTE            TO WS-LAVI-QTE-ED
           ELSE
              MOVE ZERO                  TO WS-LAVI-QTE-ED
           END-IF.
           WRITE FS-ENRG-ANOAVI-S        FROM WS-LAVI-DETAIL.
           IF NOT OK-ANOAVI-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ANOAVI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ANOAVI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8020-EDIT-REJET-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY '*     STATISTIQUES DU PROGRAMME ARIO129     *'.
           DISPLAY WS-LCRE0-ASTER.
           DISPLAY 'FOURNISSEUR TRAITE           :  ' WS-DEM-FOU.
           DISPLAY 'COMMANDES LUES               :  ' WS-CPT-CMD-LUES.
           DISPLAY 'RECEPTIONS ATTENDUES LUES    :  ' WS-CPT-ATT-LUES.
           DISPLAY 'AVIS D''EXPEDITION LUS        :  ' WS-CPT-AVIS-LUS.
           DISPLAY 'AVIS NOUVEAUX                :  '
                   WS-CPT-AVIS-NOUVEAUX.
           DISPLAY 'AVIS REMPLACANT UN AVIS      :  '
                   WS-CPT-AVIS-REMPLACES.
           DISPLAY 'AVIS REJETES                 :  '
                   WS-CPT-AVIS-REJETES.
           DISPLAY 'RECEPTIONS ATTENDUES ECRITES :  '
                   WS-CPT-ATT-ECRITES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO129         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO129        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
