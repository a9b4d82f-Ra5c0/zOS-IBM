      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC278                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CONSULTATION EN LIGNE DE LA POSITION D'UN CLIENT (MENU       *
      *  ARIC261) : POUR UN NUMERO CLIENT DU REFERENTIEL CLIMAST, LA  *
      *  TRANSACTION LISTE LES COMPTES AUXQUELS IL EST RATTACHE       *
      *  (FICHIER INDEXE CLIPKS, COPY CLIPOS, RECHARGE CHAQUE NUIT    *
      *  PAR ARIO153 A PARTIR DES LIENS CLILIEN) AVEC SON ROLE        *
      *  (TITULAIRE, CO-TITULAIRE, MANDATAIRE) ET, RELUS DANS LE      *
      *  MAITRE CPTEKS, LE PRODUIT, LE STATUT ET LE SOLDE DE CHAQUE   *
      *  COMPTE ; EN PIED D'ECRAN, LES TOTAUX DES PRE-AUTORISATIONS   *
      *  CARTE ACTIVES, DES SAISIES-ATTRIBUTIONS EN COURS ET DES      *
      *  MANDATS DE PRELEVEMENT ACTIFS DE CES COMPTES.                *
      *  LA SAISIE D'UN NUMERO DE LIGNE OUVRE LE COMPTE DANS LA       *
      *  CONSULTATION ARIC264 (XCTL, WS-PREV-PROG = ARIC278, CLIENT   *
      *  CONSERVE DANS WS-CLI-POSITION) ; LE PF3 D'ARIC264 RAMENE     *
      *  SUR LA POSITION DU CLIENT. CONSULTATION PURE ; CHAQUE        *
      *  RECHERCHE EST JOURNALISEE DANS ARIJRN (TYPE 'K').            *
      *  RETOUR MENU PAR PF3 (XCTL ARIC261).                          *
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
       PROGRAM-ID. ARIC278.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY TABMSG.
           COPY ARIN278.
           COPY CLIPOS.
           COPY TP3CPTE.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM278'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN278'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      *------------------- NAVIGATION CLIPKS --------------------------*
      *
       01  WS-CPO-CLE-BR                    PIC X(18).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR                       VALUE 'O'.
       01  WS-SW-SUITE                      PIC X(01).
           88  LISTE-A-SUIVRE               VALUE 'O'.
       01  WS-IND-LIG                       PIC S9(4) COMP.
       01  WS-NB-CPTES                      PIC S9(4) COMP.
      *
      *------------------- LISTE AFFICHEE (EN COMMAREA) ---------------*
      *
       01  WS-LISTE-POS.
           05  WS-LP-CLI                    PIC X(08).
           05  WS-LP-NB                     PIC 9(02).
           05  WS-LP-CPTE                   PIC X(10) OCCURS 10.
      *
      *------------------- TOTAUX DES ENCOURS -------------------------*
      *
       01  WS-TOT-NB-HOLDS                  PIC 9(03).
       01  WS-TOT-MT-HOLDS                  PIC 9(9)V99.
       01  WS-TOT-NB-SAISIES                PIC 9(03).
       01  WS-TOT-MT-SAISIES                PIC 9(9)V99.
       01  WS-TOT-NB-MANDATS                PIC 9(03).
       01  WS-NB-ED                         PIC ZZ9.
       01  WS-MT-ED                         PIC ZZZZZZZZ9,99.
      *
      *------------------- LIGNE DE RESTITUTION -----------------------*
      *
       01  WS-LIGNE-POS.
           05  WS-LG-NUM                    PIC Z9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LG-COMPTE                 PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LG-ROLE                   PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LG-PRODUIT                PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LG-STAT                   PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LG-SOLDE                  PIC -ZZZZZZZ9,99.
           05  FILLER                       PIC X(17) VALUE SPACE.
      *
      *================
       LINKAGE SECTION.
      *================
      *
       01  DFHCOMMAREA                  PIC X(4096).
      *
      *                  ==============================               *
      *=================<    PROCEDURE      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ********************
       PROCEDURE DIVISION.
      ********************
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PRINCIPAL              *
      *---------------------------------------------------------------*
      *
       0000-PRINCIPAL-DEB.

           PERFORM 7000-INIT-PRINCIPAL-DEB
              THRU 7000-INIT-PRINCIPAL-FIN.

           EVALUATE TRUE
               WHEN INIT-TRT
                 PERFORM 1000-1ERE-FOIS-DEB
                    THRU 1000-1ERE-FOIS-FIN
               WHEN AFF-MAP
                 PERFORM 1010-N-FOIS-DEB
                    THRU 1010-N-FOIS-FIN
               WHEN AFF-AIDE
                 PERFORM 1020-RETOUR-CPTE-DEB
                    THRU 1020-RETOUR-CPTE-FIN
               WHEN OTHER
                 PERFORM 1030-ABEND-DEB
                    THRU 1030-ABEND-FIN
           END-EVALUATE.

           PERFORM  9999-FIN-RTRANSID-DEB
              THRU  9999-FIN-RTRANSID-FIN.

       0000-PRINCIPAL-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT 1ERE FOIS              *
      *---------------------------------------------------------------*
      *
       1000-1ERE-FOIS-DEB.

           MOVE LOW-VALUES                  TO WS-COMMAREA-ENR
                                               WS-CLI-POSITION.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE 'SAISIR UN NUMERO CLIENT PUIS ENTREE'
                                            TO MMSGO.

           PERFORM 6000-SEND-ERASE-DEB
              THRU 6000-SEND-ERASE-FIN.

       1000-1ERE-FOIS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT N FOIS                 *
      *---------------------------------------------------------------*
      *
       1010-N-FOIS-DEB.

           EVALUATE EIBAID
              WHEN DFHENTER
                 PERFORM 2000-ENTER-DEB
                    THRU 2000-ENTER-FIN
              WHEN DFHPF3
                 PERFORM 2020-F3-DEB
                    THRU 2020-F3-FIN
              WHEN DFHCLEAR
                 PERFORM 2030-ALT-C-DEB
                    THRU 2030-ALT-C-FIN
              WHEN OTHER
                 PERFORM 2040-AUTRE-DEB
                    THRU 2040-AUTRE-FIN
           END-EVALUATE.

       1010-N-FOIS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RETOUR COMPTE          *
      *---------------------------------------------------------------*
      * RETOUR PF3 DE LA CONSULTATION DE COMPTE ARIC264 : LA POSITION *
      * DU CLIENT MEMORISE DANS WS-CLI-POSITION EST REAFFICHEE.       *
      *---------------------------------------------------------------*
      *
       1020-RETOUR-CPTE-DEB.

           IF WS-CLI-POSITION = SPACE OR LOW-VALUE
              PERFORM 1000-1ERE-FOIS-DEB
                 THRU 1000-1ERE-FOIS-FIN
              GO TO 1020-RETOUR-CPTE-FIN
           END-IF.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE WS-CLI-POSITION             TO MCLII
                                               MCLIO.

           PERFORM 3010-POSITION-CLIENT-DEB
              THRU 3010-POSITION-CLIENT-FIN.

           PERFORM 6000-SEND-ERASE-DEB
              THRU 6000-SEND-ERASE-FIN.

       1020-RETOUR-CPTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ABEND                  *
      *---------------------------------------------------------------*
      *
       1030-ABEND-DEB.

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC278)'
                                             TO WS-MSG-FIN.

           PERFORM 9999-ABEND-PRG-DEB
              THRU 9999-ABEND-PRG-FIN.

       1030-ABEND-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ENTER                  *
      *---------------------------------------------------------------*
      *
       2000-ENTER-DEB.

           PERFORM 6010-RECEIVE-DEB
              THRU 6010-RECEIVE-FIN.

           IF WS-RC = DFHRESP(MAPFAIL)
              MOVE 'SAISIR UN NUMERO CLIENT OU UN NUMERO DE LIGNE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
           ELSE
              PERFORM 3000-AIGUILLAGE-DEB
                 THRU 3000-AIGUILLAGE-FIN
           END-IF.

       2000-ENTER-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT F3                     *
      *---------------------------------------------------------------*
      *
       2020-F3-DEB.

           PERFORM 9000-RETOUR-MENU-DEB
              THRU 9000-RETOUR-MENU-FIN.

       2020-F3-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ALT+C                  *
      *---------------------------------------------------------------*
      *
       2030-ALT-C-DEB.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE WS-MSG(2)                   TO MMSGO.

           PERFORM 6020-SEND-DEB
              THRU 6020-SEND-FIN.

       2030-ALT-C-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT AUTRE                  *
      *---------------------------------------------------------------*
      *
       2040-AUTRE-DEB.

           MOVE WS-MSG(1)                   TO MMSGO.

           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       2040-AUTRE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT AIGUILLAGE             *
      *---------------------------------------------------------------*
      *
      *    UN NUMERO DE LIGNE SAISI SANS CHANGER DE CLIENT OUVRE LE
      *    COMPTE DE LA LIGNE DANS ARIC264 ; SINON LA POSITION DU
      *    CLIENT SAISI EST (RE)AFFICHEE.
      *
       3000-AIGUILLAGE-DEB.

           PERFORM 7040-MOVE-OUT-COMMAREA-DEB
              THRU 7040-MOVE-OUT-COMMAREA-FIN.

           IF MLIGCHI IS NUMERIC
              AND MLIGCHI > ZERO
              AND WS-LP-CLI NOT = LOW-VALUES
              AND (MCLII = SPACE OR MCLII = LOW-VALUE
                   OR MCLII = WS-LP-CLI)
              IF MLIGCHI > WS-LP-NB
                 MOVE 'NUMERO DE LIGNE ABSENT DE LA LISTE'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
              ELSE
                 PERFORM 9010-APPEL-CPTE-DEB
                    THRU 9010-APPEL-CPTE-FIN
              END-IF
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           PERFORM 3010-POSITION-CLIENT-DEB
              THRU 3010-POSITION-CLIENT-FIN.

           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT POSITION CLIENT        *
      *---------------------------------------------------------------*
      *
      *    PARCOURS DE CLIPKS SUR LE CLIENT SAISI : LES TOTAUX PORTENT
      *    SUR TOUS SES COMPTES, LES DIX PREMIERS SONT AFFICHES. LA
      *    LISTE AFFICHEE EST CONSERVEE EN COMMAREA POUR LE CHOIX
      *    D'UNE LIGNE. LA MAP EST PREPAREE, L'APPELANT L'ENVOIE.
      *
       3010-POSITION-CLIENT-DEB.

           MOVE SPACES                      TO MNOMO
                                               MSTCLIO
                                               MNBHLDO
                                               MMTHLDO
                                               MNBSAIO
                                               MMTSAIO
                                               MNBMANO.
           MOVE ZERO                        TO WS-IND-LIG.
           PERFORM 7105-RAZ-LIGNE-DEB
              THRU 7105-RAZ-LIGNE-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
                UNTIL WS-IND-LIG > 10.
           MOVE LOW-VALUES                  TO WS-LISTE-POS
                                               WS-COMMAREA-ENR
                                               WS-CLI-POSITION.

           IF MCLII = SPACE OR MCLII = LOW-VALUE
              MOVE 'LE NUMERO CLIENT EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 3010-POSITION-CLIENT-FIN
           END-IF.

           MOVE 'K'                         TO WS-JRN-TYPE.
           MOVE MCLII(3:6)                  TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           MOVE ZERO                        TO WS-IND-LIG
                                               WS-NB-CPTES
                                               WS-TOT-NB-HOLDS
                                               WS-TOT-MT-HOLDS
                                               WS-TOT-NB-SAISIES
                                               WS-TOT-MT-SAISIES
                                               WS-TOT-NB-MANDATS.
           MOVE 'N'                         TO WS-SW-SUITE.
           MOVE MCLII                       TO WS-LP-CLI.
           MOVE ZERO                        TO WS-LP-NB.

           PERFORM 6060-STARTBR-CLIPOS-DEB
              THRU 6060-STARTBR-CLIPOS-FIN.
           IF NOT FIN-BR
              PERFORM 6070-READNEXT-CLIPOS-DEB
                 THRU 6070-READNEXT-CLIPOS-FIN
                UNTIL FIN-BR
              PERFORM 6080-ENDBR-CLIPOS-DEB
                 THRU 6080-ENDBR-CLIPOS-FIN
           END-IF.

           IF WS-NB-CPTES = ZERO
              MOVE 'CLIENT INCONNU OU SANS COMPTE RATTACHE'
                                            TO MMSGO
              MOVE LOW-VALUES               TO WS-LISTE-POS
              GO TO 3010-POSITION-CLIENT-FIN
           END-IF.

           PERFORM 7200-AFFICHE-TOTAUX-DEB
              THRU 7200-AFFICHE-TOTAUX-FIN.

           MOVE WS-LP-CLI                   TO WS-CLI-POSITION.
           PERFORM 7020-MOVE-IN-COMMAREA-DEB
              THRU 7020-MOVE-IN-COMMAREA-FIN.

           IF LISTE-A-SUIVRE
              MOVE 'PLUS DE 10 COMPTES : LES 10 PREMIERS SONT LISTES'
                                            TO MMSGO
           ELSE
              MOVE 'SAISIR UN NUMERO DE LIGNE POUR OUVRIR LE COMPTE'
                                            TO MMSGO
           END-IF.

       3010-POSITION-CLIENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES CICS                                        *
      *---------------------------------------------------------------*
      *
       6000-SEND-ERASE-DEB.
           EXEC CICS
              SEND MAP            (WS-MAP)
                   MAPSET         (WS-MAPSET)
                   FROM           (ARIM278O)
                   ERASE
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR SEND MAP ERASE : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6000-SEND-ERASE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6010-RECEIVE-DEB.
           EXEC CICS
              RECEIVE MAP         (WS-MAP)
                      MAPSET      (WS-MAPSET)
                      INTO        (ARIM278I)
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              AND NOT WS-RC = DFHRESP(MAPFAIL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR RECEIVE MAP : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6010-RECEIVE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6020-SEND-DEB.
           EXEC CICS
              SEND MAP            (WS-MAP)
                   MAPSET         (WS-MAPSET)
                   FROM           (ARIM278O)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR SEND MAP : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6020-SEND-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6030-SEND-DATAONLY-DEB.
           EXEC CICS
              SEND MAP            (WS-MAP)
                   MAPSET         (WS-MAPSET)
                   FROM           (ARIM278O)
                   DATAONLY
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR SEND MAP DATAONLY : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6030-SEND-DATAONLY-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LE TYPE DE POSTE (K POSITION CLIENT) ET LA VALEUR
      *    SONT POSITIONNES PAR L'APPELANT.
      *
       6040-WRITE-JOURNAL-DEB.
           MOVE EIBTRMID                      TO WS-JRN-TERM.
           MOVE EIBTASKN                      TO WS-JRN-TASK.
           MOVE EIBTRNID                      TO WS-JRN-TRAN.
           MOVE EIBDATE                       TO WS-JRN-DATE.
           MOVE EIBTIME                       TO WS-JRN-TIME.
           MOVE WS-USER                       TO WS-JRN-USER.
           EXEC CICS
              WRITEQ TS       QUEUE          ('ARIJRN')
                              FROM           (WS-JRN-ENR)
                              RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR WRITEQ TS ARIJRN : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6040-WRITE-JOURNAL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6050-READ-COMPTE-DEB.
           MOVE WS-CPO-CPTE                 TO WS-CPTE-CPTE.
           EXEC CICS
              READ FILE           ('CPTEKS')
                   RIDFLD         (WS-CPTE-CPTE)
                   INTO           (WS-ENRG-F-CPTE)
                   RESP           (WS-RC)
           END-EXEC.
           IF WS-RC NOT = DFHRESP(NORMAL) AND
              WS-RC NOT = DFHRESP(NOTFND)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ CPTEKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-CLIPOS-DEB.
           MOVE LOW-VALUES                  TO WS-CPO-CLE-BR.
           MOVE MCLII                       TO WS-CPO-CLE-BR(1:8).
           EXEC CICS
              STARTBR FILE        ('CLIPKS')
                      RIDFLD      (WS-CPO-CLE-BR)
                      KEYLENGTH   (18)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR CLIPKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'O'                      TO WS-SW-FIN-BR
           ELSE
              MOVE 'N'                      TO WS-SW-FIN-BR
           END-IF.
       6060-STARTBR-CLIPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LECTURE EN AVANT TANT QUE LA CLE PORTE LE CLIENT SAISI.
      *
       6070-READNEXT-CLIPOS-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('CLIPKS')
                          INTO    (WS-ENRG-F-CLIPOS)
                          RIDFLD  (WS-CPO-CLE-BR)
                          KEYLENGTH (18)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 IF WS-CPO-CLI NOT = WS-LP-CLI
                    MOVE 'O'                TO WS-SW-FIN-BR
                 ELSE
                    PERFORM 7100-TRT-POSITION-DEB
                       THRU 7100-TRT-POSITION-FIN
                 END-IF
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT CLIPKS : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-CLIPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-CLIPOS-DEB.
           EXEC CICS
              ENDBR FILE          ('CLIPKS')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-CLIPOS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM278O.
       7000-INIT-PRINCIPAL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7010-MOVE-INFOS-GEN-DEB.
           MOVE WS-DATE                     TO MDATEO.
           MOVE EIBTRMID                    TO MTERMO.
           MOVE EIBTASKN                    TO MTASKO.
           MOVE EIBTRNID                    TO MTRANO.
       7010-MOVE-INFOS-GEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7020-MOVE-IN-COMMAREA-DEB.
           MOVE WS-LISTE-POS                TO WS-COMMAREA-ENR.
       7020-MOVE-IN-COMMAREA-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7040-MOVE-OUT-COMMAREA-DEB.
           MOVE WS-COMMAREA-ENR             TO WS-LISTE-POS.
       7040-MOVE-OUT-COMMAREA-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    UN COMPTE DU CLIENT : CUMUL DE SES ENCOURS DANS LES TOTAUX
      *    PUIS, S'IL RESTE UNE LIGNE LIBRE, AFFICHAGE AVEC LE
      *    PRODUIT, LE STATUT ET LE SOLDE RELUS DANS CPTEKS.
      *
       7100-TRT-POSITION-DEB.
           ADD 1                            TO WS-NB-CPTES.
           ADD WS-CPO-NB-HOLDS              TO WS-TOT-NB-HOLDS.
           ADD WS-CPO-MT-HOLDS              TO WS-TOT-MT-HOLDS.
           ADD WS-CPO-NB-SAISIES            TO WS-TOT-NB-SAISIES.
           ADD WS-CPO-MT-SAISIES            TO WS-TOT-MT-SAISIES.
           ADD WS-CPO-NB-MANDATS            TO WS-TOT-NB-MANDATS.
           IF WS-NB-CPTES = 1
              MOVE WS-CPO-NOM-CLI           TO MNOMO
              IF CPO-CLI-RADIE
                 MOVE 'RADIE '              TO MSTCLIO
              ELSE
                 MOVE 'ACTIF '              TO MSTCLIO
              END-IF
           END-IF.
           IF WS-IND-LIG NOT < 10
              MOVE 'O'                      TO WS-SW-SUITE
              GO TO 7100-TRT-POSITION-FIN
           END-IF.
           ADD 1                            TO WS-IND-LIG.
           MOVE WS-IND-LIG                  TO WS-LP-NB.
           MOVE WS-CPO-CPTE                 TO WS-LP-CPTE(WS-IND-LIG).
           PERFORM 7110-GEST-DISP-CPTE-DEB
              THRU 7110-GEST-DISP-CPTE-FIN.
       7100-TRT-POSITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7105-RAZ-LIGNE-DEB.
           MOVE SPACES                      TO MLIGO(WS-IND-LIG).
       7105-RAZ-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7110-GEST-DISP-CPTE-DEB.
           MOVE WS-IND-LIG                  TO WS-LG-NUM.
           MOVE WS-CPO-CPTE                 TO WS-LG-COMPTE.
           EVALUATE TRUE
              WHEN CPO-TITULAIRE
                 MOVE 'TITULAIRE'           TO WS-LG-ROLE
              WHEN CPO-COTITULAIRE
                 MOVE 'CO-TITUL.'           TO WS-LG-ROLE
              WHEN CPO-MANDATAIRE
                 MOVE 'MANDATAIRE'          TO WS-LG-ROLE
              WHEN OTHER
                 MOVE WS-CPO-ROLE           TO WS-LG-ROLE
           END-EVALUATE.
           PERFORM 6050-READ-COMPTE-DEB
              THRU 6050-READ-COMPTE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE SPACES                   TO WS-LG-PRODUIT
              MOVE 'INCONNU'                TO WS-LG-STAT
              MOVE ZERO                     TO WS-LG-SOLDE
           ELSE
              IF CPTE-A-VUE
                 MOVE 'VUE'                 TO WS-LG-PRODUIT
              ELSE
                 MOVE WS-CPTE-PRODUIT       TO WS-LG-PRODUIT
              END-IF
              EVALUATE TRUE
                 WHEN CPTE-BLOQUE
                    MOVE 'BLOQUE'           TO WS-LG-STAT
                 WHEN CPTE-CLOTURE
                    MOVE 'CLOTURE'          TO WS-LG-STAT
                 WHEN CPTE-SUCCESSION
                    MOVE 'SUCCESSION'       TO WS-LG-STAT
                 WHEN OTHER
                    MOVE 'OUVERT'           TO WS-LG-STAT
              END-EVALUATE
              MOVE WS-CPTE-SOLDE            TO WS-LG-SOLDE
           END-IF.
           MOVE WS-LIGNE-POS                TO MLIGO(WS-IND-LIG).
       7110-GEST-DISP-CPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7200-AFFICHE-TOTAUX-DEB.
           MOVE WS-TOT-NB-HOLDS             TO WS-NB-ED.
           MOVE WS-NB-ED                    TO MNBHLDO.
           MOVE WS-TOT-MT-HOLDS             TO WS-MT-ED.
           MOVE WS-MT-ED                    TO MMTHLDO.
           MOVE WS-TOT-NB-SAISIES           TO WS-NB-ED.
           MOVE WS-NB-ED                    TO MNBSAIO.
           MOVE WS-TOT-MT-SAISIES           TO WS-MT-ED.
           MOVE WS-MT-ED                    TO MMTSAIO.
           MOVE WS-TOT-NB-MANDATS           TO WS-NB-ED.
           MOVE WS-NB-ED                    TO MNBMANO.
       7200-AFFICHE-TOTAUX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC278'                   TO WS-PREV-PROG.
           MOVE LOW-VALUES                  TO WS-COMMAREA-ENR
                                               WS-CLI-POSITION.
           MOVE LOW-VALUE                   TO WS-TAFF.
           EXEC CICS XCTL PROGRAM('ARIC261')
                          COMMAREA(WS-COMMAREA)
                          RESP(WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR RETOUR MENU : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       9000-RETOUR-MENU-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *             DESCRIPTION DU COMPOSANT APPEL-CPTE               *
      *---------------------------------------------------------------*
      * OUVERTURE DU COMPTE DE LA LIGNE CHOISIE DANS ARIC264 : LE     *
      * NUMERO DE COMPTE EST PASSE EN TETE DE WS-COMMAREA-ENR AVEC    *
      * WS-TAFF = 'A' ; WS-PREV-PROG ET WS-CLI-POSITION PERMETTENT A  *
      * ARIC264 DE REVENIR SUR LA POSITION DU CLIENT PAR PF3.         *
      *---------------------------------------------------------------*
      *
       9010-APPEL-CPTE-DEB.
           MOVE WS-LP-CLI                   TO WS-CLI-POSITION.
           MOVE WS-LP-CPTE(MLIGCHI)         TO WS-CPTE-CPTE.
           MOVE LOW-VALUES                  TO WS-COMMAREA-ENR.
           MOVE WS-CPTE-CPTE                TO WS-COMMAREA-ENR(1:10).
           MOVE 'ARIC278'                   TO WS-PREV-PROG.
           MOVE 'A'                         TO WS-TAFF.
           EXEC CICS XCTL PROGRAM('ARIC264')
                          COMMAREA(WS-COMMAREA)
                          RESP(WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR APPEL ARIC264 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       9010-APPEL-CPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-RTRANSID-DEB.
           MOVE 'M'                         TO WS-TAFF.
           EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
       9999-FIN-RTRANSID-FIN.
           EXIT.
      *
       9999-ABEND-PRG-DEB.
            EXEC CICS SEND
                      FROM (WS-MSG-FIN)
                      ERASE
            END-EXEC.
            EXEC CICS RETURN
            END-EXEC.
       9999-ABEND-PRG-FIN.
            EXIT.
