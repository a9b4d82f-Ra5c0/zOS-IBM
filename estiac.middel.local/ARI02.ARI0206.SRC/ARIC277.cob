      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC277                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  MAINTENANCE DES ORDRES PERMANENTS EN LIGNE (MENU ARIC261)    *
      *  SUR LE MAITRE ORDPER (COPY ORDPER, FICHIER CICS A CLE        *
      *  NUMERO D'ORDRE). FONCTIONS :                                 *
      *    L : LISTE DES ORDRES DU COMPTE SAISI ;                     *
      *    C : CREATION (CONTREPARTIE, MONTANT, CODE MOUVEMENT,       *
      *        PERIODICITE, PROCHAINE ECHEANCE, DATE DE FIN) ;        *
      *        NUMERO 'P' + NUMERO DE TACHE ;                         *
      *    M : MODIFICATION DU MONTANT ET/OU DES DATES ;              *
      *    X : ANNULATION.                                            *
      *  LE COMPTE EST CONTROLE SUR LE MAITRE CPTEKS (EXISTENCE ET,   *
      *  POUR C ET M, STATUT OUVERT) ET LE CODE SUR LA TABLE MVTCOD.  *
      *  LES TRANSACTIONS ACCEPTEES SONT DEPOSEES DANS LA FILE TD     *
      *  ARIP (COPY ORDMAJ, FICHIER ORDMAJ) APPLIQUEE PAR LE          *
      *  PROCHAIN PASSAGE D'ARIO034. LES FONCTIONS C, M ET X EXIGENT  *
      *  LE NIVEAU MAINTENANCE 'M' DU PROFIL USRPRF ; UN REFUS EST    *
      *  JOURNALISE (TYPE 'R'). CHAQUE OPERATION EST JOURNALISEE      *
      *  DANS ARIJRN (TYPE 'E'). RETOUR MENU PF3.                     *
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
       PROGRAM-ID. ARIC277.
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
           COPY ARIN277.
           COPY ORDPER.
           COPY ORDMAJ.
           COPY TP3CPTE.
           COPY MVTCOD.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM277'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN277'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      *------------------- FONCTION DEMANDEE --------------------------*
      *
       01  WS-FCT                           PIC X(01).
           88  FCT-LISTE                    VALUE 'L'.
           88  FCT-CREATION                 VALUE 'C'.
           88  FCT-MODIFICATION             VALUE 'M'.
           88  FCT-ANNULATION               VALUE 'X'.
           88  FCT-MISE-A-JOUR              VALUE 'C' 'M' 'X'.
      *
      *------------------- NAVIGATION ORDPER --------------------------*
      *
       01  WS-ORD-CLE                       PIC X(08).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR                       VALUE 'O'.
       01  WS-SW-SUITE                      PIC X(01).
           88  LISTE-A-SUIVRE               VALUE 'O'.
       01  WS-IND-LIG                       PIC S9(4) COMP.
      *
      *------------------- CONTROLES DE SAISIE ------------------------*
      *
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-TASK-NO                       PIC 9(07).
       01  WS-SW-SAISIE                     PIC X(01).
           88  SAISIE-OK                    VALUE 'O'.
           88  SAISIE-KO                    VALUE 'N'.
       01  WS-DATE-CTRL.
           05  WS-DATE-CTRL-AAAA            PIC 9(04).
           05  WS-DATE-CTRL-MM              PIC 9(02).
               88  MOIS-VALIDE              VALUE 1 THRU 12.
           05  WS-DATE-CTRL-JJ              PIC 9(02).
               88  JOUR-VALIDE              VALUE 1 THRU 31.
       01  WS-DATE-CTRL-N REDEFINES WS-DATE-CTRL
                                            PIC 9(08).
       01  WS-PROCH-EFF                     PIC 9(08).
       01  WS-FIN-EFF                       PIC 9(08).
      *
      *------------------- LIGNES DE RESTITUTION ----------------------*
      *
       01  WS-LIGNE-ORD.
           05  WS-LO-NUMERO                 PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-CTR                    PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-MT                     PIC ZZZZZZZ9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-CODE                   PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-PERIOD                 PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-PROCH                  PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-FIN                    PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LO-STAT                   PIC X(07).
           05  FILLER                       PIC X(09) VALUE SPACE.
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

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE 'SAISIR LA FONCTION (L/C/M/X) ET LES ZONES PUIS ENTREE'
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
      *               DESCRIPTION DU COMPOSANT ABEND                  *
      *---------------------------------------------------------------*
      *
       1030-ABEND-DEB.

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC277)'
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
              MOVE 'SAISIR LA FONCTION (L/C/M/X) ET LES ZONES'
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
      *    FONCTION NON SAISIE = LISTE. LA CREATION, LA MODIFICATION
      *    ET L'ANNULATION SONT RESERVEES AU NIVEAU MAINTENANCE
      *    USRPRF ; LE REFUS EST JOURNALISE AVEC L'UTILISATEUR
      *    (TYPE 'R').
      *
       3000-AIGUILLAGE-DEB.

           IF MFCTI = SPACE OR MFCTI = LOW-VALUE
              MOVE 'L'                      TO WS-FCT
           ELSE
              MOVE MFCTI                    TO WS-FCT
           END-IF.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.
           MOVE ZERO                        TO WS-IND-LIG.

           IF FCT-MISE-A-JOUR
              AND NOT USER-MAINT
              MOVE 'R'                      TO WS-JRN-TYPE
              MOVE 'MAJORD'                 TO WS-JRN-VALEUR
              PERFORM 6040-WRITE-JOURNAL-DEB
                 THRU 6040-WRITE-JOURNAL-FIN
              MOVE 'NIVEAU MAINTENANCE USRPRF EXIGE : ACCES REFUSE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           EVALUATE TRUE
              WHEN FCT-LISTE
                 PERFORM 3010-LISTE-ORDRES-DEB
                    THRU 3010-LISTE-ORDRES-FIN
              WHEN FCT-CREATION
                 PERFORM 4000-CREATION-DEB
                    THRU 4000-CREATION-FIN
              WHEN FCT-MODIFICATION
                 PERFORM 4010-MODIFICATION-DEB
                    THRU 4010-MODIFICATION-FIN
              WHEN FCT-ANNULATION
                 PERFORM 4020-ANNULATION-DEB
                    THRU 4020-ANNULATION-FIN
              WHEN OTHER
                 MOVE 'FONCTION INVALIDE : L, C, M OU X'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
           END-EVALUATE.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE DES ORDRES       *
      *---------------------------------------------------------------*
      *
      *    LE MAITRE ORDPER EST CLASSE PAR NUMERO D'ORDRE : IL EST
      *    PARCOURU EN ENTIER ET LES ORDRES DU COMPTE SONT RETENUS
      *    (DIX PAR ECRAN). LES TRANSACTIONS DEPOSEES DEPUIS LE
      *    DERNIER PASSAGE D'ARIO034 N'Y FIGURENT PAS ENCORE.
      *
       3010-LISTE-ORDRES-DEB.

           IF MCPTEI = SPACE OR MCPTEI = LOW-VALUE
              MOVE 'LE COMPTE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 3010-LISTE-ORDRES-KO
           END-IF.
           MOVE MCPTEI                      TO WS-CPTE-CPTE.
           PERFORM 6090-READ-COMPTE-DEB
              THRU 6090-READ-COMPTE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'COMPTE INCONNU DU MAITRE CPTEKS'
                                            TO MMSGO
              GO TO 3010-LISTE-ORDRES-KO
           END-IF.
           MOVE WS-CPTE-NOM                 TO MNOMO.
           MOVE 'N'                         TO WS-SW-SUITE.

           MOVE 'E'                         TO WS-JRN-TYPE.
           MOVE MCPTEI                      TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 6060-STARTBR-ORDPER-DEB
              THRU 6060-STARTBR-ORDPER-FIN.
           PERFORM 6070-READNEXT-ORDPER-DEB
              THRU 6070-READNEXT-ORDPER-FIN
             UNTIL FIN-BR.
           PERFORM 6080-ENDBR-ORDPER-DEB
              THRU 6080-ENDBR-ORDPER-FIN.

           EVALUATE TRUE
              WHEN WS-IND-LIG = ZERO
                 MOVE 'AUCUN ORDRE PERMANENT SUR CE COMPTE'
                                            TO MMSGO
              WHEN LISTE-A-SUIVRE
                 MOVE 'PLUS DE 10 ORDRES : SEULS LES 10 PREMIERS'
                                            TO MMSGO
              WHEN OTHER
                 MOVE 'ORDRES PERMANENTS DU COMPTE'
                                            TO MMSGO
           END-EVALUATE.

       3010-LISTE-ORDRES-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3010-LISTE-ORDRES-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CREATION               *
      *---------------------------------------------------------------*
      *
      *    TOUTES LES ZONES SONT CONTROLEES (LE COMPTE DE CONTREPARTIE
      *    EST FACULTATIF). LE NUMERO ATTRIBUE NE DOIT PAS EXISTER AU
      *    MAITRE ; ARIO034 REJETTE DE TOUTE FACON UNE CREATION SUR UN
      *    NUMERO EXISTANT.
      *
       4000-CREATION-DEB.

           PERFORM 7200-CTRL-COMPTE-SAISI-DEB
              THRU 7200-CTRL-COMPTE-SAISI-FIN.
           IF SAISIE-KO
              GO TO 4000-CREATION-KO
           END-IF.

           IF MMTI NOT NUMERIC OR MMTI = ZERO
              MOVE 'LE MONTANT DOIT ETRE NUMERIQUE ET NON NUL'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           PERFORM 6055-READ-MVTCOD-DEB
              THRU 6055-READ-MVTCOD-FIN.
           IF WS-RC NOT = DFHRESP(NORMAL)
              OR WS-MVTCOD-VALIDE-E NOT = 'O'
              MOVE 'CODE MOUVEMENT INCONNU OU INVALIDE'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           IF MPERI NOT = 'H' AND MPERI NOT = 'M' AND MPERI NOT = 'T'
              MOVE 'PERIODICITE : H, M OU T'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           IF MPROCHI NOT NUMERIC
              MOVE 'LA PROCHAINE ECHEANCE EST OBLIGATOIRE (AAAAMMJJ)'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.
           MOVE MPROCHI                     TO WS-PROCH-EFF.
           IF MFINI NUMERIC
              MOVE MFINI                    TO WS-FIN-EFF
           ELSE
              MOVE ZERO                     TO WS-FIN-EFF
           END-IF.
           PERFORM 7210-CTRL-DATES-DEB
              THRU 7210-CTRL-DATES-FIN.
           IF SAISIE-KO
              GO TO 4000-CREATION-KO
           END-IF.

           MOVE EIBTASKN                    TO WS-TASK-NO.
           MOVE SPACES                      TO WS-ORD-CLE.
           STRING 'P' WS-TASK-NO
                  DELIMITED BY SIZE
             INTO WS-ORD-CLE.
           PERFORM 6050-READ-ORDPER-DEB
              THRU 6050-READ-ORDPER-FIN.
           IF WS-RC = DFHRESP(NORMAL)
              MOVE 'NUMERO D''ORDRE DEJA ATTRIBUE : RESSAISIR'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           MOVE SPACES                      TO WS-ENRG-F-ORDMAJ.
           SET MAJ-CREATION                 TO TRUE.
           MOVE WS-ORD-CLE                  TO WS-MAJ-NUMERO.
           MOVE MCPTEI                      TO WS-MAJ-CPTE.
           IF MCTRI NOT = LOW-VALUE
              MOVE MCTRI                    TO WS-MAJ-CPTE-CTR
           END-IF.
           MOVE MMTI                        TO WS-MAJ-MT-N.
           MOVE MCODEI                      TO WS-MAJ-CODE.
           MOVE MPERI                       TO WS-MAJ-PERIOD.
           MOVE WS-PROCH-EFF                TO WS-MAJ-DATE-PROCH.
           MOVE WS-FIN-EFF                  TO WS-MAJ-DATE-FIN.
           PERFORM 7300-DEPOT-TRANSACTION-DEB
              THRU 7300-DEPOT-TRANSACTION-FIN.

           MOVE WS-ORD-CLE                  TO MNUMO.
           STRING 'CREATION ' WS-ORD-CLE
                  ' TRANSMISE POUR LE PROCHAIN PASSAGE'
                  DELIMITED BY SIZE
             INTO MMSGO.

       4000-CREATION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4000-CREATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT MODIFICATION           *
      *---------------------------------------------------------------*
      *
      *    ZONE NON SAISIE = INCHANGEE. UNE DATE DE FIN A ZERO RETIRE
      *    LA DATE DE FIN. LES DATES SONT CONTROLEES SUR LEUR VALEUR
      *    RESULTANTE.
      *
       4010-MODIFICATION-DEB.

           PERFORM 7220-CTRL-ORDRE-DEB
              THRU 7220-CTRL-ORDRE-FIN.
           IF SAISIE-KO
              GO TO 4010-MODIFICATION-KO
           END-IF.
           IF NOT CPTE-OUVERT
              MOVE 'COMPTE DE L''ORDRE NON OUVERT : REFUSE'
                                            TO MMSGO
              GO TO 4010-MODIFICATION-KO
           END-IF.

           IF MMTI NOT NUMERIC AND MPROCHI NOT NUMERIC
              AND MFINI NOT NUMERIC
              MOVE 'SAISIR LE MONTANT, L''ECHEANCE OU LA DATE DE FIN'
                                            TO MMSGO
              GO TO 4010-MODIFICATION-KO
           END-IF.
           IF MMTI NUMERIC AND MMTI = ZERO
              MOVE 'LE MONTANT NE PEUT PAS ETRE NUL'
                                            TO MMSGO
              GO TO 4010-MODIFICATION-KO
           END-IF.

           IF MPROCHI NUMERIC
              MOVE MPROCHI                  TO WS-PROCH-EFF
           ELSE
              MOVE WS-ORD-DATE-PROCH        TO WS-PROCH-EFF
           END-IF.
           IF MFINI NUMERIC
              MOVE MFINI                    TO WS-FIN-EFF
           ELSE
              MOVE WS-ORD-DATE-FIN          TO WS-FIN-EFF
           END-IF.
           PERFORM 7210-CTRL-DATES-DEB
              THRU 7210-CTRL-DATES-FIN.
           IF SAISIE-KO
              GO TO 4010-MODIFICATION-KO
           END-IF.

           MOVE SPACES                      TO WS-ENRG-F-ORDMAJ.
           SET MAJ-MODIFICATION             TO TRUE.
           MOVE WS-ORD-NUMERO               TO WS-MAJ-NUMERO.
           MOVE WS-ORD-CPTE                 TO WS-MAJ-CPTE.
           IF MMTI NUMERIC
              MOVE MMTI                     TO WS-MAJ-MT-N
           END-IF.
           IF MPROCHI NUMERIC
              MOVE MPROCHI                  TO WS-MAJ-DATE-PROCH
           END-IF.
           IF MFINI NUMERIC
              MOVE MFINI                    TO WS-MAJ-DATE-FIN
           END-IF.
           PERFORM 7300-DEPOT-TRANSACTION-DEB
              THRU 7300-DEPOT-TRANSACTION-FIN.

           STRING 'MODIFICATION ' WS-ORD-NUMERO
                  ' TRANSMISE POUR LE PROCHAIN PASSAGE'
                  DELIMITED BY SIZE
             INTO MMSGO.

       4010-MODIFICATION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4010-MODIFICATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ANNULATION             *
      *---------------------------------------------------------------*
      *
      *    L'ANNULATION RESTE POSSIBLE QUEL QUE SOIT LE STATUT DU
      *    COMPTE (COMPTE BLOQUE OU CLOTURE COMPRIS).
      *
       4020-ANNULATION-DEB.

           PERFORM 7220-CTRL-ORDRE-DEB
              THRU 7220-CTRL-ORDRE-FIN.
           IF SAISIE-KO
              GO TO 4020-ANNULATION-KO
           END-IF.

           MOVE SPACES                      TO WS-ENRG-F-ORDMAJ.
           SET MAJ-ANNULATION               TO TRUE.
           MOVE WS-ORD-NUMERO               TO WS-MAJ-NUMERO.
           MOVE WS-ORD-CPTE                 TO WS-MAJ-CPTE.
           PERFORM 7300-DEPOT-TRANSACTION-DEB
              THRU 7300-DEPOT-TRANSACTION-FIN.

           STRING 'ANNULATION ' WS-ORD-NUMERO
                  ' TRANSMISE POUR LE PROCHAIN PASSAGE'
                  DELIMITED BY SIZE
             INTO MMSGO.

       4020-ANNULATION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4020-ANNULATION-FIN.
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
                   FROM           (ARIM277O)
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
                      INTO        (ARIM277I)
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
                   FROM           (ARIM277O)
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
                   FROM           (ARIM277O)
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
      *    LE TYPE DE POSTE (E ORDRE PERMANENT, R REFUS) ET LA VALEUR
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
      *---------------------------------------------------------------*
      *
       6050-READ-ORDPER-DEB.
           EXEC CICS
              READ FILE           ('ORDPER')
                   INTO           (WS-ENRG-F-ORDPER)
                   RIDFLD         (WS-ORD-CLE)
                   KEYLENGTH      (8)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ ORDPER : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-ORDPER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6055-READ-MVTCOD-DEB.
           MOVE MCODEI                      TO WS-MVTCOD-CODE-E.
           EXEC CICS
              READ FILE           ('MVTCOD')
                   RIDFLD         (WS-MVTCOD-CODE-E)
                   INTO           (WS-ENRG-F-MVTCOD)
                   RESP           (WS-RC)
           END-EXEC.
           IF WS-RC NOT = DFHRESP(NORMAL) AND
              WS-RC NOT = DFHRESP(NOTFND)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ MVTCOD : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6055-READ-MVTCOD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-ORDPER-DEB.
           MOVE LOW-VALUES                  TO WS-ORD-CLE.
           EXEC CICS
              STARTBR FILE        ('ORDPER')
                      RIDFLD      (WS-ORD-CLE)
                      KEYLENGTH   (8)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR ORDPER : ' WS-RC-ED
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
       6060-STARTBR-ORDPER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6070-READNEXT-ORDPER-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('ORDPER')
                          INTO    (WS-ENRG-F-ORDPER)
                          RIDFLD  (WS-ORD-CLE)
                          KEYLENGTH (8)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 PERFORM 7100-SELECTION-ORD-DEB
                    THRU 7100-SELECTION-ORD-FIN
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT ORDPER : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-ORDPER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-ORDPER-DEB.
           EXEC CICS
              ENDBR FILE          ('ORDPER')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-ORDPER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6090-READ-COMPTE-DEB.
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
       6090-READ-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LA FILE TD ARIP EST EXTRAPARTITION (FICHIER ORDMAJ), REPRISE
      *    PAR LE PROCHAIN PASSAGE D'ARIO034.
      *
       6100-WRITEQ-ORDMAJ-DEB.
           EXEC CICS
              WRITEQ TD       QUEUE          ('ARIP')
                              FROM           (WS-ENRG-F-ORDMAJ)
                              LENGTH         (80)
                              RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR WRITEQ TD ARIP : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6100-WRITEQ-ORDMAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM277O.
           MOVE WS-DATE(7:4)                TO WS-DATE-JOUR(1:4).
           MOVE WS-DATE(4:2)                TO WS-DATE-JOUR(5:2).
           MOVE WS-DATE(1:2)                TO WS-DATE-JOUR(7:2).
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
      *    RETENUE D'UN ORDRE DU COMPTE CONSULTE. AU ONZIEME ORDRE
      *    RETENU LE PARCOURS S'ARRETE.
      *
       7100-SELECTION-ORD-DEB.
           IF WS-ORD-CPTE NOT = MCPTEI
              GO TO 7100-SELECTION-ORD-FIN
           END-IF.
           IF WS-IND-LIG NOT < 10
              MOVE 'O'                      TO WS-SW-SUITE
                                               WS-SW-FIN-BR
              GO TO 7100-SELECTION-ORD-FIN
           END-IF.
           ADD 1                            TO WS-IND-LIG.
           MOVE WS-ORD-NUMERO               TO WS-LO-NUMERO.
           MOVE WS-ORD-CPTE-CTR             TO WS-LO-CTR.
           MOVE WS-ORD-MT                   TO WS-LO-MT.
           MOVE WS-ORD-CODE                 TO WS-LO-CODE.
           MOVE WS-ORD-PERIOD               TO WS-LO-PERIOD.
           MOVE WS-ORD-DATE-PROCH           TO WS-LO-PROCH.
           MOVE WS-ORD-DATE-FIN             TO WS-LO-FIN.
           IF ORD-ACTIF
              MOVE 'ACTIF  '                TO WS-LO-STAT
           ELSE
              MOVE 'ANNULE '                TO WS-LO-STAT
           END-IF.
           MOVE WS-LIGNE-ORD                TO MLIGO(WS-IND-LIG).
       7100-SELECTION-ORD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    COMPTE SAISI POUR UNE CREATION : OBLIGATOIRE, CONNU DE
      *    CPTEKS ET OUVERT.
      *
       7200-CTRL-COMPTE-SAISI-DEB.
           SET SAISIE-KO                    TO TRUE.
           IF MCPTEI = SPACE OR MCPTEI = LOW-VALUE
              MOVE 'LE COMPTE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 7200-CTRL-COMPTE-SAISI-FIN
           END-IF.
           MOVE MCPTEI                      TO WS-CPTE-CPTE.
           PERFORM 6090-READ-COMPTE-DEB
              THRU 6090-READ-COMPTE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'COMPTE INCONNU DU MAITRE CPTEKS'
                                            TO MMSGO
              GO TO 7200-CTRL-COMPTE-SAISI-FIN
           END-IF.
           MOVE WS-CPTE-NOM                 TO MNOMO.
           IF NOT CPTE-OUVERT
              MOVE 'COMPTE NON OUVERT : REFUSE'
                                            TO MMSGO
              GO TO 7200-CTRL-COMPTE-SAISI-FIN
           END-IF.
           SET SAISIE-OK                    TO TRUE.
       7200-CTRL-COMPTE-SAISI-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    PROCHAINE ECHEANCE : DATE PLAUSIBLE, PAS ANTERIEURE AU
      *    JOUR ; DATE DE FIN : ZERO (SANS FIN) OU PLAUSIBLE ET PAS
      *    ANTERIEURE A LA PROCHAINE ECHEANCE.
      *
       7210-CTRL-DATES-DEB.
           SET SAISIE-KO                    TO TRUE.
           MOVE WS-PROCH-EFF                TO WS-DATE-CTRL-N.
           IF NOT MOIS-VALIDE OR NOT JOUR-VALIDE
              OR WS-PROCH-EFF < WS-DATE-JOUR
              MOVE 'PROCHAINE ECHEANCE INVALIDE OU DEJA PASSEE'
                                            TO MMSGO
              GO TO 7210-CTRL-DATES-FIN
           END-IF.
           IF WS-FIN-EFF NOT = ZERO
              MOVE WS-FIN-EFF               TO WS-DATE-CTRL-N
              IF NOT MOIS-VALIDE OR NOT JOUR-VALIDE
                 OR WS-FIN-EFF < WS-PROCH-EFF
                 MOVE 'DATE DE FIN INVALIDE OU AVANT L''ECHEANCE'
                                            TO MMSGO
                 GO TO 7210-CTRL-DATES-FIN
              END-IF
           END-IF.
           SET SAISIE-OK                    TO TRUE.
       7210-CTRL-DATES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    ORDRE DESIGNE POUR UNE MODIFICATION OU UNE ANNULATION :
      *    CONNU DU MAITRE, ACTIF, DU COMPTE SAISI S'IL EST RENSEIGNE ;
      *    LE COMPTE DE L'ORDRE DOIT EXISTER DANS CPTEKS.
      *
       7220-CTRL-ORDRE-DEB.
           SET SAISIE-KO                    TO TRUE.
           IF MNUMI = SPACE OR MNUMI = LOW-VALUE
              MOVE 'LE NUMERO D''ORDRE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 7220-CTRL-ORDRE-FIN
           END-IF.
           MOVE MNUMI                       TO WS-ORD-CLE.
           PERFORM 6050-READ-ORDPER-DEB
              THRU 6050-READ-ORDPER-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'ORDRE PERMANENT INCONNU'
                                            TO MMSGO
              GO TO 7220-CTRL-ORDRE-FIN
           END-IF.
           IF NOT ORD-ACTIF
              MOVE 'ORDRE PERMANENT DEJA ANNULE'
                                            TO MMSGO
              GO TO 7220-CTRL-ORDRE-FIN
           END-IF.
           IF NOT (MCPTEI = SPACE OR MCPTEI = LOW-VALUE)
              AND MCPTEI NOT = WS-ORD-CPTE
              MOVE 'L''ORDRE N''EST PAS RATTACHE A CE COMPTE'
                                            TO MMSGO
              GO TO 7220-CTRL-ORDRE-FIN
           END-IF.
           MOVE WS-ORD-CPTE                 TO WS-CPTE-CPTE
                                               MCPTEO.
           PERFORM 6090-READ-COMPTE-DEB
              THRU 6090-READ-COMPTE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'COMPTE DE L''ORDRE INCONNU DU MAITRE CPTEKS'
                                            TO MMSGO
              GO TO 7220-CTRL-ORDRE-FIN
           END-IF.
           MOVE WS-CPTE-NOM                 TO MNOMO.
           SET SAISIE-OK                    TO TRUE.
       7220-CTRL-ORDRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    DEPOT DE LA TRANSACTION POUR ARIO034 ET JOURNALISATION
      *    (VALEUR = NUMERO D'ORDRE SANS SON PREFIXE).
      *
       7300-DEPOT-TRANSACTION-DEB.
           MOVE WS-USER                     TO WS-MAJ-USER.
           PERFORM 6100-WRITEQ-ORDMAJ-DEB
              THRU 6100-WRITEQ-ORDMAJ-FIN.
           MOVE 'E'                         TO WS-JRN-TYPE.
           MOVE WS-MAJ-NUMERO(3:6)          TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.
       7300-DEPOT-TRANSACTION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC277'                   TO WS-PREV-PROG.
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
