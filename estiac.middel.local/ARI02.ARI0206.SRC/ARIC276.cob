      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC276                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  REPARATION DES MOUVEMENTS EN SUSPENS EN LIGNE (MENU ARIC261) *
      *  SUR LE FICHIER INDEXE SUSPKS (COPY SUSREP) RECHARGE PAR      *
      *  ARIO152 APRES CHAQUE PASSAGE D'ARIO326. FONCTIONS :          *
      *    L : LISTE DES SUSPENS D'UNE AGENCE A PARTIR D'UN NUMERO    *
      *        D'ORDRE, FILTRE FACULTATIF SUR LE MOTIF ;              *
      *    C : CORRECTION DU COMPTE, LE NOUVEAU COMPTE DOIT EXISTER   *
      *        ET ETRE OUVERT SUR LE MAITRE CPTEKS ;                  *
      *    P : LIBERATION POUR REPRISE EN MOUVEMENT NEUF ;            *
      *    R : REJET VERS L'ORIGINE, MOTIF DE REJET OBLIGATOIRE.      *
      *  L'ACTION EST PORTEE SUR L'ENREGISTREMENT SUSPKS AVEC         *
      *  L'UTILISATEUR, LA DATE ET L'HEURE ; ELLE RESTE MODIFIABLE    *
      *  JUSQU'AU PASSAGE SUIVANT D'ARIO326 QUI L'APPLIQUE. LES       *
      *  FONCTIONS C, P ET R EXIGENT LE NIVEAU MAINTENANCE 'M' DU     *
      *  PROFIL USRPRF ; UN REFUS EST JOURNALISE (TYPE 'R'). CHAQUE   *
      *  ACTION EST JOURNALISEE DANS ARIJRN (TYPE 'S', VALEUR =       *
      *  ACTION + NUMERO D'ORDRE). RETOUR MENU PF3.                   *
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
       PROGRAM-ID. ARIC276.
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
           COPY ARIN276.
           COPY SUSREP.
           COPY TP3MVTS.
           COPY TP3CPTE.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM276'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN276'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      *------------------- FONCTION DEMANDEE --------------------------*
      *
       01  WS-FCT                           PIC X(01).
           88  FCT-LISTE                    VALUE 'L'.
           88  FCT-CORRECTION               VALUE 'C'.
           88  FCT-LIBERATION               VALUE 'P'.
           88  FCT-REJET                    VALUE 'R'.
           88  FCT-MISE-A-JOUR              VALUE 'C' 'P' 'R'.
      *
      *------------------- NAVIGATION SUSPKS --------------------------*
      *
       01  WS-SRP-CLE-BR.
           05  WS-SRP-BR-AGENCE             PIC X(03).
           05  WS-SRP-BR-NUM                PIC 9(05).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR                       VALUE 'O'.
       01  WS-SW-SUITE                      PIC X(01).
           88  LISTE-A-SUIVRE               VALUE 'O'.
       01  WS-NUM-SUITE                     PIC 9(05).
       01  WS-IND-LIG                       PIC S9(4) COMP.
      *
      *------------------- CONTROLES DE SAISIE ------------------------*
      *
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-HEURE-ACT                     PIC 9(07).
      *
      *------------------- LIGNES DE RESTITUTION ----------------------*
      *
       01  WS-LIGNE-SUSP.
           05  WS-LS-NUM                    PIC 9(05).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-MOTIF                  PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-CPTE                   PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-DATE                   PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-CODE                   PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-MT                     PIC ZZZZZZZ9,99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-ACTION                 PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LS-DETAIL                 PIC X(25).
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

           MOVE 'SAISIR LA FONCTION (L/C/P/R) ET LES ZONES PUIS ENTREE'
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

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC276)'
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
              MOVE 'SAISIR LA FONCTION (L/C/P/R) ET LES ZONES'
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
      *    FONCTION NON SAISIE = LISTE. L'AGENCE EST OBLIGATOIRE POUR
      *    TOUTES LES FONCTIONS (PREMIERE PARTIE DE LA CLE SUSPKS).
      *    LES ACTIONS DE REPARATION SONT RESERVEES AU NIVEAU
      *    MAINTENANCE USRPRF ; LE REFUS EST JOURNALISE AVEC
      *    L'UTILISATEUR (TYPE 'R').
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
              MOVE 'MAJSUS'                 TO WS-JRN-VALEUR
              PERFORM 6040-WRITE-JOURNAL-DEB
                 THRU 6040-WRITE-JOURNAL-FIN
              MOVE 'NIVEAU MAINTENANCE USRPRF EXIGE : ACCES REFUSE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           IF MAGCI = SPACE OR MAGCI = LOW-VALUE
              MOVE 'L''AGENCE EST OBLIGATOIRE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           EVALUATE TRUE
              WHEN FCT-LISTE
                 PERFORM 3010-LISTE-SUSPENS-DEB
                    THRU 3010-LISTE-SUSPENS-FIN
              WHEN FCT-MISE-A-JOUR
                 PERFORM 4000-ACTION-DEB
                    THRU 4000-ACTION-FIN
              WHEN OTHER
                 MOVE 'FONCTION INVALIDE : L, C, P OU R'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
           END-EVALUATE.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE DES SUSPENS      *
      *---------------------------------------------------------------*
      *
      *    PARCOURS DES SUSPENS DE L'AGENCE A PARTIR DU NUMERO SAISI
      *    (ZERO SI ABSENT). LES DIX PREMIERS SUSPENS RETENUS SONT
      *    AFFICHES ; S'IL EN RESTE, LE NUMERO DE REPRISE EST PROPOSE.
      *
       3010-LISTE-SUSPENS-DEB.

           MOVE MAGCI                       TO WS-SRP-BR-AGENCE.
           IF MNUMI NUMERIC
              MOVE MNUMI                    TO WS-SRP-BR-NUM
           ELSE
              MOVE ZERO                     TO WS-SRP-BR-NUM
           END-IF.
           MOVE 'N'                         TO WS-SW-SUITE.

           MOVE 'S'                         TO WS-JRN-TYPE.
           MOVE SPACES                      TO WS-JRN-VALEUR.
           STRING 'L' MAGCI
                  DELIMITED BY SIZE
             INTO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 6060-STARTBR-SUSREP-DEB
              THRU 6060-STARTBR-SUSREP-FIN.
           PERFORM 6070-READNEXT-SUSREP-DEB
              THRU 6070-READNEXT-SUSREP-FIN
             UNTIL FIN-BR.
           PERFORM 6080-ENDBR-SUSREP-DEB
              THRU 6080-ENDBR-SUSREP-FIN.

           EVALUATE TRUE
              WHEN WS-IND-LIG = ZERO
                 MOVE 'AUCUN SUSPENS POUR CETTE AGENCE'
                                            TO MMSGO
              WHEN LISTE-A-SUIVRE
                 STRING 'SUITE : RESAISIR LE NUMERO ' WS-NUM-SUITE
                        DELIMITED BY SIZE
                   INTO MMSGO
              WHEN OTHER
                 MOVE 'FIN DES SUSPENS DE L''AGENCE'
                                            TO MMSGO
           END-EVALUATE.

           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3010-LISTE-SUSPENS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ACTION                 *
      *---------------------------------------------------------------*
      *
      *    LES ZONES PROPRES A L'ACTION SONT CONTROLEES AVANT LA
      *    LECTURE EN MISE A JOUR DE SUSPKS. UNE ACTION DEJA SAISIE
      *    PEUT ETRE REMPLACEE TANT QUE LE PASSAGE SUIVANT D'ARIO326
      *    NE L'A PAS APPLIQUEE.
      *
       4000-ACTION-DEB.

           IF MNUMI NOT NUMERIC OR MNUMI = ZERO
              MOVE 'LE NUMERO D''ORDRE DU SUSPENS EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4000-ACTION-KO
           END-IF.

           IF FCT-CORRECTION
              IF MCPTI = SPACE OR MCPTI = LOW-VALUE
                 MOVE 'LE COMPTE CORRIGE EST OBLIGATOIRE'
                                            TO MMSGO
                 GO TO 4000-ACTION-KO
              END-IF
              PERFORM 6090-READ-COMPTE-DEB
                 THRU 6090-READ-COMPTE-FIN
              IF WS-RC = DFHRESP(NOTFND)
                 MOVE 'COMPTE CORRIGE INCONNU DU MAITRE CPTEKS'
                                            TO MMSGO
                 GO TO 4000-ACTION-KO
              END-IF
              IF NOT CPTE-OUVERT
                 MOVE 'COMPTE CORRIGE NON OUVERT : REFUSE'
                                            TO MMSGO
                 GO TO 4000-ACTION-KO
              END-IF
           END-IF.

           IF FCT-REJET
              AND (MREJI = SPACE OR MREJI = LOW-VALUE)
              MOVE 'LE MOTIF DE REJET EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4000-ACTION-KO
           END-IF.

           PERFORM 6050-READ-SUSREP-UPDATE-DEB
              THRU 6050-READ-SUSREP-UPDATE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'SUSPENS INCONNU POUR CETTE AGENCE'
                                            TO MMSGO
              GO TO 4000-ACTION-KO
           END-IF.

           MOVE WS-SRP-MVT                  TO WS-ENRG-F-MVTS.
           IF FCT-CORRECTION
              AND MCPTI = WS-MVTS-CPTE
              PERFORM 6065-UNLOCK-SUSREP-DEB
                 THRU 6065-UNLOCK-SUSREP-FIN
              MOVE 'LE COMPTE CORRIGE EST CELUI DU SUSPENS'
                                            TO MMSGO
              GO TO 4000-ACTION-KO
           END-IF.

           MOVE SPACES                      TO WS-SRP-CPTE-CORR
                                               WS-SRP-MOTIF-REJ.
           EVALUATE TRUE
              WHEN FCT-CORRECTION
                 SET SRP-CORRIGE            TO TRUE
                 MOVE MCPTI                 TO WS-SRP-CPTE-CORR
              WHEN FCT-LIBERATION
                 SET SRP-LIBERE             TO TRUE
              WHEN FCT-REJET
                 SET SRP-REJETE             TO TRUE
                 MOVE MREJI                 TO WS-SRP-MOTIF-REJ
           END-EVALUATE.
           MOVE WS-USER                     TO WS-SRP-USER.
           MOVE WS-DATE-JOUR                TO WS-SRP-DATE-ACT.
           MOVE EIBTIME                     TO WS-HEURE-ACT.
           MOVE WS-HEURE-ACT(2:6)           TO WS-SRP-HEURE-ACT.

           PERFORM 6055-REWRITE-SUSREP-DEB
              THRU 6055-REWRITE-SUSREP-FIN.

           MOVE 'S'                         TO WS-JRN-TYPE.
           MOVE SPACES                      TO WS-JRN-VALEUR.
           STRING WS-SRP-ACTION WS-SRP-NUM
                  DELIMITED BY SIZE
             INTO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 7110-GEST-DISP-SUSP-DEB
              THRU 7110-GEST-DISP-SUSP-FIN.
           EVALUATE TRUE
              WHEN SRP-CORRIGE
                 STRING 'SUSPENS ' WS-SRP-NUM
                        ' CORRIGE, REPRIS AU PROCHAIN PASSAGE'
                        DELIMITED BY SIZE
                   INTO MMSGO
              WHEN SRP-LIBERE
                 STRING 'SUSPENS ' WS-SRP-NUM
                        ' LIBERE, REPRIS AU PROCHAIN PASSAGE'
                        DELIMITED BY SIZE
                   INTO MMSGO
              WHEN SRP-REJETE
                 STRING 'SUSPENS ' WS-SRP-NUM
                        ' REJETE AU PROCHAIN PASSAGE'
                        DELIMITED BY SIZE
                   INTO MMSGO
           END-EVALUATE.

       4000-ACTION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4000-ACTION-FIN.
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
                   FROM           (ARIM276O)
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
                      INTO        (ARIM276I)
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
                   FROM           (ARIM276O)
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
                   FROM           (ARIM276O)
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
      *    LE TYPE DE POSTE (S SUSPENS, R REFUS) ET LA VALEUR SONT
      *    POSITIONNES PAR L'APPELANT.
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
       6050-READ-SUSREP-UPDATE-DEB.
           MOVE MAGCI                       TO WS-SRP-AGENCE.
           MOVE MNUMI                       TO WS-SRP-NUM.
           EXEC CICS
              READ FILE           ('SUSPKS')
                   INTO           (WS-ENRG-F-SUSREP)
                   RIDFLD         (WS-SRP-CLE)
                   KEYLENGTH      (8)
                   UPDATE
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ UPDATE SUSPKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-SUSREP-UPDATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6055-REWRITE-SUSREP-DEB.
           EXEC CICS
              REWRITE FILE        ('SUSPKS')
                      FROM        (WS-ENRG-F-SUSREP)
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR REWRITE SUSPKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6055-REWRITE-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-SUSREP-DEB.
           EXEC CICS
              STARTBR FILE        ('SUSPKS')
                      RIDFLD      (WS-SRP-CLE-BR)
                      KEYLENGTH   (8)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR SUSPKS : ' WS-RC-ED
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
       6060-STARTBR-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6065-UNLOCK-SUSREP-DEB.
           EXEC CICS
              UNLOCK FILE         ('SUSPKS')
                     RESP         (WS-RC)
           END-EXEC.
       6065-UNLOCK-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LE PARCOURS S'ARRETE AU PREMIER SUSPENS D'UNE AUTRE AGENCE.
      *
       6070-READNEXT-SUSREP-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('SUSPKS')
                          INTO    (WS-ENRG-F-SUSREP)
                          RIDFLD  (WS-SRP-CLE-BR)
                          KEYLENGTH (8)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 IF WS-SRP-AGENCE NOT = MAGCI
                    MOVE 'O'                TO WS-SW-FIN-BR
                 ELSE
                    PERFORM 7100-SELECTION-SUSP-DEB
                       THRU 7100-SELECTION-SUSP-FIN
                 END-IF
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT SUSPKS : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-SUSREP-DEB.
           EXEC CICS
              ENDBR FILE          ('SUSPKS')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6090-READ-COMPTE-DEB.
           MOVE MCPTI                       TO WS-CPTE-CPTE.
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
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM276O.
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
      *    RETENUE D'UN SUSPENS DU PARCOURS SELON LE MOTIF SAISI. AU
      *    ONZIEME SUSPENS RETENU LE PARCOURS S'ARRETE ET SON NUMERO
      *    EST PROPOSE POUR LA SUITE.
      *
       7100-SELECTION-SUSP-DEB.
           IF NOT (MMOTI = SPACE OR MMOTI = LOW-VALUE)
              AND WS-SRP-MOTIF NOT = MMOTI
              GO TO 7100-SELECTION-SUSP-FIN
           END-IF.
           IF WS-IND-LIG NOT < 10
              MOVE 'O'                      TO WS-SW-SUITE
                                               WS-SW-FIN-BR
              MOVE WS-SRP-NUM               TO WS-NUM-SUITE
              GO TO 7100-SELECTION-SUSP-FIN
           END-IF.
           PERFORM 7110-GEST-DISP-SUSP-DEB
              THRU 7110-GEST-DISP-SUSP-FIN.
       7100-SELECTION-SUSP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MISE EN FORME D'UN SUSPENS : LE DETAIL EST LE COMPTE CORRIGE
      *    OU LE MOTIF DE REJET SELON L'ACTION SAISIE.
      *
       7110-GEST-DISP-SUSP-DEB.
           ADD 1                            TO WS-IND-LIG.
           MOVE WS-SRP-MVT                  TO WS-ENRG-F-MVTS.
           MOVE WS-SRP-NUM                  TO WS-LS-NUM.
           MOVE WS-SRP-MOTIF                TO WS-LS-MOTIF.
           MOVE WS-MVTS-CPTE                TO WS-LS-CPTE.
           MOVE WS-MVTS-DATE                TO WS-LS-DATE.
           MOVE WS-MVTS-CODE                TO WS-LS-CODE.
           MOVE WS-MVTS-MT                  TO WS-LS-MT.
           MOVE WS-SRP-ACTION               TO WS-LS-ACTION.
           EVALUATE TRUE
              WHEN SRP-CORRIGE
                 MOVE WS-SRP-CPTE-CORR      TO WS-LS-DETAIL
              WHEN SRP-REJETE
                 MOVE WS-SRP-MOTIF-REJ      TO WS-LS-DETAIL
              WHEN OTHER
                 MOVE SPACES                TO WS-LS-DETAIL
           END-EVALUATE.
           MOVE WS-LIGNE-SUSP               TO MLIGO(WS-IND-LIG).
       7110-GEST-DISP-SUSP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC276'                   TO WS-PREV-PROG.
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
