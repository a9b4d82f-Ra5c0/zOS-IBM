      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC275                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  TRANSFERTS INTER-DEPOTS EN LIGNE (MENU ARIC261). FONCTIONS : *
      *    V : DISPONIBLE D'UN ARTICLE DANS LES CASIERS D'UN DEPOT    *
      *        D'ORIGINE (PARCOURS ARTBIN), CASIERS AFFICHES ;        *
      *    D : DEMANDE DE TRANSFERT (ARTICLE ART0206, QUANTITE,       *
      *        DEPOTS D'ORIGINE ET DE DESTINATION DISTINCTS), REFUSEE *
      *        SI LE DISPONIBLE DU DEPOT D'ORIGINE EST INSUFFISANT ;  *
      *        NUMERO 'T' + NUMERO DE TACHE ;                         *
      *    L : LISTE DES TRANSFERTS EN TRANSIT AU DEPART OU A         *
      *        DESTINATION DU DEPOT SAISI EN ORIGINE (TRF0206) ;      *
      *    R : CONFIRMATION DE RECEPTION PAR LE DEPOT DE DESTINATION  *
      *        AVEC LA QUANTITE EFFECTIVEMENT RECUE ; UNE DIFFERENCE  *
      *        AVEC LA QUANTITE EXPEDIEE EST SIGNALEE POUR ENQUETE.   *
      *  DEMANDES ET CONFIRMATIONS SONT DEPOSEES DANS LA FILE TD ARIT *
      *  (COPY TRFMAJ, FICHIER TRFMAJ) REPRISE PAR ARIO943. LES       *
      *  FONCTIONS D ET R EXIGENT LE NIVEAU MAINTENANCE 'M' DU        *
      *  PROFIL USRPRF ; UN REFUS EST JOURNALISE (TYPE 'R'). CHAQUE   *
      *  OPERATION EST JOURNALISEE DANS ARIJRN (TYPE 'T').            *
      *  RETOUR MENU PF3.                                             *
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
       PROGRAM-ID. ARIC275.
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
           COPY ARIN275.
           COPY TRFDEP.
           COPY TRFMAJ.
           COPY ARTBIN.
           COPY ARTICLE.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM275'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN275'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      *------------------- FONCTION DEMANDEE --------------------------*
      *
       01  WS-FCT                           PIC X(01).
           88  FCT-DISPONIBLE               VALUE 'V'.
           88  FCT-DEMANDE                  VALUE 'D'.
           88  FCT-LISTE                    VALUE 'L'.
           88  FCT-RECEPTION                VALUE 'R'.
           88  FCT-MISE-A-JOUR              VALUE 'D' 'R'.
      *
      *------------------- NAVIGATION ARTBIN / TRF0206 ----------------*
      *
       01  WS-BIN-CLE-BR                    PIC X(08).
       01  WS-BIN-CLE-DEB.
           05  WS-BIN-DEB-DEPOT             PIC 9(02).
           05  FILLER                       PIC X(06) VALUE '000000'.
       01  WS-TRF-CLE                       PIC X(08).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR                       VALUE 'O'.
       01  WS-SW-AFF-CASIER                 PIC X(01).
           88  AFF-CASIER                   VALUE 'O'.
       01  WS-IND-LIG                       PIC S9(4) COMP.
      *
      *------------------- CONTROLES DE SAISIE ------------------------*
      *
       01  WS-ART-CLE                       PIC X(06).
       01  WS-DEPOT                         PIC 9(02).
       01  WS-QTE-DISPO                     PIC 9(07).
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-TASK-NO                       PIC 9(07).
      *
      *------------------- LIGNES DE RESTITUTION ----------------------*
      *
       01  WS-LIGNE-TRF.
           05  WS-LT-NO                     PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LT-ART                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LT-QTE                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LT-ORIG                   PIC X(02).
           05  FILLER                       PIC X(01) VALUE '>'.
           05  WS-LT-DEST                   PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LT-DATE-EXP               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LT-SENS                   PIC X(07).
           05  FILLER                       PIC X(25) VALUE SPACE.
       01  WS-LIGNE-CASIER.
           05  FILLER                       PIC X(06) VALUE 'DEPOT '.
           05  WS-LB-DEPOT                  PIC 9(02).
           05  FILLER                       PIC X(07) VALUE ' ALLEE '.
           05  WS-LB-ALLEE                  PIC 9(02).
           05  FILLER                       PIC X(06) VALUE ' RACK '.
           05  WS-LB-RACK                   PIC 9(02).
           05  FILLER                       PIC X(11)
                                            VALUE ' TABLETTE '.
           05  WS-LB-TABLETTE               PIC 9(02).
           05  FILLER                       PIC X(06) VALUE ' QTE '.
           05  WS-LB-QTE                    PIC X(06).
           05  FILLER                       PIC X(20) VALUE SPACE.
       01  WS-QTE-ED                        PIC ZZZZZ9.
       01  WS-QTE-RECUE-ED                  PIC ZZZZZ9.
       01  WS-DISPO-ED                      PIC ZZZZZZ9.
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

           MOVE 'SAISIR LA FONCTION (V/D/L/R) ET LES ZONES PUIS ENTREE'
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

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC275)'
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
              MOVE 'SAISIR LA FONCTION (V/D/L/R) ET LES ZONES'
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
      *    FONCTION NON SAISIE = LISTE DES TRANSITS. LA DEMANDE ET LA
      *    CONFIRMATION DE RECEPTION SONT RESERVEES AU NIVEAU
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
              MOVE 'MAJTRF'                 TO WS-JRN-VALEUR
              PERFORM 6040-WRITE-JOURNAL-DEB
                 THRU 6040-WRITE-JOURNAL-FIN
              MOVE 'NIVEAU MAINTENANCE USRPRF EXIGE : ACCES REFUSE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           EVALUATE TRUE
              WHEN FCT-DISPONIBLE
                 PERFORM 3010-DISPONIBLE-DEB
                    THRU 3010-DISPONIBLE-FIN
              WHEN FCT-LISTE
                 PERFORM 3020-LISTE-TRANSITS-DEB
                    THRU 3020-LISTE-TRANSITS-FIN
              WHEN FCT-DEMANDE
                 PERFORM 4000-DEMANDE-DEB
                    THRU 4000-DEMANDE-FIN
              WHEN FCT-RECEPTION
                 PERFORM 4010-RECEPTION-DEB
                    THRU 4010-RECEPTION-FIN
              WHEN OTHER
                 MOVE 'FONCTION INVALIDE : V, D, L OU R'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
           END-EVALUATE.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT DISPONIBLE             *
      *---------------------------------------------------------------*
      *
      *    DISPONIBLE DE L'ARTICLE DANS LE DEPOT D'ORIGINE SAISI ET
      *    AFFICHAGE DES CASIERS QUI LE PORTENT.
      *
       3010-DISPONIBLE-DEB.

           IF MARTI = SPACE OR MARTI = LOW-VALUE
              MOVE 'L''ARTICLE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 3010-DISPONIBLE-KO
           END-IF.
           IF MORIGI NOT NUMERIC
              OR MORIGI < 1 OR MORIGI > 2
              MOVE 'DEPOT D''ORIGINE INVALIDE (01 OU 02)'
                                            TO MMSGO
              GO TO 3010-DISPONIBLE-KO
           END-IF.

           PERFORM 6095-READ-ARTICLE-DEB
              THRU 6095-READ-ARTICLE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'ARTICLE INCONNU DU FICHIER ART0206'
                                            TO MMSGO
              GO TO 3010-DISPONIBLE-KO
           END-IF.
           MOVE WS-ART-LIBEL                TO MLIBARTO.

           MOVE 'T'                         TO WS-JRN-TYPE.
           MOVE MARTI                       TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           MOVE 'O'                         TO WS-SW-AFF-CASIER.
           PERFORM 7200-CUMUL-DISPO-DEB
              THRU 7200-CUMUL-DISPO-FIN.

           IF WS-QTE-DISPO = ZERO
              MOVE 'ARTICLE ABSENT DES CASIERS DU DEPOT D''ORIGINE'
                                            TO MMSGO
           ELSE
              MOVE 'DISPONIBLE AU DEPOT D''ORIGINE (CASIERS AFFICHES)'
                                            TO MMSGO
           END-IF.

       3010-DISPONIBLE-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3010-DISPONIBLE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE DES TRANSITS     *
      *---------------------------------------------------------------*
      *
      *    LE DEPOT CONSULTE EST SAISI DANS LA ZONE ORIGINE ; LES
      *    TRANSFERTS EN TRANSIT QUI EN PARTENT (SORTANT) OU QUI Y
      *    ARRIVENT (ENTRANT) SONT RETENUS.
      *
       3020-LISTE-TRANSITS-DEB.

           IF MORIGI NOT NUMERIC
              OR MORIGI < 1 OR MORIGI > 2
              MOVE 'SAISIR LE DEPOT CONSULTE EN ORIGINE (01 OU 02)'
                                            TO MMSGO
              GO TO 3020-LISTE-TRANSITS-KO
           END-IF.
           MOVE MORIGI                      TO WS-DEPOT.

           MOVE 'T'                         TO WS-JRN-TYPE.
           MOVE SPACES                      TO WS-JRN-VALEUR.
           STRING 'DEP' WS-DEPOT
                  DELIMITED BY SIZE
             INTO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 6060-STARTBR-TRF-DEB
              THRU 6060-STARTBR-TRF-FIN.
           PERFORM 6070-READNEXT-TRF-DEB
              THRU 6070-READNEXT-TRF-FIN
             UNTIL FIN-BR.
           PERFORM 6080-ENDBR-TRF-DEB
              THRU 6080-ENDBR-TRF-FIN.

           IF WS-IND-LIG = ZERO
              MOVE 'AUCUN TRANSFERT EN TRANSIT POUR CE DEPOT'
                                            TO MMSGO
           ELSE
              MOVE 'TRANSFERTS EN TRANSIT (LES PLUS RECENTS RESTENT)'
                                            TO MMSGO
           END-IF.

       3020-LISTE-TRANSITS-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3020-LISTE-TRANSITS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT DEMANDE                *
      *---------------------------------------------------------------*
      *
      *    LA DEMANDE EST CONTROLEE PUIS DEPOSEE DANS LA FILE ARIT ;
      *    ARIO943 LA REPREND COMME NOUVEL ORDRE AU STATUT DEMANDEE.
      *    LE DISPONIBLE EST CELUI DES CASIERS A L'INSTANT DE LA
      *    SAISIE ; IL EST RECONTROLE A L'EXPEDITION.
      *
       4000-DEMANDE-DEB.

           IF MARTI = SPACE OR MARTI = LOW-VALUE
              MOVE 'L''ARTICLE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.

           PERFORM 6095-READ-ARTICLE-DEB
              THRU 6095-READ-ARTICLE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'ARTICLE INCONNU DU FICHIER ART0206'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.
           MOVE WS-ART-LIBEL                TO MLIBARTO.

           IF MQTEI NOT NUMERIC OR MQTEI = ZERO
              MOVE 'LA QUANTITE DOIT ETRE NUMERIQUE ET NON NULLE'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.

           IF MORIGI NOT NUMERIC OR MDESTI NOT NUMERIC
              OR MORIGI < 1 OR MORIGI > 2
              OR MDESTI < 1 OR MDESTI > 2
              MOVE 'DEPOTS D''ORIGINE ET DE DESTINATION : 01 OU 02'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.
           IF MORIGI = MDESTI
              MOVE 'ORIGINE ET DESTINATION DOIVENT ETRE DIFFERENTES'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.

           MOVE 'N'                         TO WS-SW-AFF-CASIER.
           PERFORM 7200-CUMUL-DISPO-DEB
              THRU 7200-CUMUL-DISPO-FIN.
           IF WS-QTE-DISPO < MQTEI
              MOVE 'DISPONIBLE INSUFFISANT AU DEPOT D''ORIGINE'
                                            TO MMSGO
              GO TO 4000-DEMANDE-KO
           END-IF.

           MOVE EIBTASKN                    TO WS-TASK-NO.
           MOVE SPACES                      TO WS-TMJ-ENR.
           MOVE 'D'                         TO WS-TMJ-TYPE.
           STRING 'T' WS-TASK-NO
                  DELIMITED BY SIZE
             INTO WS-TMJ-TRF-NO.
           MOVE MARTI                       TO WS-TMJ-ART.
           MOVE MQTEI                       TO WS-TMJ-QTE.
           MOVE MORIGI                      TO WS-TMJ-DEP-ORIG.
           MOVE MDESTI                      TO WS-TMJ-DEP-DEST.
           MOVE WS-DATE-JOUR                TO WS-TMJ-DATE.
           MOVE WS-USER                     TO WS-TMJ-USER.
           MOVE EIBTRMID                    TO WS-TMJ-TERM.
           PERFORM 6100-WRITEQ-TRFMAJ-DEB
              THRU 6100-WRITEQ-TRFMAJ-FIN.

           MOVE 'T'                         TO WS-JRN-TYPE.
           MOVE WS-TMJ-TRF-NO(3:6)          TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           MOVE WS-TMJ-TRF-NO               TO MTRFO.
           STRING 'DEMANDE ' WS-TMJ-TRF-NO
                  ' ENREGISTREE, EXPEDITION AU PROCHAIN PASSAGE'
                  DELIMITED BY SIZE
             INTO MMSGO.

       4000-DEMANDE-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4000-DEMANDE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RECEPTION              *
      *---------------------------------------------------------------*
      *
      *    SEUL LE DEPOT DE DESTINATION CONFIRME LA RECEPTION D'UN
      *    TRANSFERT EN TRANSIT. UNE QUANTITE RECUE DIFFERENTE DE LA
      *    QUANTITE EXPEDIEE (ZERO ADMIS) EST UN ECART DE TRANSIT,
      *    SIGNALE ICI ET RELEVE PAR ARIO943 POUR ENQUETE.
      *
       4010-RECEPTION-DEB.

           IF MTRFI = SPACE OR MTRFI = LOW-VALUE
              MOVE 'LE NUMERO DE TRANSFERT EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4010-RECEPTION-KO
           END-IF.

           PERFORM 6050-READ-TRF-DEB
              THRU 6050-READ-TRF-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'TRANSFERT INCONNU DU FICHIER TRF0206'
                                            TO MMSGO
              GO TO 4010-RECEPTION-KO
           END-IF.
           PERFORM 7110-GEST-DISP-TRF-DEB
              THRU 7110-GEST-DISP-TRF-FIN.
           IF NOT TRF-TRANSIT
              MOVE 'SEUL UN TRANSFERT EN TRANSIT PEUT ETRE RECU'
                                            TO MMSGO
              GO TO 4010-RECEPTION-KO
           END-IF.
           IF MDESTI NOT NUMERIC
              OR MDESTI NOT = WS-TRF-DEP-DEST
              MOVE 'SAISIR LE DEPOT DE DESTINATION DU TRANSFERT'
                                            TO MMSGO
              GO TO 4010-RECEPTION-KO
           END-IF.
           IF MQTEI NOT NUMERIC
              MOVE 'SAISIR LA QUANTITE EFFECTIVEMENT RECUE'
                                            TO MMSGO
              GO TO 4010-RECEPTION-KO
           END-IF.

           MOVE SPACES                      TO WS-TMJ-ENR.
           MOVE 'R'                         TO WS-TMJ-TYPE.
           MOVE WS-TRF-NO                   TO WS-TMJ-TRF-NO.
           MOVE WS-TRF-ART                  TO WS-TMJ-ART.
           MOVE MQTEI                       TO WS-TMJ-QTE.
           MOVE WS-TRF-DEP-ORIG             TO WS-TMJ-DEP-ORIG.
           MOVE WS-TRF-DEP-DEST             TO WS-TMJ-DEP-DEST.
           MOVE WS-DATE-JOUR                TO WS-TMJ-DATE.
           MOVE WS-USER                     TO WS-TMJ-USER.
           MOVE EIBTRMID                    TO WS-TMJ-TERM.
           PERFORM 6100-WRITEQ-TRFMAJ-DEB
              THRU 6100-WRITEQ-TRFMAJ-FIN.

           MOVE 'T'                         TO WS-JRN-TYPE.
           MOVE WS-TRF-NO(3:6)              TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           IF MQTEI = WS-TRF-QTE
              MOVE 'RECEPTION CONFIRMEE, SANS ECART'
                                            TO MMSGO
           ELSE
              MOVE WS-TRF-QTE               TO WS-QTE-ED
              MOVE MQTEI                    TO WS-QTE-RECUE-ED
              STRING 'ECART TRANSIT : EXPEDIE ' WS-QTE-ED
                     ' RECU ' WS-QTE-RECUE-ED
                     ' - ENQUETE'
                     DELIMITED BY SIZE
                INTO MMSGO
           END-IF.

       4010-RECEPTION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4010-RECEPTION-FIN.
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
                   FROM           (ARIM275O)
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
                      INTO        (ARIM275I)
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
                   FROM           (ARIM275O)
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
                   FROM           (ARIM275O)
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
      *    LE TYPE DE POSTE (T TRANSFERT, R REFUS) ET LA VALEUR SONT
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
       6050-READ-TRF-DEB.
           MOVE MTRFI                       TO WS-TRF-CLE.
           EXEC CICS
              READ FILE           ('TRF0206')
                   INTO           (WS-TRF-ENR)
                   RIDFLD         (WS-TRF-CLE)
                   KEYLENGTH      (8)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ TRF0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-TRF-DEB.
           MOVE LOW-VALUES                  TO WS-TRF-CLE.
           EXEC CICS
              STARTBR FILE        ('TRF0206')
                      RIDFLD      (WS-TRF-CLE)
                      KEYLENGTH   (8)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR TRF0206 : ' WS-RC-ED
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
       6060-STARTBR-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6070-READNEXT-TRF-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('TRF0206')
                          INTO    (WS-TRF-ENR)
                          RIDFLD  (WS-TRF-CLE)
                          KEYLENGTH (8)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 PERFORM 7100-SELECTION-TRF-DEB
                    THRU 7100-SELECTION-TRF-FIN
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT TRF0206 : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-TRF-DEB.
           EXEC CICS
              ENDBR FILE          ('TRF0206')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    POSITIONNEMENT SUR LE PREMIER CASIER DU DEPOT D'ORIGINE
      *    (CLE DEPOT + ALLEE/RACK/TABLETTE A ZERO).
      *
       6085-STARTBR-ARTBIN-DEB.
           MOVE MORIGI                      TO WS-BIN-DEB-DEPOT.
           MOVE WS-BIN-CLE-DEB              TO WS-BIN-CLE-BR.
           EXEC CICS
              STARTBR FILE        ('ARTBIN')
                      RIDFLD      (WS-BIN-CLE-BR)
                      KEYLENGTH   (8)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR ARTBIN : ' WS-RC-ED
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
       6085-STARTBR-ARTBIN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LE PARCOURS S'ARRETE AU PREMIER CASIER D'UN AUTRE DEPOT.
      *
       6090-READNEXT-ARTBIN-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('ARTBIN')
                          INTO    (WS-ENR-BINLOC)
                          RIDFLD  (WS-BIN-CLE-BR)
                          KEYLENGTH (8)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 IF WS-BINLOC-DEPOT NOT = MORIGI
                    MOVE 'O'                TO WS-SW-FIN-BR
                 ELSE
                    PERFORM 7210-CUMUL-CASIER-DEB
                       THRU 7210-CUMUL-CASIER-FIN
                 END-IF
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT ARTBIN : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6090-READNEXT-ARTBIN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6093-ENDBR-ARTBIN-DEB.
           EXEC CICS
              ENDBR FILE          ('ARTBIN')
                    RESP          (WS-RC)
           END-EXEC.
       6093-ENDBR-ARTBIN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6095-READ-ARTICLE-DEB.
           MOVE MARTI                       TO WS-ART-CLE.
           EXEC CICS
              READ FILE           ('ART0206')
                   INTO           (WS-ART-ENR)
                   RIDFLD         (WS-ART-CLE)
                   KEYLENGTH      (6)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ ART0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6095-READ-ARTICLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LA FILE TD ARIT EST EXTRAPARTITION (FICHIER TRFMAJ), REPRISE
      *    PAR LE PROCHAIN PASSAGE D'ARIO943.
      *
       6100-WRITEQ-TRFMAJ-DEB.
           EXEC CICS
              WRITEQ TD       QUEUE          ('ARIT')
                              FROM           (WS-TMJ-ENR)
                              LENGTH         (60)
                              RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR WRITEQ TD ARIT : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6100-WRITEQ-TRFMAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM275O.
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
      *    RETENUE D'UN TRANSFERT DU PARCOURS : EN TRANSIT, AU DEPART
      *    OU A DESTINATION DU DEPOT CONSULTE.
      *
       7100-SELECTION-TRF-DEB.
           IF NOT TRF-TRANSIT
              GO TO 7100-SELECTION-TRF-FIN
           END-IF.
           IF WS-TRF-DEP-ORIG NOT = WS-DEPOT
              AND WS-TRF-DEP-DEST NOT = WS-DEPOT
              GO TO 7100-SELECTION-TRF-FIN
           END-IF.
           PERFORM 7110-GEST-DISP-TRF-DEB
              THRU 7110-GEST-DISP-TRF-FIN.
       7100-SELECTION-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MISE EN FORME D'UNE LIGNE RETENUE : LES DIX LIGNES DE LA
      *    MAP TOURNENT, LA PLUS ANCIENNE EST ECRASEE.
      *
       7110-GEST-DISP-TRF-DEB.
           ADD 1                            TO WS-IND-LIG.
           IF WS-IND-LIG > 10
              PERFORM 7120-DECALE-LIGNE-DEB
                 THRU 7120-DECALE-LIGNE-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
                UNTIL WS-IND-LIG > 9
              MOVE 10                       TO WS-IND-LIG
           END-IF.
           MOVE WS-TRF-NO                   TO WS-LT-NO.
           MOVE WS-TRF-ART                  TO WS-LT-ART.
           MOVE WS-TRF-QTE                  TO WS-QTE-ED.
           MOVE WS-QTE-ED                   TO WS-LT-QTE.
           MOVE WS-TRF-DEP-ORIG             TO WS-LT-ORIG.
           MOVE WS-TRF-DEP-DEST             TO WS-LT-DEST.
           IF TRF-DEMANDEE
              MOVE SPACES                   TO WS-LT-DATE-EXP
           ELSE
              MOVE WS-TRF-DATE-EXP          TO WS-LT-DATE-EXP
           END-IF.
           EVALUATE TRUE
              WHEN FCT-LISTE AND WS-TRF-DEP-ORIG = WS-DEPOT
                 MOVE 'SORTANT'             TO WS-LT-SENS
              WHEN FCT-LISTE
                 MOVE 'ENTRANT'             TO WS-LT-SENS
              WHEN TRF-DEMANDEE
                 MOVE 'DEMANDE'             TO WS-LT-SENS
              WHEN TRF-TRANSIT
                 MOVE 'TRANSIT'             TO WS-LT-SENS
              WHEN TRF-RECUE
                 MOVE 'RECU   '             TO WS-LT-SENS
              WHEN OTHER
                 MOVE WS-TRF-STAT           TO WS-LT-SENS
           END-EVALUATE.
           MOVE WS-LIGNE-TRF                TO MLIGO(WS-IND-LIG).
       7110-GEST-DISP-TRF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7120-DECALE-LIGNE-DEB.
           MOVE MLIGO(WS-IND-LIG + 1)       TO MLIGO(WS-IND-LIG).
       7120-DECALE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    DISPONIBLE DE L'ARTICLE SAISI DANS LES CASIERS DU DEPOT
      *    D'ORIGINE (ARTBIN) ; EN CONSULTATION LES CASIERS PORTANT
      *    L'ARTICLE SONT AFFICHES.
      *
       7200-CUMUL-DISPO-DEB.
           MOVE ZERO                        TO WS-QTE-DISPO.
           PERFORM 6085-STARTBR-ARTBIN-DEB
              THRU 6085-STARTBR-ARTBIN-FIN.
           PERFORM 6090-READNEXT-ARTBIN-DEB
              THRU 6090-READNEXT-ARTBIN-FIN
             UNTIL FIN-BR.
           PERFORM 6093-ENDBR-ARTBIN-DEB
              THRU 6093-ENDBR-ARTBIN-FIN.
           MOVE WS-QTE-DISPO                TO WS-DISPO-ED.
           MOVE WS-DISPO-ED                 TO MDISPOO.
       7200-CUMUL-DISPO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7210-CUMUL-CASIER-DEB.
           IF WS-BINLOC-ART-CODE NOT = MARTI
              GO TO 7210-CUMUL-CASIER-FIN
           END-IF.
           ADD WS-BINLOC-QTE                TO WS-QTE-DISPO.
           IF NOT AFF-CASIER
              GO TO 7210-CUMUL-CASIER-FIN
           END-IF.
           ADD 1                            TO WS-IND-LIG.
           IF WS-IND-LIG > 10
              PERFORM 7120-DECALE-LIGNE-DEB
                 THRU 7120-DECALE-LIGNE-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
                UNTIL WS-IND-LIG > 9
              MOVE 10                       TO WS-IND-LIG
           END-IF.
           MOVE WS-BINLOC-DEPOT             TO WS-LB-DEPOT.
           MOVE WS-BINLOC-ALLEE             TO WS-LB-ALLEE.
           MOVE WS-BINLOC-RACK              TO WS-LB-RACK.
           MOVE WS-BINLOC-TABLETTE          TO WS-LB-TABLETTE.
           MOVE WS-BINLOC-QTE               TO WS-QTE-ED.
           MOVE WS-QTE-ED                   TO WS-LB-QTE.
           MOVE WS-LIGNE-CASIER             TO MLIGO(WS-IND-LIG).
       7210-CUMUL-CASIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC275'                   TO WS-PREV-PROG.
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
