      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC279                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CONSOLE DE LA CHAINE DE NUIT EN LIGNE (MENU ARIC261) SUR LE  *
      *  FICHIER INDEXE CHNPKS (COPY CHNCON) REMIS A JOUR PAR LE      *
      *  PILOTE ARIO101 A CHAQUE APPEL. FONCTIONS :                   *
      *    L : LISTE DES ETAPES A PARTIR D'UNE SEQUENCE : STATUT,     *
      *        HORAIRES DE DEBUT ET DE FIN, CODE RETOUR, TROIS        *
      *        DERNIERES DUREES RUNLOG (SECONDES) ET FORCAGE ; EN     *
      *        TETE, LA DERNIERE MISE A JOUR PAR ARIO101 ET LE        *
      *        DECOMPTE DES ETAPES PAR STATUT AVEC L'ETAT DE LA       *
      *        CHAINE (BLOQUEE, EN COURS, INCOMPLETE, TERMINEE) ;     *
      *    A : MISE EN ATTENTE D'UNE ETAPE, MOTIF OBLIGATOIRE ;       *
      *    S : SAUT D'UNE ETAPE, MOTIF OBLIGATOIRE ;                  *
      *    X : LEVEE DU FORCAGE D'UNE ETAPE.                          *
      *  LE FORCAGE N'EST ADMIS QUE SUR UNE ETAPE NON OBLIGATOIRE NI  *
      *  DEMARREE NI TERMINEE ; IL EST PORTE SUR CHNPKS AVEC LE       *
      *  MOTIF, L'UTILISATEUR, LA DATE ET L'HEURE ET PRIS EN COMPTE   *
      *  PAR ARIO101 A SON APPEL SUIVANT. LES FONCTIONS A, S ET X     *
      *  EXIGENT LE NIVEAU MAINTENANCE 'M' DU PROFIL USRPRF ; UN      *
      *  REFUS EST JOURNALISE (TYPE 'R'). LISTE ET FORCAGES SONT      *
      *  JOURNALISES DANS ARIJRN (TYPE 'N', VALEUR = FONCTION +       *
      *  SEQUENCE). RETOUR MENU PF3.                                  *
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
       PROGRAM-ID. ARIC279.
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
           COPY ARIN279.
           COPY CHNCON.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM279'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN279'.
      *
       01  WS-MSG-FIN                       PIC X(80).
       01  WS-MSG-LISTE                     PIC X(60).
      *
      *------------------- FONCTION DEMANDEE --------------------------*
      *
       01  WS-FCT                           PIC X(01).
           88  FCT-LISTE                    VALUE 'L'.
           88  FCT-ATTENTE                  VALUE 'A'.
           88  FCT-SAUT                     VALUE 'S'.
           88  FCT-LEVEE                    VALUE 'X'.
           88  FCT-MISE-A-JOUR              VALUE 'A' 'S' 'X'.
      *
      *------------------- NAVIGATION CHNPKS --------------------------*
      *
       01  WS-CCN-CLE-BR                    PIC 9(02).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR                       VALUE 'O'.
       01  WS-SW-SUITE                      PIC X(01).
           88  LISTE-A-SUIVRE               VALUE 'O'.
       01  WS-SEQ-SUITE                     PIC 9(02).
       01  WS-SEQ-DEPART                    PIC 9(02).
       01  WS-SEQ-DETAIL                    PIC X(02).
       01  WS-IND-LIG                       PIC S9(4) COMP.
       01  WS-IND-DUR                       PIC S9(4) COMP.
      *
      *------------------- DECOMPTE DES ETAPES ------------------------*
      *
       01  WS-NB-ETAPES                     PIC 9(02).
       01  WS-NB-TERMINEES                  PIC 9(02).
       01  WS-NB-ERREURS                    PIC 9(02).
       01  WS-NB-EN-COURS                   PIC 9(02).
       01  WS-NB-A-FAIRE                    PIC 9(02).
       01  WS-NB-SAUTEES                    PIC 9(02).
       01  WS-NB-ATTENTES                   PIC 9(02).
       01  WS-NB-OBL-ERREUR                 PIC 9(02).
       01  WS-NB-OBL-RESTE                  PIC 9(02).
      *
       01  WS-MAJ-COUR.
           05  WS-MAJ-COUR-DATE             PIC 9(08).
           05  WS-MAJ-COUR-HEURE            PIC 9(06).
       01  WS-MAJ-MAX.
           05  WS-MAJ-MAX-DATE              PIC 9(08).
           05  WS-MAJ-MAX-HEURE             PIC 9(06).
      *
      *------------------- CONTROLES DE SAISIE ------------------------*
      *
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-HEURE-ACT                     PIC 9(07).
      *
      *------------------- LIGNES DE RESTITUTION ----------------------*
      *
       01  WS-LIGNE-RES.
           05  FILLER                       PIC X(04) VALUE 'TER '.
           05  WS-LR-TER                    PIC Z9.
           05  FILLER                       PIC X(05) VALUE ' ERR '.
           05  WS-LR-ERR                    PIC Z9.
           05  FILLER                       PIC X(07) VALUE ' COURS '.
           05  WS-LR-COURS                  PIC Z9.
           05  FILLER                       PIC X(08) VALUE ' AFAIRE '.
           05  WS-LR-AFAIRE                 PIC Z9.
           05  FILLER                       PIC X(06) VALUE ' SAUT '.
           05  WS-LR-SAUT                   PIC Z9.
           05  FILLER                       PIC X(05) VALUE ' ATT '.
           05  WS-LR-ATT                    PIC Z9.
           05  FILLER                       PIC X(03) VALUE ' : '.
           05  WS-LR-ETAT                   PIC X(10).
      *
       01  WS-LIGNE-ETP.
           05  WS-LE-SEQ                    PIC 9(02).
           05  FILLER                       PIC X(01).
           05  WS-LE-PROG                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  WS-LE-OBLIG                  PIC X(01).
           05  FILLER                       PIC X(01).
           05  WS-LE-PRED                   PIC X(02).
           05  FILLER                       PIC X(01).
           05  WS-LE-STATUT                 PIC X(01).
           05  FILLER                       PIC X(01).
           05  WS-LE-DEBUT                  PIC X(11).
           05  FILLER                       PIC X(01).
           05  WS-LE-FIN                    PIC X(11).
           05  FILLER                       PIC X(01).
           05  WS-LE-RC                     PIC X(04).
           05  WS-LE-DUREES                 OCCURS 3.
               10  FILLER                   PIC X(01).
               10  WS-LE-DUR                PIC ZZZZZ9.
           05  FILLER                       PIC X(01).
           05  WS-LE-FORCAGE                PIC X(01).
           05  FILLER                       PIC X(01).
           05  WS-LE-USER                   PIC X(08).
      *
      *    HORODATAGE EDITE JJ/MM HH:MM D'UNE DATE AAAAMMJJ ET D'UNE
      *    HEURE HHMMSS.
      *
       01  WS-HORO-DATE                     PIC 9(08).
       01  WS-HORO-HEURE                    PIC 9(06).
       01  WS-HORO-ED.
           05  WS-HE-JJ                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  WS-HE-MM                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-HE-HH                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE ':'.
           05  WS-HE-MN                     PIC X(02).
      *
       01  WS-MAJ-ED.
           05  WS-ME-JJ                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  WS-ME-MM                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  WS-ME-AAAA                   PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-ME-HH                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE ':'.
           05  WS-ME-MN                     PIC X(02).
      *
       01  WS-LIB-FORCAGE                   PIC X(07).
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
      *    L'ETAT DE LA CHAINE EST AFFICHE DES L'ENTREE DANS LA
      *    TRANSACTION, A PARTIR DE LA PREMIERE ETAPE.
      *
       1000-1ERE-FOIS-DEB.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE ZERO                        TO WS-SEQ-DEPART.
           MOVE SPACES                      TO WS-SEQ-DETAIL.
           PERFORM 3010-LISTE-ETAPES-DEB
              THRU 3010-LISTE-ETAPES-FIN.

           IF WS-NB-ETAPES = ZERO
              MOVE WS-MSG-LISTE             TO MMSGO
           ELSE
              MOVE 'SAISIR LA FONCTION (L/A/S/X), LA SEQUENCE, LE MOTIF'
                                            TO MMSGO
           END-IF.

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

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC279)'
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
              MOVE 'SAISIR LA FONCTION (L/A/S/X) ET LES ZONES'
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
      *    FONCTION NON SAISIE = LISTE. LES FORCAGES SONT RESERVES AU
      *    NIVEAU MAINTENANCE USRPRF ; LE REFUS EST JOURNALISE AVEC
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

           IF FCT-MISE-A-JOUR
              AND NOT USER-MAINT
              MOVE 'R'                      TO WS-JRN-TYPE
              MOVE 'MAJCHN'                 TO WS-JRN-VALEUR
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
                 IF MSEQI NUMERIC
                    MOVE MSEQI              TO WS-SEQ-DEPART
                    MOVE MSEQI              TO WS-SEQ-DETAIL
                 ELSE
                    MOVE ZERO               TO WS-SEQ-DEPART
                    MOVE SPACES             TO WS-SEQ-DETAIL
                 END-IF
                 MOVE 'N'                   TO WS-JRN-TYPE
                 MOVE SPACES                TO WS-JRN-VALEUR
                 STRING 'L' WS-SEQ-DEPART
                        DELIMITED BY SIZE
                   INTO WS-JRN-VALEUR
                 PERFORM 6040-WRITE-JOURNAL-DEB
                    THRU 6040-WRITE-JOURNAL-FIN
                 PERFORM 3010-LISTE-ETAPES-DEB
                    THRU 3010-LISTE-ETAPES-FIN
                 MOVE WS-MSG-LISTE          TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
              WHEN FCT-MISE-A-JOUR
                 PERFORM 4000-FORCAGE-DEB
                    THRU 4000-FORCAGE-FIN
              WHEN OTHER
                 MOVE 'FONCTION INVALIDE : L, A, S OU X'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
           END-EVALUATE.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE DES ETAPES       *
      *---------------------------------------------------------------*
      *
      *    TOUTE LA CONSOLE EST PARCOURUE POUR LE DECOMPTE PAR STATUT ;
      *    LES DOUZE PREMIERES ETAPES A PARTIR DE LA SEQUENCE DE DEPART
      *    SONT AFFICHEES, AVEC LE DETAIL DU FORCAGE DE L'ETAPE SAISIE.
      *    LE MESSAGE DE FIN DE LISTE EST LAISSE DANS WS-MSG-LISTE.
      *
       3010-LISTE-ETAPES-DEB.

           MOVE ZERO                        TO WS-IND-LIG
                                               WS-NB-ETAPES
                                               WS-NB-TERMINEES
                                               WS-NB-ERREURS
                                               WS-NB-EN-COURS
                                               WS-NB-A-FAIRE
                                               WS-NB-SAUTEES
                                               WS-NB-ATTENTES
                                               WS-NB-OBL-ERREUR
                                               WS-NB-OBL-RESTE
                                               WS-MAJ-MAX-DATE
                                               WS-MAJ-MAX-HEURE.
           MOVE 'N'                         TO WS-SW-SUITE.
           MOVE ZERO                        TO WS-CCN-CLE-BR.

           PERFORM 6060-STARTBR-CHNCON-DEB
              THRU 6060-STARTBR-CHNCON-FIN.
           PERFORM 6070-READNEXT-CHNCON-DEB
              THRU 6070-READNEXT-CHNCON-FIN
             UNTIL FIN-BR.
           PERFORM 6080-ENDBR-CHNCON-DEB
              THRU 6080-ENDBR-CHNCON-FIN.

           IF WS-NB-ETAPES = ZERO
              MOVE 'CONSOLE VIDE : LE PILOTE ARIO101 N''A PAS TOURNE'
                                            TO WS-MSG-LISTE
              GO TO 3010-LISTE-ETAPES-FIN
           END-IF.

           PERFORM 7200-GEST-DISP-ENTETE-DEB
              THRU 7200-GEST-DISP-ENTETE-FIN.

           MOVE SPACES                      TO WS-MSG-LISTE.
           EVALUATE TRUE
              WHEN WS-IND-LIG = ZERO
                 MOVE 'AUCUNE ETAPE A PARTIR DE CETTE SEQUENCE'
                                            TO WS-MSG-LISTE
              WHEN LISTE-A-SUIVRE
                 STRING 'SUITE : RESAISIR LA SEQUENCE ' WS-SEQ-SUITE
                        DELIMITED BY SIZE
                   INTO WS-MSG-LISTE
              WHEN OTHER
                 MOVE 'FIN DES ETAPES DE LA CHAINE'
                                            TO WS-MSG-LISTE
           END-EVALUATE.

       3010-LISTE-ETAPES-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT FORCAGE                *
      *---------------------------------------------------------------*
      *
      *    LES ZONES SAISIES SONT CONTROLEES AVANT LA LECTURE EN MISE A
      *    JOUR DE CHNPKS. UN FORCAGE PEUT ETRE REMPLACE OU LEVE A TOUT
      *    MOMENT ; ARIO101 APPLIQUE CELUI EN PLACE A SON APPEL SUIVANT.
      *
       4000-FORCAGE-DEB.

           IF MSEQI NOT NUMERIC
              MOVE 'LA SEQUENCE D''ETAPE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           IF NOT FCT-LEVEE
              AND (MMOTI = SPACE OR MMOTI = LOW-VALUE)
              MOVE 'LE MOTIF DU FORCAGE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           PERFORM 6050-READ-CHNCON-UPDATE-DEB
              THRU 6050-READ-CHNCON-UPDATE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'ETAPE INCONNUE DE LA CONSOLE DE CHAINE'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           IF CCN-OBLIGATOIRE
              PERFORM 6065-UNLOCK-CHNCON-DEB
                 THRU 6065-UNLOCK-CHNCON-FIN
              MOVE 'ETAPE OBLIGATOIRE : FORCAGE INTERDIT'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           IF NOT FCT-LEVEE
              AND (CCN-DEMARREE OR CCN-TERMINEE)
              PERFORM 6065-UNLOCK-CHNCON-DEB
                 THRU 6065-UNLOCK-CHNCON-FIN
              MOVE 'ETAPE DEMARREE OU TERMINEE : FORCAGE REFUSE'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           IF FCT-LEVEE
              AND CCN-SANS-FORCAGE
              PERFORM 6065-UNLOCK-CHNCON-DEB
                 THRU 6065-UNLOCK-CHNCON-FIN
              MOVE 'AUCUN FORCAGE A LEVER SUR CETTE ETAPE'
                                            TO MMSGO
              GO TO 4000-FORCAGE-KO
           END-IF.

           EVALUATE TRUE
              WHEN FCT-ATTENTE
                 SET CCN-EN-ATTENTE         TO TRUE
                 MOVE MMOTI                 TO WS-CCN-MOTIF-FORC
              WHEN FCT-SAUT
                 SET CCN-SAUT               TO TRUE
                 MOVE MMOTI                 TO WS-CCN-MOTIF-FORC
              WHEN FCT-LEVEE
                 SET CCN-SANS-FORCAGE       TO TRUE
                 MOVE SPACES                TO WS-CCN-MOTIF-FORC
           END-EVALUATE.
           MOVE WS-USER                     TO WS-CCN-USER-FORC.
           MOVE WS-DATE-JOUR                TO WS-CCN-DATE-FORC.
           MOVE EIBTIME                     TO WS-HEURE-ACT.
           MOVE WS-HEURE-ACT(2:6)           TO WS-CCN-HEURE-FORC.

           PERFORM 6055-REWRITE-CHNCON-DEB
              THRU 6055-REWRITE-CHNCON-FIN.

           MOVE 'N'                         TO WS-JRN-TYPE.
           MOVE SPACES                      TO WS-JRN-VALEUR.
           STRING WS-FCT WS-CCN-SEQ
                  DELIMITED BY SIZE
             INTO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           MOVE ZERO                        TO WS-SEQ-DEPART.
           MOVE MSEQI                       TO WS-SEQ-DETAIL.
           PERFORM 3010-LISTE-ETAPES-DEB
              THRU 3010-LISTE-ETAPES-FIN.

           EVALUATE TRUE
              WHEN FCT-ATTENTE
                 STRING 'ETAPE ' MSEQI
                        ' MISE EN ATTENTE, PRISE EN COMPTE PAR ARIO101'
                        DELIMITED BY SIZE
                   INTO MMSGO
              WHEN FCT-SAUT
                 STRING 'ETAPE ' MSEQI
                        ' SAUTEE, PRISE EN COMPTE PAR ARIO101'
                        DELIMITED BY SIZE
                   INTO MMSGO
              WHEN FCT-LEVEE
                 STRING 'ETAPE ' MSEQI
                        ' : FORCAGE LEVE, PRIS EN COMPTE PAR ARIO101'
                        DELIMITED BY SIZE
                   INTO MMSGO
           END-EVALUATE.

       4000-FORCAGE-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4000-FORCAGE-FIN.
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
                   FROM           (ARIM279O)
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
                      INTO        (ARIM279I)
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
                   FROM           (ARIM279O)
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
                   FROM           (ARIM279O)
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
      *    LE TYPE DE POSTE (N CONSOLE, R REFUS) ET LA VALEUR SONT
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
       6050-READ-CHNCON-UPDATE-DEB.
           MOVE MSEQI                       TO WS-CCN-SEQ.
           EXEC CICS
              READ FILE           ('CHNPKS')
                   INTO           (WS-ENRG-F-CHNCON)
                   RIDFLD         (WS-CCN-CLE)
                   KEYLENGTH      (2)
                   UPDATE
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ UPDATE CHNPKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-CHNCON-UPDATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6055-REWRITE-CHNCON-DEB.
           EXEC CICS
              REWRITE FILE        ('CHNPKS')
                      FROM        (WS-ENRG-F-CHNCON)
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR REWRITE CHNPKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6055-REWRITE-CHNCON-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-CHNCON-DEB.
           EXEC CICS
              STARTBR FILE        ('CHNPKS')
                      RIDFLD      (WS-CCN-CLE-BR)
                      KEYLENGTH   (2)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR CHNPKS : ' WS-RC-ED
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
       6060-STARTBR-CHNCON-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6065-UNLOCK-CHNCON-DEB.
           EXEC CICS
              UNLOCK FILE         ('CHNPKS')
                     RESP         (WS-RC)
           END-EXEC.
       6065-UNLOCK-CHNCON-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6070-READNEXT-CHNCON-DEB.
           IF NOT FIN-BR
              EXEC CICS
                 READNEXT FILE    ('CHNPKS')
                          INTO    (WS-ENRG-F-CHNCON)
                          RIDFLD  (WS-CCN-CLE-BR)
                          KEYLENGTH (2)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 PERFORM 7100-CUMUL-ETAPE-DEB
                    THRU 7100-CUMUL-ETAPE-FIN
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT CHNPKS : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-CHNCON-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-CHNCON-DEB.
           EXEC CICS
              ENDBR FILE          ('CHNPKS')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-CHNCON-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM279O.
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
      *    DECOMPTE D'UNE ETAPE PAR STATUT ; UNE ETAPE A FAIRE MISE EN
      *    ATTENTE EST COMPTEE A PART. UNE ETAPE OBLIGATOIRE EN ERREUR
      *    BLOQUE LA CHAINE, UNE ETAPE OBLIGATOIRE A FAIRE LA LAISSE
      *    INCOMPLETE. LA DATE DE MISE A JOUR LA PLUS RECENTE EST
      *    RETENUE. AU TREIZIEME AFFICHAGE, LA SEQUENCE EST PROPOSEE
      *    POUR LA SUITE.
      *
       7100-CUMUL-ETAPE-DEB.
           ADD 1                            TO WS-NB-ETAPES.
           EVALUATE TRUE
              WHEN CCN-TERMINEE
                 ADD 1                      TO WS-NB-TERMINEES
              WHEN CCN-EN-ERREUR
                 ADD 1                      TO WS-NB-ERREURS
                 IF CCN-OBLIGATOIRE
                    ADD 1                   TO WS-NB-OBL-ERREUR
                 END-IF
              WHEN CCN-DEMARREE
                 ADD 1                      TO WS-NB-EN-COURS
              WHEN CCN-SAUTEE
                 ADD 1                      TO WS-NB-SAUTEES
              WHEN CCN-EN-ATTENTE
                 ADD 1                      TO WS-NB-ATTENTES
              WHEN OTHER
                 ADD 1                      TO WS-NB-A-FAIRE
                 IF CCN-OBLIGATOIRE
                    ADD 1                   TO WS-NB-OBL-RESTE
                 END-IF
           END-EVALUATE.

           MOVE WS-CCN-DATE-MAJ             TO WS-MAJ-COUR-DATE.
           MOVE WS-CCN-HEURE-MAJ            TO WS-MAJ-COUR-HEURE.
           IF WS-MAJ-COUR > WS-MAJ-MAX
              MOVE WS-MAJ-COUR              TO WS-MAJ-MAX
           END-IF.

           IF WS-CCN-SEQ = WS-SEQ-DETAIL
              PERFORM 7120-GEST-DISP-DETAIL-DEB
                 THRU 7120-GEST-DISP-DETAIL-FIN
           END-IF.

           IF WS-CCN-SEQ < WS-SEQ-DEPART
              OR LISTE-A-SUIVRE
              GO TO 7100-CUMUL-ETAPE-FIN
           END-IF.
           IF WS-IND-LIG NOT < 12
              MOVE 'O'                      TO WS-SW-SUITE
              MOVE WS-CCN-SEQ               TO WS-SEQ-SUITE
              GO TO 7100-CUMUL-ETAPE-FIN
           END-IF.
           PERFORM 7110-GEST-DISP-ETAPE-DEB
              THRU 7110-GEST-DISP-ETAPE-FIN.
       7100-CUMUL-ETAPE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MISE EN FORME D'UNE ETAPE : LES HORAIRES NULS ET LES DUREES
      *    NON ENCORE POINTEES DANS RUNLOG RESTENT A BLANC.
      *
       7110-GEST-DISP-ETAPE-DEB.
           ADD 1                            TO WS-IND-LIG.
           MOVE SPACES                      TO WS-LIGNE-ETP.
           MOVE WS-CCN-SEQ                  TO WS-LE-SEQ.
           MOVE WS-CCN-PROG                 TO WS-LE-PROG.
           MOVE WS-CCN-OBLIG                TO WS-LE-OBLIG.
           IF WS-CCN-PRED NOT = ZERO
              MOVE WS-CCN-PRED              TO WS-LE-PRED
           END-IF.
           MOVE WS-CCN-STATUT               TO WS-LE-STATUT.
           IF WS-CCN-DATE-DEB NOT = ZERO
              MOVE WS-CCN-DATE-DEB          TO WS-HORO-DATE
              MOVE WS-CCN-HEURE-DEB         TO WS-HORO-HEURE
              PERFORM 7130-EDITE-HORO-DEB
                 THRU 7130-EDITE-HORO-FIN
              MOVE WS-HORO-ED               TO WS-LE-DEBUT
           END-IF.
           IF WS-CCN-DATE-FIN NOT = ZERO
              MOVE WS-CCN-DATE-FIN          TO WS-HORO-DATE
              MOVE WS-CCN-HEURE-FIN         TO WS-HORO-HEURE
              PERFORM 7130-EDITE-HORO-DEB
                 THRU 7130-EDITE-HORO-FIN
              MOVE WS-HORO-ED               TO WS-LE-FIN
              MOVE WS-CCN-RC                TO WS-LE-RC
           END-IF.
           PERFORM 7140-EDITE-DUREE-DEB
              THRU 7140-EDITE-DUREE-FIN
             VARYING WS-IND-DUR FROM 1 BY 1
               UNTIL WS-IND-DUR > WS-CCN-NB-DUREES.
           MOVE WS-CCN-FORCAGE              TO WS-LE-FORCAGE.
           IF NOT CCN-SANS-FORCAGE
              MOVE WS-CCN-USER-FORC         TO WS-LE-USER
           END-IF.
           MOVE WS-LIGNE-ETP                TO MLIGO(WS-IND-LIG).
       7110-GEST-DISP-ETAPE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    DETAIL DU DERNIER FORCAGE PORTE SUR L'ETAPE SAISIE (OU DE
      *    SA LEVEE).
      *
       7120-GEST-DISP-DETAIL-DEB.
           MOVE SPACES                      TO MDETO.
           IF WS-CCN-USER-FORC = SPACE
              STRING 'ETAPE ' WS-CCN-SEQ ' ' WS-CCN-PROG
                     ' : AUCUN FORCAGE'
                     DELIMITED BY SIZE
                INTO MDETO
              GO TO 7120-GEST-DISP-DETAIL-FIN
           END-IF.
           EVALUATE TRUE
              WHEN CCN-EN-ATTENTE
                 MOVE 'ATTENTE'             TO WS-LIB-FORCAGE
              WHEN CCN-SAUT
                 MOVE 'SAUT'                TO WS-LIB-FORCAGE
              WHEN OTHER
                 MOVE 'LEVEE'               TO WS-LIB-FORCAGE
           END-EVALUATE.
           MOVE WS-CCN-DATE-FORC            TO WS-HORO-DATE.
           MOVE WS-CCN-HEURE-FORC           TO WS-HORO-HEURE.
           PERFORM 7130-EDITE-HORO-DEB
              THRU 7130-EDITE-HORO-FIN.
           STRING 'ETP ' WS-CCN-SEQ ' ' WS-LIB-FORCAGE
                  ' PAR ' WS-CCN-USER-FORC ' ' WS-HORO-ED
                  ' : ' WS-CCN-MOTIF-FORC
                  DELIMITED BY SIZE
             INTO MDETO.
       7120-GEST-DISP-DETAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7130-EDITE-HORO-DEB.
           MOVE WS-HORO-DATE(7:2)           TO WS-HE-JJ.
           MOVE WS-HORO-DATE(5:2)           TO WS-HE-MM.
           MOVE WS-HORO-HEURE(1:2)          TO WS-HE-HH.
           MOVE WS-HORO-HEURE(3:2)          TO WS-HE-MN.
       7130-EDITE-HORO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7140-EDITE-DUREE-DEB.
           MOVE WS-CCN-DUR-SEC(WS-IND-DUR)  TO WS-LE-DUR(WS-IND-DUR).
       7140-EDITE-DUREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    EN-TETE : DERNIERE MISE A JOUR PAR ARIO101, DECOMPTE PAR
      *    STATUT ET ETAT DE LA CHAINE (MEME REGLE QUE L'ACTION SUIVA
      *    D'ARIO101 : LA CHAINE EST TERMINEE QUAND TOUTES LES ETAPES
      *    OBLIGATOIRES SONT PASSEES).
      *
       7200-GEST-DISP-ENTETE-DEB.
           MOVE WS-MAJ-MAX-DATE(7:2)        TO WS-ME-JJ.
           MOVE WS-MAJ-MAX-DATE(5:2)        TO WS-ME-MM.
           MOVE WS-MAJ-MAX-DATE(1:4)        TO WS-ME-AAAA.
           MOVE WS-MAJ-MAX-HEURE(1:2)       TO WS-ME-HH.
           MOVE WS-MAJ-MAX-HEURE(3:2)       TO WS-ME-MN.
           MOVE WS-MAJ-ED                   TO MMAJO.

           MOVE WS-NB-TERMINEES             TO WS-LR-TER.
           MOVE WS-NB-ERREURS               TO WS-LR-ERR.
           MOVE WS-NB-EN-COURS              TO WS-LR-COURS.
           MOVE WS-NB-A-FAIRE               TO WS-LR-AFAIRE.
           MOVE WS-NB-SAUTEES               TO WS-LR-SAUT.
           MOVE WS-NB-ATTENTES              TO WS-LR-ATT.
           EVALUATE TRUE
              WHEN WS-NB-OBL-ERREUR > ZERO
                 MOVE 'BLOQUEE'             TO WS-LR-ETAT
              WHEN WS-NB-EN-COURS > ZERO
                 MOVE 'EN COURS'            TO WS-LR-ETAT
              WHEN WS-NB-OBL-RESTE > ZERO
                 MOVE 'INCOMPLETE'          TO WS-LR-ETAT
              WHEN OTHER
                 MOVE 'TERMINEE'            TO WS-LR-ETAT
           END-EVALUATE.
           MOVE WS-LIGNE-RES                TO MRESO.
       7200-GEST-DISP-ENTETE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC279'                   TO WS-PREV-PROG.
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
