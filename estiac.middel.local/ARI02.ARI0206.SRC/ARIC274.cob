      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC274                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  CONSULTATION ET MAINTENANCE EN LIGNE DES COMMANDES           *
      *  FOURNISSEURS CMD0206 (MENU ARIC261). FONCTIONS :             *
      *    C : CONSULTATION PAR NUMERO DE COMMANDE (LECTURE           *
      *        DIRECTE), PAR FOURNISSEUR ET/OU PAR ARTICLE (PARCOURS  *
      *        DU FICHIER), LES 10 DERNIERES LIGNES RETENUES RESTENT  *
      *        AFFICHEES ;                                            *
      *    N : CREATION MANUELLE D'UNE COMMANDE AU STATUT OUVERT      *
      *        (FOURNISSEUR FOU0206 ET ARTICLE ART0206 CONTROLES EN   *
      *        DIRECT), NUMEROTEE 'CMD' A LA SUITE DU PLUS GRAND      *
      *        NUMERO EXISTANT COMME LES COMMANDES D'ARIO936 ;        *
      *    D : MODIFICATION DE LA DATE DE LIVRAISON PREVUE D'UNE      *
      *        COMMANDE OUVERTE ;                                     *
      *    A : ANNULATION D'UNE COMMANDE ENCORE OUVERTE (STATUT 'A'). *
      *  LES FONCTIONS DE MISE A JOUR EXIGENT LE NIVEAU MAINTENANCE   *
      *  'M' DU PROFIL USRPRF ; UN REFUS EST JOURNALISE (TYPE 'R').   *
      *  CHAQUE CONSULTATION EST JOURNALISEE DANS ARIJRN (TYPE 'Q')   *
      *  ET CHAQUE MISE A JOUR (TYPE 'F'). RETOUR MENU PF3.           *
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
       PROGRAM-ID. ARIC274.
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
           COPY ARIN274.
           COPY COMMANDE.
           COPY ARTICLE.
           COPY FOURNISS.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-RC                            PIC S9(4) COMP.
       01  WS-RC-ED                         PIC X(10).
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM274'.
       01  WS-MAPSET                        PIC X(8)
                                            VALUE 'ARIN274'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      *------------------- FONCTION DEMANDEE --------------------------*
      *
       01  WS-FCT                           PIC X(01).
           88  FCT-CONSULTATION             VALUE 'C'.
           88  FCT-CREATION                 VALUE 'N'.
           88  FCT-DATE                     VALUE 'D'.
           88  FCT-ANNULATION               VALUE 'A'.
           88  FCT-MISE-A-JOUR              VALUE 'N' 'D' 'A'.
      *
      *------------------- NAVIGATION COMMANDES -----------------------*
      *
       01  WS-CMD-CLE                       PIC X(08).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR-CMD                   VALUE 'O'.
       01  WS-IND-LIG                       PIC S9(4) COMP.
       01  WS-SW-RECH                       PIC X(01).
           88  RECH-NUMERO                  VALUE 'C'.
           88  RECH-SELECTION               VALUE 'S'.
      *
      *------------------- NUMEROTATION DES COMMANDES -----------------*
      *
       01  WS-CMD-NO-MAX                    PIC 9(05) VALUE ZERO.
       01  WS-CMD-NO-TRAV.
           05  WS-CMD-NO-PREF               PIC X(03).
           05  WS-CMD-NO-NUM                PIC 9(05).
      *
      *------------------- CONTROLES DE SAISIE ------------------------*
      *
       01  WS-ART-CLE                       PIC X(06).
       01  WS-SW-FOU-TROUVE                 PIC X(01).
           88  FOU-TROUVE                   VALUE 'O'.
       01  WS-SW-DATE                       PIC X(01).
           88  DATE-VALIDE                  VALUE 'O'.
           88  DATE-INVALIDE                VALUE 'N'.
       01  WS-DATE-JOUR                     PIC 9(08).
       01  WS-DATE-SAISIE                   PIC 9(08).
       01  WS-DATE-SAISIE-R REDEFINES WS-DATE-SAISIE.
           05  WS-DSA-AAAA                  PIC 9(04).
           05  WS-DSA-MM                    PIC 9(02).
           05  WS-DSA-JJ                    PIC 9(02).
       01  WS-JOURS-MOIS                    PIC X(24)
                                VALUE '312931303130313130313031'.
       01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS.
           05  WS-JM-NB                     PIC 9(02) OCCURS 12.
       01  WS-BISS-QUOT                     PIC 9(04).
       01  WS-BISS-RESTE                    PIC 9(04).
      *
      *------------------- LIGNE DE RESTITUTION -----------------------*
      *
       01  WS-LIGNE-CMD.
           05  WS-LC-NO                     PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-FOU                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-ART                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-DATE-CDE               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-DATE-PREVUE            PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-QTE                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-STAT                   PIC X(07).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-QTE-RECUE              PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-LC-PXU                    PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
       01  WS-QTE-ED                        PIC ZZZZZ9.
       01  WS-PXU-ED                        PIC ZZ9.99.
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

           MOVE 'SAISIR LA FONCTION (C/N/D/A) ET LES ZONES PUIS ENTREE'
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

           MOVE 'CONTEXTE D''EXECUTION INVALIDE (ARIC274)'
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
              MOVE 'SAISIR LA FONCTION (C/N/D/A) ET LES ZONES'
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
      *    FONCTION NON SAISIE = CONSULTATION. LES FONCTIONS DE MISE
      *    A JOUR SONT RESERVEES AU NIVEAU MAINTENANCE USRPRF ; LE
      *    REFUS EST JOURNALISE AVEC L'UTILISATEUR (TYPE 'R').
      *
       3000-AIGUILLAGE-DEB.

           IF MFCTI = SPACE OR MFCTI = LOW-VALUE
              MOVE 'C'                      TO WS-FCT
           ELSE
              MOVE MFCTI                    TO WS-FCT
           END-IF.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.
           MOVE ZERO                        TO WS-IND-LIG.

           IF FCT-MISE-A-JOUR
              AND NOT USER-MAINT
              MOVE 'R'                      TO WS-JRN-TYPE
              MOVE 'MAJCMD'                 TO WS-JRN-VALEUR
              PERFORM 6040-WRITE-JOURNAL-DEB
                 THRU 6040-WRITE-JOURNAL-FIN
              MOVE 'NIVEAU MAINTENANCE USRPRF EXIGE : ACCES REFUSE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3000-AIGUILLAGE-FIN
           END-IF.

           EVALUATE TRUE
              WHEN FCT-CONSULTATION
                 PERFORM 3010-CONSULTATION-DEB
                    THRU 3010-CONSULTATION-FIN
              WHEN FCT-CREATION
                 PERFORM 4000-CREATION-DEB
                    THRU 4000-CREATION-FIN
              WHEN FCT-DATE
                 PERFORM 4010-MODIF-DATE-DEB
                    THRU 4010-MODIF-DATE-FIN
              WHEN FCT-ANNULATION
                 PERFORM 4020-ANNULATION-DEB
                    THRU 4020-ANNULATION-FIN
              WHEN OTHER
                 MOVE 'FONCTION INVALIDE : C, N, D OU A'
                                            TO MMSGO
                 PERFORM 6030-SEND-DATAONLY-DEB
                    THRU 6030-SEND-DATAONLY-FIN
           END-EVALUATE.

       3000-AIGUILLAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONSULTATION           *
      *---------------------------------------------------------------*
      *
       3010-CONSULTATION-DEB.

           IF (MCMDI = SPACE OR MCMDI = LOW-VALUE)
              AND (MFOUI = SPACE OR MFOUI = LOW-VALUE)
              AND (MARTI = SPACE OR MARTI = LOW-VALUE)
              MOVE 'SAISIR UNE COMMANDE, UN FOURNISSEUR OU UN ARTICLE'
                                            TO MMSGO
              PERFORM 6030-SEND-DATAONLY-DEB
                 THRU 6030-SEND-DATAONLY-FIN
              GO TO 3010-CONSULTATION-FIN
           END-IF.

           MOVE 'Q'                         TO WS-JRN-TYPE.
           EVALUATE TRUE
              WHEN MCMDI NOT = SPACE AND MCMDI NOT = LOW-VALUE
                 SET RECH-NUMERO            TO TRUE
                 MOVE MCMDI(3:6)            TO WS-JRN-VALEUR
              WHEN MFOUI NOT = SPACE AND MFOUI NOT = LOW-VALUE
                 SET RECH-SELECTION         TO TRUE
                 MOVE MFOUI                 TO WS-JRN-VALEUR
              WHEN OTHER
                 SET RECH-SELECTION         TO TRUE
                 MOVE MARTI                 TO WS-JRN-VALEUR
           END-EVALUATE.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           IF RECH-NUMERO
              PERFORM 3020-UNE-COMMANDE-DEB
                 THRU 3020-UNE-COMMANDE-FIN
           ELSE
              PERFORM 3030-PAR-SELECTION-DEB
                 THRU 3030-PAR-SELECTION-FIN
           END-IF.

           IF WS-IND-LIG = ZERO
              MOVE 'AUCUNE COMMANDE NE SATISFAIT LA DEMANDE'
                                            TO MMSGO
           ELSE
              MOVE 'COMMANDES RETENUES (LES PLUS RECENTES RESTENT)'
                                            TO MMSGO
           END-IF.

           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       3010-CONSULTATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               LECTURE DIRECTE D'UNE COMMANDE                  *
      *---------------------------------------------------------------*
      *
       3020-UNE-COMMANDE-DEB.

           PERFORM 6050-READ-CMD-DEB
              THRU 6050-READ-CMD-FIN.
           IF WS-RC = DFHRESP(NORMAL)
              PERFORM 7110-GEST-DISP-CMD-DEB
                 THRU 7110-GEST-DISP-CMD-FIN
           END-IF.

       3020-UNE-COMMANDE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *        PARCOURS DES COMMANDES D'UN FOURNISSEUR / ARTICLE      *
      *---------------------------------------------------------------*
      *
       3030-PAR-SELECTION-DEB.

           PERFORM 6060-STARTBR-CMD-DEB
              THRU 6060-STARTBR-CMD-FIN.

           PERFORM 6070-READNEXT-CMD-DEB
              THRU 6070-READNEXT-CMD-FIN
             UNTIL FIN-BR-CMD.

           PERFORM 6080-ENDBR-CMD-DEB
              THRU 6080-ENDBR-CMD-FIN.

       3030-PAR-SELECTION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CREATION               *
      *---------------------------------------------------------------*
      *
      *    LA COMMANDE EST CREEE AU STATUT OUVERT, SANS RECEPTION NI
      *    AVIS D'EXPEDITION ; PRIX UNITAIRE NON SAISI = ZERO (PRIX
      *    NON NEGOCIE, CONTROLE DE PRIX D'ARIO098 NEUTRALISE).
      *
       4000-CREATION-DEB.

           IF MFOUI = SPACE OR MFOUI = LOW-VALUE
              OR MARTI = SPACE OR MARTI = LOW-VALUE
              MOVE 'LE FOURNISSEUR ET L''ARTICLE SONT OBLIGATOIRES'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           PERFORM 6090-READ-FOURNISSEUR-DEB
              THRU 6090-READ-FOURNISSEUR-FIN.
           IF NOT FOU-TROUVE
              MOVE 'FOURNISSEUR INCONNU DU FICHIER FOU0206'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.
           MOVE WS-FOU-NOM                  TO MLIBFOUO.

           PERFORM 6095-READ-ARTICLE-DEB
              THRU 6095-READ-ARTICLE-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'ARTICLE INCONNU DU FICHIER ART0206'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.
           MOVE WS-ART-LIBEL                TO MLIBARTO.

           IF MQTEI NOT NUMERIC OR MQTEI = ZERO
              MOVE 'LA QUANTITE DOIT ETRE NUMERIQUE ET NON NULLE'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           PERFORM 7300-CTRL-DATE-DEB
              THRU 7300-CTRL-DATE-FIN.
           IF DATE-INVALIDE
              GO TO 4000-CREATION-KO
           END-IF.

           PERFORM 7400-NUMERO-SUIVANT-DEB
              THRU 7400-NUMERO-SUIVANT-FIN.

           MOVE SPACES                      TO WS-CMD-ENR.
           MOVE WS-CMD-NO-TRAV              TO WS-CMD-NO.
           MOVE MARTI                       TO WS-CMD-ART-CODE.
           MOVE MFOUI                       TO WS-CMD-FOU.
           MOVE WS-DATE-JOUR                TO WS-CMD-DATE-CDE.
           MOVE WS-DATE-SAISIE              TO WS-CMD-DATE-LIV-PREVUE.
           MOVE MQTEI                       TO WS-CMD-QTE.
           MOVE 'O'                         TO WS-CMD-STAT.
           MOVE ZERO                        TO WS-CMD-DATE-LIV-REELLE
                                               WS-CMD-QTE-RECUE.
           IF MPXUI IS NUMERIC
              MOVE MPXUI                    TO WS-CMD-PXU
           ELSE
              MOVE ZERO                     TO WS-CMD-PXU
           END-IF.

           PERFORM 6100-WRITE-CMD-DEB
              THRU 6100-WRITE-CMD-FIN.
           IF WS-RC = DFHRESP(DUPREC)
              MOVE 'NUMERO DEJA ATTRIBUE : VALIDER A NOUVEAU'
                                            TO MMSGO
              GO TO 4000-CREATION-KO
           END-IF.

           MOVE 'F'                         TO WS-JRN-TYPE.
           MOVE WS-CMD-NO(3:6)              TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 7110-GEST-DISP-CMD-DEB
              THRU 7110-GEST-DISP-CMD-FIN.
           MOVE WS-CMD-NO                   TO MCMDO.
           STRING 'COMMANDE ' WS-CMD-NO ' CREEE AU STATUT OUVERT'
                  DELIMITED BY SIZE
             INTO MMSGO.

       4000-CREATION-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4000-CREATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *        DESCRIPTION DU COMPOSANT DATE DE LIVRAISON PREVUE      *
      *---------------------------------------------------------------*
      *
       4010-MODIF-DATE-DEB.

           IF MCMDI = SPACE OR MCMDI = LOW-VALUE
              MOVE 'LE NUMERO DE COMMANDE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4010-MODIF-DATE-KO
           END-IF.

           PERFORM 6050-READ-CMD-DEB
              THRU 6050-READ-CMD-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'COMMANDE INCONNUE DU FICHIER CMD0206'
                                            TO MMSGO
              GO TO 4010-MODIF-DATE-KO
           END-IF.
           IF NOT CMD-OUVERTE
              PERFORM 7110-GEST-DISP-CMD-DEB
                 THRU 7110-GEST-DISP-CMD-FIN
              MOVE 'SEULE UNE COMMANDE OUVERTE PEUT ETRE MODIFIEE'
                                            TO MMSGO
              GO TO 4010-MODIF-DATE-KO
           END-IF.

           PERFORM 7300-CTRL-DATE-DEB
              THRU 7300-CTRL-DATE-FIN.
           IF DATE-INVALIDE
              GO TO 4010-MODIF-DATE-KO
           END-IF.

           PERFORM 6055-READ-UPDATE-DEB
              THRU 6055-READ-UPDATE-FIN.
           MOVE WS-DATE-SAISIE              TO WS-CMD-DATE-LIV-PREVUE.
           PERFORM 6065-REWRITE-CMD-DEB
              THRU 6065-REWRITE-CMD-FIN.

           MOVE 'F'                         TO WS-JRN-TYPE.
           MOVE WS-CMD-NO(3:6)              TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 7110-GEST-DISP-CMD-DEB
              THRU 7110-GEST-DISP-CMD-FIN.
           MOVE 'DATE DE LIVRAISON PREVUE MODIFIEE'
                                            TO MMSGO.

       4010-MODIF-DATE-KO.
           PERFORM 6030-SEND-DATAONLY-DEB
              THRU 6030-SEND-DATAONLY-FIN.

       4010-MODIF-DATE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ANNULATION             *
      *---------------------------------------------------------------*
      *
      *    SEULE UNE COMMANDE ENCORE OUVERTE (NI RECUE NI DEJA
      *    ANNULEE) PEUT ETRE ANNULEE ; LA COMMANDE ANNULEE RESTE
      *    DANS CMD0206 POUR L'HISTORIQUE.
      *
       4020-ANNULATION-DEB.

           IF MCMDI = SPACE OR MCMDI = LOW-VALUE
              MOVE 'LE NUMERO DE COMMANDE EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 4020-ANNULATION-KO
           END-IF.

           PERFORM 6050-READ-CMD-DEB
              THRU 6050-READ-CMD-FIN.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'COMMANDE INCONNUE DU FICHIER CMD0206'
                                            TO MMSGO
              GO TO 4020-ANNULATION-KO
           END-IF.
           IF NOT CMD-OUVERTE
              PERFORM 7110-GEST-DISP-CMD-DEB
                 THRU 7110-GEST-DISP-CMD-FIN
              MOVE 'SEULE UNE COMMANDE OUVERTE PEUT ETRE ANNULEE'
                                            TO MMSGO
              GO TO 4020-ANNULATION-KO
           END-IF.

           PERFORM 6055-READ-UPDATE-DEB
              THRU 6055-READ-UPDATE-FIN.
           MOVE 'A'                         TO WS-CMD-STAT.
           PERFORM 6065-REWRITE-CMD-DEB
              THRU 6065-REWRITE-CMD-FIN.

           MOVE 'F'                         TO WS-JRN-TYPE.
           MOVE WS-CMD-NO(3:6)              TO WS-JRN-VALEUR.
           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           PERFORM 7110-GEST-DISP-CMD-DEB
              THRU 7110-GEST-DISP-CMD-FIN.
           MOVE 'COMMANDE ANNULEE'          TO MMSGO.

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
                   FROM           (ARIM274O)
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
                      INTO        (ARIM274I)
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
                   FROM           (ARIM274O)
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
                   FROM           (ARIM274O)
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
      *    LE TYPE DE POSTE (Q CONSULTATION, F MISE A JOUR, R REFUS)
      *    ET LA VALEUR SONT POSITIONNES PAR L'APPELANT.
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
       6050-READ-CMD-DEB.
           MOVE MCMDI                       TO WS-CMD-CLE.
           EXEC CICS
              READ FILE           ('CMD0206')
                   INTO           (WS-CMD-ENR)
                   RIDFLD         (WS-CMD-CLE)
                   KEYLENGTH      (8)
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ CMD0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6050-READ-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6055-READ-UPDATE-DEB.
           MOVE MCMDI                       TO WS-CMD-CLE.
           EXEC CICS
              READ FILE           ('CMD0206')
                   INTO           (WS-CMD-ENR)
                   RIDFLD         (WS-CMD-CLE)
                   KEYLENGTH      (8)
                   UPDATE
                   RESP           (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ UPDATE CMD0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6055-READ-UPDATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6065-REWRITE-CMD-DEB.
           EXEC CICS
              REWRITE FILE        ('CMD0206')
                      FROM        (WS-CMD-ENR)
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR REWRITE CMD0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6065-REWRITE-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6060-STARTBR-CMD-DEB.
           MOVE LOW-VALUES                  TO WS-CMD-CLE.
           EXEC CICS
              STARTBR FILE        ('CMD0206')
                      RIDFLD      (WS-CMD-CLE)
                      KEYLENGTH   (8)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR CMD0206 : ' WS-RC-ED
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
       6060-STARTBR-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LE PARCOURS SERT A LA CONSULTATION (FOURNISSEUR ET/OU
      *    ARTICLE SAISIS) ET A LA RECHERCHE DU PLUS GRAND NUMERO DE
      *    COMMANDE AVANT UNE CREATION.
      *
       6070-READNEXT-CMD-DEB.
           IF NOT FIN-BR-CMD
              EXEC CICS
                 READNEXT FILE    ('CMD0206')
                          INTO    (WS-CMD-ENR)
                          RIDFLD  (WS-CMD-CLE)
                          KEYLENGTH (8)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 IF FCT-CREATION
                    PERFORM 7410-COMPARE-NUMERO-DEB
                       THRU 7410-COMPARE-NUMERO-FIN
                 ELSE
                    PERFORM 7100-SELECTION-CMD-DEB
                       THRU 7100-SELECTION-CMD-FIN
                 END-IF
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT CMD0206 : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6070-READNEXT-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-ENDBR-CMD-DEB.
           EXEC CICS
              ENDBR FILE          ('CMD0206')
                    RESP          (WS-RC)
           END-EXEC.
       6080-ENDBR-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6090-READ-FOURNISSEUR-DEB.
           MOVE MFOUI                     TO WS-FOU-CODE.
           EXEC CICS
              READ FILE           ('FOU0206')
                   RIDFLD         (WS-FOU-CODE)
                   INTO           (WS-FOU-ENR)
                   RESP           (WS-RC)
           END-EXEC.
           IF WS-RC = DFHRESP(NORMAL)
              MOVE 'O'                    TO WS-SW-FOU-TROUVE
           ELSE
              MOVE 'N'                    TO WS-SW-FOU-TROUVE
              IF WS-RC NOT = DFHRESP(NOTFND)
                 MOVE WS-RC                TO WS-RC-ED
                 STRING 'ERREUR READ FOU0206 : ' WS-RC-ED
                        DELIMITED BY SIZE
                   INTO WS-MSG-FIN
                 PERFORM 9999-ABEND-PRG-DEB
                    THRU 9999-ABEND-PRG-FIN
              END-IF
           END-IF.
       6090-READ-FOURNISSEUR-FIN.
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
       6100-WRITE-CMD-DEB.
           MOVE WS-CMD-NO                   TO WS-CMD-CLE.
           EXEC CICS
              WRITE FILE          ('CMD0206')
                    RIDFLD        (WS-CMD-CLE)
                    KEYLENGTH     (8)
                    FROM          (WS-CMD-ENR)
                    RESP          (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(DUPREC))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR WRITE CMD0206 : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6100-WRITE-CMD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-INIT-PRINCIPAL-DEB.
           MOVE DFHCOMMAREA                 TO WS-COMMAREA.
           MOVE LOW-VALUE                   TO ARIM274O.
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
      *    RETENUE D'UNE COMMANDE DU PARCOURS : LE FOURNISSEUR ET
      *    L'ARTICLE SAISIS SONT DES FILTRES CUMULATIFS.
      *
       7100-SELECTION-CMD-DEB.
           IF MFOUI NOT = SPACE AND MFOUI NOT = LOW-VALUE
              AND WS-CMD-FOU NOT = MFOUI
              GO TO 7100-SELECTION-CMD-FIN
           END-IF.
           IF MARTI NOT = SPACE AND MARTI NOT = LOW-VALUE
              AND WS-CMD-ART-CODE NOT = MARTI
              GO TO 7100-SELECTION-CMD-FIN
           END-IF.
           PERFORM 7110-GEST-DISP-CMD-DEB
              THRU 7110-GEST-DISP-CMD-FIN.
       7100-SELECTION-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MISE EN FORME D'UNE LIGNE RETENUE : LES DIX LIGNES DE LA
      *    MAP TOURNENT, LA PLUS ANCIENNE EST ECRASEE.
      *
       7110-GEST-DISP-CMD-DEB.
           ADD 1                            TO WS-IND-LIG.
           IF WS-IND-LIG > 10
              PERFORM 7120-DECALE-CMD-DEB
                 THRU 7120-DECALE-CMD-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
                UNTIL WS-IND-LIG > 9
              MOVE 10                       TO WS-IND-LIG
           END-IF.
           MOVE WS-CMD-NO                   TO WS-LC-NO.
           MOVE WS-CMD-FOU                  TO WS-LC-FOU.
           MOVE WS-CMD-ART-CODE             TO WS-LC-ART.
           MOVE WS-CMD-DATE-CDE             TO WS-LC-DATE-CDE.
           MOVE WS-CMD-DATE-LIV-PREVUE      TO WS-LC-DATE-PREVUE.
           MOVE WS-CMD-QTE                  TO WS-QTE-ED.
           MOVE WS-QTE-ED                   TO WS-LC-QTE.
           EVALUATE TRUE
              WHEN CMD-OUVERTE
                 MOVE 'OUVERTE'             TO WS-LC-STAT
              WHEN CMD-RECUE
                 MOVE 'RECUE  '             TO WS-LC-STAT
              WHEN CMD-ANNULEE
                 MOVE 'ANNULEE'             TO WS-LC-STAT
              WHEN OTHER
                 MOVE WS-CMD-STAT           TO WS-LC-STAT
           END-EVALUATE.
           IF CMD-RECUE
              MOVE WS-CMD-QTE-RECUE         TO WS-QTE-ED
              MOVE WS-QTE-ED                TO WS-LC-QTE-RECUE
           ELSE
              MOVE SPACES                   TO WS-LC-QTE-RECUE
           END-IF.
           MOVE WS-CMD-PXU                  TO WS-PXU-ED.
           MOVE WS-PXU-ED                   TO WS-LC-PXU.
           MOVE WS-LIGNE-CMD                TO MLIGO(WS-IND-LIG).
       7110-GEST-DISP-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7120-DECALE-CMD-DEB.
           MOVE MLIGO(WS-IND-LIG + 1)       TO MLIGO(WS-IND-LIG).
       7120-DECALE-CMD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CONTROLE DE LA DATE DE LIVRAISON PREVUE SAISIE (AAAAMMJJ) :
      *    DATE CALENDAIRE EXISTANTE, PAS ANTERIEURE A LA DATE DU JOUR.
      *
       7300-CTRL-DATE-DEB.
           SET DATE-INVALIDE                TO TRUE.
           IF MDATI NOT NUMERIC
              MOVE 'LA DATE PREVUE (AAAAMMJJ) EST OBLIGATOIRE'
                                            TO MMSGO
              GO TO 7300-CTRL-DATE-FIN
           END-IF.
           MOVE MDATI                       TO WS-DATE-SAISIE.
           MOVE 28                          TO WS-JM-NB(2).
           DIVIDE WS-DSA-AAAA BY 4
              GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE.
           IF WS-BISS-RESTE = ZERO
              MOVE 29                       TO WS-JM-NB(2)
              DIVIDE WS-DSA-AAAA BY 100
                 GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE
              IF WS-BISS-RESTE = ZERO
                 MOVE 28                    TO WS-JM-NB(2)
                 DIVIDE WS-DSA-AAAA BY 400
                    GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE
                 IF WS-BISS-RESTE = ZERO
                    MOVE 29                 TO WS-JM-NB(2)
                 END-IF
              END-IF
           END-IF.
           IF WS-DSA-MM < 1 OR WS-DSA-MM > 12
              MOVE 'DATE PREVUE INVALIDE (AAAAMMJJ)'
                                            TO MMSGO
              GO TO 7300-CTRL-DATE-FIN
           END-IF.
           IF WS-DSA-JJ < 1 OR WS-DSA-JJ > WS-JM-NB(WS-DSA-MM)
              MOVE 'DATE PREVUE INVALIDE (AAAAMMJJ)'
                                            TO MMSGO
              GO TO 7300-CTRL-DATE-FIN
           END-IF.
           IF WS-DATE-SAISIE < WS-DATE-JOUR
              MOVE 'LA DATE PREVUE EST ANTERIEURE A LA DATE DU JOUR'
                                            TO MMSGO
              GO TO 7300-CTRL-DATE-FIN
           END-IF.
           SET DATE-VALIDE                  TO TRUE.
       7300-CTRL-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    NUMERO DE LA NOUVELLE COMMANDE : 'CMD' SUIVI DU PLUS GRAND
      *    NUMERO EXISTANT PLUS UN (MEME REGLE QU'ARIO936). LE WRITE
      *    PROTEGE D'UNE CREATION SIMULTANEE (DUPREC).
      *
       7400-NUMERO-SUIVANT-DEB.
           MOVE ZERO                        TO WS-CMD-NO-MAX.
           PERFORM 6060-STARTBR-CMD-DEB
              THRU 6060-STARTBR-CMD-FIN.
           PERFORM 6070-READNEXT-CMD-DEB
              THRU 6070-READNEXT-CMD-FIN
             UNTIL FIN-BR-CMD.
           PERFORM 6080-ENDBR-CMD-DEB
              THRU 6080-ENDBR-CMD-FIN.
           MOVE 'CMD'                       TO WS-CMD-NO-PREF.
           COMPUTE WS-CMD-NO-NUM = WS-CMD-NO-MAX + 1.
       7400-NUMERO-SUIVANT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7410-COMPARE-NUMERO-DEB.
           MOVE WS-CMD-NO                   TO WS-CMD-NO-TRAV.
           IF WS-CMD-NO-NUM IS NUMERIC
              AND WS-CMD-NO-NUM > WS-CMD-NO-MAX
              MOVE WS-CMD-NO-NUM            TO WS-CMD-NO-MAX
           END-IF.
       7410-COMPARE-NUMERO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS-PROGRAMMES         *
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           MOVE 'ARIC274'                   TO WS-PREV-PROG.
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
