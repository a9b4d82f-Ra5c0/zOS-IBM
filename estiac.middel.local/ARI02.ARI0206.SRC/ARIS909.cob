      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIS909                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  SOUS-PROGRAMME EXTERNE DE MASQUAGE DES IDENTIFIANTS CLIENT   *
      *  (NUMERO DE COMPTE, IBAN, NOM) SUR LES ETATS BATCH (COPY      *
      *  MSQAPPL), APPELE PAR CHAQUE ETAT AVANT L'ECRITURE DE SES     *
      *  LIGNES :                                                     *
      *  - 'I' : LA CLASSE DE DIFFUSION DE L'ETAT EST LUE PAR ARIS903 *
      *    (PARAMETRE 'M' + LES 7 PREMIERS CARACTERES DU DD DE        *
      *    L'ETAT, EX. METATCLI, PREMIER CARACTERE DE LA VALEUR). UNE *
      *    CLASSE PRESENTE DANS LA LISTE MSQCLAUT (CLASSES HABILITEES)*
      *    DONNE LE NIVEAU 'C' CLAIR, DANS LA LISTE MSQCLPAR LE       *
      *    NIVEAU 'P' PARTIEL ; TOUTE AUTRE CLASSE, OU UN ETAT SANS   *
      *    CLASSE, EST MASQUE EN TOTALITE ('T'), COMPORTEMENT LE PLUS *
      *    SUR. LE NIVEAU RETENU EST TRACE DANS RUNLOG (ARIS904,      *
      *    APPEL 'M') ET RENDU A L'APPELANT ;                         *
      *  - 'C' COMPTE : PARTIEL = AGENCE + '****' + 3 DERNIERS        *
      *    CARACTERES, TOTAL = AGENCE SEULE ;                         *
      *  - 'B' IBAN : PARTIEL = PAYS + CLE + 4 DERNIERS CARACTERES,   *
      *    TOTAL = PAYS SEUL ;                                        *
      *  - 'N' NOM : PARTIEL = INITIALE SEULE, TOTAL = AUCUN          *
      *    CARACTERE ; LES BLANCS SONT CONSERVES.                     *
      *  LE CARACTERE DE MASQUAGE EST '*'. UNE ZONE A BLANC RESTE A   *
      *  BLANC.                                                       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER                          *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIS909.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
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
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY PARAPPL.
      *
           COPY RUNLOG.
      *
       01  WS-DATE-SYST              PIC 9(08).
      *
       01  WS-CLASSE                 PIC X(01) VALUE SPACE.
       01  WS-NB-CLASSE              PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-LG-ZONE                PIC S9(4) COMP VALUE ZERO.
       01  WS-POS-DEB                PIC S9(4) COMP VALUE ZERO.
       01  WS-POS-FIN                PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-CAR                 PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-FIN-ZONE            PIC X(01) VALUE 'N'.
           88  FIN-ZONE-TROUVEE      VALUE 'O'.
           88  FIN-ZONE-NON-TROUVEE  VALUE 'N'.
      *
      *================
       LINKAGE SECTION.
      *================
      *
           COPY MSQAPPL.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      * ARGUMENT TRANSMIS
       PROCEDURE           DIVISION
           USING WS-MSQ-PARM.
      *
      *---------------------------------------------------------------*
      *                    COMPOSANT PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *
           EVALUATE TRUE
              WHEN MSQ-FCT-INIT
                   PERFORM 1000-INIT-ETAT-DEB
                      THRU 1000-INIT-ETAT-FIN
              WHEN MSQ-CLAIR
                   CONTINUE
              WHEN MSQ-FCT-COMPTE
                   PERFORM 7100-MASQUE-COMPTE-DEB
                      THRU 7100-MASQUE-COMPTE-FIN
              WHEN MSQ-FCT-IBAN
                   PERFORM 7200-MASQUE-IBAN-DEB
                      THRU 7200-MASQUE-IBAN-FIN
              WHEN MSQ-FCT-NOM
                   PERFORM 7300-MASQUE-NOM-DEB
                      THRU 7300-MASQUE-NOM-FIN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           EXIT PROGRAM.
      *
       0000-PROGRAMME-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   INITIALISATION D'UN ETAT : NIVEAU DE MASQUAGE ET TRACE      *
      *---------------------------------------------------------------*
      *
       1000-INIT-ETAT-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           SET MSQ-TOTAL                 TO TRUE.
      *
           PERFORM 7000-LIT-CLASSE-DEB
              THRU 7000-LIT-CLASSE-FIN.
      *
           IF WS-CLASSE NOT = SPACE
              MOVE 'MSQCLPAR'            TO WS-PAR-ID
              PERFORM 7010-RECH-CLASSE-DEB
                 THRU 7010-RECH-CLASSE-FIN
              IF WS-NB-CLASSE > ZERO
                 SET MSQ-PARTIEL         TO TRUE
              END-IF
              MOVE 'MSQCLAUT'            TO WS-PAR-ID
              PERFORM 7010-RECH-CLASSE-DEB
                 THRU 7010-RECH-CLASSE-FIN
              IF WS-NB-CLASSE > ZERO
                 SET MSQ-CLAIR           TO TRUE
              END-IF
           END-IF.
      *
           SET RUN-FCT-MASQUE            TO TRUE.
           MOVE WS-MSQ-PROG              TO WS-RUN-PROG.
           MOVE WS-MSQ-ETAT              TO WS-RUN-ETAT.
           MOVE WS-MSQ-NIVEAU            TO WS-RUN-MASQUE.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
       1000-INIT-ETAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    CLASSE DE DIFFUSION DE L'ETAT EN VIGUEUR A LA DATE DU
      *    PASSAGE ; ABSENTE = CLASSE A BLANC (MASQUAGE TOTAL).
      *
       7000-LIT-CLASSE-DEB.
           MOVE SPACE                    TO WS-CLASSE.
           MOVE 'M'                      TO WS-PAR-ID(1:1).
           MOVE WS-MSQ-ETAT(1:7)         TO WS-PAR-ID(2:7).
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              MOVE WS-PAR-VALEUR(1:1)    TO WS-CLASSE
           END-IF.
       7000-LIT-CLASSE-FIN.
           EXIT.
      *
      *    RECHERCHE DE LA CLASSE DANS LA LISTE DU PARAMETRE WS-PAR-ID
      *    (JUSQU'A 10 CLASSES D'UN CARACTERE).
      *
       7010-RECH-CLASSE-DEB.
           MOVE ZERO                     TO WS-NB-CLASSE.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              INSPECT WS-PAR-VALEUR TALLYING WS-NB-CLASSE
                      FOR ALL WS-CLASSE
           END-IF.
       7010-RECH-CLASSE-FIN.
           EXIT.
      *
      *    COMPTE : LES 3 CARACTERES D'AGENCE RESTENT LISIBLES.
      *
       7100-MASQUE-COMPTE-DEB.
           IF WS-MSQ-ZONE(1:10) = SPACE
              GO TO 7100-MASQUE-COMPTE-FIN
           END-IF.
           IF MSQ-PARTIEL
              MOVE '****'                TO WS-MSQ-ZONE(4:4)
           ELSE
              MOVE ALL '*'               TO WS-MSQ-ZONE(4:7)
           END-IF.
       7100-MASQUE-COMPTE-FIN.
           EXIT.
      *
      *    IBAN : PAYS ET CLE (4 CARACTERES) PUIS 4 DERNIERS CARACTERES
      *    SIGNIFICATIFS EN PARTIEL ; PAYS SEUL EN TOTAL.
      *
       7200-MASQUE-IBAN-DEB.
           PERFORM 7900-LONGUEUR-ZONE-DEB
              THRU 7900-LONGUEUR-ZONE-FIN.
           IF WS-LG-ZONE = ZERO
              GO TO 7200-MASQUE-IBAN-FIN
           END-IF.
           IF MSQ-PARTIEL
              MOVE 5                     TO WS-POS-DEB
              COMPUTE WS-POS-FIN = WS-LG-ZONE - 4
           ELSE
              MOVE 3                     TO WS-POS-DEB
              MOVE WS-LG-ZONE            TO WS-POS-FIN
           END-IF.
           PERFORM 7910-MASQUE-CAR-DEB
              THRU 7910-MASQUE-CAR-FIN
             VARYING WS-IX-CAR FROM WS-POS-DEB BY 1
               UNTIL WS-IX-CAR > WS-POS-FIN.
       7200-MASQUE-IBAN-FIN.
           EXIT.
      *
      *    NOM : INITIALE SEULE EN PARTIEL, RIEN EN TOTAL.
      *
       7300-MASQUE-NOM-DEB.
           PERFORM 7900-LONGUEUR-ZONE-DEB
              THRU 7900-LONGUEUR-ZONE-FIN.
           IF WS-LG-ZONE = ZERO
              GO TO 7300-MASQUE-NOM-FIN
           END-IF.
           IF MSQ-PARTIEL
              MOVE 2                     TO WS-POS-DEB
           ELSE
              MOVE 1                     TO WS-POS-DEB
           END-IF.
           MOVE WS-LG-ZONE               TO WS-POS-FIN.
           PERFORM 7910-MASQUE-CAR-DEB
              THRU 7910-MASQUE-CAR-FIN
             VARYING WS-IX-CAR FROM WS-POS-DEB BY 1
               UNTIL WS-IX-CAR > WS-POS-FIN.
       7300-MASQUE-NOM-FIN.
           EXIT.
      *
      *    LONGUEUR SIGNIFICATIVE DE LA ZONE (DERNIER CARACTERE NON
      *    BLANC), ZERO POUR UNE ZONE A BLANC.
      *
       7900-LONGUEUR-ZONE-DEB.
           MOVE 40                       TO WS-LG-ZONE.
           SET FIN-ZONE-NON-TROUVEE      TO TRUE.
           PERFORM 7905-RECULE-UN-CAR-DEB
              THRU 7905-RECULE-UN-CAR-FIN
             UNTIL WS-LG-ZONE = ZERO OR FIN-ZONE-TROUVEE.
       7900-LONGUEUR-ZONE-FIN.
           EXIT.
      *
       7905-RECULE-UN-CAR-DEB.
           IF WS-MSQ-ZONE(WS-LG-ZONE:1) NOT = SPACE
              SET FIN-ZONE-TROUVEE       TO TRUE
           ELSE
              SUBTRACT 1                 FROM WS-LG-ZONE
           END-IF.
       7905-RECULE-UN-CAR-FIN.
           EXIT.
      *
       7910-MASQUE-CAR-DEB.
           IF WS-MSQ-ZONE(WS-IX-CAR:1) NOT = SPACE
              MOVE '*'                   TO WS-MSQ-ZONE(WS-IX-CAR:1)
           END-IF.
       7910-MASQUE-CAR-FIN.
           EXIT.
