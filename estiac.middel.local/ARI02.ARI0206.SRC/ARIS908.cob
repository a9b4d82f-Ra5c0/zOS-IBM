      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIS908                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  SOUS-PROGRAMME EXTERNE DE VERROU DES PERIODES CLOTUREES      *
      *  (COPY PERAPPL) : LE REGISTRE PERCLO (COPY PERCLO, TENU PAR   *
      *  LA CLOTURE ARIO127) EST CHARGE EN MEMOIRE AU PREMIER APPEL,  *
      *  AVEC LA POLITIQUE PERCLOT LUE PAR ARIS903 ('D' = REDATER,    *
      *  SINON REFUSER). CHAQUE APPEL CONTROLE LE MOIS DE LA DATE DE  *
      *  TRANSACTION : MOIS OUVERT = DATE INCHANGEE (RC 0) ; MOIS     *
      *  CLOTURE = REFUS (RC 1) OU REDATATION AU PREMIER JOUR DU      *
      *  PREMIER MOIS OUVERT QUI SUIT (RC 2). REGISTRE ABSENT = TOUS  *
      *  LES MOIS OUVERTS ; REGISTRE ILLISIBLE OU TABLE SATUREE       *
      *  (WS-MAX-PCL) = ARRET EN CODE RETOUR 12. APPELE PAR ARIO933,  *
      *  ARIO937, ARIO095 ET ARIO097.                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER                          *
      * 15/10/2026    !  OUVERTURE OU LECTURE EN ERREUR DU REGISTRE   *
      *               !  ET TABLE SATUREE : ARRET EN ERREUR           *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIS908.
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
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-PERCLO-E : REGISTRE DES PERIODES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PERCLO-E ASSIGN TO PERCLO
                   FILE STATUS         IS WS-FS-PERCLO-E.
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
       FD  F-PERCLO-E
           RECORDING MODE IS F.
       01  FS-ENRG-PERCLO-E          PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY PERCLO.
      *
           COPY PARAPPL.
      *
       01  WS-FS-PERCLO-E            PIC XX.
           88  OK-PERCLO-E           VALUE '00' '05'.
           88  EOF-PERCLO-E          VALUE '10'.
      *
       01  WS-SW-PCL-CHARGE          PIC X(01) VALUE 'N'.
           88  PCL-CHARGE            VALUE 'O'.
           88  PCL-NON-CHARGE        VALUE 'N'.
       01  WS-POLITIQUE              PIC X(01) VALUE 'R'.
           88  POL-REDATER           VALUE 'D'.
           88  POL-REFUSER           VALUE 'R'.
       01  WS-SW-MOIS                PIC X(01) VALUE 'O'.
           88  MOIS-OUVERT           VALUE 'O'.
           88  MOIS-CLOTURE          VALUE 'C'.
      *
       01  WS-TAB-PCL.
           05  WS-TPC-PERIODE        PIC 9(06) OCCURS 240 TIMES.
       01  WS-NB-PCL                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-PCL                 PIC S9(4) COMP VALUE ZERO.
      *
       01  WS-DATE-TRAV              PIC 9(08).
       01  WS-DATE-TRAV-R REDEFINES WS-DATE-TRAV.
           05  WS-DTR-PERIODE.
               10  WS-DTR-AAAA       PIC 9(04).
               10  WS-DTR-MM         PIC 9(02).
           05  WS-DTR-JJ             PIC 9(02).
       01  WS-DATE-SYST              PIC 9(08).
      *
      *================
       LINKAGE SECTION.
      *================
      *
           COPY PERAPPL.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      * ARGUMENT TRANSMIS
       PROCEDURE           DIVISION
           USING WS-PER-PARM.
      *
      *---------------------------------------------------------------*
      *                    COMPOSANT PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *
           IF PCL-NON-CHARGE
              PERFORM 6000-CHARGE-PERCLO-DEB
                 THRU 6000-CHARGE-PERCLO-FIN
              PERFORM 7000-LIT-POLITIQUE-DEB
                 THRU 7000-LIT-POLITIQUE-FIN
           END-IF.
      *
           SET PER-OUVERTE               TO TRUE.
           MOVE WS-PER-DATE              TO WS-PER-DATE-RETENUE
                                            WS-DATE-TRAV.
           PERFORM 7100-CTRL-MOIS-DEB
              THRU 7100-CTRL-MOIS-FIN.
      *
           IF MOIS-CLOTURE
              IF POL-REDATER
                 PERFORM 7200-MOIS-SUIVANT-DEB
                    THRU 7200-MOIS-SUIVANT-FIN
                   UNTIL MOIS-OUVERT
                 MOVE 1                  TO WS-DTR-JJ
                 MOVE WS-DATE-TRAV       TO WS-PER-DATE-RETENUE
                 SET PER-REDATEE         TO TRUE
              ELSE
                 SET PER-REJETEE         TO TRUE
              END-IF
           END-IF.
      *
           EXIT PROGRAM.
      *
       0000-PROGRAMME-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    SEULS LES MOIS AU STATUT 'C' SONT RETENUS : UN MOIS
      *    REOUVERT ('O') EST DE NOUVEAU OUVERT AUX IMPUTATIONS.
      *
       6000-CHARGE-PERCLO-DEB.
           OPEN INPUT F-PERCLO-E.
           IF NOT OK-PERCLO-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-PERCLO-DEB
              THRU 6010-READ-PERCLO-FIN.
           PERFORM 6020-ALIM-PERCLO-DEB
              THRU 6020-ALIM-PERCLO-FIN
             UNTIL EOF-PERCLO-E.
           CLOSE F-PERCLO-E.
           SET PCL-CHARGE                TO TRUE.
       6000-CHARGE-PERCLO-FIN.
           EXIT.
      *
       6010-READ-PERCLO-DEB.
           READ F-PERCLO-E INTO WS-ENRG-F-PERCLO.
           IF NOT (OK-PERCLO-E OR EOF-PERCLO-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PERCLO-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PERCLO-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-PERCLO-FIN.
           EXIT.
      *
       6020-ALIM-PERCLO-DEB.
           IF PCL-CLOTUREE
              IF WS-NB-PCL NOT < WS-MAX-PCL
                 DISPLAY 'F-PERCLO-E : PLUS DE 240 MOIS CLOTURES, '
                         'TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-PCL
              MOVE WS-PCL-PERIODE        TO WS-TPC-PERIODE(WS-NB-PCL)
           END-IF.
           PERFORM 6010-READ-PERCLO-DEB
              THRU 6010-READ-PERCLO-FIN.
       6020-ALIM-PERCLO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    POLITIQUE EN VIGUEUR A LA DATE DU PASSAGE (PARAMETRE
      *    PERCLOT) ; ABSENTE = REFUS, COMPORTEMENT LE PLUS SUR.
      *
       7000-LIT-POLITIQUE-DEB.
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
           MOVE 'PERCLOT'                TO WS-PAR-ID.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE AND WS-PAR-VALEUR(1:1) = 'D'
              SET POL-REDATER            TO TRUE
           ELSE
              SET POL-REFUSER            TO TRUE
           END-IF.
       7000-LIT-POLITIQUE-FIN.
           EXIT.
      *
       7100-CTRL-MOIS-DEB.
           SET MOIS-OUVERT               TO TRUE.
           PERFORM 7110-RECH-UN-MOIS-DEB
              THRU 7110-RECH-UN-MOIS-FIN
             VARYING WS-IX-PCL FROM 1 BY 1
               UNTIL WS-IX-PCL > WS-NB-PCL
                  OR MOIS-CLOTURE.
       7100-CTRL-MOIS-FIN.
           EXIT.
      *
       7110-RECH-UN-MOIS-DEB.
           IF WS-TPC-PERIODE(WS-IX-PCL) = WS-DTR-PERIODE
              SET MOIS-CLOTURE           TO TRUE
           END-IF.
       7110-RECH-UN-MOIS-FIN.
           EXIT.
      *
       7200-MOIS-SUIVANT-DEB.
           IF WS-DTR-MM = 12
              ADD 1                      TO WS-DTR-AAAA
              MOVE 1                     TO WS-DTR-MM
           ELSE
              ADD 1                      TO WS-DTR-MM
           END-IF.
           PERFORM 7100-CTRL-MOIS-DEB
              THRU 7100-CTRL-MOIS-FIN.
       7200-MOIS-SUIVANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
      *    UN VERROU DE PERIODE QUI NE PEUT PAS CHARGER SON REGISTRE
      *    ARRETE LA CHAINE : ACCEPTER LES IMPUTATIONS SANS CONTROLE
      *    OUVRIRAIT LES MOIS CLOTURES.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIS908        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
