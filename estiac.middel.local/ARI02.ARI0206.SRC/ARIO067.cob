      *  DE SOLDE DISPONIBLE D'ARIO326, ET L'ETAT DES ENCOURS CUMULE  *
      *  LES AUTORISATIONS ACTIVES PAR AGENCE (3 PREMIERS CARACTERES  *
      *  DU NUMERO DE COMPTE).                                        *
      *  CHAQUE AUTORISATION NOUVELLE EST CONTROLEE CONTRE LE MAITRE  *
      *  DES CARTES (F-CARTE-E, COPY CARTE) : CARTE INCONNUE, D'UN    *
      *  AUTRE COMPTE, BLOQUEE, RESILIEE OU EXPIREE = AUTORISATION    *
      *  REJETEE SUR LE FICHIER F-AUTREJ-S AVEC SON MOTIF.            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 02/09/2026    !  LIBELLE D'AGENCE SUR L'ETAT DES ENCOURS      *
      *               !  (REFERENTIEL F-AGREF-E, COPY AGENCE ;        *
      *               !  FICHIER ABSENT = CODE BRUT SEUL)             *
      * 15/10/2026    !  CONTROLE DES AUTORISATIONS NOUVELLES CONTRE  *
      *               !  LE MAITRE DES CARTES (F-CARTE-E, COPY        *
      *               !  CARTE), REJETS SUR F-AUTREJ-S ;              *
      *               !  ENREGISTREMENT HOLDS PORTE A 60              *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-AGREF) ; DEPASSEMENT =    *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  OPTIONAL F-AGREF-E  ASSIGN TO AGREF
                   FILE STATUS         IS WS-FS-AGREF-E.
      *                      -------------------------------------------
      *                      F-CARTE-E : MAITRE DES CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTE-E           ASSIGN TO CARTE
                   FILE STATUS         IS WS-FS-CARTE-E.
      *                      -------------------------------------------
      *                      F-AUTREJ-S : AUTORISATIONS REJETEES
      *                      -------------------------------------------
           SELECT  F-AUTREJ-S          ASSIGN TO AUTREJ
                   FILE STATUS         IS WS-FS-AUTREJ-S.
      *
      ***************
       DATA DIVISION.
      *
       FD  F-AUTOR-E
           RECORDING MODE IS F.
       01  FS-ENRG-AUTOR-E            PIC X(60).
      *
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E            PIC X(60).
      *
       FD  F-HOLDS-S
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-S            PIC X(60).
      *
       FD  F-ETATHLD-S
           RECORDING MODE IS F.
       FD  F-AGREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-AGREF-E            PIC X(50).
      *
       FD  F-CARTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-CARTE-E            PIC X(80).
      *
       FD  F-AUTREJ-S
           RECORDING MODE IS F.
       01  FS-ENRG-AUTREJ-S           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
           88  AGREF-CHARGE          VALUE 'O'.
           88  AGREF-ABSENT          VALUE 'A'.
      *
      *---------------- MAITRE DES CARTES BANCAIRES -------------------*
      *
           COPY CARTE.
      *
       01  WS-FS-CARTE-E             PIC XX.
           88  OK-CARTE-E            VALUE '00'.
           88  EOF-CARTE-E           VALUE '10'.
      *
      *---------------- AUTORISATION REJETEE --------------------------*
      *
       01  WS-ENRG-F-AUTREJ.
           05  WS-REJ-HOLD           PIC X(60).
           05  WS-REJ-MOTIF          PIC X(20).
               88  REJ-CARTE-INCONNUE    VALUE 'CARTE INCONNUE'.
               88  REJ-CARTE-AUTRE-CPTE  VALUE 'CARTE AUTRE COMPTE'.
               88  REJ-CARTE-BLOQUEE     VALUE 'CARTE BLOQUEE'.
               88  REJ-CARTE-RESILIEE    VALUE 'CARTE RESILIEE'.
               88  REJ-CARTE-EXPIREE     VALUE 'CARTE EXPIREE'.
       01  WS-FS-AUTREJ-S            PIC XX.
           88  OK-AUTREJ-S           VALUE '00'.
      *
      *---------------- CUMUL DES ENCOURS PAR AGENCE ------------------*
      *
       01  WS-TAB-AGE.
           05  WS-AGE-EL             OCCURS 999 TIMES.
               10  WS-AGE-CODE       PIC X(03).
               10  WS-AGE-MT         PIC 9(11)V99 COMP-3.
               10  WS-AGE-NB         PIC S9(05)   COMP-3.
           05  WS-DATE-SYST-JJ       PIC 9(02).
       01  WS-DATE-SYST-9 REDEFINES WS-DATE-SYST
                                     PIC 9(08).
       01  WS-MOIS-SYST-9 REDEFINES WS-DATE-SYST.
           05  WS-AAAAMM-SYST        PIC 9(06).
           05  FILLER                PIC 9(02).
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION ------------*
      *
       01  WS-CPT-EXPIREES           PIC 9(05) VALUE ZERO.
       01  WS-CPT-PURGEES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-NOUVELLES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-REJETEES           PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
      *
           PERFORM 6060-CHARGE-AGREF-DEB
              THRU 6060-CHARGE-AGREF-FIN.
      *
           PERFORM 6070-CHARGE-CARTE-DEB
              THRU 6070-CHARGE-CARTE-FIN.
      *
      *--------------- REPRISE DES AUTORISATIONS DE LA VEILLE --------*
      *
      *---------------------------------------------------------------*
      *   AJOUT D'UNE AUTORISATION NOUVELLE                           *
      *---------------------------------------------------------------*
      *
      *    L'AUTORISATION EST D'ABORD CONTROLEE CONTRE LE MAITRE DES
      *    CARTES : UNE CARTE INCONNUE, RATTACHEE A UN AUTRE COMPTE,
      *    NON ACTIVE OU EXPIREE (MOIS D'EXPIRATION DEPASSE) FAIT
      *    REJETER L'AUTORISATION, QUI NE GELE ALORS AUCUN MONTANT.
      *
       2000-TRT-NOUVELLE-DEB.
      *
           PERFORM 7100-CTRL-CARTE-DEB
              THRU 7100-CTRL-CARTE-FIN.
           IF WS-REJ-MOTIF NOT = SPACE
              ADD 1                      TO WS-CPT-REJETEES
              MOVE WS-ENRG-F-HOLDS       TO WS-REJ-HOLD
              PERFORM 6040-WRITE-FAUTREJ-DEB
                 THRU 6040-WRITE-FAUTREJ-FIN
              GO TO 2000-TRT-NOUVELLE-SUITE
           END-IF.
      *
           SET HOLD-ACTIVE-E             TO TRUE.
           IF WS-HLD-DEXP-E = ZERO
           PERFORM 7000-CUMUL-AGENCE-DEB
              THRU 7000-CUMUL-AGENCE-FIN.
      *
       2000-TRT-NOUVELLE-SUITE.
           PERFORM 6020-READ-FAUTOR-DEB
              THRU 6020-READ-FAUTOR-FIN.
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-AUTREJ-S.
           IF NOT OK-AUTREJ-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUTREJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUTREJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *
           END-IF.
       6030-WRITE-FHOLDS-FIN.
           EXIT.
      *
       6040-WRITE-FAUTREJ-DEB.
           WRITE FS-ENRG-AUTREJ-S        FROM WS-ENRG-F-AUTREJ.
           IF NOT OK-AUTREJ-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-AUTREJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUTREJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FAUTREJ-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-AUTOR-E.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-AUTREJ-S.
           IF NOT OK-AUTREJ-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-AUTREJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-AUTREJ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-FICHIERS-FIN.
           EXIT.
      *
           EXIT.
      *
       6064-ALIM-TAB-AGREF-DEB.
           IF WS-NB-AGREF < WS-MAX-AGREF
              ADD 1                      TO WS-NB-AGREF
              SET WS-IX-AGREF            TO WS-NB-AGREF
              MOVE WS-AGR-CODE-E       TO WS-AGR-CODE(WS-IX-AGREF)
              MOVE WS-AGR-STATUT-E     TO WS-AGR-STATUT(WS-IX-AGREF)
              MOVE WS-AGR-DCLOT-E      TO WS-AGR-DCLOT(WS-IX-AGREF)
              MOVE WS-AGR-ABSORB-E     TO WS-AGR-ABSORB(WS-IX-AGREF)
           ELSE
              DISPLAY 'F-AGREF-E : PLUS DE 999 AGENCES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6062-READ-FAGREF-DEB
              THRU 6062-READ-FAGREF-FIN.
       6064-ALIM-TAB-AGREF-FIN.
           EXIT.
      *
      *    CHARGEMENT DU MAITRE DES CARTES EN MEMOIRE (OBLIGATOIRE :
      *    SANS LUI AUCUNE AUTORISATION NE PEUT ETRE CONTROLEE).
      *
       6070-CHARGE-CARTE-DEB.
           OPEN INPUT F-CARTE-E.
           IF NOT OK-CARTE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6072-READ-FCARTE-DEB
              THRU 6072-READ-FCARTE-FIN.
           PERFORM 6074-ALIM-TAB-CARTE-DEB
              THRU 6074-ALIM-TAB-CARTE-FIN
             UNTIL EOF-CARTE-E.
           CLOSE F-CARTE-E.
           IF NOT OK-CARTE-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CARTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-CHARGE-CARTE-FIN.
           EXIT.
      *
       6072-READ-FCARTE-DEB.
           READ F-CARTE-E INTO WS-ENRG-F-CARTE.
           IF NOT (OK-CARTE-E OR EOF-CARTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CARTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6072-READ-FCARTE-FIN.
           EXIT.
      *
       6074-ALIM-TAB-CARTE-DEB.
           IF WS-NB-CRT = 2000
              DISPLAY 'TABLE DES CARTES SATUREE (2000)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-CRT.
           SET WS-IX-CRT                 TO WS-NB-CRT.
           MOVE WS-CRT-NUM-E             TO WS-CRT-NUM(WS-IX-CRT).
           MOVE WS-CRT-CPTE-E            TO WS-CRT-CPTE(WS-IX-CRT).
           MOVE WS-CRT-DEXP-E            TO WS-CRT-DEXP(WS-IX-CRT).
           MOVE WS-CRT-STATUT-E          TO WS-CRT-STATUT(WS-IX-CRT).
           PERFORM 6072-READ-FCARTE-DEB
              THRU 6072-READ-FCARTE-FIN.
       6074-ALIM-TAB-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
             UNTIL (WS-IX-AGE > WS-NB-AGE) OR AGE-TROUVEE.
      *
           IF AGE-NON-TROUVEE
              IF WS-NB-AGE NOT < WS-MAX-AGREF
                 DISPLAY 'TABLE DES ENCOURS PAR AGENCE SATUREE (999)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
       7010-RECH-UNE-AGENCE-FIN.
           EXIT.
      *
      *    CONTROLE DE LA CARTE DE L'AUTORISATION COURANTE : MOTIF DE
      *    REJET DANS WS-REJ-MOTIF (A BLANC SI LA CARTE EST VALIDE).
      *
       7100-CTRL-CARTE-DEB.
           MOVE SPACE                    TO WS-REJ-MOTIF.
           SET CRT-NON-TROUVEE           TO TRUE.
           SET WS-IX-CRT                 TO 1.
           PERFORM 7110-RECH-UNE-CARTE-DEB
              THRU 7110-RECH-UNE-CARTE-FIN
             UNTIL (WS-IX-CRT > WS-NB-CRT) OR CRT-TROUVEE.
      *
           EVALUATE TRUE
              WHEN CRT-NON-TROUVEE
                   SET REJ-CARTE-INCONNUE   TO TRUE
              WHEN WS-CRT-CPTE(WS-IX-CRT) NOT = WS-HLD-CPTE-E
                   SET REJ-CARTE-AUTRE-CPTE TO TRUE
              WHEN CRT-BLOQUEE(WS-IX-CRT)
                   SET REJ-CARTE-BLOQUEE    TO TRUE
              WHEN NOT CRT-ACTIVE(WS-IX-CRT)
                   SET REJ-CARTE-RESILIEE   TO TRUE
              WHEN WS-CRT-DEXP(WS-IX-CRT) < WS-AAAAMM-SYST
                   SET REJ-CARTE-EXPIREE    TO TRUE
           END-EVALUATE.
       7100-CTRL-CARTE-FIN.
           EXIT.
      *
       7110-RECH-UNE-CARTE-DEB.
           IF WS-CRT-NUM(WS-IX-CRT) = WS-HLD-CARTE-E
              SET CRT-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CRT
           END-IF.
       7110-RECH-UNE-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           DISPLAY 'AUTORISATIONS EXPIREES       :  ' WS-CPT-EXPIREES.
           DISPLAY 'AUTORISATIONS PURGEES        :  ' WS-CPT-PURGEES.
           DISPLAY 'AUTORISATIONS NOUVELLES      :  ' WS-CPT-NOUVELLES.
           DISPLAY 'AUTORISATIONS REJETEES       :  ' WS-CPT-REJETEES.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
