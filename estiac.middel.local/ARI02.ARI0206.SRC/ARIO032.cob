      *               !  CLIENT ET LE NOM LEGAL DU TITULAIRE SONT     *
      *               !  EDITES EN TETE DE RELEVE A LA PLACE DU SEUL  *
      *               !  NOM COURT PORTE PAR LE COMPTE                *
      * 15/10/2026    !  CHEQUES REMIS EN COURS D'ENCAISSEMENT EN FIN *
      *               !  DE MOIS (REGISTRE REMCHQ, OPTIONNEL) :       *
      *               !  MONTANT DES FONDS INDISPONIBLES EDITE SOUS   *
      *               !  LE NOUVEAU SOLDE                             *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLIM, WS-MAX-LIEN) ;      *
      *               !  DEPASSEMENT = ARRET EN ERREUR AU LIEU D'UNE  *
      *               !  TRONCATURE                                   *
      *===============================================================*
      *
      *************************
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-E.
      *                      -------------------------------------------
      *                      F-REMCHQ-E : REGISTRE DES REMISES CHEQUES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-REMCHQ-E ASSIGN TO REMCHQ
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-REMCHQ-E.
      *                      -------------------------------------------
      *                      F-MVTCOD-E : TABLE DES CODES MOUVEMENT
      *                      -------------------------------------------
           SELECT  F-MVTCOD-E          ASSIGN TO MVTCOD
       01  FS-ENRG-HISMVT-E.
           05  FS-HIS-CLE             PIC X(28).
           05  FILLER                 PIC X(142).
      *
       FD  F-REMCHQ-E
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-REMCHQ-E.
           05  FS-REM-CLE             PIC X(28).
           05  FILLER                 PIC X(92).
      *
       FD  F-MVTCOD-E
           RECORDING MODE IS F.
      *
           COPY HISMVT.
      *
      *---------------- REGISTRE DES REMISES DE CHEQUES ---------------*
      *
           COPY REMCHQ.
      *
       01  WS-SW-REMCHQ              PIC X(01) VALUE 'N'.
           88  REMCHQ-ON             VALUE 'O'.
           88  REMCHQ-OFF            VALUE 'N'.
       01  WS-SW-FIN-REMCHQ          PIC X(01) VALUE 'N'.
           88  FIN-REMCHQ            VALUE 'O'.
           88  PAS-FIN-REMCHQ        VALUE 'N'.
      *
      *---------------- TABLE DES CODES MOUVEMENT ---------------------*
      *
           COPY MVTCOD.
           88  OK-HISMVT-E           VALUE '00'.
           88  EOF-HISMVT-E          VALUE '10'.
           88  NOT-HISMVT-E          VALUE '23'.
       01  WS-FS-REMCHQ-E            PIC XX.
           88  OK-REMCHQ-E           VALUE '00'.
           88  ABSENT-REMCHQ-E       VALUE '05' '35'.
           88  EOF-REMCHQ-E          VALUE '10'.
           88  NOT-REMCHQ-E          VALUE '23'.
       01  WS-FS-MVTCOD-E            PIC XX.
           88  OK-MVTCOD-E           VALUE '00'.
           88  EOF-MVTCOD-E          VALUE '10'.
       01  WS-NB-MVT-MOIS            PIC 9(04) VALUE ZERO.
       01  WS-TOT-DEBIT              PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CREDIT             PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MT-INDISPO             PIC 9(9)V99 COMP-3 VALUE ZERO.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-CPTE               PIC 9(05) VALUE ZERO.
       01  WS-CPT-RELEVES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-MVT           PIC 9(05) VALUE ZERO.
       01  WS-CPT-INDISPO            PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION DU RELEVE --------------------*
      *
           05  FILLER                PIC X(33)
               VALUE 'NOUVEAU SOLDE'.
           05  WS-LREL-SCLO-ED       PIC -ZZZZZZZ9,99.
       01  WS-LREL-INDISPO.
           05  FILLER                PIC X(33)
               VALUE 'DONT CHEQUES EN ENCAISSEMENT'.
           05  WS-LREL-INDISPO-ED    PIC -ZZZZZZZ9,99.
       01  WS-LREL-INDISPO-2         PIC X(60)
           VALUE '(FONDS INDISPONIBLES JUSQU''A ENCAISSEMENT)'.
       01  WS-LREL-TOTAUX.
           05  FILLER                PIC X(18)
               VALUE 'TOTAL DEBITS    : '.
           PERFORM 2000-TRT-MVT-RELEVE-DEB
              THRU 2000-TRT-MVT-RELEVE-FIN
             UNTIL FIN-HISTO.
      *
           MOVE ZERO                    TO WS-MT-INDISPO.
           IF REMCHQ-ON
              PERFORM 7300-CUMUL-INDISPO-DEB
                 THRU 7300-CUMUL-INDISPO-FIN
           END-IF.
      *
           PERFORM 8030-EDIT-PIED-RELEVE-DEB
              THRU 8030-EDIT-PIED-RELEVE-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-REMCHQ-E.
           EVALUATE TRUE
              WHEN OK-REMCHQ-E
                 SET REMCHQ-ON          TO TRUE
              WHEN ABSENT-REMCHQ-E
                 SET REMCHQ-OFF         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           OPEN OUTPUT F-RELEVE-S.
           IF NOT OK-RELEVE-S
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RELEVE-S'
           END-EVALUATE.
       6040-READ-NEXT-FHISMVT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LA PREMIERE REMISE DU COMPTE.
      *
       6060-START-FREMCHQ-DEB.
           MOVE LOW-VALUES              TO WS-REM-CLE-E.
           MOVE WS-CPTE-CPTE            TO WS-REM-CPTE-E.
           MOVE WS-REM-CLE-E            TO FS-REM-CLE.
           START F-REMCHQ-E KEY NOT < FS-REM-CLE.
           EVALUATE TRUE
              WHEN OK-REMCHQ-E
                 CONTINUE
              WHEN NOT-REMCHQ-E OR EOF-REMCHQ-E
                 SET FIN-REMCHQ         TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6060-START-FREMCHQ-FIN.
           EXIT.
      *
       6070-READ-NEXT-FREMCHQ-DEB.
           IF FIN-REMCHQ
              GO TO 6070-READ-NEXT-FREMCHQ-FIN
           END-IF.
           READ F-REMCHQ-E NEXT RECORD INTO WS-ENRG-F-REMCHQ.
           EVALUATE TRUE
              WHEN EOF-REMCHQ-E
                 SET FIN-REMCHQ         TO TRUE
              WHEN OK-REMCHQ-E
                 IF WS-REM-CPTE-E NOT = WS-CPTE-CPTE
                    OR WS-REM-DCPTA-E > WS-PERIODE-FIN
                    SET FIN-REMCHQ      TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-READ-NEXT-FREMCHQ-FIN.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-CPTE-E.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REMCHQ-ON
              CLOSE F-REMCHQ-E
              IF NOT OK-REMCHQ-E
                 DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REMCHQ-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           CLOSE F-RELEVE-S.
           IF NOT OK-RELEVE-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-RELEVE-S'
           EXIT.
      *
       6220-ALIM-CLIM-DEB.
           IF WS-NB-CLIM < WS-MAX-CLIM
              ADD 1                     TO WS-NB-CLIM
              SET WS-IX-CLIM            TO WS-NB-CLIM
              MOVE WS-CLI-NUM-E      TO WS-CLIM-NUM(WS-IX-CLIM)
              MOVE WS-CLI-NOM-E      TO WS-CLIM-NOM(WS-IX-CLIM)
              MOVE WS-CLI-STATUT-E   TO WS-CLIM-STATUT(WS-IX-CLIM)
           ELSE
              DISPLAY 'F-CLIM-E : PLUS DE 5000 CLIENTS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-READ-FCLIM-DEB
              THRU 6210-READ-FCLIM-FIN.
           EXIT.
      *
       6240-ALIM-LIEN-DEB.
           IF WS-NB-LIEN < WS-MAX-LIEN
              ADD 1                     TO WS-NB-LIEN
              SET WS-IX-LIEN            TO WS-NB-LIEN
              MOVE WS-LIE-CPTE-E     TO WS-LIEN-CPTE(WS-IX-LIEN)
              MOVE WS-LIE-CLI-E      TO WS-LIEN-CLI(WS-IX-LIEN)
              MOVE WS-LIE-ROLE-E     TO WS-LIEN-ROLE(WS-IX-LIEN)
              MOVE WS-LIE-DFIN-E     TO WS-LIEN-DFIN(WS-IX-LIEN)
           ELSE
              DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6230-READ-FLIEN-DEB
              THRU 6230-READ-FLIEN-FIN.
      *
      *    LIBELLE D'OPERATION : RECHERCHE DANS LA TABLE F-MVTCOD-E ;
      *    A DEFAUT, LE CODE BRUT EST EDITE PRECEDE DE 'CODE'.
      *
      *    FONDS INDISPONIBLES EN FIN DE PERIODE : CHEQUES REMIS
      *    AVANT LA FIN DU MOIS DONT LE DELAI D'ENCAISSEMENT COURT
      *    ENCORE A CETTE DATE ET QUI N'ETAIENT PAS REVENUS IMPAYES.
      *
       7300-CUMUL-INDISPO-DEB.
           SET PAS-FIN-REMCHQ           TO TRUE.
           PERFORM 6060-START-FREMCHQ-DEB
              THRU 6060-START-FREMCHQ-FIN.
           PERFORM 6070-READ-NEXT-FREMCHQ-DEB
              THRU 6070-READ-NEXT-FREMCHQ-FIN.
           PERFORM 7310-CUMUL-UNE-REMISE-DEB
              THRU 7310-CUMUL-UNE-REMISE-FIN
             UNTIL FIN-REMCHQ.
       7300-CUMUL-INDISPO-FIN.
           EXIT.
      *
       7310-CUMUL-UNE-REMISE-DEB.
           IF WS-REM-DFIN-ENC-E > WS-PERIODE-FIN
              AND (NOT REM-IMPAYE-E
                   OR WS-REM-DIMP-E > WS-PERIODE-FIN)
              ADD WS-REM-MT-E           TO WS-MT-INDISPO
           END-IF.
           PERFORM 6070-READ-NEXT-FREMCHQ-DEB
              THRU 6070-READ-NEXT-FREMCHQ-FIN.
       7310-CUMUL-UNE-REMISE-FIN.
           EXIT.
      *
       7000-RECH-LIBELLE-DEB.
           SET MVTCOD-NON-TROUVE        TO TRUE.
           WRITE FS-ENRG-RELEVE-S       FROM WS-LREL-TOTAUX.
           MOVE WS-SOLDE-CLOTURE        TO WS-LREL-SCLO-ED.
           WRITE FS-ENRG-RELEVE-S       FROM WS-LREL-SOLDE-CLO.
           IF WS-MT-INDISPO > ZERO
              MOVE WS-MT-INDISPO        TO WS-LREL-INDISPO-ED
              WRITE FS-ENRG-RELEVE-S    FROM WS-LREL-INDISPO
              WRITE FS-ENRG-RELEVE-S    FROM WS-LREL-INDISPO-2
              ADD 1                     TO WS-CPT-INDISPO
           END-IF.
      *
           IF WS-NB-ECH > ZERO
              PERFORM 8040-EDIT-ECHELLE-DEB
           DISPLAY 'NOMBRE DE COMPTES EXAMINES   :  ' WS-CPT-CPTE.
           DISPLAY 'RELEVES EDITES               :  ' WS-CPT-RELEVES.
           DISPLAY 'RELEVES SANS OPERATION       :  ' WS-CPT-SANS-MVT.
           DISPLAY 'RELEVES AVEC CHEQUES EN COURS:  ' WS-CPT-INDISPO.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
