      *               !  REFERENCE EST LEVEE AVANT LE CONTROLE DE    *
      *               !  DECOUVERT (PLUS DE DOUBLE COMPTE DU MEME    *
      *               !  ACHAT) ET REPOSEE SI LE DEBIT EST REFUSE    *
      * 15/10/2026    !  FICHIER HOLDS PORTE A 60 CARACTERES : NUMERO *
      *               !  DE CARTE DE L'AUTORISATION (COPY AUTCB)      *
      *               !  REPRIS A LA REECRITURE                       *
      * 15/10/2026    !  NUMEROS DE COMPTE DE L'ETATCLI ET DE         *
      *               !  L'ETATANO MASQUES SELON LA CLASSE DE         *
      *               !  DIFFUSION DE CHAQUE ETAT (SERVICE ARIS909)   *
      * 15/10/2026    !  OPPOSITIONS LUES EN ACCES DIRECT SUR LE      *
      *               !  FICHIER INDEXE OPPOS AU LIEU D'UNE TABLE DE  *
      *               !  200 POSTES ; CAPACITE DES TABLES RESTANTES   *
      *               !  PORTEE PAR LES COPIES (WS-MAX-HLD,           *
      *               !  WS-MAX-SAI), DEPASSEMENT = ARRET EN ERREUR   *
      *===============================================================*
      *
      *************************
      *                     F-OPPOS-E : OPPOSITIONS SUR CHEQUES
      *                     -------------------------------------------
           SELECT  OPTIONAL F-OPPOS-E        ASSIGN TO OPPOS
                   ORGANIZATION              IS INDEXED
                   ACCESS MODE               IS RANDOM
                   RECORD KEY                IS FS-OPP-CLE
                   FILE STATUS               IS WS-FS-OPPOS-E.
      *                     -------------------------------------------
      *                     F-SAISIE-E : SAISIES-ATTRIBUTIONS
      *
       FD  F-HOLDS-E
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-E                  PIC X(60).
      *
       FD  F-HOLDS-S
           RECORDING MODE IS F.
       01  FS-ENRG-HOLDS-S                  PIC X(60).
      *
       FD  F-OPPOS-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-OPPOS-E.
           05  FS-OPP-CLE.
               10  FS-OPP-CPTE              PIC X(10).
               10  FS-OPP-NUM-CHEQUE        PIC X(07).
           05  FILLER                       PIC X(13).
      *
       FD  F-SAISIE-E
           RECORDING MODE IS F.
       01  WS-FS-OPPOS-E                    PIC XX.
           88  OK-OPPOS-E                   VALUE '00'.
           88  EOF-OPPOS-E                  VALUE '10'.
           88  NOT-ENRG-OPPOS-E             VALUE '23'.
           88  NOTFOUND-OPPOS-E             VALUE '35'.
      *
       01  WS-FS-SAISIE-E                   PIC XX.
      *
       COPY FSGUID.
      *
      *------------------- MASQUAGE DES IDENTIFIANTS (ARIS909) --------*
      *
       COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCLI               PIC X(01) VALUE 'T'.
       01  WS-MSQ-NIV-ETATANO               PIC X(01) VALUE 'T'.
      *
      *------------------- PRE-AUTORISATIONS CARTE --------------------*
      *
       COPY AUTCB.
      *------------------- OPPOSITIONS SUR CHEQUES --------------------*
      *
       COPY OPPCHQ.
      *
       01  WS-SW-OPPOS-CHARGE               PIC X(01) VALUE 'A'.
           88  OPPOS-CHARGE                 VALUE 'O'.
           88  OPPOS-ABSENT                 VALUE 'A'.
      *
       01  WS-SW-CHQ-OPPOSE                 PIC X(01) VALUE 'N'.
           88  CHEQUE-OPPOSE                VALUE 'O'.
      *
           PERFORM 6030-OPEN-FETATANO-DEB
              THRU 6030-OPEN-FETATANO-FIN.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6220-CHARGE-HOLDS-DEB
              THRU 6220-CHARGE-HOLDS-FIN.
      *
           PERFORM 6240-OPEN-FOPPOS-DEB
              THRU 6240-OPEN-FOPPOS-FIN.
      *
           PERFORM 6250-CHARGE-SAISIES-DEB
              THRU 6250-CHARGE-SAISIES-FIN.
      *
           PERFORM 6200-CLOSE-FCKPTS-DEB
              THRU 6200-CLOSE-FCKPTS-FIN.
      *
           IF OPPOS-CHARGE
              PERFORM 6248-CLOSE-FOPPOS-DEB
                 THRU 6248-CLOSE-FOPPOS-FIN
           END-IF.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *---------------------------------------------------------------*
      *
       6225-ALIM-HOLDS-DEB.
           IF WS-NB-HLD < WS-MAX-HLD
              ADD 1                    TO WS-NB-HLD
              SET WS-IX-HLD            TO WS-NB-HLD
              MOVE WS-HLD-CPTE-E    TO WS-HLD-CPTE(WS-IX-HLD)
              MOVE WS-HLD-REF-E     TO WS-HLD-REF(WS-IX-HLD)
              MOVE WS-HLD-DEXP-E    TO WS-HLD-DEXP(WS-IX-HLD)
              MOVE WS-HLD-STATUT-E  TO WS-HLD-STATUT(WS-IX-HLD)
              MOVE WS-HLD-CARTE-E   TO WS-HLD-CARTE(WS-IX-HLD)
           ELSE
              DISPLAY 'F-HOLDS-E : PLUS DE 5000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-HLD-REF(WS-IX-HLD)    TO WS-HLD-REF-E.
           MOVE WS-HLD-DEXP(WS-IX-HLD)   TO WS-HLD-DEXP-E.
           MOVE WS-HLD-STATUT(WS-IX-HLD) TO WS-HLD-STATUT-E.
           MOVE WS-HLD-CARTE(WS-IX-HLD)  TO WS-HLD-CARTE-E.
           WRITE FS-ENRG-HOLDS-S FROM WS-ENRG-F-HOLDS.
           IF NOT OK-HOLDS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HOLDS-S'
           EXIT.
      *---------------------------------------------------------------*
      *
      *    FICHIER DES OPPOSITIONS INDEXE SUR COMPTE + NUMERO DE
      *    CHEQUE, LU EN ACCES DIRECT PAR 7122 (FICHIER OPTIONNEL,
      *    ABSENT = CONTROLE NEUTRALISE).
      *
       6240-OPEN-FOPPOS-DEB.
           OPEN INPUT F-OPPOS-E.
           EVALUATE TRUE
              WHEN OK-OPPOS-E
                 SET OPPOS-CHARGE         TO TRUE
              WHEN NOTFOUND-OPPOS-E
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6240-OPEN-FOPPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6242-READ-FOPPOS-DEB.
           READ F-OPPOS-E INTO WS-ENRG-F-OPPOS.
           IF NOT (OK-OPPOS-E OR NOT-ENRG-OPPOS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OPPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
              MOVE WS-FS-OPPOS-E TO WS-FSTAT-CODE
           EXIT.
      *---------------------------------------------------------------*
      *
       6248-CLOSE-FOPPOS-DEB.
           CLOSE F-OPPOS-E.
           IF NOT OK-OPPOS-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-OPPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
              MOVE WS-FS-OPPOS-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6248-CLOSE-FOPPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *
       6255-ALIM-SAISIE-DEB.
           IF WS-NB-SAI < WS-MAX-SAI
              ADD 1                    TO WS-NB-SAI
              SET WS-IX-SAI            TO WS-NB-SAI
              MOVE WS-SAI-CPTE-E    TO WS-SAI-CPTE(WS-IX-SAI)
              MOVE WS-SAI-DDEBUT-E  TO WS-SAI-DDEBUT(WS-IX-SAI)
              MOVE WS-SAI-DLEVEE-E  TO WS-SAI-DLEVEE(WS-IX-SAI)
           ELSE
              DISPLAY 'F-SAISIE-E : PLUS DE 2000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                            TO WS-STD-CPT.
           MOVE SPACE                       TO WS-LETAT-CLOSE.
           MOVE WS-LETAT-CLOSE              TO WS-LETAT-CLOSE-ED.
           MOVE WS-MSQ-NIV-ETATCLI       TO WS-MSQ-NIVEAU.
           MOVE WS-CPTES-CPTE            TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE WS-CPTES-SOLDE              TO WS-LETAT-SOLD-TMP.
           PERFORM 7112-CUMUL-HOLDS-CPTE-DEB
              THRU 7112-CUMUL-HOLDS-CPTE-FIN.
           ADD 1                            TO WS-TOT-CPT.
           MOVE SPACE                       TO WS-LETAT-CLOSE.
           MOVE WS-LETAT-CLOSE              TO WS-LETAT-CLOSE-ED.
           MOVE WS-MVTS-CPTE                TO WS-CPTES-CPTE.
           MOVE WS-MSQ-NIV-ETATCLI       TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE 0                           TO WS-CPTES-SOLDE
                                               WS-LETAT-SOLD-TMP
                                               WS-CPTES-DECOUV-AUT.
      *
       7110-GST-ANO-DEB.
           ADD 1                            TO WS-CERR.
           MOVE WS-MSQ-NIV-ETATANO       TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LANO-NUMCPT-ED.
           MOVE WS-MVTS-CODE                TO WS-LANO-CODEMVT-ED.
           ADD WS-MVTS-MT                   TO WS-LANO-TOT.
           MOVE WS-MVTS-MT                  TO WS-LANO-MONTANT-ED.
       7122-CTRL-OPPOSITION-DEB.
           SET CHEQUE-LIBRE                 TO TRUE.
           IF MVTS-SANS-CHEQUE
              OR OPPOS-ABSENT
              GO TO 7122-CTRL-OPPOSITION-FIN
           END-IF.
           SET OPPOSITION-NON-TROUVEE       TO TRUE.
           MOVE WS-MVTS-CPTE                TO FS-OPP-CPTE.
           MOVE WS-MVTS-NUM-CHEQUE          TO FS-OPP-NUM-CHEQUE.
           PERFORM 6242-READ-FOPPOS-DEB
              THRU 6242-READ-FOPPOS-FIN.
           IF OK-OPPOS-E AND OPPOSITION-ACTIVE-E
              SET OPPOSITION-TROUVEE        TO TRUE
           END-IF.
           IF OPPOSITION-TROUVEE
              SET CHEQUE-OPPOSE             TO TRUE
           END-IF.
       7122-CTRL-OPPOSITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CONTROLE DE SAISIE-ATTRIBUTION : TANT QU'UNE SAISIE EST
      *    ACTIVE, TOUT DEBIT QUI PORTERAIT LE SOLDE COURANT SOUS LE
       7190-CLR-F-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO426'                TO WS-MSQ-PROG.
           MOVE 'ETATCLI'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCLI.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO426'                TO WS-MSQ-PROG.
           MOVE 'ETATANO'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATANO.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MASQUAGE DU NUMERO DE COMPTE PLACE DANS WS-MSQ-ZONE AU
      *    NIVEAU DE L'ETAT DESTINATAIRE (WS-MSQ-NIVEAU).
      *
       7610-MASQUE-COMPTE-DEB.
           SET MSQ-FCT-COMPTE            TO TRUE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7610-MASQUE-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
