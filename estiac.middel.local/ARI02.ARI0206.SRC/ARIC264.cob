      *  STATUT ET LA DATE DE DERNIERE MISE A JOUR (LECTURE DIRECTE   *
      *  DU MAITRE INDEXE CPTEKS), ET SUR PF5 LES DERNIERS            *
      *  MOUVEMENTS COMPTABILISES RELUS DANS L'HISTORIQUE HISMVT.     *
      *  LE MONTANT DES CHEQUES REMIS ENCORE EN COURS D'ENCAISSEMENT  *
      *  (FONDS INDISPONIBLES, REGISTRE REMCHQ) EST AFFICHE SOUS LE   *
      *  SOLDE.                                                       *
      *  LES SAISIES GUICHET ACCEPTEES DEPUIS LA NUIT (MEMO MEMOKS,   *
      *  ALIMENTE PAR ARIC265) SONT AFFICHEES AVEC LE SOLDE DU JOUR   *
      *  QUI EN RESULTE (SOLDE CPTEKS PLUS CREDITS MOINS DEBITS).     *
      *  CONSULTATION PURE (AUCUNE MISE A JOUR) ; CHAQUE RECHERCHE    *
      *  EST JOURNALISEE DANS ARIJRN COMME POUR LES ARTICLES.         *
      *  RETOUR MENU PAR PF3 (XCTL ARIC261).                          *
      *  LA TRANSACTION PEUT AUSSI ETRE OUVERTE PAR LA POSITION       *
      *  CLIENT ARIC278 (WS-TAFF = 'A', COMPTE EN TETE DE             *
      *  WS-COMMAREA-ENR) : LE PF3 RAMENE ALORS SUR ARIC278.          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      *               !                                               *
      * 15/10/2026    !  AFFICHAGE DES FONDS INDISPONIBLES : CHEQUES  *
      *               !  REMIS EN COURS D'ENCAISSEMENT LUS DANS LE    *
      *               !  REGISTRE REMCHQ                              *
      * 15/10/2026    !  AFFICHAGE DES SAISIES GUICHET DU JOUR (MEMO  *
      *               !  MEMOKS) ET DU SOLDE DU JOUR                  *
      * 15/10/2026    !  OUVERTURE DEPUIS LA POSITION CLIENT ARIC278  *
      *               !  (MODE 'A') ET RETOUR PF3 VERS ARIC278        *
      *===============================================================*
      *
      *************************
           COPY ARIN264.
           COPY TP3CPTE.
           COPY HISMVT.
           COPY REMCHQ.
           COPY MEMOSLD.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-SOLDE-ED                      PIC -ZZZZZZZ9,99.
       01  WS-MT-ED                         PIC ZZZZZZ9,99.
       01  WS-SOLDEAP-ED                    PIC -ZZZZZZ9,99.
       01  WS-INDISPO-ED                    PIC ZZZZZZZZ9,99.
       01  WS-MEMO-NET                      PIC S9(11)V99.
       01  WS-SOLDE-JOUR                    PIC S9(11)V99.
       01  WS-MEMO-ED                       PIC -ZZZZZZZ9,99.
      *
       01  WS-MAP                           PIC X(8)
                                            VALUE 'ARIM264'.
      *
       01  WS-MSG-FIN                       PIC X(80).
      *
      * PROGRAMME CIBLE DU RETOUR PF3 (ARIC278 SI LA CONSULTATION A
      * ETE OUVERTE DEPUIS LA POSITION CLIENT, SINON ARIC261).
       01  WS-PROG-RETOUR                   PIC X(08).
      *
      *------------------- NAVIGATION HISTORIQUE (PF5) ----------------*
      *
       01  WS-HIS-CLE-BR                    PIC X(28).
       01  WS-SW-FIN-BR                     PIC X(01).
           88  FIN-BR-HISMVT                VALUE 'O'.
       01  WS-IND-MVT                       PIC S9(4) COMP.
      *
      *------------------- REMISES DE CHEQUES EN COURS ----------------*
      *
       01  WS-REM-CLE-BR                    PIC X(28).
       01  WS-SW-FIN-BR-REM                 PIC X(01).
           88  FIN-BR-REMCHQ                VALUE 'O'.
       01  WS-MT-INDISPO                    PIC 9(9)V99 COMP-3.
       01  WS-LIGNE-MVT.
           05  WS-LM-DATE                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
               WHEN AFF-MAP
                 PERFORM 1010-N-FOIS-DEB
                    THRU 1010-N-FOIS-FIN
               WHEN AFF-AIDE
                 PERFORM 1020-APPEL-EXTERNE-DEB
                    THRU 1020-APPEL-EXTERNE-FIN
               WHEN OTHER
                 PERFORM 1030-ABEND-DEB
                    THRU 1030-ABEND-FIN
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL EXTERNE          *
      *---------------------------------------------------------------*
      * OUVERTURE DEPUIS LA POSITION CLIENT ARIC278 : LE COMPTE PASSE *
      * EN TETE DE WS-COMMAREA-ENR EST LU ET AFFICHE D'EMBLEE.        *
      *---------------------------------------------------------------*
      *
       1020-APPEL-EXTERNE-DEB.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.

           MOVE WS-COMMAREA-ENR(1:10)       TO MCPTEI
                                               MCPTEO.

           PERFORM 6050-READ-COMPTE-DEB
              THRU 6050-READ-COMPTE-FIN.

           MOVE WS-RC                        TO WS-RC-SAUVE.

           PERFORM 6040-WRITE-JOURNAL-DEB
              THRU 6040-WRITE-JOURNAL-FIN.

           MOVE WS-RC-SAUVE                  TO WS-RC.

           IF WS-RC = DFHRESP(NORMAL)
              PERFORM 7030-MOVE-INFOS-COMPTE-DEB
                 THRU 7030-MOVE-INFOS-COMPTE-FIN
              PERFORM 7035-CUMUL-INDISPO-DEB
                 THRU 7035-CUMUL-INDISPO-FIN
              PERFORM 7037-SOLDE-JOUR-DEB
                 THRU 7037-SOLDE-JOUR-FIN
              PERFORM 7020-MOVE-IN-COMMAREA-DEB
                 THRU 7020-MOVE-IN-COMMAREA-FIN
              MOVE 'COMPTE TROUVE - PF5 MOUVEMENTS, PF3 RETOUR CLIENT'
                                            TO MMSGO
           ELSE
              MOVE LOW-VALUES               TO WS-COMMAREA-ENR
              MOVE 'COMPTE INCONNU DU MAITRE DES COMPTES'
                                            TO MMSGO
           END-IF.

           PERFORM 6000-SEND-ERASE-DEB
              THRU 6000-SEND-ERASE-FIN.

       1020-APPEL-EXTERNE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ABEND                  *
      *---------------------------------------------------------------*
      *
           PERFORM 7030-MOVE-INFOS-COMPTE-DEB
              THRU 7030-MOVE-INFOS-COMPTE-FIN.

           PERFORM 7035-CUMUL-INDISPO-DEB
              THRU 7035-CUMUL-INDISPO-FIN.

           PERFORM 7037-SOLDE-JOUR-DEB
              THRU 7037-SOLDE-JOUR-FIN.

           PERFORM 7020-MOVE-IN-COMMAREA-DEB
              THRU 7020-MOVE-IN-COMMAREA-FIN.

           END-EXEC.
       6080-ENDBR-HISMVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6090-STARTBR-REMCHQ-DEB.
           MOVE LOW-VALUES                  TO WS-REM-CLE-BR.
           MOVE WS-CPTE-CPTE                TO WS-REM-CLE-BR(1:10).
           EXEC CICS
              STARTBR FILE        ('REMCHQ')
                      RIDFLD      (WS-REM-CLE-BR)
                      KEYLENGTH   (28)
                      GTEQ
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL) OR WS-RC = DFHRESP(NOTFND))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR STARTBR REMCHQ : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
           IF WS-RC = DFHRESP(NOTFND)
              MOVE 'O'                      TO WS-SW-FIN-BR-REM
           ELSE
              MOVE 'N'                      TO WS-SW-FIN-BR-REM
           END-IF.
       6090-STARTBR-REMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    SEULES LES REMISES AU STATUT 'E' (DELAI D'ENCAISSEMENT EN
      *    COURS) SONT CUMULEES.
      *
       6100-READNEXT-REMCHQ-DEB.
           IF NOT FIN-BR-REMCHQ
              EXEC CICS
                 READNEXT FILE    ('REMCHQ')
                          INTO    (WS-ENRG-F-REMCHQ)
                          RIDFLD  (WS-REM-CLE-BR)
                          KEYLENGTH (28)
                          RESP    (WS-RC)
              END-EXEC
              IF WS-RC = DFHRESP(NORMAL)
                 IF WS-REM-CPTE-E NOT = WS-CPTE-CPTE
                    MOVE 'O'                TO WS-SW-FIN-BR-REM
                 ELSE
                    IF REM-EN-COURS-E
                       ADD WS-REM-MT-E      TO WS-MT-INDISPO
                    END-IF
                 END-IF
              ELSE
                 MOVE 'O'                   TO WS-SW-FIN-BR-REM
                 IF NOT (WS-RC = DFHRESP(ENDFILE)
                    OR WS-RC = DFHRESP(NOTFND))
                    MOVE WS-RC              TO WS-RC-ED
                    STRING 'ERREUR READNEXT REMCHQ : ' WS-RC-ED
                           DELIMITED BY SIZE
                      INTO WS-MSG-FIN
                    PERFORM 9999-ABEND-PRG-DEB
                       THRU 9999-ABEND-PRG-FIN
                 END-IF
              END-IF
           END-IF.
       6100-READNEXT-REMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6110-ENDBR-REMCHQ-DEB.
           EXEC CICS
              ENDBR FILE          ('REMCHQ')
                    RESP          (WS-RC)
           END-EXEC.
       6110-ENDBR-REMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6120-READ-MEMO-DEB.
           MOVE WS-CPTE-CPTE                TO WS-MEM-CPTE.
           EXEC CICS
              READ FILE           ('MEMOKS')
                   RIDFLD         (WS-MEM-CPTE)
                   INTO           (WS-ENRG-F-MEMO)
                   RESP           (WS-RC)
           END-EXEC.
           IF WS-RC NOT = DFHRESP(NORMAL) AND
              WS-RC NOT = DFHRESP(NOTFND)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR READ MEMOKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6120-READ-MEMO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
       7030-MOVE-INFOS-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    FONDS INDISPONIBLES : CUMUL DES CHEQUES REMIS DU COMPTE
      *    ENCORE EN COURS D'ENCAISSEMENT.
      *
       7035-CUMUL-INDISPO-DEB.
           MOVE ZERO                        TO WS-MT-INDISPO.
           PERFORM 6090-STARTBR-REMCHQ-DEB
              THRU 6090-STARTBR-REMCHQ-FIN.
           IF NOT FIN-BR-REMCHQ
              PERFORM 6100-READNEXT-REMCHQ-DEB
                 THRU 6100-READNEXT-REMCHQ-FIN
                UNTIL FIN-BR-REMCHQ
              PERFORM 6110-ENDBR-REMCHQ-DEB
                 THRU 6110-ENDBR-REMCHQ-FIN
           END-IF.
           MOVE WS-MT-INDISPO               TO WS-INDISPO-ED.
           MOVE WS-INDISPO-ED               TO MINDISO.
       7035-CUMUL-INDISPO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    SAISIES GUICHET DU JOUR (MEMO) ET SOLDE DU JOUR ; SANS
      *    MEMO POUR LE COMPTE, LE SOLDE DU JOUR EST CELUI DE CPTEKS.
      *
       7037-SOLDE-JOUR-DEB.
           MOVE ZERO                        TO WS-MEMO-NET.
           PERFORM 6120-READ-MEMO-DEB
              THRU 6120-READ-MEMO-FIN.
           IF WS-RC = DFHRESP(NORMAL)
              COMPUTE WS-MEMO-NET = WS-MEM-CREDIT - WS-MEM-DEBIT
           END-IF.
           COMPUTE WS-SOLDE-JOUR = WS-CPTE-SOLDE + WS-MEMO-NET.
           MOVE WS-MEMO-NET                 TO WS-MEMO-ED.
           MOVE WS-MEMO-ED                  TO MMEMOO.
           MOVE WS-SOLDE-JOUR               TO WS-MEMO-ED.
           MOVE WS-MEMO-ED                  TO MSOLJO.
       7037-SOLDE-JOUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7040-MOVE-OUT-COMMAREA-DEB.
           MOVE WS-COMMAREA-ENR             TO WS-ENRG-F-CPTE.
      *---------------------------------------------------------------*
      *
       9000-RETOUR-MENU-DEB.
           PERFORM 9005-DETERMINE-RETOUR-DEB
              THRU 9005-DETERMINE-RETOUR-FIN.
           MOVE 'ARIC264'                   TO WS-PREV-PROG.
           EXEC CICS XCTL PROGRAM(WS-PROG-RETOUR)
                          COMMAREA(WS-COMMAREA)
                          RESP(WS-RC)
           END-EXEC.
           EXIT.
      *
      *---------------------------------------------------------------*
      *             DESCRIPTION DU COMPOSANT DETERMINE-RETOUR          *
      *---------------------------------------------------------------*
      * OUVERTE DEPUIS LA POSITION CLIENT (WS-PREV-PROG = ARIC278),   *
      * LA CONSULTATION Y REVIENT EN MODE 'A' POUR QU'ARIC278         *
      * REAFFICHE LE CLIENT DE WS-CLI-POSITION ; SINON RETOUR MENU.   *
      *---------------------------------------------------------------*
      *
       9005-DETERMINE-RETOUR-DEB.
           IF WS-PREV-PROG = 'ARIC278'
              MOVE 'ARIC278'                TO WS-PROG-RETOUR
              MOVE 'A'                      TO WS-TAFF
           ELSE
              MOVE 'ARIC261'                TO WS-PROG-RETOUR
              MOVE LOW-VALUE                TO WS-TAFF
           END-IF.
       9005-DETERMINE-RETOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
