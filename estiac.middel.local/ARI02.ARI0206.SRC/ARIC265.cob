      *  RESTITUE A LA CLOTURE DE SESSION (PF12). RETOUR MENU PAR    *
      *  PF3 ; CHAQUE ACCEPTATION EST JOURNALISEE DANS ARIJRN         *
      *  (TYPE 'G') AVEC L'UTILISATEUR SIGNE.                         *
      *  CHAQUE SAISIE ACCEPTEE EST AUSSI CUMULEE DANS LE MEMO DU     *
      *  JOUR MEMOKS (COPY MEMOSLD) : LA MARGE DE DECOUVERT EST       *
      *  CONTROLEE SUR LE SOLDE DE CPTEKS AUGMENTE DES SAISIES DEJA   *
      *  ACCEPTEES SUR LE COMPTE A TOUS LES GUICHETS DEPUIS LA NUIT.  *
      *  LE MEMO EST LU EN MISE A JOUR DES LE CONTROLE POUR QUE DEUX  *
      *  GUICHETS NE PUISSENT PAS ACCEPTER EN MEME TEMPS SUR LA MEME  *
      *  MARGE.                                                       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  MEMO DU JOUR MEMOKS : CUMUL DE CHAQUE SAISIE *
      *               !  ACCEPTEE, MARGE DE DECOUVERT ET SOLDE        *
      *               !  AFFICHE CONTROLES SUR CPTEKS PLUS LE MEMO    *
      *               !                                               *
      *===============================================================*
      *
           COPY TP3CPTE.
           COPY MVTCOD.
           COPY GUICHET.
           COPY MEMOSLD.
           COPY COMMAREA.
           COPY JOURNAL.
      *
       01  WS-LG-GUICH                      PIC S9(4) COMP VALUE +80.
       01  WS-HEURE-SAISIE                  PIC 9(07).
       01  WS-DATE-SAISIE                   PIC X(08).
       01  WS-MARGE                         PIC S9(11)V99.
       01  WS-SOLDE-JOUR                    PIC S9(11)V99.
       01  WS-SOLJ-ED                       PIC -ZZZZZZZ9,99.
       01  WS-SW-MEMO                       PIC X(01).
           88  MEMO-NON-LU                  VALUE ' '.
           88  MEMO-EXISTANT                VALUE 'O'.
           88  MEMO-ABSENT                  VALUE 'N'.
       01  WS-SW-SAISIE-OK                  PIC X(01).
           88  SAISIE-OK                    VALUE 'O'.
           88  SAISIE-KO                    VALUE 'N'.
       3010-CTRL-SAISIE-DEB.

           SET SAISIE-OK                    TO TRUE.
           SET MEMO-NON-LU                  TO TRUE.

      *--------------- CONTROLE DU COMPTE (MAITRE CPTEKS) ------------*

              GO TO 3010-CTRL-SAISIE-SEND
           END-IF.

      *--------------- SOLDE DU JOUR (CPTEKS + MEMO MEMOKS) ----------*

           PERFORM 6070-READ-MEMO-UPDATE-DEB
              THRU 6070-READ-MEMO-UPDATE-FIN.

           COMPUTE WS-SOLDE-JOUR = WS-CPTE-SOLDE + WS-MEM-CREDIT
                                 - WS-MEM-DEBIT.

      *--------------- CONTROLE DU CODE (TABLE MVTCOD) ---------------*

           PERFORM 6055-READ-MVTCOD-DEB
      *--------------- MARGE DE DECOUVERT (CODES AU DEBIT) -----------*

           IF WS-MVTCOD-SENS-E = 'D'
              COMPUTE WS-MARGE = WS-SOLDE-JOUR + WS-CPTE-DECOUV-AUT
                               - MMTI
              IF WS-MARGE < ZERO
                 SET SAISIE-KO              TO TRUE

       3010-CTRL-SAISIE-SEND.

           IF SAISIE-KO AND MEMO-EXISTANT
              PERFORM 6085-UNLOCK-MEMO-DEB
                 THRU 6085-UNLOCK-MEMO-FIN
           END-IF.

           PERFORM 7010-MOVE-INFOS-GEN-DEB
              THRU 7010-MOVE-INFOS-GEN-FIN.
           PERFORM 7030-MOVE-INFOS-COMPTE-DEB
      *
       4000-SAISIE-ACCEPTEE-DEB.

      *    LE MEMO EST MIS A JOUR EN PREMIER : UNE PREMIERE SAISIE
      *    SIMULTANEE SUR LE MEME COMPTE A UN AUTRE GUICHET (DUPREC
      *    A LA CREATION) EST REFUSEE AVANT TOUT DEPOT DANS 'ARIG'.

           PERFORM 7045-CUMUL-MEMO-DEB
              THRU 7045-CUMUL-MEMO-FIN.

           IF MEMO-EXISTANT
              PERFORM 6080-REWRITE-MEMO-DEB
                 THRU 6080-REWRITE-MEMO-FIN
           ELSE
              PERFORM 6075-WRITE-MEMO-DEB
                 THRU 6075-WRITE-MEMO-FIN
              IF WS-RC = DFHRESP(DUPREC)
                 SET SAISIE-KO              TO TRUE
                 SET MEMO-NON-LU            TO TRUE
                 MOVE 'SAISIE SIMULTANEE SUR LE COMPTE : REVALIDER'
                                            TO MMSGO
                 GO TO 4000-SAISIE-ACCEPTEE-FIN
              END-IF
           END-IF.

           PERFORM 7040-ALIM-ENRG-GUICH-DEB
              THRU 7040-ALIM-ENRG-GUICH-FIN.

           END-IF.
       6060-WRITEQ-GUICHET-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MEMO DU COMPTE LU EN MISE A JOUR ; ABSENT (PREMIERE SAISIE
      *    DU JOUR SUR LE COMPTE) IL EST INITIALISE A ZERO.
      *
       6070-READ-MEMO-UPDATE-DEB.
           MOVE WS-CPTE-CPTE                TO WS-MEM-CPTE.
           EXEC CICS
              READ FILE           ('MEMOKS')
                   RIDFLD         (WS-MEM-CPTE)
                   INTO           (WS-ENRG-F-MEMO)
                   UPDATE
                   RESP           (WS-RC)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RC = DFHRESP(NORMAL)
                 SET MEMO-EXISTANT          TO TRUE
              WHEN WS-RC = DFHRESP(NOTFND)
                 SET MEMO-ABSENT            TO TRUE
                 MOVE SPACES                TO WS-ENRG-F-MEMO
                 MOVE WS-CPTE-CPTE          TO WS-MEM-CPTE
                 MOVE ZERO                  TO WS-MEM-NB
                                               WS-MEM-DEBIT
                                               WS-MEM-CREDIT
                                               WS-MEM-DPREM
              WHEN OTHER
                 MOVE WS-RC                 TO WS-RC-ED
                 STRING 'ERREUR READ UPDATE MEMOKS : ' WS-RC-ED
                        DELIMITED BY SIZE
                   INTO WS-MSG-FIN
                 PERFORM 9999-ABEND-PRG-DEB
                    THRU 9999-ABEND-PRG-FIN
           END-EVALUATE.
       6070-READ-MEMO-UPDATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6075-WRITE-MEMO-DEB.
           EXEC CICS
              WRITE FILE          ('MEMOKS')
                    RIDFLD        (WS-MEM-CPTE)
                    FROM          (WS-ENRG-F-MEMO)
                    RESP          (WS-RC)
           END-EXEC.
           IF NOT (WS-RC = DFHRESP(NORMAL)
                   OR WS-RC = DFHRESP(DUPREC))
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR WRITE MEMOKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6075-WRITE-MEMO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6080-REWRITE-MEMO-DEB.
           EXEC CICS
              REWRITE FILE        ('MEMOKS')
                      FROM        (WS-ENRG-F-MEMO)
                      RESP        (WS-RC)
           END-EXEC.
           IF NOT WS-RC = DFHRESP(NORMAL)
              MOVE WS-RC                    TO WS-RC-ED
              STRING 'ERREUR REWRITE MEMOKS : ' WS-RC-ED
                     DELIMITED BY SIZE
                INTO WS-MSG-FIN
              PERFORM 9999-ABEND-PRG-DEB
                 THRU 9999-ABEND-PRG-FIN
           END-IF.
       6080-REWRITE-MEMO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6085-UNLOCK-MEMO-DEB.
           EXEC CICS
              UNLOCK FILE         ('MEMOKS')
                     RESP         (WS-RC)
           END-EXEC.
       6085-UNLOCK-MEMO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *
       7030-MOVE-INFOS-COMPTE-DEB.
           IF WS-RC = DFHRESP(NORMAL) OR SAISIE-OK
              OR NOT MEMO-NON-LU
              MOVE WS-CPTE-NOM              TO MNOMO
              MOVE WS-CPTE-SOLDE            TO WS-SOLDE-ED
              MOVE WS-SOLDE-ED              TO MSOLDEO
              MOVE SPACE                    TO MNOMO
                                               MSOLDEO
           END-IF.
      *    SOLDE DU JOUR : CPTEKS PLUS LES SAISIES DU MEMO, Y COMPRIS
      *    CELLE QUI VIENT D'ETRE ACCEPTEE.
           IF MEMO-NON-LU
              MOVE SPACE                    TO MSOLJO
           ELSE
              COMPUTE WS-SOLDE-JOUR = WS-CPTE-SOLDE + WS-MEM-CREDIT
                                    - WS-MEM-DEBIT
              MOVE WS-SOLDE-JOUR            TO WS-SOLJ-ED
              MOVE WS-SOLJ-ED               TO MSOLJO
           END-IF.
       7030-MOVE-INFOS-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
       7040-ALIM-ENRG-GUICH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CUMUL DE LA SAISIE DANS LE MEMO SELON LE SENS DU CODE.
      *
       7045-CUMUL-MEMO-DEB.
           IF WS-MVTCOD-SENS-E = 'D'
              ADD MMTI                      TO WS-MEM-DEBIT
           ELSE
              ADD MMTI                      TO WS-MEM-CREDIT
           END-IF.
           ADD 1                            TO WS-MEM-NB.
           MOVE SPACE                       TO WS-DATE-SAISIE.
           STRING WS-DATE(1:4) WS-DATE(6:2) WS-DATE(9:2)
                  DELIMITED BY SIZE
             INTO WS-DATE-SAISIE.
           IF WS-MEM-DPREM = ZERO
              MOVE WS-DATE-SAISIE           TO WS-MEM-DPREM
           END-IF.
           MOVE EIBTIME                     TO WS-HEURE-SAISIE.
           MOVE WS-HEURE-SAISIE(2:6)        TO WS-MEM-HDERN.
           MOVE WS-USER                     TO WS-MEM-USER.
       7045-CUMUL-MEMO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7080-MOVE-TOTAUX-DEB.
           MOVE WS-CTX-NB                   TO WS-NBSES-ED.
