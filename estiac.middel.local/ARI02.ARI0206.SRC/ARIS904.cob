      *  CE POINTAGE DONNE A TOUTE LA CHAINE UNE TRACE DE TEMPS       *
      *  COMMUNE, EXPLOITEE PAR ARIO057 (TENDANCES ET PROJECTION DE   *
      *  FIN DE NUIT).                                                *
      *  L'APPEL 'M' (SERVICE DE MASQUAGE ARIS909) AJOUTE UN          *
      *  ENREGISTREMENT DE TYPE 'M' PORTANT L'ETAT ET LE NIVEAU DE    *
      *  MASQUAGE AVEC LEQUEL IL A ETE PRODUIT (DUREE ET VOLUME A     *
      *  ZERO) ; LES ENREGISTREMENTS DE PASSAGE ONT UN TYPE A BLANC.  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION DU FICHIER                          *
      * 15/10/2026    !  APPEL 'M' : TRACE DU NIVEAU DE MASQUAGE DES  *
      *               !  ETATS (ENREGISTREMENT DE TYPE 'M')           *
      *               !                                               *
      *===============================================================*
      *
           05  WS-RLG-DUREE          PIC 9(06).
           05  WS-RLG-NBENR          PIC 9(07).
           05  WS-RLG-RC             PIC 9(04).
           05  WS-RLG-TYPE           PIC X(01) VALUE SPACE.
               88  RLG-PASSAGE       VALUE SPACE.
               88  RLG-MASQUAGE      VALUE 'M'.
           05  WS-RLG-ETAT           PIC X(08) VALUE SPACE.
           05  WS-RLG-MASQUE         PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(05) VALUE SPACE.
      *
      *================
       LINKAGE SECTION.
              WHEN RUN-FCT-FIN
                   PERFORM 1000-POINTE-FIN-DEB
                      THRU 1000-POINTE-FIN-FIN
              WHEN RUN-FCT-MASQUE
                   PERFORM 1100-POINTE-MASQUE-DEB
                      THRU 1100-POINTE-MASQUE-FIN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-DUREE                 TO WS-RLG-DUREE.
           MOVE WS-RUN-NBENR             TO WS-RLG-NBENR.
           MOVE WS-RUN-RC                TO WS-RLG-RC.
           SET RLG-PASSAGE               TO TRUE.
           MOVE SPACE                    TO WS-RLG-ETAT
                                            WS-RLG-MASQUE.
      *
           PERFORM 6000-ECRIT-RUNLOG-DEB
              THRU 6000-ECRIT-RUNLOG-FIN.
      *
       1000-POINTE-FIN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   TRACE DU NIVEAU DE MASQUAGE D'UN ETAT                       *
      *---------------------------------------------------------------*
      *
       1100-POINTE-MASQUE-DEB.
      *
           MOVE WS-RUN-PROG              TO WS-RLG-PROG.
           ACCEPT WS-RLG-DATE            FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-FIN           FROM TIME.
           MOVE WS-HEURE-FIN(1:6)        TO WS-RLG-HDEB
                                            WS-RLG-HFIN.
           MOVE ZERO                     TO WS-RLG-DUREE
                                            WS-RLG-NBENR
                                            WS-RLG-RC.
           SET RLG-MASQUAGE              TO TRUE.
           MOVE WS-RUN-ETAT              TO WS-RLG-ETAT.
           MOVE WS-RUN-MASQUE            TO WS-RLG-MASQUE.
      *
           PERFORM 6000-ECRIT-RUNLOG-DEB
              THRU 6000-ECRIT-RUNLOG-FIN.
      *
       1100-POINTE-MASQUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-ECRIT-RUNLOG-DEB.
           OPEN EXTEND F-RUNLOG-S.
           IF OK-RUNLOG-S
              WRITE FS-ENRG-RUNLOG-S     FROM WS-ENRG-RUNLOG
              CLOSE F-RUNLOG-S
           END-IF.
       6000-ECRIT-RUNLOG-FIN.
           EXIT.
