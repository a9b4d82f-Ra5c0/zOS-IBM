      *  (COMPTEUR CONTROLE F-CPTBL RELU N-1, REECRIT PERE-FILS)      *
      *  AVEC UNE LIGNE PAR COMMANDE : ARTICLE REELLEMENT ALLOUE      *
      *  (SUBSTITUTION COMPRISE), LOT PROPOSE AU PRELEVEMENT (PLUS    *
      *  PROCHE DLUO DES LOTS DISPONIBLES DE L'ARTICLE, LUS DANS      *
      *  LOT0206) ET QUANTITE. LE REGISTRE DES BONS                   *
      *  F-BLREG-S (BON, COMMANDE, CLIENT, ARTICLE, LOT, QUANTITE)    *
      *  EST RELU PAR LA CONFIRMATION D'EXPEDITION ARIO093 QUI CLOT   *
      *  LA BOUCLE (CDE-SERVIE, SORTIES MVTSTK, CASIERS ARTBIN).      *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  DATE D'EDITION DU BON PORTEE SUR LE REGISTRE *
      *               !  BLREG (CONTROLE LIVRE / FACTURE ARIO117)     *
      * 15/10/2026    !  LOT PROPOSE LU DANS LE FICHIER DES LOTS      *
      *               !  LOT0206                                      *
      *               !                                               *
      *===============================================================*
      *
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-CPTBL-E : COMPTEUR DE BONS (N-1)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CPTBL-E  ASSIGN TO CPTBL
       01  FS-ENRG-ART-E.
           05  FS-ART-CODE           PIC X(06).
           05  FILLER                PIC X(374).
      *
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE            PIC X(14).
           05  FILLER                PIC X(46).
      *
       FD  F-CPTBL-E
           RECORDING MODE IS F.
      *---------------- ENREGISTREMENTS PARTAGES ----------------------*
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
           COPY CDECLI.
      *
       01  WS-FS-ART-E               PIC XX.
           88  OK-ART-E              VALUE '00'.
           88  NOTFOUND-ART-E        VALUE '23'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-CPTBL-E             PIC XX.
           88  OK-CPTBL-E            VALUE '00'.
           88  EOF-CPTBL-E           VALUE '10'.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-BONLIV-S.
           IF NOT OK-BONLIV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BONLIV-S'
           MOVE WS-ART-SERVI             TO WS-BLR-ART.
           MOVE WS-LOT-PROPOSE           TO WS-BLR-LOT.
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-BLR-QTE.
           MOVE WS-DATE-SYST             TO WS-BLR-DATE-BL.
           WRITE FS-ENRG-BLREG-S         FROM WS-ENRG-F-BLREG.
           IF NOT OK-BLREG
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-BLREG-S'
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-CDE-TRI-S.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-BONLIV-S.
           IF NOT OK-BONLIV
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BONLIV-S'
       6110-REECRIT-COMPTEUR-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6120-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6125-READ-NEXT-FLOT-DEB
                    THRU 6125-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6120-START-FLOT-FIN.
           EXIT.
      *
       6125-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6125-READ-NEXT-FLOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6120-START-FLOT-DEB
              THRU 6120-START-FLOT-FIN.
           PERFORM 7010-EXAMINE-UN-LOT-DEB
              THRU 7010-EXAMINE-UN-LOT-FIN
             UNTIL FIN-LOTS-ART.
       7000-PROPOSE-LOT-FIN.
           EXIT.
      *
       7010-EXAMINE-UN-LOT-DEB.
           IF LOT-DISPONIBLE
              AND WS-LOT-QTE > ZERO
              AND WS-LOT-DLUO < WS-DLUO-MIN
              MOVE WS-LOT-DLUO             TO WS-DLUO-MIN
              MOVE WS-LOT-NUM              TO WS-LOT-PROPOSE
           END-IF.
           PERFORM 6125-READ-NEXT-FLOT-DEB
              THRU 6125-READ-NEXT-FLOT-FIN.
       7010-EXAMINE-UN-LOT-FIN.
           EXIT.
      *
