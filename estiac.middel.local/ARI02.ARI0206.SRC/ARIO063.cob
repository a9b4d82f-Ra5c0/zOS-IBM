      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CREANCIER EN CONTREPARTIE DU MOUVEMENT 'P'   *
      *               !  (RAPPROCHEMENT DES REMBOURSEMENTS ARIO159)   *
      * 15/10/2026    !  IDENTIFIANTS MASQUES SELON LA CLASSE DE      *
      *               !  DIFFUSION DE L'ETAT (SERVICE ARIS909)        *
      * 15/10/2026    !  MANDATS LUS EN ACCES DIRECT SUR LE FICHIER   *
      *               !  INDEXE MANDAT (CLE SECONDAIRE COMPTE) AU     *
      *               !  LIEU D'UNE TABLE DE 500 POSTES               *
      *               !                                               *
      *===============================================================*
      *
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-MANDAT-E          ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-MAN-CLE
                   ALTERNATE RECORD    IS FS-MAN-CPTE
                                       WITH DUPLICATES
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS EMIS (POUR ARIO126)
       01  FS-ENRG-COLLEC-E           PIC X(80).
      *
       FD  F-MANDAT-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-MANDAT-E.
           05  FS-MAN-CLE.
               10  FS-MAN-CREANCIER   PIC X(08).
               10  FS-MAN-CPTE        PIC X(10).
               10  FS-MAN-DSIGN       PIC X(08).
           05  FILLER                 PIC X(14).
      *
       FD  F-MVTS-S
           RECORDING MODE IS F.
           88  EOF-COLLEC-E          VALUE '10'.
       01  WS-FS-MANDAT-E            PIC XX.
           88  OK-MANDAT-E           VALUE '00'.
           88  DUPLICATE-MANDAT-E    VALUE '02'.
           88  EOF-MANDAT-E          VALUE '10'.
           88  NOT-ENRG-MANDAT-E     VALUE '23'.
       01  WS-FS-MVTS-S              PIC XX.
           88  OK-MVTS-S             VALUE '00'.
       01  WS-FS-SUSCPT-S            PIC XX.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
      *---------------- MASQUAGE DES IDENTIFIANTS (ARIS909) ----------*
      *
           COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATPRE         PIC X(01) VALUE 'T'.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
           MOVE 'ARIO063'                TO WS-RUN-PROG.
           CALL 'ARIS904'             USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6000-OPEN-FMANDAT-DEB
              THRU 6000-OPEN-FMANDAT-FIN.
      *
           PERFORM 6030-OPEN-FICHIERS-DEB
              THRU 6030-OPEN-FICHIERS-FIN.
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    LE FICHIER DES MANDATS EST INDEXE : IL RESTE OUVERT POUR
      *    TOUTE LA DUREE DU TRAITEMENT ET EST LU EN ACCES DIRECT PAR
      *    LA CLE SECONDAIRE COMPTE (7000-RECH-MANDAT).
      *
       6000-OPEN-FMANDAT-DEB.
           OPEN INPUT F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDAT-E'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FMANDAT-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER MANDAT DU COMPTE PLACE DANS
      *    FS-MAN-CPTE ; AUCUN MANDAT = LECTURE DU COMPTE TERMINEE.
      *
       6010-POINTER-FMANDAT-DEB.
           SET MANDAT-CPTE-EN-COURS      TO TRUE.
           START F-MANDAT-E
              KEY >= FS-MAN-CPTE
           END-START.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 CONTINUE
              WHEN NOT-ENRG-MANDAT-E
                 SET MANDAT-CPTE-FINI    TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE POSITIONNEMENT SUR F-MANDAT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-POINTER-FMANDAT-FIN.
           EXIT.
      *
       6020-READ-FMANDAT-DEB.
           READ F-MANDAT-E NEXT
              INTO WS-ENRG-F-MANDAT
           END-READ.
           IF NOT OK-MANDAT-E AND NOT EOF-MANDAT-E
                              AND NOT DUPLICATE-MANDAT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FMANDAT-FIN.
           EXIT.
      *
       6030-OPEN-FICHIERS-DEB.
           EXIT.
      *
       6050-CLOSE-FICHIERS-DEB.
           CLOSE F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-COLLEC-E.
           IF NOT OK-COLLEC-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-COLLEC-E'
      *
       7000-RECH-MANDAT-DEB.
           SET MANDAT-NON-TROUVE         TO TRUE.
           MOVE WS-COL-CPTE              TO FS-MAN-CPTE.
           PERFORM 6010-POINTER-FMANDAT-DEB
              THRU 6010-POINTER-FMANDAT-FIN.
           PERFORM 7010-RECH-UN-MANDAT-DEB
              THRU 7010-RECH-UN-MANDAT-FIN
             UNTIL MANDAT-CPTE-FINI OR MANDAT-TROUVE.
       7000-RECH-MANDAT-FIN.
           EXIT.
      *
       7010-RECH-UN-MANDAT-DEB.
           PERFORM 6020-READ-FMANDAT-DEB
              THRU 6020-READ-FMANDAT-FIN.
           IF EOF-MANDAT-E
              OR WS-MAN-CPTE-E NOT = WS-COL-CPTE
              SET MANDAT-CPTE-FINI       TO TRUE
              GO TO 7010-RECH-UN-MANDAT-FIN
           END-IF.
           IF WS-MAN-CREANCIER-E = WS-COL-CREANCIER
              AND MANDAT-ACTIF-E
              AND WS-MAN-DSIGN-E NOT > WS-COL-DATE
              SET MANDAT-TROUVE          TO TRUE
           END-IF.
       7010-RECH-UN-MANDAT-FIN.
           EXIT.
      *
      *    CONSTRUCTION DU MOUVEMENT TP3MVTS A PARTIR DE LA LIGNE DE
      *    REMISE : CODE 'P', REFERENCE CREANCIER EN REF-VIR ET
      *    IDENTIFIANT DU CREANCIER EN CONTREPARTIE (REPRIS DANS
      *    HISMVT, IL PERMET DE RATTACHER UNE DEMANDE DE
      *    REMBOURSEMENT ARIO159 AU PRELEVEMENT D'ORIGINE).
      *
       7100-ALIM-MVT-DEB.
           MOVE SPACES                   TO WS-ENRG-F-MVTS.
           MOVE 'P'                      TO WS-MVTS-CODE.
           MOVE WS-COL-MT                TO WS-MVTS-MT.
           MOVE WS-COL-REF               TO WS-MVTS-REF-VIR.
           MOVE 'PRELEVEMENT'            TO WS-MVTS-LIBELLE.
           MOVE WS-COL-CREANCIER         TO WS-MVTS-CTP-NOM.
           MOVE ZERO                     TO WS-MVTS-SUSP-DATE
                                            WS-MVTS-SUSP-PASSES
                                            WS-MVTS-DATE-VALEUR.
       7100-ALIM-MVT-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO063'                TO WS-MSQ-PROG.
           MOVE 'ETATPRE'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATPRE.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DES IDENTIFIANTS DE LA LIGNE WS-LPRE-DETAIL
      *    AVANT ECRITURE SUR ETATPRE.
      *
       7610-MASQUE-LPRE-DETAIL-DEB.
           MOVE WS-MSQ-NIV-ETATPRE       TO WS-MSQ-NIVEAU.
           SET MSQ-FCT-COMPTE            TO TRUE.
           MOVE WS-LPRE-CPTE-ED          TO WS-MSQ-ZONE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-ZONE              TO WS-LPRE-CPTE-ED.
       7610-MASQUE-LPRE-DETAIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           EXIT.
      *
       8020-EDIT-DETAIL-DEB.
           PERFORM 7610-MASQUE-LPRE-DETAIL-DEB
              THRU 7610-MASQUE-LPRE-DETAIL-FIN.
           WRITE FS-ENRG-ETATPRE-S       FROM WS-LPRE-DETAIL.
       8020-EDIT-DETAIL-FIN.
           EXIT.
