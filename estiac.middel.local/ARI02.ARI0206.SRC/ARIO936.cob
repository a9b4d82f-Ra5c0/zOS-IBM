      *  EN FIN DE FICHIER CMD0206 AU STATUT OUVERT, NUMEROTEES A LA  *
      *  SUITE DU PLUS GRAND NUMERO EXISTANT, ET UNE PROPOSITION DE   *
      *  COMMANDE EST EDITEE POUR APPROBATION PAR L'ACHETEUR.         *
      *  LE FOURNISSEUR DE CHAQUE ARTICLE EST CHOISI DANS LE SOURCING *
      *  ARTFOU (MEILLEUR RANG, FOURNISSEURS BLOQUES FOUPAI ECARTES,  *
      *  RANG EGAL DEPARTAGE PAR LA PONCTUALITE ARIO945) AVEC SES     *
      *  DELAI, PRIX ET MINIMUM ; SANS SOURCING, FOURNISSEUR HABITUEL.*
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 02/09/2026    !  QUANTITE COMMANDEE RELEVEE AU CARTON ENTIER *
      *               !  SUPERIEUR POUR LES ARTICLES CONDITIONNES    *
      *               !  (HIERARCHIE DE CONDITIONNEMENT D'ART0206)   *
      * 15/10/2026    !  CHOIX DU FOURNISSEUR PAR ARTICLE DANS LE     *
      *               !  SOURCING ARTFOU PAR RANG, FOURNISSEURS       *
      *               !  BLOQUES ECARTES, DEPARTAGE PAR LE SCORE DE   *
      *               !  PONCTUALITE, DELAI ET PRIX PROPRES A         *
      *               !  L'ARTICLE                                    *
      *===============================================================*
      *
      *************************
           SELECT  SD-ART-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-ART-TRI-S : ARTICLES TRIES PAR FOURNI.
      *                                    (FOURNISSEUR RETENU)
      *                      -------------------------------------------
           SELECT  F-ART-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-ART-TRI.
      *                      -------------------------------------------
           SELECT  F-ETATPRO-S         ASSIGN TO ETATPRO
                   FILE STATUS         IS WS-FS-ETATPRO.
      *                      -------------------------------------------
      *                      F-ARTFOU-E : SOURCING ARTICLE-FOURNISSEUR
      *                      -------------------------------------------
           SELECT  OPTIONAL F-ARTFOU-E ASSIGN TO ARTFOU
                   FILE STATUS         IS WS-FS-ARTFOU-E.
      *                      -------------------------------------------
      *                      F-FOUPAI-E : STATUT DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FOUPAI-E ASSIGN TO FOUPAI
                   FILE STATUS         IS WS-FS-FOUPAI-E.
      *                      -------------------------------------------
      *                      F-SCOFOU-E : SCORES FOURNISSEURS ARIO945
      *                      -------------------------------------------
           SELECT  OPTIONAL F-SCOFOU-E ASSIGN TO SCOFOU
                   FILE STATUS         IS WS-FS-SCOFOU-E.
      *
      ***************
       DATA DIVISION.
      *
       SD  SD-ART-TRI.
       01  SD-ENRG-ART-TRI.
           05  SD-CHX.
               10  SD-CHX-FOU        PIC X(06).
               10  FILLER            PIC X(74).
           05  SD-ART                PIC X(380).
      *
      *---------------- ARTICLES TRIES PAR FOURNI. ----------------*
      * CHOIX DU FOURNISSEUR (80) SUIVI DE L'ARTICLE (380)            *
      *---------------------------------------------------------------*
       FD  F-ART-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-ART-TRI-S.
           05  FS-TRI-CHX            PIC X(80).
           05  FS-TRI-ART            PIC X(380).
      *
      *---------------- FICHIER FOURNISSEUR (ACCES DIRECT) ------------*
      * LONGUEUR ENREGISTREMENT = 59                                   *
       FD  F-ETATPRO-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPRO-S         PIC X(80).
      *
       FD  F-ARTFOU-E
           RECORDING MODE IS F.
       01  FS-ENRG-ARTFOU-E          PIC X(40).
      *
       FD  F-FOUPAI-E
           RECORDING MODE IS F.
       01  FS-ENRG-FOUPAI-E          PIC X(80).
      *
       FD  F-SCOFOU-E
           RECORDING MODE IS F.
       01  FS-ENRG-SCOFOU-E          PIC X(09).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
           COPY CALJOUR.
      *
      *---------------- SOURCING ARTICLE-FOURNISSEUR ------------------*
      *
           COPY ARTFOU.
      *
      *---------------- STATUT DES FOURNISSEURS (BLOQUE) --------------*
      *
           COPY FOUPAI.
      *
      *---------------- SCORES DU TABLEAU DE BORD ARIO945 -------------*
      * TAUX DE PONCTUALITE DU DERNIER TRIMESTRE NOTE (F-SCONOUV-S    *
      * D'ARIO945), DEPARTAGE DES FOURNISSEURS DE MEME RANG.          *
      *---------------------------------------------------------------*
       01  WS-ENRG-SCO.
           05  WS-SCO-FOU            PIC X(06).
           05  WS-SCO-PONCT          PIC 9(03).
       01  WS-TAB-SCF.
           05  WS-SCF-EL             OCCURS 300 TIMES.
               10  WS-SCF-FOU        PIC X(06).
               10  WS-SCF-PONCT      PIC 9(03).
       01  WS-NB-SCF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-SCF                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-SCF-TROUVE          PIC X(01) VALUE 'N'.
           88  SCF-TROUVE            VALUE 'O'.
           88  SCF-NON-TROUVE        VALUE 'N'.
      *
      *---------------- CHOIX DU FOURNISSEUR DE L'ARTICLE -------------*
      * CALCULE AVANT LE TRI ET TRANSPORTE DEVANT L'ARTICLE : LE      *
      * FOURNISSEUR RETENU, SES CONDITIONS POUR L'ARTICLE ET LA       *
      * RAISON DU CHOIX EDITEE SUR LA PROPOSITION DE COMMANDE.        *
      *---------------------------------------------------------------*
       01  WS-CHX-ENR.
           05  WS-CHX-FOU            PIC X(06).
           05  WS-CHX-STAT           PIC X(01).
               88  CHX-RETENU        VALUE 'R'.
               88  CHX-BLOQUE        VALUE 'B'.
               88  CHX-INCONNU       VALUE 'I'.
           05  WS-CHX-RANG           PIC 9(02).
           05  WS-CHX-DELAI          PIC 9(03).
           05  WS-CHX-QTE-MINI       PIC 9(06).
           05  WS-CHX-PXU            PIC 9(3)V99.
           05  WS-CHX-PONCT          PIC 9(03).
           05  WS-CHX-SW-NOTE        PIC X(01).
               88  CHX-NOTE          VALUE 'O'.
               88  CHX-NON-NOTE      VALUE 'N'.
           05  WS-CHX-NB-BLQ         PIC 9(02).
           05  WS-CHX-NB-INC         PIC 9(02).
           05  WS-CHX-MOTIF          PIC X(30).
           05  FILLER                PIC X(19).
      *
       01  WS-FOU-CHERCHE            PIC X(06).
       01  WS-NB-CAND                PIC S9(04) COMP.
       01  WS-BEST-IX                PIC S9(04) COMP.
       01  WS-BEST-RANG              PIC 9(02).
       01  WS-BEST-PONCT             PIC S9(03).
       01  WS-BEST-DELAI-STD         PIC 9(03).
       01  WS-BEST-QTE-MINI          PIC 9(06).
       01  WS-CAND-PONCT             PIC S9(03).
       01  WS-RANG-ECARTE-MINI       PIC 9(02).
       01  WS-SW-DEPARTAGE           PIC X(01).
           88  DEPARTAGE-SCORE       VALUE 'O'.
           88  PAS-DEPARTAGE         VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-ART-E               PIC XX.
           88  EOF-CMD-ES            VALUE '10'.
       01  WS-FS-ETATPRO             PIC XX.
           88  OK-ETATPRO            VALUE '00'.
       01  WS-FS-ARTFOU-E            PIC XX.
           88  OK-ARTFOU-E           VALUE '00'.
           88  EOF-ARTFOU-E          VALUE '10'.
           88  NOTFOUND-ARTFOU-E     VALUE '35'.
       01  WS-FS-FOUPAI-E            PIC XX.
           88  OK-FOUPAI-E           VALUE '00'.
           88  EOF-FOUPAI-E          VALUE '10'.
           88  NOTFOUND-FOUPAI-E     VALUE '35'.
       01  WS-FS-SCOFOU-E            PIC XX.
           88  OK-SCOFOU-E           VALUE '00'.
           88  EOF-SCOFOU-E          VALUE '10'.
           88  NOTFOUND-SCOFOU-E     VALUE '35'.
      *
      *---------------- VARIABLES DE RUPTURE FOURNISSEUR ------------*
      *
       01  WS-CPT-CDE                PIC 9(05) VALUE ZERO.
       01  WS-CPT-FOURN              PIC 9(05) VALUE ZERO.
       01  WS-CPT-SANS-FOU           PIC 9(05) VALUE ZERO.
       01  WS-CPT-BLOQUES            PIC 9(05) VALUE ZERO.
       01  WS-CPT-ALTERN             PIC 9(05) VALUE ZERO.
       01  WS-CPT-DEPARTAGE          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
           05  FILLER                PIC X(08) VALUE 'STOCK'.
           05  FILLER                PIC X(08) VALUE 'SEUIL'.
           05  FILLER                PIC X(08) VALUE 'BESOIN'.
           05  FILLER                PIC X(10) VALUE 'COMMANDE'.
           05  FILLER                PIC X(12) VALUE 'LIV. PREVUE'.
           05  FILLER                PIC X(06) VALUE 'PRIX'.
       01  WS-LPRO-DETAIL.
           05  WS-LPRO-NO-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPRO-BESOIN-ED     PIC ZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LPRO-CDE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPRO-LIGLIV-JJ-ED  PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPRO-LIGLIV-MM-ED  PIC 9(02).
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LPRO-LIGLIV-AA-ED  PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPRO-PXU-ED        PIC ZZ9,99.
       01  WS-LPRO-CHOIX.
           05  FILLER                PIC X(10) VALUE SPACE.
           05  FILLER                PIC X(08) VALUE 'CHOIX : '.
           05  WS-LPRO-MOTIF-ED      PIC X(30).
           05  FILLER                PIC X(06) VALUE ' RANG '.
           05  WS-LPRO-RANG-ED       PIC Z9.
           05  FILLER                PIC X(08) VALUE ' PONCT. '.
           05  WS-LPRO-PONCT-ED      PIC X(04).
           05  FILLER                PIC X(09) VALUE ' ECARTES '.
           05  WS-LPRO-ECART-ED      PIC ZZ9.
       01  WS-LPRO-PONCT-TRAV.
           05  WS-LPRO-PONCT-NUM     PIC 9(03).
           05  FILLER                PIC X(01) VALUE '%'.
       01  WS-LPRO-BLOQUE.
           05  FILLER                PIC X(10) VALUE '*BLOQUE*'.
           05  WS-LPRO-BLART-ED      PIC X(06).
           05  FILLER                PIC X(03) VALUE SPACE.
           05  WS-LPRO-BLMOTIF-ED    PIC X(30).
           05  FILLER                PIC X(10) VALUE ' BLOQUES '.
           05  WS-LPRO-BLBLQ-ED      PIC Z9.
           05  FILLER                PIC X(11) VALUE ' INCONNUS '.
           05  WS-LPRO-BLINC-ED      PIC Z9.
       01  WS-LPRO-SANS-FOU.
           05  FILLER                PIC X(10) VALUE '*INCONNU*'.
           05  WS-LPRO-SFART-ED      PIC X(06).
       PROCEDURE           DIVISION.
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 1100-CHARGE-REFERENCES-DEB
              THRU 1100-CHARGE-REFERENCES-FIN.
      *
           PERFORM 6000-TRI-ARTICLES-DEB
              THRU 6000-TRI-ARTICLES-FIN.
      *
       1000-TRT-ARTICLE-DEB.
      *
      *    SEULS LES ARTICLES SOUS LE SEUIL D'ALERTE SONT PASSES AU
      *    TRI, PRECEDES DU FOURNISSEUR CHOISI (7100) ; CEUX SANS
      *    FOURNISSEUR ELIGIBLE SONT CLASSES EN TETE ET SIGNALES.
      *
           EVALUATE TRUE
              WHEN CHX-BLOQUE
                 ADD 1                   TO WS-CPT-BLOQUES
                 MOVE WS-ART-CODE        TO WS-LPRO-BLART-ED
                 MOVE WS-CHX-MOTIF       TO WS-LPRO-BLMOTIF-ED
                 MOVE WS-CHX-NB-BLQ      TO WS-LPRO-BLBLQ-ED
                 MOVE WS-CHX-NB-INC      TO WS-LPRO-BLINC-ED
                 WRITE FS-ENRG-ETATPRO-S FROM WS-LPRO-BLOQUE
              WHEN CHX-INCONNU
                 ADD 1                   TO WS-CPT-SANS-FOU
                 MOVE WS-ART-CODE        TO WS-LPRO-SFART-ED
                 WRITE FS-ENRG-ETATPRO-S FROM WS-LPRO-SANS-FOU
              WHEN OTHER
                 IF WS-CHX-FOU NOT = WS-FOU-RUPTURE
                    PERFORM 7000-CALCUL-AV-FOURN-DEB
                       THRU 7000-CALCUL-AV-FOURN-FIN
                 END-IF
                 IF FOU-CONNU
                    PERFORM 7010-CALCUL-COMMANDE-DEB
                       THRU 7010-CALCUL-COMMANDE-FIN
                 ELSE
                    ADD 1                TO WS-CPT-SANS-FOU
                    MOVE WS-ART-CODE     TO WS-LPRO-SFART-ED
                    WRITE FS-ENRG-ETATPRO-S
                                         FROM WS-LPRO-SANS-FOU
                 END-IF
           END-EVALUATE.
      *
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   CHARGEMENT DU SOURCING, DES STATUTS ET DES SCORES           *
      *---------------------------------------------------------------*
      *
      *    LES TROIS FICHIERS SONT FACULTATIFS : SANS SOURCING CHAQUE
      *    ARTICLE EST COMMANDE A SON FOURNISSEUR HABITUEL, SANS
      *    FOUPAI AUCUN FOURNISSEUR N'EST BLOQUE, SANS SCORES LES
      *    FOURNISSEURS DE MEME RANG RESTENT DANS L'ORDRE DU FICHIER.
      *
       1100-CHARGE-REFERENCES-DEB.
           OPEN INPUT F-ARTFOU-E.
           IF NOT (OK-ARTFOU-E OR NOTFOUND-ARTFOU-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ARTFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-ARTFOU-E
              PERFORM 6020-READ-FARTFOU-DEB
                 THRU 6020-READ-FARTFOU-FIN
              PERFORM 1110-RANGE-SOURCE-DEB
                 THRU 1110-RANGE-SOURCE-FIN
                UNTIL EOF-ARTFOU-E
              CLOSE F-ARTFOU-E
           END-IF.
      *
           OPEN INPUT F-FOUPAI-E.
           IF NOT (OK-FOUPAI-E OR NOTFOUND-FOUPAI-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FOUPAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOUPAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-FOUPAI-E
              PERFORM 6022-READ-FFOUPAI-DEB
                 THRU 6022-READ-FFOUPAI-FIN
              PERFORM 1120-RANGE-STATUT-DEB
                 THRU 1120-RANGE-STATUT-FIN
                UNTIL EOF-FOUPAI-E
              CLOSE F-FOUPAI-E
           END-IF.
      *
           OPEN INPUT F-SCOFOU-E.
           IF NOT (OK-SCOFOU-E OR NOTFOUND-SCOFOU-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SCOFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SCOFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-SCOFOU-E
              PERFORM 6024-READ-FSCOFOU-DEB
                 THRU 6024-READ-FSCOFOU-FIN
              PERFORM 1130-RANGE-SCORE-DEB
                 THRU 1130-RANGE-SCORE-FIN
                UNTIL EOF-SCOFOU-E
              CLOSE F-SCOFOU-E
           END-IF.
       1100-CHARGE-REFERENCES-FIN.
           EXIT.
      *
       1110-RANGE-SOURCE-DEB.
           IF WS-NB-AFO = 2000
              DISPLAY 'TABLE DU SOURCING ARTICLE-FOURNISSEUR SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-AFO.
           MOVE WS-NB-AFO                TO WS-IX-AFO.
           MOVE WS-AFO-ART-E             TO WS-AFO-ART(WS-IX-AFO).
           MOVE WS-AFO-FOU-E             TO WS-AFO-FOU(WS-IX-AFO).
           IF WS-AFO-RANG-E IS NUMERIC
              MOVE WS-AFO-RANG-E         TO WS-AFO-RANG(WS-IX-AFO)
           ELSE
              MOVE 99                    TO WS-AFO-RANG(WS-IX-AFO)
           END-IF.
           IF WS-AFO-DELAI-E IS NUMERIC
              MOVE WS-AFO-DELAI-E        TO WS-AFO-DELAI(WS-IX-AFO)
           ELSE
              MOVE ZERO                  TO WS-AFO-DELAI(WS-IX-AFO)
           END-IF.
           IF WS-AFO-PXU-E IS NUMERIC
              MOVE WS-AFO-PXU-E          TO WS-AFO-PXU(WS-IX-AFO)
           ELSE
              MOVE ZERO                  TO WS-AFO-PXU(WS-IX-AFO)
           END-IF.
           IF WS-AFO-QTE-MINI-E IS NUMERIC
              MOVE WS-AFO-QTE-MINI-E     TO WS-AFO-QTE-MINI(WS-IX-AFO)
           ELSE
              MOVE ZERO                  TO WS-AFO-QTE-MINI(WS-IX-AFO)
           END-IF.
           PERFORM 6020-READ-FARTFOU-DEB
              THRU 6020-READ-FARTFOU-FIN.
       1110-RANGE-SOURCE-FIN.
           EXIT.
      *
       1120-RANGE-STATUT-DEB.
           IF WS-NB-FPA = 300
              DISPLAY 'TABLE DES CONDITIONS FOURNISSEUR SATUREE (300)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-FPA.
           MOVE WS-NB-FPA                TO WS-IX-FPA.
           MOVE WS-FPA-CODE-E            TO WS-FPA-CODE(WS-IX-FPA).
           MOVE WS-FPA-STATUT-E          TO WS-FPA-STATUT(WS-IX-FPA).
           PERFORM 6022-READ-FFOUPAI-DEB
              THRU 6022-READ-FFOUPAI-FIN.
       1120-RANGE-STATUT-FIN.
           EXIT.
      *
       1130-RANGE-SCORE-DEB.
           IF WS-NB-SCF = 300
              DISPLAY 'TABLE DES SCORES FOURNISSEURS SATUREE (300)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-SCO-PONCT IS NUMERIC
              ADD 1                      TO WS-NB-SCF
              MOVE WS-NB-SCF             TO WS-IX-SCF
              MOVE WS-SCO-FOU            TO WS-SCF-FOU(WS-IX-SCF)
              MOVE WS-SCO-PONCT          TO WS-SCF-PONCT(WS-IX-SCF)
           END-IF.
           PERFORM 6024-READ-FSCOFOU-DEB
              THRU 6024-READ-FSCOFOU-FIN.
       1130-RANGE-SCORE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-TRI-ARTICLES-DEB.
           SORT SD-ART-TRI
               ON ASCENDING KEY SD-CHX-FOU
               INPUT PROCEDURE 6001-ALIMENTE-TRI-DEB
                          THRU 6001-ALIMENTE-TRI-FIN
               GIVING F-ART-TRI-S.
      *
           IF WS-FS-ART-TRI NOT = '00'
       6000-TRI-ARTICLES-FIN.
           EXIT.
      *
      *    CHAQUE ARTICLE SOUS LE SEUIL D'ALERTE EST PRESENTE AU TRI
      *    PRECEDE DU CHOIX DE SON FOURNISSEUR (LECTURE DIRECTE DE
      *    FOU0206 POUR CHAQUE FOURNISSEUR CANDIDAT).
      *
       6001-ALIMENTE-TRI-DEB.
           OPEN INPUT F-ART-E.
           IF NOT OK-ART-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-FOU-E.
           IF NOT OK-FOU-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6003-READ-FART-DEB
              THRU 6003-READ-FART-FIN.
           PERFORM 6002-LIBERE-ARTICLE-DEB
              THRU 6002-LIBERE-ARTICLE-FIN
             UNTIL EOF-ART-E.
           CLOSE F-ART-E
                 F-FOU-E.
       6001-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6002-LIBERE-ARTICLE-DEB.
           ADD 1                         TO WS-CPT-ART.
           IF WS-ART-QTE < WS-ART-ALERT
              PERFORM 7100-CHOIX-FOURN-DEB
                 THRU 7100-CHOIX-FOURN-FIN
              MOVE WS-CHX-ENR            TO SD-CHX
              MOVE WS-ART-ENR            TO SD-ART
              RELEASE SD-ENRG-ART-TRI
           END-IF.
           PERFORM 6003-READ-FART-DEB
              THRU 6003-READ-FART-FIN.
       6002-LIBERE-ARTICLE-FIN.
           EXIT.
      *
       6003-READ-FART-DEB.
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (OK-ART-E OR EOF-ART-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6003-READ-FART-FIN.
           EXIT.
      *
      *    RECHERCHE DU PLUS GRAND NUMERO DE COMMANDE EXISTANT
      *    POUR NUMEROTER LES NOUVELLES COMMANDES A LA SUITE.
      *
           END-IF.
       6015-OPEN-FICHIERS-FIN.
           EXIT.
      *
       6020-READ-FARTFOU-DEB.
           READ F-ARTFOU-E INTO WS-ENRG-F-ARTFOU.
           IF NOT (OK-ARTFOU-E OR EOF-ARTFOU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARTFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ARTFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-FARTFOU-FIN.
           EXIT.
      *
       6022-READ-FFOUPAI-DEB.
           READ F-FOUPAI-E INTO WS-ENRG-F-FOUPAI.
           IF NOT (OK-FOUPAI-E OR EOF-FOUPAI-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUPAI-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FOUPAI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6022-READ-FFOUPAI-FIN.
           EXIT.
      *
       6024-READ-FSCOFOU-DEB.
           READ F-SCOFOU-E INTO WS-ENRG-SCO.
           IF NOT (OK-SCOFOU-E OR EOF-SCOFOU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SCOFOU-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SCOFOU-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6024-READ-FSCOFOU-FIN.
           EXIT.
      *
       6030-READ-FTRI-DEB.
           READ F-ART-TRI-S.
           IF NOT (WS-FS-ART-TRI = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ART-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-ART-TRI
              MOVE FS-TRI-CHX            TO WS-CHX-ENR
              MOVE FS-TRI-ART            TO WS-ART-ENR
           END-IF.
       6030-READ-FTRI-FIN.
           EXIT.
      *
       6040-READ-FFOU-DEB.
           MOVE WS-FOU-RUPTURE          TO WS-FOU-CHERCHE.
      *
       6040-READ-FFOU-CODE.
           MOVE WS-FOU-CHERCHE          TO FS-FOU-CODE.
           READ F-FOU-E INTO WS-FOU-ENR.
           IF NOT (OK-FOU-E OR NOTFND-FOU-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOU-E'
      *    (DATE DU JOUR + DELAI STANDARD EN JOURS OUVRES).
      *
       7000-CALCUL-AV-FOURN-DEB.
           MOVE WS-CHX-FOU               TO WS-FOU-RUPTURE.
           MOVE 'N'                      TO WS-SW-PREMIER.
           PERFORM 6040-READ-FFOU-DEB
              THRU 6040-READ-FFOU-FIN.
              GO TO 7000-CALCUL-AV-FOURN-FIN
           END-IF.
           ADD 1                         TO WS-CPT-FOURN.
           MOVE WS-FOU-DELAI-STD         TO WS-CAL-NB-JOURS.
           PERFORM 7020-DATE-LIVRAISON-DEB
              THRU 7020-DATE-LIVRAISON-FIN.
           PERFORM 8030-EDIT-RUPTURE-DEB
              THRU 8030-EDIT-RUPTURE-FIN.
       7000-CALCUL-AV-FOURN-FIN.
           EXIT.
      *
      *    DATE DE LIVRAISON PREVUE = DATE DU JOUR + WS-CAL-NB-JOURS
      *    JOURS OUVRES (ARIS902).
      *
       7020-DATE-LIVRAISON-DEB.
           MOVE 'A'                      TO WS-CAL-FONCTION.
           MOVE WS-DATE-SYST-NUM         TO WS-CAL-DATE-1.
           CALL 'ARIS902'                USING WS-CAL-PARM.
           IF CAL-RC-ERREUR
              DISPLAY 'ERREUR ARIS902 POUR LA DATE ' WS-CAL-DATE-1
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAL-DATE-2            TO WS-DATE-LIV.
       7020-DATE-LIVRAISON-FIN.
           EXIT.
      *
      *    QUANTITE A COMMANDER : BESOIN BRUT (SEUIL - STOCK),
      *    RELEVE A LA QUANTITE MINIMALE DU FOURNISSEUR POUR
      *    L'ARTICLE (SOURCING, SINON FOU0206), PUIS ARRONDI AU
      *    MULTIPLE SUPERIEUR DE SON MULTIPLE D'ARRONDI. LA DATE DE
      *    LIVRAISON SUIT LE DELAI DU FOURNISSEUR POUR L'ARTICLE.
      *
       7010-CALCUL-COMMANDE-DEB.
           COMPUTE WS-BESOIN = WS-ART-ALERT - WS-ART-QTE.
           MOVE WS-BESOIN                TO WS-QTE-CDE.
           IF WS-QTE-CDE < WS-CHX-QTE-MINI
              MOVE WS-CHX-QTE-MINI       TO WS-QTE-CDE
           END-IF.
           IF WS-FOU-ARRONDI > ZERO
              DIVIDE WS-QTE-CDE          BY WS-FOU-ARRONDI
                         (WS-ARR-QUOT + 1) * WS-ART-QTE-CARTON
              END-IF
           END-IF.
      *
           MOVE WS-CHX-DELAI             TO WS-CAL-NB-JOURS.
           PERFORM 7020-DATE-LIVRAISON-DEB
              THRU 7020-DATE-LIVRAISON-FIN.
      *
           ADD 1                         TO WS-CMD-NO-SEQ.
           ADD 1                         TO WS-CPT-CDE.
           IF WS-CHX-FOU NOT = WS-ART-FOU
              ADD 1                      TO WS-CPT-ALTERN
           END-IF.
           MOVE SPACES                   TO WS-CMD-ENR.
           MOVE 'CMD'                    TO WS-CMD-NO-PREF.
           MOVE WS-CMD-NO-SEQ            TO WS-CMD-NO-NUM.
           MOVE WS-CMD-NO-TRAV           TO WS-CMD-NO.
           MOVE WS-ART-CODE              TO WS-CMD-ART-CODE.
           MOVE WS-CHX-FOU               TO WS-CMD-FOU.
           MOVE WS-DATE-SYST-NUM         TO WS-CMD-DATE-CDE.
           MOVE WS-DATE-LIV              TO WS-CMD-DATE-LIV-PREVUE.
           MOVE WS-QTE-CDE               TO WS-CMD-QTE.
           MOVE 'O'                      TO WS-CMD-STAT.
           MOVE ZERO                     TO WS-CMD-DATE-LIV-REELLE
                                           WS-CMD-QTE-RECUE.
           MOVE WS-CHX-PXU               TO WS-CMD-PXU.
           PERFORM 6050-WRITE-FCMD-DEB
              THRU 6050-WRITE-FCMD-FIN.
      *
       7010-CALCUL-COMMANDE-FIN.
           EXIT.
      *
      *    CHOIX DU FOURNISSEUR DE L'ARTICLE : PARMI SES LIGNES DE
      *    SOURCING, LES FOURNISSEURS BLOQUES (FOUPAI) OU ABSENTS DE
      *    FOU0206 SONT ECARTES ; LE MEILLEUR RANG L'EMPORTE ET, A
      *    RANG EGAL, LE MEILLEUR TAUX DE PONCTUALITE DU TABLEAU DE
      *    BORD ARIO945 (UN FOURNISSEUR NON NOTE PASSE APRES UN
      *    FOURNISSEUR NOTE). SANS LIGNE DE SOURCING, L'ARTICLE VA A
      *    SON FOURNISSEUR HABITUEL WS-ART-FOU.
      *
       7100-CHOIX-FOURN-DEB.
           MOVE SPACES                   TO WS-CHX-ENR.
           MOVE ZERO                     TO WS-CHX-RANG
                                            WS-CHX-DELAI
                                            WS-CHX-QTE-MINI
                                            WS-CHX-PXU
                                            WS-CHX-PONCT
                                            WS-CHX-NB-BLQ
                                            WS-CHX-NB-INC
                                            WS-NB-CAND
                                            WS-BEST-IX.
           SET CHX-NON-NOTE              TO TRUE.
           SET PAS-DEPARTAGE             TO TRUE.
           MOVE 99                       TO WS-RANG-ECARTE-MINI.
           PERFORM 7110-EXAMINE-SOURCE-DEB
              THRU 7110-EXAMINE-SOURCE-FIN
             VARYING WS-IX-AFO FROM 1 BY 1
               UNTIL WS-IX-AFO > WS-NB-AFO.
      *
           IF WS-NB-CAND = ZERO
              PERFORM 7130-FOURN-HABITUEL-DEB
                 THRU 7130-FOURN-HABITUEL-FIN
              GO TO 7100-CHOIX-FOURN-FIN
           END-IF.
      *
           IF WS-BEST-IX = ZERO
              SET CHX-BLOQUE             TO TRUE
              MOVE 'AUCUN FOURNISSEUR ELIGIBLE'
                                         TO WS-CHX-MOTIF
              GO TO 7100-CHOIX-FOURN-FIN
           END-IF.
      *
           SET CHX-RETENU                TO TRUE.
           MOVE WS-BEST-IX               TO WS-IX-AFO.
           MOVE WS-AFO-FOU(WS-IX-AFO)    TO WS-CHX-FOU.
           MOVE WS-AFO-RANG(WS-IX-AFO)   TO WS-CHX-RANG.
           MOVE WS-AFO-PXU(WS-IX-AFO)    TO WS-CHX-PXU.
           IF WS-AFO-DELAI(WS-IX-AFO) > ZERO
              MOVE WS-AFO-DELAI(WS-IX-AFO)
                                         TO WS-CHX-DELAI
           ELSE
              MOVE WS-BEST-DELAI-STD     TO WS-CHX-DELAI
           END-IF.
           IF WS-AFO-QTE-MINI(WS-IX-AFO) > ZERO
              MOVE WS-AFO-QTE-MINI(WS-IX-AFO)
                                         TO WS-CHX-QTE-MINI
           ELSE
              MOVE WS-BEST-QTE-MINI      TO WS-CHX-QTE-MINI
           END-IF.
           IF WS-BEST-PONCT NOT < ZERO
              MOVE WS-BEST-PONCT         TO WS-CHX-PONCT
              SET CHX-NOTE               TO TRUE
           END-IF.
      *
           EVALUATE TRUE
              WHEN DEPARTAGE-SCORE
                 ADD 1                   TO WS-CPT-DEPARTAGE
                 MOVE 'RANG EGAL : MEILLEURE PONCT.'
                                         TO WS-CHX-MOTIF
              WHEN WS-RANG-ECARTE-MINI < WS-CHX-RANG
                 MOVE 'RANG PREFERE BLOQUE/INCONNU'
                                         TO WS-CHX-MOTIF
              WHEN OTHER
                 MOVE 'MEILLEUR RANG DU SOURCING'
                                         TO WS-CHX-MOTIF
           END-EVALUATE.
       7100-CHOIX-FOURN-FIN.
           EXIT.
      *
       7110-EXAMINE-SOURCE-DEB.
           IF WS-AFO-ART(WS-IX-AFO) NOT = WS-ART-CODE
              GO TO 7110-EXAMINE-SOURCE-FIN
           END-IF.
           ADD 1                         TO WS-NB-CAND.
           MOVE WS-AFO-FOU(WS-IX-AFO)    TO WS-FOU-CHERCHE.
      *
           PERFORM 7140-RECH-FOUPAI-DEB
              THRU 7140-RECH-FOUPAI-FIN.
           IF FPA-TROUVE
              AND FPA-BLOQUE(WS-IX-FPA)
              ADD 1                      TO WS-CHX-NB-BLQ
              GO TO 7110-EXAMINE-SOURCE-ECARTE
           END-IF.
           PERFORM 6040-READ-FFOU-CODE
              THRU 6040-READ-FFOU-FIN.
           IF FOU-INCONNU
              ADD 1                      TO WS-CHX-NB-INC
              GO TO 7110-EXAMINE-SOURCE-ECARTE
           END-IF.
      *
           PERFORM 7150-RECH-SCORE-DEB
              THRU 7150-RECH-SCORE-FIN.
           IF WS-BEST-IX = ZERO
              GO TO 7110-EXAMINE-SOURCE-RETIENT
           END-IF.
           IF WS-AFO-RANG(WS-IX-AFO) < WS-BEST-RANG
              SET PAS-DEPARTAGE          TO TRUE
              GO TO 7110-EXAMINE-SOURCE-RETIENT
           END-IF.
           IF WS-AFO-RANG(WS-IX-AFO) > WS-BEST-RANG
              OR WS-CAND-PONCT = WS-BEST-PONCT
              GO TO 7110-EXAMINE-SOURCE-FIN
           END-IF.
           SET DEPARTAGE-SCORE           TO TRUE.
           IF WS-CAND-PONCT < WS-BEST-PONCT
              GO TO 7110-EXAMINE-SOURCE-FIN
           END-IF.
      *
       7110-EXAMINE-SOURCE-RETIENT.
           MOVE WS-IX-AFO                TO WS-BEST-IX.
           MOVE WS-AFO-RANG(WS-IX-AFO)   TO WS-BEST-RANG.
           MOVE WS-CAND-PONCT            TO WS-BEST-PONCT.
           MOVE WS-FOU-DELAI-STD         TO WS-BEST-DELAI-STD.
           MOVE WS-FOU-QTE-MINI          TO WS-BEST-QTE-MINI.
           GO TO 7110-EXAMINE-SOURCE-FIN.
      *
       7110-EXAMINE-SOURCE-ECARTE.
           IF WS-AFO-RANG(WS-IX-AFO) < WS-RANG-ECARTE-MINI
              MOVE WS-AFO-RANG(WS-IX-AFO)
                                         TO WS-RANG-ECARTE-MINI
           END-IF.
       7110-EXAMINE-SOURCE-FIN.
           EXIT.
      *
      *    ARTICLE SANS SOURCING : FOURNISSEUR HABITUEL, AUX
      *    CONDITIONS STANDARD DE FOU0206, SAUF S'IL EST BLOQUE.
      *
       7130-FOURN-HABITUEL-DEB.
           MOVE WS-ART-FOU               TO WS-FOU-CHERCHE.
           PERFORM 7140-RECH-FOUPAI-DEB
              THRU 7140-RECH-FOUPAI-FIN.
           IF FPA-TROUVE
              AND FPA-BLOQUE(WS-IX-FPA)
              SET CHX-BLOQUE             TO TRUE
              MOVE 1                     TO WS-CHX-NB-BLQ
              MOVE 'FOURNISSEUR HABITUEL BLOQUE'
                                         TO WS-CHX-MOTIF
              GO TO 7130-FOURN-HABITUEL-FIN
           END-IF.
           PERFORM 6040-READ-FFOU-CODE
              THRU 6040-READ-FFOU-FIN.
           IF FOU-INCONNU
              SET CHX-INCONNU            TO TRUE
              GO TO 7130-FOURN-HABITUEL-FIN
           END-IF.
           SET CHX-RETENU                TO TRUE.
           MOVE WS-ART-FOU               TO WS-CHX-FOU.
           MOVE WS-FOU-DELAI-STD         TO WS-CHX-DELAI.
           MOVE WS-FOU-QTE-MINI          TO WS-CHX-QTE-MINI.
           PERFORM 7150-RECH-SCORE-DEB
              THRU 7150-RECH-SCORE-FIN.
           IF WS-CAND-PONCT NOT < ZERO
              MOVE WS-CAND-PONCT         TO WS-CHX-PONCT
              SET CHX-NOTE               TO TRUE
           END-IF.
           MOVE 'FOURNISSEUR HABITUEL'   TO WS-CHX-MOTIF.
       7130-FOURN-HABITUEL-FIN.
           EXIT.
      *
       7140-RECH-FOUPAI-DEB.
           SET FPA-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-FPA.
           PERFORM 7145-RECH-UN-FOUPAI-DEB
              THRU 7145-RECH-UN-FOUPAI-FIN
             UNTIL (WS-IX-FPA > WS-NB-FPA) OR FPA-TROUVE.
       7140-RECH-FOUPAI-FIN.
           EXIT.
      *
       7145-RECH-UN-FOUPAI-DEB.
           IF WS-FPA-CODE(WS-IX-FPA) = WS-FOU-CHERCHE
              SET FPA-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-FPA
           END-IF.
       7145-RECH-UN-FOUPAI-FIN.
           EXIT.
      *
      *    TAUX DE PONCTUALITE DU FOURNISSEUR WS-FOU-CHERCHE ;
      *    FOURNISSEUR NON NOTE = -1.
      *
       7150-RECH-SCORE-DEB.
           MOVE -1                       TO WS-CAND-PONCT.
           SET SCF-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-SCF.
           PERFORM 7155-RECH-UN-SCORE-DEB
              THRU 7155-RECH-UN-SCORE-FIN
             UNTIL (WS-IX-SCF > WS-NB-SCF) OR SCF-TROUVE.
           IF SCF-TROUVE
              MOVE WS-SCF-PONCT(WS-IX-SCF)
                                         TO WS-CAND-PONCT
           END-IF.
       7150-RECH-SCORE-FIN.
           EXIT.
      *
       7155-RECH-UN-SCORE-DEB.
           IF WS-SCF-FOU(WS-IX-SCF) = WS-FOU-CHERCHE
              SET SCF-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-SCF
           END-IF.
       7155-RECH-UN-SCORE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-ART-ALERT             TO WS-LPRO-ALERT-ED.
           MOVE WS-BESOIN                TO WS-LPRO-BESOIN-ED.
           MOVE WS-QTE-CDE               TO WS-LPRO-CDE-ED.
           MOVE WS-DATE-LIV(7:2)         TO WS-LPRO-LIGLIV-JJ-ED.
           MOVE WS-DATE-LIV(5:2)         TO WS-LPRO-LIGLIV-MM-ED.
           MOVE WS-DATE-LIV(1:4)         TO WS-LPRO-LIGLIV-AA-ED.
           MOVE WS-CHX-PXU               TO WS-LPRO-PXU-ED.
           WRITE FS-ENRG-ETATPRO-S       FROM WS-LPRO-DETAIL.
      *
           MOVE WS-CHX-MOTIF             TO WS-LPRO-MOTIF-ED.
           MOVE WS-CHX-RANG              TO WS-LPRO-RANG-ED.
           IF CHX-NOTE
              MOVE WS-CHX-PONCT          TO WS-LPRO-PONCT-NUM
              MOVE WS-LPRO-PONCT-TRAV    TO WS-LPRO-PONCT-ED
           ELSE
              MOVE ' N/N'                TO WS-LPRO-PONCT-ED
           END-IF.
           COMPUTE WS-LPRO-ECART-ED = WS-CHX-NB-BLQ + WS-CHX-NB-INC.
           WRITE FS-ENRG-ETATPRO-S       FROM WS-LPRO-CHOIX.
       8020-EDIT-LIGNE-CDE-FIN.
           EXIT.
      *
           DISPLAY 'FOURNISSEURS CONCERNES       :  ' WS-CPT-FOURN.
           DISPLAY 'ARTICLES SANS FOURNISSEUR    :  '
                   WS-CPT-SANS-FOU.
           DISPLAY 'ARTICLES SANS FOURN. ACTIF   :  '
                   WS-CPT-BLOQUES.
           DISPLAY 'COMMANDES A UN AUTRE FOURN.  :  '
                   WS-CPT-ALTERN.
           DISPLAY 'CHOIX DEPARTAGES AU SCORE    :  '
                   WS-CPT-DEPARTAGE.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
