      *            ETAPE PROPOSEE, RC 4 = CHAINE TERMINEE, RC 8 =     *
      *            CHAINE BLOQUEE SUR UNE ETAPE OBLIGATOIRE EN        *
      *            ERREUR OU PREDECESSEUR NON TERMINE.                *
      *  A CHAQUE APPEL, LE FORCAGE PORTE EN LIGNE (ARIC279) SUR LA   *
      *  CONSOLE CHNPKS (COPY CHNCON) EST RELU : UNE ETAPE NON        *
      *  OBLIGATOIRE MISE EN ATTENTE ('A') N'EST PLUS PROPOSEE NI     *
      *  POINTABLE, UNE ETAPE SAUTEE ('S') PASSE AU STATUT 'S' ET     *
      *  COMPTE COMME TERMINEE POUR SES SUCCESSEURS ; LE FORCAGE ET   *
      *  SON AUTEUR SONT REPORTES DANS L'ETAT DE CHAINE ET EN SYSOUT. *
      *  APRES REECRITURE DE L'ETAT, LA CONSOLE CHNPKS EST REMISE A   *
      *  JOUR (STATUT, HORAIRES, CODE RETOUR ET TROIS DERNIERES       *
      *  DUREES DU PROGRAMME RELUES DANS RUNLOG) ; L'ACTION INIT Y    *
      *  SUPPRIME LES ETAPES RETIREES DE LA DEFINITION.               *
      *  LES POINTS DE REPRISE INTERNES AUX PROGRAMMES (ARIO426...)   *
      *  COUVRENT LA REPRISE DANS UNE ETAPE ; CE PILOTE COUVRE LA     *
      *  REPRISE D'UNE ETAPE A L'AUTRE SANS ANALYSE MANUELLE A 3H.    *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  FORCAGES EN ATTENTE / SAUT DE LA CONSOLE     *
      *               !  CHNPKS (ARIC279) ET MISE A JOUR DE LA        *
      *               !  CONSOLE AVEC LES DUREES RUNLOG               *
      * 15/10/2026    !  TRACES DE MASQUAGE RUNLOG (TYPE 'M') EXCLUES *
      *               !  DES DUREES DE LA CONSOLE                     *
      *               !                                               *
      *===============================================================*
      *
      *                      -------------------------------------------
           SELECT  F-ETATCH-S          ASSIGN TO ETATCHS
                   FILE STATUS         IS WS-FS-ETATCH-S.
      *                      -------------------------------------------
      *                      F-CHNCON-ES : CONSOLE DE CHAINE (INDEXE)
      *                      -------------------------------------------
           SELECT  OPTIONAL F-CHNCON-ES ASSIGN TO CHNPKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-CCN-CLE
                   FILE STATUS         IS WS-FS-CHNCON-ES.
      *                      -------------------------------------------
      *                      F-RUNLOG-E : JOURNAL DES PASSAGES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-RUNLOG-E ASSIGN TO RUNLOG
                   FILE STATUS         IS WS-FS-RUNLOG-E.
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
       FD  F-ETATCH-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCH-S           PIC X(60).
      *
       FD  F-CHNCON-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-CHNCON-ES.
           05  FS-CCN-CLE             PIC 9(02).
           05  FILLER                 PIC X(198).
      *
       FD  F-RUNLOG-E
           RECORDING MODE IS F.
       01  FS-ENRG-RUNLOG-E           PIC X(60).
      *
      *========================
       WORKING-STORAGE SECTION.
           88  NOTFOUND-ETATCH-E     VALUE '35'.
       01  WS-FS-ETATCH-S            PIC XX.
           88  OK-ETATCH-S           VALUE '00'.
       01  WS-FS-CHNCON-ES           PIC XX.
           88  OK-CHNCON-ES          VALUE '00' '05'.
           88  EOF-CHNCON-ES         VALUE '10'.
           88  NOT-CHNCON-ES         VALUE '23'.
           88  NOTFOUND-CHNCON-ES    VALUE '35'.
       01  WS-FS-RUNLOG-E            PIC XX.
           88  OK-RUNLOG-E           VALUE '00' '05'.
           88  EOF-RUNLOG-E          VALUE '10'.
           88  NOTFOUND-RUNLOG-E     VALUE '35'.
      *
      *---------------- DEFINITION D'UNE ETAPE ------------------------*
      *
               88  ETC-DEMARREE      VALUE 'D'.
               88  ETC-TERMINEE      VALUE 'T'.
               88  ETC-EN-ERREUR     VALUE 'E'.
               88  ETC-SAUTEE        VALUE 'S'.
           05  WS-ETC-DATE-DEB       PIC 9(08).
           05  WS-ETC-HEURE-DEB      PIC 9(06).
           05  WS-ETC-DATE-FIN       PIC 9(08).
           05  WS-ETC-HEURE-FIN      PIC 9(06).
           05  WS-ETC-RC             PIC 9(04).
           05  WS-ETC-FORCAGE        PIC X(01).
               88  ETC-SANS-FORCAGE  VALUE ' '.
               88  ETC-EN-ATTENTE    VALUE 'A'.
               88  ETC-SAUT          VALUE 'S'.
           05  WS-ETC-USER-FORC      PIC X(08).
           05  FILLER                PIC X(05).
      *
      *---------------- CONSOLE DE CHAINE -----------------------------*
      *
           COPY CHNCON.
      *
      *---------------- JOURNAL DES PASSAGES --------------------------*
      *
       01  WS-ENRG-RUNLOG.
           05  WS-RLG-PROG           PIC X(08).
           05  WS-RLG-DATE           PIC 9(08).
           05  WS-RLG-HDEB           PIC 9(06).
           05  WS-RLG-HFIN           PIC 9(06).
           05  WS-RLG-DUREE          PIC 9(06).
           05  WS-RLG-NBENR          PIC 9(07).
           05  WS-RLG-RC             PIC 9(04).
           05  WS-RLG-TYPE           PIC X(01).
               88  RLG-MASQUAGE      VALUE 'M'.
           05  FILLER                PIC X(14).
      *
      *---------------- TABLE DES ETAPES ------------------------------*
       01  WS-TAB-ETAPES.
           05  WS-ETP-EL             OCCURS 50 TIMES.
               10  WS-ETP-ENRG       PIC X(60).
      *
      *    TROIS DERNIERES DUREES RUNLOG DE CHAQUE ETAPE (MEME INDICE
      *    QUE LA TABLE DES ETAPES), LA PLUS RECENTE EN TETE.
      *
       01  WS-TAB-DUREES.
           05  WS-TDU-EL             OCCURS 50 TIMES.
               10  WS-TDU-NB         PIC 9(01).
               10  WS-TDU-DUREE      OCCURS 3 TIMES.
                   15  WS-TDU-DATE   PIC 9(08).
                   15  WS-TDU-SEC    PIC 9(06).
                   15  WS-TDU-RC     PIC 9(04).
       01  WS-NB-ETP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-ETP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-JX-ETP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-PREM-ETP               PIC S9(4) COMP VALUE ZERO.
       01  WS-DERN-ETP               PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-DUR                 PIC S9(4) COMP VALUE ZERO.
      *
      *---------------- DEMANDE EN SYSIN ------------------------------*
      *
       01  WS-SW-BLOQUEE             PIC X(01) VALUE 'N'.
           88  CHAINE-BLOQUEE        VALUE 'O'.
           88  CHAINE-NON-BLOQUEE    VALUE 'N'.
       01  WS-SW-CONSOLE             PIC X(01) VALUE 'N'.
           88  CONSOLE-PRESENTE      VALUE 'O'.
           88  CONSOLE-ABSENTE       VALUE 'N'.
       01  WS-NB-ATTENTE             PIC S9(4) COMP VALUE ZERO.
       01  WS-FORCAGE-PREC           PIC X(01).
       01  WS-RC-FINAL               PIC 9(02) VALUE ZERO.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
           PERFORM 6050-REECRIT-ETAT-DEB
              THRU 6050-REECRIT-ETAT-FIN.
      *
           PERFORM 6100-MAJ-CONSOLE-DEB
              THRU 6100-MAJ-CONSOLE-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
             UNTIL EOF-CHAINE-E.
      *
           CLOSE F-CHAINE-E.
      *
           PERFORM 1030-TRT-FORCAGES-DEB
              THRU 1030-TRT-FORCAGES-FIN.
      *
       1000-TRT-INIT-FIN.
           EXIT.
      *
           PERFORM 6020-CHARGE-ETAT-DEB
              THRU 6020-CHARGE-ETAT-FIN.
           PERFORM 1030-TRT-FORCAGES-DEB
              THRU 1030-TRT-FORCAGES-FIN.
      *
           SET ETAPE-NON-TROUVEE         TO TRUE.
           PERFORM 7000-RECH-ETAPE-DEB
      *
           SUBTRACT 1                  FROM WS-IX-ETP.
           MOVE WS-ETP-ENRG(WS-IX-ETP)   TO WS-ENRG-ETATCH.
      *
           IF DEM-DEBUT
              AND (ETC-EN-ATTENTE OR ETC-SAUTEE)
              DISPLAY 'ETAPE ' WS-ETC-SEQ ' (' WS-ETC-PROG ') '
                      'FORCEE ' WS-ETC-FORCAGE ' PAR '
                      WS-ETC-USER-FORC ' : DEMARRAGE REFUSE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF DEM-DEBUT
              SET ETC-DEMARREE           TO TRUE
      *
           PERFORM 6020-CHARGE-ETAT-DEB
              THRU 6020-CHARGE-ETAT-FIN.
           PERFORM 1030-TRT-FORCAGES-DEB
              THRU 1030-TRT-FORCAGES-FIN.
      *
           SET ETAPE-NON-TROUVEE         TO TRUE.
           SET CHAINE-NON-BLOQUEE        TO TRUE.
           MOVE ZERO                     TO WS-NB-ATTENTE.
           PERFORM 7010-EXAMINE-ETAPE-DEB
              THRU 7010-EXAMINE-ETAPE-FIN
             VARYING WS-IX-ETP FROM 1 BY 1
                         'OBLIGATOIRES SONT PASSEES'
                 MOVE 4                 TO WS-RC-FINAL
           END-EVALUATE.
      *
           IF ETAPE-NON-TROUVEE
              AND WS-NB-ATTENTE > ZERO
              DISPLAY 'ETAPES EN ATTENTE PAR FORCAGE CONSOLE : '
                      WS-NB-ATTENTE
           END-IF.
      *
       1020-TRT-SUIVANTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   FORCAGES : REPRISE DES DECISIONS PORTEES SUR LA CONSOLE     *
      *---------------------------------------------------------------*
      *
      *    LA CONSOLE CHNPKS ABSENTE OU VIDE NE PORTE AUCUN FORCAGE.
      *
       1030-TRT-FORCAGES-DEB.
      *
           PERFORM 7050-BORNES-ETAT-DEB
              THRU 7050-BORNES-ETAT-FIN.
      *
           OPEN INPUT F-CHNCON-ES.
           IF NOTFOUND-CHNCON-ES
              GO TO 1030-TRT-FORCAGES-FIN
           END-IF.
           IF NOT OK-CHNCON-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHNCON-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 7060-APPLIQUE-FORCAGE-DEB
              THRU 7060-APPLIQUE-FORCAGE-FIN
             VARYING WS-IX-ETP FROM WS-PREM-ETP BY 1
               UNTIL WS-IX-ETP > WS-DERN-ETP.
      *
           CLOSE F-CHNCON-ES.
      *
       1030-TRT-FORCAGES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6060-WRITE-UNE-ETAPE-FIN.
           EXIT.
      *
      *    MISE A JOUR DE LA CONSOLE CHNPKS : LES ZONES D'ETAT ET DE
      *    DUREE SONT REECRITES, LES ZONES DE FORCAGE CONSERVEES. UNE
      *    ETAPE ABSENTE EST CREEE SANS FORCAGE ; L'ACTION INIT
      *    SUPPRIME LES ETAPES QUI NE SONT PLUS DANS LA DEFINITION.
      *
       6100-MAJ-CONSOLE-DEB.
      *
           PERFORM 6110-CHARGE-DUREES-DEB
              THRU 6110-CHARGE-DUREES-FIN.
      *
           OPEN I-O F-CHNCON-ES.
           IF NOT OK-CHNCON-ES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHNCON-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6120-MAJ-UNE-ETAPE-DEB
              THRU 6120-MAJ-UNE-ETAPE-FIN
             VARYING WS-IX-ETP FROM WS-PREM-ETP BY 1
               UNTIL WS-IX-ETP > WS-DERN-ETP.
      *
           IF DEM-INIT
              PERFORM 6130-PURGE-CONSOLE-DEB
                 THRU 6130-PURGE-CONSOLE-FIN
           END-IF.
      *
           CLOSE F-CHNCON-ES.
      *
       6100-MAJ-CONSOLE-FIN.
           EXIT.
      *
      *    RUNLOG EST ECRIT DANS L'ORDRE DES PASSAGES : CHAQUE PASSAGE
      *    D'UN PROGRAMME DE LA CHAINE DECALE LES DUREES DE L'ETAPE.
      *
       6110-CHARGE-DUREES-DEB.
      *
           INITIALIZE WS-TAB-DUREES.
      *
           OPEN INPUT F-RUNLOG-E.
           IF NOTFOUND-RUNLOG-E
              GO TO 6110-CHARGE-DUREES-FIN
           END-IF.
           IF NOT OK-RUNLOG-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RUNLOG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RUNLOG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6140-READ-FRUNLOG-DEB
              THRU 6140-READ-FRUNLOG-FIN.
           PERFORM 7080-RANGE-DUREE-DEB
              THRU 7080-RANGE-DUREE-FIN
             UNTIL EOF-RUNLOG-E.
      *
           CLOSE F-RUNLOG-E.
      *
       6110-CHARGE-DUREES-FIN.
           EXIT.
      *
       6120-MAJ-UNE-ETAPE-DEB.
      *
           MOVE WS-ETP-ENRG(WS-IX-ETP)   TO WS-ENRG-ETATCH.
           MOVE WS-ETC-SEQ               TO FS-CCN-CLE.
           READ F-CHNCON-ES INTO WS-ENRG-F-CHNCON.
           EVALUATE TRUE
              WHEN OK-CHNCON-ES
                 SET CONSOLE-PRESENTE    TO TRUE
              WHEN NOT-CHNCON-ES
                 SET CONSOLE-ABSENTE     TO TRUE
                 MOVE SPACES             TO WS-ENRG-F-CHNCON
                 INITIALIZE WS-ENRG-F-CHNCON
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNCON-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           MOVE WS-ETC-SEQ               TO WS-CCN-SEQ.
           MOVE WS-ETC-PROG              TO WS-CCN-PROG.
           MOVE WS-ETC-OBLIG             TO WS-CCN-OBLIG.
           MOVE WS-ETC-PRED              TO WS-CCN-PRED.
           MOVE WS-ETC-STATUT            TO WS-CCN-STATUT.
           MOVE WS-ETC-DATE-DEB          TO WS-CCN-DATE-DEB.
           MOVE WS-ETC-HEURE-DEB         TO WS-CCN-HEURE-DEB.
           MOVE WS-ETC-DATE-FIN          TO WS-CCN-DATE-FIN.
           MOVE WS-ETC-HEURE-FIN         TO WS-CCN-HEURE-FIN.
           MOVE WS-ETC-RC                TO WS-CCN-RC.
           MOVE WS-TDU-NB(WS-IX-ETP)     TO WS-CCN-NB-DUREES.
           MOVE WS-TDU-DUREE(WS-IX-ETP 1) TO WS-CCN-DUREES(1).
           MOVE WS-TDU-DUREE(WS-IX-ETP 2) TO WS-CCN-DUREES(2).
           MOVE WS-TDU-DUREE(WS-IX-ETP 3) TO WS-CCN-DUREES(3).
           MOVE WS-DATE-SYST             TO WS-CCN-DATE-MAJ.
           MOVE WS-HEURE-HHMMSS          TO WS-CCN-HEURE-MAJ.
      *
           IF CONSOLE-PRESENTE
              REWRITE FS-ENRG-CHNCON-ES  FROM WS-ENRG-F-CHNCON
           ELSE
              WRITE FS-ENRG-CHNCON-ES    FROM WS-ENRG-F-CHNCON
           END-IF.
           IF NOT OK-CHNCON-ES
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CHNCON-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6120-MAJ-UNE-ETAPE-FIN.
           EXIT.
      *
       6130-PURGE-CONSOLE-DEB.
      *
           MOVE ZERO                     TO FS-CCN-CLE.
           START F-CHNCON-ES KEY IS NOT LESS THAN FS-CCN-CLE.
           IF NOT-CHNCON-ES
              GO TO 6130-PURGE-CONSOLE-FIN
           END-IF.
           IF NOT OK-CHNCON-ES
              DISPLAY 'PROBLEME DE POSITIONNEMENT SUR F-CHNCON-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6150-READNEXT-FCHNCON-DEB
              THRU 6150-READNEXT-FCHNCON-FIN.
           PERFORM 7100-CTRL-CONSOLE-DEB
              THRU 7100-CTRL-CONSOLE-FIN
             UNTIL EOF-CHNCON-ES.
      *
       6130-PURGE-CONSOLE-FIN.
           EXIT.
      *
       6140-READ-FRUNLOG-DEB.
           READ F-RUNLOG-E INTO WS-ENRG-RUNLOG.
           IF NOT (OK-RUNLOG-E OR EOF-RUNLOG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUNLOG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-RUNLOG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6140-READ-FRUNLOG-FIN.
           EXIT.
      *
       6150-READNEXT-FCHNCON-DEB.
           READ F-CHNCON-ES NEXT RECORD INTO WS-ENRG-F-CHNCON.
           IF NOT (OK-CHNCON-ES OR EOF-CHNCON-ES)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNCON-ES'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-READNEXT-FCHNCON-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
           EXIT.
      *
      *    EXAMEN D'UNE ETAPE POUR L'ACTION SUIVANTE : LA PREMIERE
      *    ETAPE A FAIRE DONT LE PREDECESSEUR EST TERMINE OU SAUTE
      *    (OU SANS PREDECESSEUR) EST PROPOSEE ; UNE ETAPE OBLIGATOIRE
      *    EN ERREUR OU UN PREDECESSEUR EN ERREUR BLOQUE LA CHAINE.
      *    UNE ETAPE MISE EN ATTENTE PAR LA CONSOLE N'EST PAS PROPOSEE.
      *
       7010-EXAMINE-ETAPE-DEB.
      *
           EVALUATE TRUE
              WHEN ETC-EN-ERREUR AND WS-ETC-OBLIG = 'O'
                 SET CHAINE-BLOQUEE      TO TRUE
              WHEN ETC-A-FAIRE AND ETC-EN-ATTENTE
                 ADD 1                   TO WS-NB-ATTENTE
              WHEN ETC-A-FAIRE OR (ETC-EN-ERREUR
                                   AND WS-ETC-OBLIG NOT = 'O')
                 PERFORM 7020-CTRL-PREDECESSEUR-DEB
      *
       7030-RECH-PRED-DEB.
           IF WS-ETP-ENRG(WS-JX-ETP)(1:2) = WS-ETC-PRED
              AND (WS-ETP-ENRG(WS-JX-ETP)(14:1) = 'T' OR 'S')
              SET PRED-OK                TO TRUE
           END-IF.
       7030-RECH-PRED-FIN.
       7040-RECH-ANCIEN-FIN.
           EXIT.
      *
      *    ETAPES DE L'ETAT COURANT DANS LA TABLE : POUR L'ACTION INIT,
      *    CELLES RECONSTRUITES EN QUEUE DE TABLE.
      *
       7050-BORNES-ETAT-DEB.
           IF DEM-INIT
              COMPUTE WS-PREM-ETP = WS-JX-ETP + 1
              COMPUTE WS-DERN-ETP = WS-JX-ETP + WS-NB-ETP
           ELSE
              MOVE 1                     TO WS-PREM-ETP
              MOVE WS-NB-ETP             TO WS-DERN-ETP
           END-IF.
       7050-BORNES-ETAT-FIN.
           EXIT.
      *
      *    REPORT DU FORCAGE DE LA CONSOLE SUR UNE ETAPE : SANS EFFET
      *    SUR UNE ETAPE OBLIGATOIRE, DEMARREE OU TERMINEE. LE SAUT
      *    PASSE L'ETAPE A FAIRE OU EN ERREUR AU STATUT 'S' ; SA LEVEE
      *    (OU SON REMPLACEMENT PAR UNE MISE EN ATTENTE) REMET L'ETAPE
      *    A FAIRE. TOUT CHANGEMENT DE FORCAGE EST TRACE EN SYSOUT.
      *
       7060-APPLIQUE-FORCAGE-DEB.
      *
           MOVE WS-ETP-ENRG(WS-IX-ETP)   TO WS-ENRG-ETATCH.
           MOVE WS-ETC-FORCAGE           TO WS-FORCAGE-PREC.
      *
           MOVE WS-ETC-SEQ               TO FS-CCN-CLE.
           READ F-CHNCON-ES INTO WS-ENRG-F-CHNCON.
           IF NOT-CHNCON-ES OR EOF-CHNCON-ES
              MOVE SPACES                TO WS-CCN-FORCAGE
                                            WS-CCN-MOTIF-FORC
                                            WS-CCN-USER-FORC
           ELSE
              IF NOT OK-CHNCON-ES
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNCON-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           IF WS-ETC-OBLIG = 'O'
              OR ETC-DEMARREE OR ETC-TERMINEE
              IF NOT CCN-SANS-FORCAGE
                 DISPLAY 'ETAPE ' WS-ETC-SEQ ' (' WS-ETC-PROG ') : '
                         'FORCAGE ' WS-CCN-FORCAGE ' IGNORE'
              END-IF
              GO TO 7060-APPLIQUE-FORCAGE-FIN
           END-IF.
      *
           MOVE WS-CCN-FORCAGE           TO WS-ETC-FORCAGE.
           MOVE WS-CCN-USER-FORC         TO WS-ETC-USER-FORC.
      *
           EVALUATE TRUE
              WHEN ETC-SAUT AND (ETC-A-FAIRE OR ETC-EN-ERREUR)
                 SET ETC-SAUTEE          TO TRUE
              WHEN NOT ETC-SAUT AND ETC-SAUTEE
                 SET ETC-A-FAIRE         TO TRUE
                 MOVE ZERO               TO WS-ETC-DATE-DEB
                                            WS-ETC-HEURE-DEB
                                            WS-ETC-DATE-FIN
                                            WS-ETC-HEURE-FIN
                                            WS-ETC-RC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF WS-ETC-FORCAGE NOT = WS-FORCAGE-PREC
              IF ETC-SANS-FORCAGE
                 DISPLAY 'ETAPE ' WS-ETC-SEQ ' (' WS-ETC-PROG ') : '
                         'FORCAGE LEVE PAR ' WS-ETC-USER-FORC
              ELSE
                 DISPLAY 'ETAPE ' WS-ETC-SEQ ' (' WS-ETC-PROG ') : '
                         'FORCAGE ' WS-ETC-FORCAGE ' PAR '
                         WS-ETC-USER-FORC ' - ' WS-CCN-MOTIF-FORC
              END-IF
           END-IF.
      *
           MOVE WS-ENRG-ETATCH           TO WS-ETP-ENRG(WS-IX-ETP).
      *
       7060-APPLIQUE-FORCAGE-FIN.
           EXIT.
      *
       7080-RANGE-DUREE-DEB.
           IF WS-RLG-PROG NOT = SPACE AND NOT RLG-MASQUAGE
              PERFORM 7090-DUREE-ETAPE-DEB
                 THRU 7090-DUREE-ETAPE-FIN
                VARYING WS-IX-ETP FROM WS-PREM-ETP BY 1
                  UNTIL WS-IX-ETP > WS-DERN-ETP
           END-IF.
           PERFORM 6140-READ-FRUNLOG-DEB
              THRU 6140-READ-FRUNLOG-FIN.
       7080-RANGE-DUREE-FIN.
           EXIT.
      *
       7090-DUREE-ETAPE-DEB.
           IF WS-ETP-ENRG(WS-IX-ETP)(3:8) NOT = WS-RLG-PROG
              GO TO 7090-DUREE-ETAPE-FIN
           END-IF.
           MOVE WS-TDU-DUREE(WS-IX-ETP 2) TO WS-TDU-DUREE(WS-IX-ETP 3).
           MOVE WS-TDU-DUREE(WS-IX-ETP 1) TO WS-TDU-DUREE(WS-IX-ETP 2).
           MOVE WS-RLG-DATE              TO WS-TDU-DATE(WS-IX-ETP 1).
           MOVE WS-RLG-DUREE             TO WS-TDU-SEC(WS-IX-ETP 1).
           MOVE WS-RLG-RC                TO WS-TDU-RC(WS-IX-ETP 1).
           IF WS-TDU-NB(WS-IX-ETP) < 3
              ADD 1                      TO WS-TDU-NB(WS-IX-ETP)
           END-IF.
       7090-DUREE-ETAPE-FIN.
           EXIT.
      *
      *    UNE ETAPE DE LA CONSOLE ABSENTE DE L'ETAT RECONSTRUIT A ETE
      *    RETIREE DE LA DEFINITION : ELLE EST SUPPRIMEE.
      *
       7100-CTRL-CONSOLE-DEB.
           SET ETAPE-NON-TROUVEE         TO TRUE.
           PERFORM 7110-RECH-CONSOLE-DEB
              THRU 7110-RECH-CONSOLE-FIN
             VARYING WS-JX-ETP FROM WS-PREM-ETP BY 1
               UNTIL WS-JX-ETP > WS-DERN-ETP OR ETAPE-TROUVEE.
           IF ETAPE-NON-TROUVEE
              DELETE F-CHNCON-ES RECORD
              IF NOT OK-CHNCON-ES
                 DISPLAY 'PROBLEME DE SUPPRESSION SUR F-CHNCON-ES'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CHNCON-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              DISPLAY 'ETAPE ' WS-CCN-SEQ ' (' WS-CCN-PROG ') '
                      'RETIREE DE LA CONSOLE'
           END-IF.
           PERFORM 6150-READNEXT-FCHNCON-DEB
              THRU 6150-READNEXT-FCHNCON-FIN.
       7100-CTRL-CONSOLE-FIN.
           EXIT.
      *
       7110-RECH-CONSOLE-DEB.
           IF WS-ETP-ENRG(WS-JX-ETP)(1:2) = WS-CCN-SEQ
              SET ETAPE-TROUVEE          TO TRUE
           END-IF.
       7110-RECH-CONSOLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
