      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  TRANSACTIONS DE MAINTENANCE (COPY ORDMAJ)    *
      *               !  TRIEES PAR LE PROGRAMME SUR LE NUMERO        *
      *               !  D'ORDRE EN GARDANT L'ORDRE DE SAISIE (DEPOTS *
      *               !  EN LIGNE ARIC277) ; NOUVELLE ACTION 'M'      *
      *               !  MODIFICATION DU MONTANT ET DES DATES ;       *
      *               !  PLUSIEURS TRANSACTIONS PAR ORDRE APPLIQUEES  *
      *               !  DANS L'ORDRE, Y COMPRIS APRES UNE CREATION   *
      * 15/10/2026    !  MONTANT DES TRANSACTIONS LU AVEC SES DEUX    *
      *               !  DECIMALES IMPLICITES (WS-MAJ-MT-N) AU LIEU   *
      *               !  D'UN TRANSFERT ALPHANUMERIQUE QUI LE         *
      *               !  MULTIPLIAIT PAR CENT                         *
      *               !                                               *
      *===============================================================*
      *
           SELECT  OPTIONAL F-ORDMAJ-E ASSIGN TO ORDMAJ
                   FILE STATUS         IS WS-FS-ORDMAJ-E.
      *                      -------------------------------------------
      *                      SD-ORDMAJ-TRI : TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  SD-ORDMAJ-TRI       ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-ORDMAJT-E : TRANSACTIONS TRIEES
      *                      -------------------------------------------
           SELECT  F-ORDMAJT-E         ASSIGN TO WRK002
                   FILE STATUS         IS WS-FS-ORDMAJT-E.
      *                      -------------------------------------------
      *                      F-ORDPER-S : ORDRES PERMANENTS (MAITRE N)
      *                      -------------------------------------------
           SELECT  F-ORDPER-S          ASSIGN TO ORDPERS
       FD  F-ORDMAJ-E
           RECORDING MODE IS F.
       01  FS-ENRG-ORDMAJ-E           PIC X(80).
      *
       SD  SD-ORDMAJ-TRI.
       01  SD-ENRG-ORDMAJ-TRI.
           05  FILLER                 PIC X(01).
           05  SD-ORDMAJ-NUMERO-TRI   PIC X(08).
           05  FILLER                 PIC X(71).
      *
       FD  F-ORDMAJT-E
           RECORDING MODE IS F.
       01  FS-ENRG-ORDMAJT-E          PIC X(80).
      *
       FD  F-ORDPER-S
           RECORDING MODE IS F.
           88  OK-ORDMAJ-E           VALUE '00' '05'.
           88  EOF-ORDMAJ-E          VALUE '10'.
           88  NOTFOUND-ORDMAJ-E     VALUE '35'.
       01  WS-FS-ORDMAJT-E           PIC XX.
           88  OK-ORDMAJT-E          VALUE '00'.
           88  EOF-ORDMAJT-E         VALUE '10'.
       01  WS-FS-ORDPER-S            PIC XX.
           88  OK-ORDPER-S           VALUE '00'.
       01  WS-FS-MVTGEN-S            PIC XX.
      *
      *---------------- TRANSACTION DE MAINTENANCE --------------------*
      *
           COPY ORDMAJ.
      *
      *---------------- DATE DU JOUR ----------------------------------*
      *
      *    RAPPROCHEMENT EST PRESERVE ICI PENDANT CE TEMPS.
      *
       01  WS-SAV-ORDPER             PIC X(80).
       01  WS-SW-ORD-CREE            PIC X(01) VALUE 'N'.
           88  ORD-CREE-EN-COURS     VALUE 'O'.
           88  ORD-MAITRE-EN-COURS   VALUE 'N'.
      *
      *---------------- VARIABLES COMPTE RENDU D'EXECUTION -----------*
      *
       01  WS-CPT-ORD-LUS            PIC 9(05) VALUE ZERO.
       01  WS-CPT-ORD-CREES          PIC 9(05) VALUE ZERO.
       01  WS-CPT-ORD-ANNULES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-ORD-MODIFIES       PIC 9(05) VALUE ZERO.
       01  WS-CPT-MVT-EMIS           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ORD-ECHUS          PIC 9(05) VALUE ZERO.
       01  WS-CPT-MAJ-REJET          PIC 9(05) VALUE ZERO.
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
      *    LES TRANSACTIONS DEPOSEES EN LIGNE (ARIC277) ARRIVENT DANS
      *    L'ORDRE DE SAISIE : ELLES SONT TRIEES SUR LE NUMERO D'ORDRE
      *    EN CONSERVANT CET ORDRE POUR UN MEME NUMERO.
      *
           SORT SD-ORDMAJ-TRI
               ON ASCENDING KEY SD-ORDMAJ-NUMERO-TRI
               WITH DUPLICATES IN ORDER
               USING F-ORDMAJ-E
               GIVING F-ORDMAJT-E.
           IF NOT OK-ORDMAJT-E
              DISPLAY 'PROBLEME AU TRI DU FICHIER F-ORDMAJ-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDMAJT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6000-OPEN-FICHIERS-DEB
              THRU 6000-OPEN-FICHIERS-FIN.
      *---------------------------------------------------------------*
      *
       2010-ORDRE-AVEC-MAJ-DEB.
      *
      *    LA TRANSACTION EST APPLIQUEE A L'ORDRE EN COURS, QUI N'EST
      *    GENERE ET REECRIT QU'APRES LA DERNIERE TRANSACTION DE SON
      *    NUMERO (PASSAGE PAR 2000-ORDRE-SANS-MAJ).
      *
           EVALUATE TRUE
              WHEN MAJ-ANNULATION
                   MOVE ZERO              TO WS-LORD-MT-ED
                   PERFORM 8010-EDIT-LIGNE-DEB
                      THRU 8010-EDIT-LIGNE-FIN
              WHEN MAJ-MODIFICATION
                   PERFORM 7040-MODIF-ORDRE-DEB
                      THRU 7040-MODIF-ORDRE-FIN
              WHEN OTHER
                   PERFORM 7050-REJET-MAJ-DEB
                      THRU 7050-REJET-MAJ-FIN
           END-EVALUATE.
      *
           PERFORM 6020-READ-FORDMAJ-DEB
              THRU 6020-READ-FORDMAJ-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-ORDMAJT-E.
           IF NOT OK-ORDMAJT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ORDMAJT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDMAJT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EXIT.
      *
       6010-READ-FORDPER-DEB.
           IF ORD-CREE-EN-COURS
              MOVE WS-SAV-ORDPER         TO WS-ENRG-F-ORDPER
              SET ORD-MAITRE-EN-COURS    TO TRUE
              GO TO 6010-READ-FORDPER-FIN
           END-IF.
           IF NOTFOUND-ORDPER-E
              SET ORD-NUMERO-MAX         TO TRUE
              GO TO 6010-READ-FORDPER-FIN
           EXIT.
      *
       6020-READ-FORDMAJ-DEB.
           READ F-ORDMAJT-E INTO WS-ENRG-F-ORDMAJ.
           EVALUATE TRUE
              WHEN OK-ORDMAJT-E
                 CONTINUE
              WHEN EOF-ORDMAJT-E
                 SET MAJ-NUMERO-MAX      TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ORDMAJT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ORDMAJT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           IF NOT NOTFOUND-ORDPER-E
              CLOSE F-ORDPER-E
           END-IF.
           CLOSE F-ORDMAJT-E.
           CLOSE F-ORDPER-S.
           IF NOT OK-ORDPER-S
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ORDPER-S'
      *---------------------------------------------------------------*
      *
      *    CONTROLE D'UNE CREATION : ZONES OBLIGATOIRES ET FORMATS.
      *    UNE CREATION RECEVABLE DEVIENT L'ORDRE EN COURS (ACTIF) ;
      *    LES TRANSACTIONS SUIVANTES DE SON NUMERO S'Y APPLIQUENT
      *    PUIS IL EST ECRIT SUR LE NOUVEAU MAITRE (ET GENERE DES SON
      *    PREMIER JOUR SI ECHU) ET L'ENREGISTREMENT MAITRE SAUVEGARDE
      *    REDEVIENT L'ORDRE EN COURS (6010-READ-FORDPER).
      *
       7000-CTRL-CREATION-DEB.
      *
           MOVE WS-MAJ-NUMERO            TO WS-ORD-NUMERO.
           MOVE WS-MAJ-CPTE              TO WS-ORD-CPTE.
           MOVE WS-MAJ-CPTE-CTR          TO WS-ORD-CPTE-CTR.
           MOVE WS-MAJ-MT-N              TO WS-ORD-MT.
           MOVE WS-MAJ-CODE              TO WS-ORD-CODE.
           MOVE WS-MAJ-PERIOD            TO WS-ORD-PERIOD.
           MOVE WS-MAJ-DATE-PROCH        TO WS-ORD-DATE-PROCH.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
      *
           SET ORD-CREE-EN-COURS         TO TRUE.
      *
       7000-CTRL-CREATION-FIN.
           EXIT.
       7030-CLOTURE-ORDRE-FIN.
           EXIT.
      *
      *    MODIFICATION D'UN ORDRE ACTIF : MONTANT ET PROCHAINE
      *    ECHEANCE SI RENSEIGNES (NUMERIQUES NON NULS), DATE DE FIN SI
      *    NUMERIQUE (ZERO = SANS FIN). UN ORDRE ANNULE N'EST PLUS
      *    MODIFIABLE.
      *
       7040-MODIF-ORDRE-DEB.
           IF NOT ORD-ACTIF
              OR (WS-MAJ-MT IS NOT NUMERIC
                  AND WS-MAJ-DATE-PROCH IS NOT NUMERIC
                  AND WS-MAJ-DATE-FIN IS NOT NUMERIC)
              PERFORM 7050-REJET-MAJ-DEB
                 THRU 7050-REJET-MAJ-FIN
              GO TO 7040-MODIF-ORDRE-FIN
           END-IF.
      *
           IF WS-MAJ-MT IS NUMERIC
              AND WS-MAJ-MT NOT = ZERO
              MOVE WS-MAJ-MT-N           TO WS-ORD-MT
           END-IF.
           IF WS-MAJ-DATE-PROCH IS NUMERIC
              AND WS-MAJ-DATE-PROCH NOT = ZERO
              MOVE WS-MAJ-DATE-PROCH     TO WS-ORD-DATE-PROCH
           END-IF.
           IF WS-MAJ-DATE-FIN IS NUMERIC
              MOVE WS-MAJ-DATE-FIN       TO WS-ORD-DATE-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-ORD-MODIFIES.
           MOVE WS-ORD-NUMERO            TO WS-LORD-NUMERO-ED.
           MOVE 'ORDRE MODIFIE SUR TRANSACTION'
                                         TO WS-LORD-LIB-ED.
           MOVE WS-ORD-MT                TO WS-LORD-MT-ED.
           PERFORM 8010-EDIT-LIGNE-DEB
              THRU 8010-EDIT-LIGNE-FIN.
       7040-MODIF-ORDRE-FIN.
           EXIT.
      *
      *    TRANSACTION IRRECEVABLE : LISTEE ET COMPTEE.
      *
       7050-REJET-MAJ-DEB.
                   WS-CPT-ORD-CREES.
           DISPLAY 'ORDRES ANNULES               :  '
                   WS-CPT-ORD-ANNULES.
           DISPLAY 'ORDRES MODIFIES              :  '
                   WS-CPT-ORD-MODIFIES.
           DISPLAY 'ORDRES ARRIVES A DATE DE FIN :  '
                   WS-CPT-ORD-ECHUS.
           DISPLAY 'MOUVEMENTS EMIS              :  ' WS-CPT-MVT-EMIS.
