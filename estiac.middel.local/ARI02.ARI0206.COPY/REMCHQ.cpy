      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : REMCHQ                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  REGISTRE DES REMISES DE CHEQUES (FICHIER INDEXE REMCHQ) :    *
      *  UN ENREGISTREMENT PAR CHEQUE REMIS A L'ENCAISSEMENT, ECRIT   *
      *  PAR ARIO326 A LA COMPTABILISATION DU MOUVEMENT DE REMISE     *
      *  (CODE 'Q'), SOUS LA CLE DE CE MOUVEMENT DANS L'HISTORIQUE    *
      *  HISMVT (COMPTE + DATE DE COMPTABILISATION + HEURE DU         *
      *  PASSAGE + SEQUENCE). IL GARDE LE NUMERO DU CHEQUE, LE        *
      *  MONTANT, LA DATE DE VALEUR ACCORDEE ET LA FIN DU DELAI       *
      *  D'ENCAISSEMENT (JOURS OUVRES, PARAMETRE 'DLENCCHQ').         *
      *  STATUTS : 'E' EN COURS D'ENCAISSEMENT (FONDS INDISPONIBLES), *
      *  'P' PAYE (DELAI ECOULE SANS IMPAYE), 'I' IMPAYE (AVIS DE     *
      *  RETOUR DE LA CHAMBRE DE COMPENSATION TRAITE PAR ARIO143).    *
      *  LU PAR ARIO032 (RELEVE) ET ARIC264 (CONSULTATION).           *
      *  LONGUEUR ENREGISTREMENT = 120                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-REMCHQ.
           05  WS-REM-CLE-E                PIC X(28).
               88  REM-CLE-MAX-E           VALUE HIGH-VALUES.
           05  FILLER REDEFINES WS-REM-CLE-E.
               10  WS-REM-CPTE-E           PIC X(10).
               10  WS-REM-DCPTA-E          PIC 9(08).
               10  WS-REM-HEURE-E          PIC X(06).
               10  WS-REM-SEQ-E            PIC 9(04).
           05  WS-REM-NUM-CHEQUE-E         PIC X(07).
           05  WS-REM-MT-E                 PIC 9(8)V99.
           05  WS-REM-DREM-E               PIC 9(08).
           05  WS-REM-DVAL-E               PIC 9(08).
           05  WS-REM-DFIN-ENC-E           PIC 9(08).
           05  WS-REM-STATUT-E             PIC X(01).
               88  REM-EN-COURS-E          VALUE 'E'.
               88  REM-PAYE-E              VALUE 'P'.
               88  REM-IMPAYE-E            VALUE 'I'.
           05  WS-REM-DIMP-E               PIC 9(08).
           05  WS-REM-MOTIF-IMP-E          PIC X(02).
           05  WS-REM-TIREUR-E             PIC X(25).
           05  FILLER                      PIC X(15).
      *
