      *               !  MVTCOD) PASSENT, INTERETS (ARIO030) ET       *
      *               !  FRAIS (ARIO046) ARRETES ; DOSSIER TENU PAR   *
      *               !  ARIO078 (FICHIER SUCCES)                     *
      * 15/10/2026    !  CODE PRODUIT 'INT' : COMPTE INTERNE DE LA    *
      *               !  BANQUE, EXCLU DE LA GARANTIE DES DEPOTS      *
      *               !  (ARIO144)                                    *
      * 15/10/2026    !  CODE PRODUIT 'LIV' : LIVRET D'EPARGNE        *
      *               !  REGLEMENTE (PLAFOND DE DEPOT CONTROLE PAR    *
      *               !  ARIO326, VIREMENTS AVEC LE SEUL COMPTE A VUE *
      *               !  DU TITULAIRE, INTERETS PAR QUINZAINE ARIO148)*
      * 15/10/2026    !  INDICATEUR D'EXONERATION DES FRAIS DE TENUE  *
      *               !  DE COMPTE ('O' = EXONERE, HONORE PAR         *
      *               !  ARIO046), PRIS SUR LA ZONE RESERVEE ; POSE   *
      *               !  EN MASSE PAR LES CAMPAGNES ARIO155           *
      *===============================================================*
      *
       01  WS-ENRG-F-CPTE.
           05  WS-CPTE-IBAN            PIC X(27).
           05  WS-CPTE-PRODUIT         PIC X(03).
               88  CPTE-A-VUE          VALUE SPACES.
               88  CPTE-INTERNE        VALUE 'INT'.
               88  CPTE-LIVRET         VALUE 'LIV'.
           05  WS-CPTE-DEVISE          PIC X(03).
               88  CPTE-DEVISE-EUR     VALUES 'EUR', SPACES.
           05  WS-CPTE-EXO-FRAIS       PIC X(01).
               88  CPTE-EXO-FRAIS      VALUE 'O'.
               88  CPTE-SANS-EXO-FRAIS VALUES 'N', SPACE.
           05  FILLER                  PIC X(07).
      *
