      *  LIBRE PORTE LA DONNEE VARIABLE DU COURRIER (NOMBRE DE        *
      *  JOURS, MONTANT...), SUBSTITUEE AU MARQUEUR '&PARAM' DES      *
      *  MODELES.                                                     *
      *  LE RECOUVREMENT DES DEPASSEMENTS DURABLES (ARIO137) DEPOSE   *
      *  UN EVENEMENT A CHAQUE ETAPE DU DOSSIER : 'REL' RELANCE,      *
      *  'MED' MISE EN DEMEURE, 'BLO' BLOCAGE, 'CTX' CONTENTIEUX,     *
      *  'RGL' CLOTURE DU DOSSIER APRES REGULARISATION.               *
      *  L'INTAKE DES CHEQUES REMIS IMPAYES (ARIO143) DEPOSE 'CIM'    *
      *  (NUMERO DU CHEQUE, MONTANT ET MOTIF DU REJET EN PARAMETRE).  *
      *  L'ARRETE DE CLOTURE DE COMPTE (ARIO158) DEPOSE 'CLO' (SOLDE  *
      *  NET REGLE ET MODE DE REGLEMENT EN PARAMETRE).                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      * 15/10/2026    !  TYPES DU RECOUVREMENT ARIO137 : REL, MED,    *
      *               !  BLO, CTX ET RGL                              *
      * 15/10/2026    !  TYPE 'CIM' CHEQUE REMIS REVENU IMPAYE        *
      *               !  (ARIO143)                                    *
      * 15/10/2026    !  TYPE 'CLO' ARRETE DE CLOTURE DE COMPTE       *
      *               !  (ARIO158)                                    *
      *===============================================================*
      *
       01  WS-ENRG-F-EVTCOR.
               88  EVT-DORMANCE        VALUE 'DOR'.
               88  EVT-DEPASSEMENT     VALUE 'DEC'.
               88  EVT-FRAIS           VALUE 'FRA'.
               88  EVT-RELANCE         VALUE 'REL'.
               88  EVT-MISE-EN-DEMEURE VALUE 'MED'.
               88  EVT-BLOCAGE         VALUE 'BLO'.
               88  EVT-CONTENTIEUX     VALUE 'CTX'.
               88  EVT-REGULARISATION  VALUE 'RGL'.
               88  EVT-CHEQUE-IMPAYE   VALUE 'CIM'.
               88  EVT-CLOTURE         VALUE 'CLO'.
           05  WS-EVT-DATE             PIC 9(08).
           05  WS-EVT-PARAM            PIC X(30).
           05  FILLER                  PIC X(09).
