      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CTXDOS                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  DOSSIER DE RECOUVREMENT D'UN COMPTE EN DEPASSEMENT DURABLE   *
      *  DE SON DECOUVERT AUTORISE, TENU PAR ARIO137 (FICHIER CTXDOS  *
      *  N-1 -> N, TRIE PAR COMPTE) ET LISTE PAR ARIO138 :            *
      *    STATUT 'S' : COMPTE SOUS SURVEILLANCE, DEPASSEMENT EN      *
      *                 COURS MAIS SEUIL D'OUVERTURE NON ATTEINT ;    *
      *    STATUT 'O' : DOSSIER OUVERT, A L'ETAPE WS-CTX-ETAPE ;      *
      *    STATUT 'F' : DOSSIER CLOS DU JOUR (SOLDE REVENU DANS LA    *
      *                 LIMITE), PURGE AU PASSAGE SUIVANT.            *
      *  ETAPES : 1 RELANCE, 2 MISE EN DEMEURE, 3 BLOCAGE DU COMPTE,  *
      *  4 CONTENTIEUX. LE BLOCAGE PASSE PAR UNE TRANSACTION DE       *
      *  STATUT 'B' POUR ARIO035 ; L'INDICATEUR WS-CTX-BLOCAGE        *
      *  MEMORISE QUE LE DOSSIER EST A L'ORIGINE DU BLOCAGE (LA       *
      *  CLOTURE DU DOSSIER DEMANDE ALORS LA REACTIVATION).           *
      *  LONGUEUR ENREGISTREMENT = 100                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-CTXDOS.
           05  WS-CTX-CPTE                  PIC X(10).
               88  CTX-CPTE-MAX             VALUE HIGH-VALUES.
           05  FILLER REDEFINES WS-CTX-CPTE.
               10  WS-CTX-AGENCE            PIC X(03).
               10  FILLER                   PIC X(07).
           05  WS-CTX-NOM                   PIC X(14).
           05  WS-CTX-STATUT                PIC X(01).
               88  CTX-SURVEILLANCE         VALUE 'S'.
               88  CTX-OUVERT               VALUE 'O'.
               88  CTX-CLOS                 VALUE 'F'.
           05  WS-CTX-ETAPE                 PIC 9(01).
               88  CTX-ETAPE-AUCUNE         VALUE 0.
               88  CTX-ETAPE-RELANCE        VALUE 1.
               88  CTX-ETAPE-DEMEURE        VALUE 2.
               88  CTX-ETAPE-BLOCAGE        VALUE 3.
               88  CTX-ETAPE-CONTENTIEUX    VALUE 4.
           05  WS-CTX-DATE-DEPASS           PIC 9(08).
           05  WS-CTX-NB-JOURS              PIC 9(05).
           05  WS-CTX-DATE-OUV              PIC 9(08).
           05  WS-CTX-DATE-ETAPE            PIC 9(08).
           05  WS-CTX-DATE-CLOT             PIC 9(08).
           05  WS-CTX-SOLDE                 PIC S9(8)V99.
           05  WS-CTX-DECOUV-AUT            PIC 9(6)V99.
           05  WS-CTX-BLOCAGE               PIC X(01).
               88  CTX-BLOQUE-PAR-DOSSIER   VALUE 'O'.
               88  CTX-NON-BLOQUE           VALUE 'N' ' '.
           05  FILLER                       PIC X(18).
      *
