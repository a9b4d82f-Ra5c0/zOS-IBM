      *               !  PASSAGE DE DATES PROMISES ARIO106 D'APRES    *
      *               !  LES COMMANDES FOURNISSEUR OUVERTES OU LE     *
      *               !  DELAI STANDARD DU FOURNISSEUR                *
      * 15/10/2026    !  STATUT 'H' (RETENUE CREDIT : L'ALLOCATION    *
      *               !  DEPASSERAIT LA LIMITE DE CREDIT DU CLIENT),  *
      *               !  POSE ET REEXAMINE A CHAQUE PASSAGE ARIO942   *
      * 15/10/2026    !  STATUT 'X' (ANNULEE PAR LE SERVICE CLIENTS), *
      *               !  POSE PAR LES MODIFICATIONS DE COMMANDES      *
      *               !  ARIO123 QUI LIBERENT LA QUANTITE ALLOUEE ;   *
      *               !  IGNOREE PAR L'ALLOCATION ARIO942             *
      * 15/10/2026    !  PRIORITE DE LA COMMANDE (1 = LA PLUS FORTE,  *
      *               !  A BLANC = PRIORITE DE LA CATEGORIE DU        *
      *               !  CLIENT), PRISE SUR LA ZONE RESERVEE, POUR    *
      *               !  LES REGLES D'ALLOCATION D'ARIO942 EN RUPTURE *
      *===============================================================*
      *
       01  WS-CDE-ENR.
               88  CDE-RELIQUAT             VALUE 'B'.
               88  CDE-SERVIE               VALUE 'S'.
               88  CDE-ANOMALIE             VALUE 'E'.
               88  CDE-RETENUE-CREDIT       VALUE 'H'.
               88  CDE-ANNULEE              VALUE 'X'.
           05  WS-CDE-QTE-ALLOUEE          PIC 9(06).
           05  WS-CDE-ART-SUBST             PIC X(06).
           05  WS-CDE-FACTUREE              PIC X(01).
               88  CDE-EN-CARTONS           VALUE 'C'.
               88  CDE-EN-PALETTES          VALUE 'P'.
           05  WS-CDE-DATE-PROMISE          PIC 9(08).
           05  WS-CDE-PRIORITE              PIC X(01).
               88  CDE-SANS-PRIORITE        VALUE SPACE.
      *
