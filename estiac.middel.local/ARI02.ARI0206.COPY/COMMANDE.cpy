      *               !  RESERVEE, ZERO = PRIX NON NEGOCIE) :         *
      *               !  REFERENCE DU RAPPROCHEMENT FACTURE           *
      *               !  FOURNISSEUR A TROIS VOIES ARIO098            *
      * 15/10/2026    !  RESULTAT DU RAPPROCHEMENT DE LA LIVRAISON    *
      *               !  AVEC L'AVIS D'EXPEDITION FOURNISSEUR PAR     *
      *               !  ARIO937 (ESPACE = NON CONTROLE, C CONFORME,  *
      *               !  E ECART, N NON ANNONCEE ; INDICATEURS        *
      *               !  D'ECART QUANTITE / LOT / DLUO), REPRIS PAR   *
      *               !  LE TABLEAU DE BORD FOURNISSEURS ARIO945      *
      * 15/10/2026    !  STATUT A ANNULEE : COMMANDE OUVERTE ANNULEE  *
      *               !  EN LIGNE PAR ARIC274, IGNOREE DES RECEPTIONS *
      *               !  ET DES EN-COURS FOURNISSEUR                  *
      *===============================================================*
      *
       01  WS-CMD-ENR.
           05  WS-CMD-STAT                  PIC X(01).
               88  CMD-OUVERTE              VALUE 'O'.
               88  CMD-RECUE                VALUE 'R'.
               88  CMD-ANNULEE              VALUE 'A'.
           05  WS-CMD-DATE-LIV-REELLE       PIC 9(08).
           05  WS-CMD-QTE-RECUE             PIC 9(06).
           05  WS-CMD-PXU                   PIC 9(3)V99.
           05  WS-CMD-ASN-STATUT            PIC X(01).
               88  CMD-ASN-NON-CONTROLEE    VALUE SPACE.
               88  CMD-ASN-CONFORME         VALUE 'C'.
               88  CMD-ASN-ECART            VALUE 'E'.
               88  CMD-ASN-NON-ANNONCEE     VALUE 'N'.
           05  WS-CMD-ASN-ECART-QTE         PIC X(01).
               88  CMD-ASN-MANQUE           VALUE 'M'.
               88  CMD-ASN-EXCEDENT         VALUE 'E'.
           05  WS-CMD-ASN-ECART-LOT         PIC X(01).
               88  CMD-ASN-LOT-DIFFERENT    VALUE 'O'.
           05  WS-CMD-ASN-ECART-DLUO        PIC X(01).
               88  CMD-ASN-DLUO-DIFFERENTE  VALUE 'O'.
           05  FILLER                       PIC X(14).
      *
