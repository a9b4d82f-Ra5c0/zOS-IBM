      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ECHFOU                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DE L'ECHEANCIER DES DETTES FOURNISSEURS       *
      *  (FICHIER ECHFOU, PERE-FILS) : UNE LIGNE PAR LIGNE DE FACTURE *
      *  BONNE A PAYER (F-PAYAPP-S D'ARIO098), CLE FACTURE +          *
      *  COMMANDE + ARTICLE, AVEC SON MONTANT, SA DATE D'ECHEANCE     *
      *  (DELAI FOUPAI + CALENDRIER ARIS902) ET SON STATUT : 'A' A    *
      *  PAYER, 'P' PAYEE (REFERENCE ET DATE DU REGLEMENT PORTEES).   *
      *  UNE LIGNE DEJA PRESENTE N'EST JAMAIS REPRISE : UNE FACTURE   *
      *  NE PEUT PAS ETRE PAYEE DEUX FOIS. ECRIT PAR LE REGLEMENT     *
      *  DES FOURNISSEURS ARIO113.                                    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT DE L'ECHEANCIER -------------*
      *
       01  WS-ENRG-F-ECHFOU.
           05  WS-EFO-CLE.
               10  WS-EFO-FACTURE          PIC X(10).
               10  WS-EFO-CMD-NO           PIC X(08).
               10  WS-EFO-ART              PIC X(06).
           05  WS-EFO-FOU                  PIC X(06).
           05  WS-EFO-QTE                  PIC 9(06).
           05  WS-EFO-PXU                  PIC 9(03)V99.
           05  WS-EFO-DATE-FAC             PIC 9(08).
           05  WS-EFO-MT                   PIC 9(09)V99.
           05  WS-EFO-DATE-ECH             PIC 9(08).
           05  WS-EFO-STATUT               PIC X(01).
               88  EFO-A-PAYER             VALUE 'A'.
               88  EFO-PAYEE               VALUE 'P'.
           05  WS-EFO-REF-PAI              PIC X(08).
           05  WS-EFO-DATE-PAI             PIC 9(08).
           05  FILLER                      PIC X(15).
