      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CAMPAG                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  DEFINITION D'UNE CAMPAGNE DE MODIFICATION EN MASSE DES       *
      *  COMPTES (FICHIER CAMPAG, UN ENREGISTREMENT PAR CAMPAGNE,     *
      *  TRAITE PAR ARIO155) :                                        *
      *  - SELECTION : AGENCE ('***' = TOUTES), CODE PRODUIT ('***'   *
      *    = TOUS, BLANC = COMPTE A VUE), STATUT ('*' = TOUS SAUF     *
      *    CLOTURE), TRANCHE DE SOLDE (MINI ET MAXI A ZERO = SANS     *
      *    CONDITION DE SOLDE) ;                                      *
      *  - MODIFICATIONS, CHACUNE ACTIVEE PAR SON INDICATEUR 'O' :    *
      *    DECOUVERT AUTORISE, CODE PRODUIT, INDICATEUR D'EXONERATION *
      *    DES FRAIS DE TENUE DE COMPTE.                              *
      *  L'AUTEUR EST LE DEMANDEUR DE LA CAMPAGNE : L'APPROBATION     *
      *  (COPY DECAPP, DOMAINE 'K', CLE = CODE CAMPAGNE) DOIT VENIR   *
      *  D'UN AUTRE UTILISATEUR.                                      *
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
       01  WS-ENRG-F-CAMPAG.
           05  WS-CAM-CODE                 PIC X(08).
           05  WS-CAM-LIBELLE              PIC X(30).
           05  WS-CAM-AUTEUR               PIC X(08).
           05  WS-CAM-DATE-CREA            PIC 9(08).
           05  WS-CAM-SELECTION.
               10  WS-CAM-SEL-AGENCE       PIC X(03).
                   88  CAM-TOUTES-AGENCES  VALUE '***'.
               10  WS-CAM-SEL-PRODUIT      PIC X(03).
                   88  CAM-TOUS-PRODUITS   VALUE '***'.
               10  WS-CAM-SEL-STATUT       PIC X(01).
                   88  CAM-TOUS-STATUTS    VALUE '*'.
               10  WS-CAM-SEL-SOLDE-MIN    PIC S9(8)V99.
               10  WS-CAM-SEL-SOLDE-MAX    PIC S9(8)V99.
           05  WS-CAM-MODIFS.
               10  WS-CAM-MOD-DECOUV-SW    PIC X(01).
                   88  CAM-MOD-DECOUV      VALUE 'O'.
               10  WS-CAM-MOD-DECOUV       PIC 9(6)V99.
               10  WS-CAM-MOD-PRODUIT-SW   PIC X(01).
                   88  CAM-MOD-PRODUIT     VALUE 'O'.
               10  WS-CAM-MOD-PRODUIT      PIC X(03).
               10  WS-CAM-MOD-EXO-SW       PIC X(01).
                   88  CAM-MOD-EXO         VALUE 'O'.
               10  WS-CAM-MOD-EXO          PIC X(01).
           05  FILLER                      PIC X(24).
      *
