      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : EMBCPT                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  LIGNE DU COMPTE EMBALLAGES CONSIGNES D'UN CLIENT (FICHIER    *
      *  EMBCPT, TENU PERE-FILS PAR ARIO133, TRIE PAR CLIENT,         *
      *  EMBALLAGE PUIS DATE DE LIVRAISON) : UNE LIGNE PAR LIVRAISON  *
      *  DONT DES EMBALLAGES SONT ENCORE DETENUS PAR LE CLIENT. LES   *
      *  RETOURS SOLDENT LES LIVRAISONS LES PLUS ANCIENNES D'ABORD ;  *
      *  LE SOLDE DU CLIENT EST LA SOMME DES QUANTITES DETENUES. UNE  *
      *  LIGNE SOLDEE (RENDUE OU FACTUREE) N'EST PAS REECRITE.        *
      *  LONGUEUR ENREGISTREMENT = 60                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-EMBCPT.
           05  WS-EMC-CLE.
               10  WS-EMC-CLIENT            PIC X(08).
               10  WS-EMC-EMB               PIC X(01).
                   88  EMC-PALETTE          VALUE 'P'.
                   88  EMC-CAISSE           VALUE 'C'.
           05  WS-EMC-DATE                  PIC 9(08).
           05  WS-EMC-PIECE                 PIC X(08).
           05  WS-EMC-QTE-LIVREE            PIC 9(06).
           05  WS-EMC-QTE-DETENUE           PIC 9(06).
           05  WS-EMC-QTE-RENDUE            PIC 9(06).
           05  FILLER                       PIC X(17).
      *
