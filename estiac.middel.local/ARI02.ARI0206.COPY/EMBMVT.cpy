      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : EMBMVT                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MOUVEMENT D'EMBALLAGES CONSIGNES (PALETTES ET CAISSES) D'UN  *
      *  CLIENT DE L'ENTREPOT, INTEGRE AU COMPTE EMBALLAGES PAR       *
      *  ARIO133 :                                                    *
      *    TYPE 'L' : EMBALLAGES PARTIS AVEC UNE LIVRAISON (EMIS PAR  *
      *               LA CONFIRMATION D'EXPEDITION ARIO093, FICHIER   *
      *               EMBMVT, PIECE = NUMERO DE BON DE LIVRAISON) ;   *
      *    TYPE 'R' : EMBALLAGES RENDUS, POINTES AU QUAI DE RECEPTION *
      *               (FICHIER EMBRET, PIECE = BON DE RETOUR DU QUAI).*
      *  EMBALLAGE 'P' PALETTE, 'C' CAISSE.                           *
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
       01  WS-ENRG-F-EMBMVT.
           05  WS-EMV-TYPE                  PIC X(01).
               88  EMV-LIVRAISON            VALUE 'L'.
               88  EMV-RETOUR               VALUE 'R'.
           05  WS-EMV-CLIENT                PIC X(08).
           05  WS-EMV-EMB                   PIC X(01).
               88  EMV-PALETTE              VALUE 'P'.
               88  EMV-CAISSE               VALUE 'C'.
               88  EMV-EMB-VALIDE           VALUE 'P' 'C'.
           05  WS-EMV-QTE                   PIC 9(06).
           05  WS-EMV-DATE                  PIC 9(08).
           05  WS-EMV-PIECE                 PIC X(08).
           05  WS-EMV-CDE-NO                PIC X(08).
           05  WS-EMV-QUAI                  PIC X(04).
           05  FILLER                       PIC X(16).
      *
