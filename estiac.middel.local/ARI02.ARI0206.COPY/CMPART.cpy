      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CMPART                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  COUT MOYEN PONDERE UNITAIRE D'UN ARTICLE EN EUR A LA DATE    *
      *  D'UNE VALORISATION ARIO938 (FICHIER CMPART, UN FICHIER PAR   *
      *  PASSAGE). LA CONCATENATION DES FICHIERS FORME L'HISTORIQUE   *
      *  DES COUTS RELU PAR L'ANALYSE DES MARGES ARIO122, QUI RETIENT *
      *  LE DERNIER COUT CONNU A LA DATE DE LA VENTE.                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- COUT MOYEN PONDERE D'UN ARTICLE ------------*
      *
       01  WS-ENRG-F-CMPART.
           05  WS-CPA-ART                  PIC X(06).
           05  WS-CPA-CATEG                PIC X(04).
           05  WS-CPA-DATE                 PIC 9(08).
           05  WS-CPA-CMP                  PIC 9(05)V99.
           05  FILLER                      PIC X(05).
      *
