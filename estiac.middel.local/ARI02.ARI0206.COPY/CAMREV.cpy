      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CAMREV                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  FICHIER D'ANNULATION D'UNE CAMPAGNE DE MODIFICATION EN MASSE *
      *  DES COMPTES : ECRIT PAR ARIO155 EN PASSAGE REEL, UN          *
      *  ENREGISTREMENT PAR COMPTE EFFECTIVEMENT MODIFIE, AVEC LES    *
      *  VALEURS AVANT ET APRES DES ZONES DE LA CAMPAGNE. RELU PAR    *
      *  ARIO155 EN MODE ANNULATION : LES VALEURS AVANT NE SONT       *
      *  RESTAUREES QUE SI LE COMPTE PORTE ENCORE LES VALEURS APRES   *
      *  (SINON CONFLIT EDITE, LE COMPTE N'EST PAS TOUCHE).           *
      *  LONGUEUR ENREGISTREMENT = 80                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-CAMREV.
           05  WS-CRV-CAMPAGNE             PIC X(08).
           05  WS-CRV-CPTE                 PIC X(10).
           05  WS-CRV-AVANT.
               10  WS-CRV-AV-DECOUV        PIC 9(6)V99.
               10  WS-CRV-AV-PRODUIT       PIC X(03).
               10  WS-CRV-AV-EXO           PIC X(01).
           05  WS-CRV-APRES.
               10  WS-CRV-AP-DECOUV        PIC 9(6)V99.
               10  WS-CRV-AP-PRODUIT       PIC X(03).
               10  WS-CRV-AP-EXO           PIC X(01).
           05  WS-CRV-DATE                 PIC 9(08).
           05  WS-CRV-APPROB               PIC X(08).
           05  FILLER                      PIC X(22).
      *
