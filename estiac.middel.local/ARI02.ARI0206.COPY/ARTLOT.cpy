      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARTLOT                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER DES LOTS LOT0206 (INDEXE, CLE =    *
      *  ARTICLE + NUMERO DE LOT) : UN LOT D'UN ARTICLE AVEC SA       *
      *  QUANTITE, SON PRIX UNITAIRE, SA DEVISE DE FACTURATION, SA    *
      *  DLUO ET SON STATUT. REMPLACE LA TABLE DE 10 LOTS DE          *
      *  L'ENREGISTREMENT ARTICLE : LE NOMBRE DE LOTS PAR ARTICLE     *
      *  N'EST PLUS LIMITE. LES LOTS D'UN ARTICLE SE PARCOURENT PAR   *
      *  START SUR (ARTICLE, LOT A LOW-VALUES) PUIS READ NEXT TANT    *
      *  QUE WS-LOT-ART RESTE EGAL AU CODE ARTICLE, DANS L'ORDRE      *
      *  CROISSANT DES NUMEROS DE LOT. WS-ART-QTE RESTE LA SOMME DES  *
      *  QUANTITES DES LOTS DE L'ARTICLE.                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT LOT0206 --------------------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
      *
       01  WS-LOT-ENR.
           05  WS-LOT-CLE.
               10  WS-LOT-ART               PIC X(06).
               10  WS-LOT-NUM               PIC X(08).
           05  WS-LOT-QTE                   PIC 9(05).
           05  WS-LOT-PXU                   PIC 9(03)V99.
           05  WS-LOT-DEVISE                PIC X(03).
               88  LOT-DEVISE-HOME          VALUE 'EUR'.
               88  LOT-DEVISE-USD           VALUE 'USD'.
               88  LOT-DEVISE-GBP           VALUE 'GBP'.
           05  WS-LOT-DLUO                  PIC 9(08).
           05  WS-LOT-STATUT                PIC X(01).
               88  LOT-DISPONIBLE           VALUE 'D'.
               88  LOT-QUARANTAINE          VALUE 'Q'.
               88  LOT-REFORME              VALUE 'R'.
           05  FILLER                       PIC X(24).
      *
      *------------------- PARCOURS DES LOTS D'UN ARTICLE -------------*
      *
       01  WS-SW-LOTS-ART                   PIC X(01) VALUE 'N'.
           88  FIN-LOTS-ART                 VALUE 'O'.
           88  SUITE-LOTS-ART               VALUE 'N'.
       01  WS-NB-LOT-ART                    PIC S9(04) COMP VALUE ZERO.
