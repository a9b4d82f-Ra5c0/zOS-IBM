      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PERSTK                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  INSTANTANE DE FIN DE MOIS DU STOCK (FICHIER PERSTK, ECRIT    *
      *  PAR LA CLOTURE ARIO127, UNE LIGNE PAR ARTICLE DANS L'ORDRE   *
      *  DE L'EXTRAIT ART0206) : QUANTITE EN STOCK ET VALEUR EN EUR   *
      *  (SOMME DES LOTS LOT0206, QUANTITE X PRIX UNITAIRE CONVERTI   *
      *  AU TAUX ARIS905 DU DERNIER JOUR DU MOIS). UN LOT SANS TAUX   *
      *  EN VIGUEUR EST COMPTE EN QUANTITE, NON VALORISE, ET SIGNALE  *
      *  PAR LE TOP WS-PST-SANS-TAUX.                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-PERSTK.
           05  WS-PST-PERIODE          PIC 9(06).
           05  WS-PST-ART-CODE         PIC X(06).
           05  WS-PST-CATEG            PIC X(04).
           05  WS-PST-QTE              PIC 9(07).
           05  WS-PST-VALEUR           PIC 9(09)V99.
           05  WS-PST-NB-LOT           PIC 9(04).
           05  WS-PST-SANS-TAUX        PIC X(01).
               88  PST-LOT-SANS-TAUX   VALUE 'O'.
           05  FILLER                  PIC X(41).
      *
