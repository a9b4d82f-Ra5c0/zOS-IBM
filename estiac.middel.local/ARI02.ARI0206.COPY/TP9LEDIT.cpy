      * 09/08/2026    !  AJOUT LIGNES ETAT DE SYNTHESE PAR CATEGORIE  *
      * 09/08/2026    !  AJOUT DU NOM FOURNISSEUR SUR LA RUPTURE DE   *
      *               !  L'ETAT DE REAPPROVISIONNEMENT                *
      * 15/10/2026    !  RANG DU LOT SUR 4 POSITIONS (NOMBRE DE LOTS  *
      *               !  PAR ARTICLE NON LIMITE, FICHIER LOT0206)     *
      *===============================================================*
      *
      *------------------- LIGNES DE L'ETAT DE REAPPRO ---------------*
           'RANG    NO LOT        QTE LOT       PU LOT'.
      *
       01  WS-LLOT-DETAIL.
           05  WS-LLOT-RANG-ED              PIC ZZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  WS-LLOT-NUM-ED               PIC X(08).
           05  FILLER                       PIC X(04) VALUE SPACE.
