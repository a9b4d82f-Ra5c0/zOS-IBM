      *               !  CHOIX ('1' A '9' PUIS 'A' A 'C'), EN PHASE   *
      *               !  AVEC LA TABLE DE MENU ARIC261 ET LE PROFIL   *
      *               !  USRPRF                                       *
      * 15/10/2026    !  AUTORISATIONS DE MENU PORTEES DE 12 A 18     *
      *               !  CHOIX ('1' A '9' PUIS 'A' A 'I')             *
      * 15/10/2026    !  AJOUT DU CLIENT DE LA POSITION ARIC278 POUR  *
      *               !  LE RETOUR DEPUIS LA CONSULTATION DE COMPTE   *
      *               !  ARIC264                                      *
      *===============================================================*
      *
       01  WS-COMMAREA.
               88  USER-CONSULT             VALUE 'C'.
               88  USER-MAINT               VALUE 'M'.
           05  WS-USER-AUTOR.
               10  WS-USER-AUT-EL           PIC X(01) OCCURS 18.
           05  WS-CLI-POSITION              PIC X(08).
      *
      *------------------- ZONES DE TRAVAIL COMMUNES ------------------*
      *
