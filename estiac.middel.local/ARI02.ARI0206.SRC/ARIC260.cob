      *               !  DANS ARIC261                                 *
      * 02/09/2026    !  AUTORISATIONS USRPRF PORTEES DE 6 A 12       *
      *               !  CHOIX DE MENU (SAISIE GUICHET ARIC265...)    *
      * 15/10/2026    !  AUTORISATIONS USRPRF PORTEES DE 12 A 18      *
      *               !  CHOIX DE MENU (PRISES SUR LE FILLER,         *
      *               !  ENREGISTREMENT INCHANGE)                     *
      * 15/10/2026    !  AGENCE DE RATTACHEMENT DE L'UTILISATEUR      *
      *               !  (WS-UPR-AGENCE, PRISE SUR LE FILLER) POUR LA *
      *               !  RECERTIFICATION DES HABILITATIONS (ARIO161)  *
      *===============================================================*
      *
      *************************
           05  WS-UPR-USER                  PIC X(08).
           05  WS-UPR-NOM                   PIC X(20).
           05  WS-UPR-NIVEAU                PIC X(01).
           05  WS-UPR-AUTOR                 PIC X(18).
           05  WS-UPR-AGENCE                PIC X(03).
      *
      *================
       LINKAGE SECTION.
