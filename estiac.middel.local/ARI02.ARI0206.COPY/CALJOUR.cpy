      *               !  ANCIENNES, RAPPORT DE DORMANCE)              *
      * 02/09/2026    !  FONCTION 'C' : ECART EN JOURS CALENDAIRES    *
      *               !  (BASE DES INTERETS A TERME, ARIO066)         *
      * 15/10/2026    !  FONCTION 'J' : AJOUT DE NB-JOURS CALENDAIRES *
      *               !  A DATE-1 -> DATE-2 (ECHEANCES FOURNISSEURS   *
      *               !  ARIO113, DELAI DE PAIEMENT EN JOURS)         *
      * 15/10/2026    !  FONCTION 'S' : JOUR DE LA SEMAINE DE DATE-1  *
      *               !  DANS NB-JOURS (1 LUNDI A 7 DIMANCHE) ;       *
      *               !  FONCTION 'R' : RETRAIT DE NB-JOURS           *
      *               !  CALENDAIRES A DATE-1 -> DATE-2 (ARIO157)     *
      *===============================================================*
      *
       01  WS-CAL-PARM.
               88  CAL-FCT-AJOUT           VALUE 'A'.
               88  CAL-FCT-ECART           VALUE 'E'.
               88  CAL-FCT-ECART-CAL       VALUE 'C'.
               88  CAL-FCT-AJOUT-CAL       VALUE 'J'.
               88  CAL-FCT-JOUR-SEM        VALUE 'S'.
               88  CAL-FCT-RETRAIT-CAL     VALUE 'R'.
           05  WS-CAL-DATE-1               PIC 9(08).
           05  WS-CAL-DATE-2               PIC 9(08).
           05  WS-CAL-NB-JOURS             PIC 9(05).
