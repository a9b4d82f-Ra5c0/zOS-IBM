      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 9999 POSTES    *
      *               !  (WS-MAX-LIEN), DEPASSEMENT = ARRET EN ERREUR *
      *               !  DU CHARGEMENT AU LIEU D'UNE TRONCATURE       *
      * 15/10/2026    !  NOMBRE ET INDICE DES LIENS EN S9(08) COMP    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- TABLE DES LIENS EN MEMOIRE -----------------*
      *
       01  WS-TAB-LIEN.
           05  WS-LIEN-EL                  OCCURS 9999 TIMES.
               10  WS-LIEN-CPTE            PIC X(10).
               10  WS-LIEN-CLI             PIC X(08).
               10  WS-LIEN-ROLE            PIC X(02).
                   88  LIEN-MANDATAIRE     VALUE 'MA'.
               10  WS-LIEN-DFIN            PIC 9(08).
                   88  LIEN-ACTIF          VALUE ZERO.
      *
      *    TABLE PLEINE, LES BOUCLES 'UNTIL WS-IX-LIEN > WS-NB-LIEN'
      *    PORTENT L'INDICE A 10000 : IL NE TIENT PAS SUR 4 CHIFFRES.
      *
       01  WS-NB-LIEN                      PIC S9(08) COMP VALUE ZERO.
       01  WS-IX-LIEN                      PIC S9(08) COMP VALUE ZERO.
       01  WS-MAX-LIEN                     PIC S9(04) COMP VALUE 9999.
      *
       01  WS-SW-LIEN-TROUVE               PIC X(01) VALUE 'N'.
           88  LIEN-TROUVE                 VALUE 'O'.
