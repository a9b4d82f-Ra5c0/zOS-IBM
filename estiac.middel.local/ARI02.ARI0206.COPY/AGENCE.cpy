      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 999 POSTES     *
      *               !  (WS-MAX-AGREF), DEPASSEMENT = ARRET EN       *
      *               !  ERREUR DU CHARGEMENT AU LIEU D'UNE           *
      *               !  TRONCATURE                                   *
      *               !                                               *
      *===============================================================*
      *
      *------------------- TABLE DES AGENCES --------------------------*
      *
       01  WS-TAB-AGREF.
           05  WS-AGR-EL                   OCCURS 999 TIMES.
               10  WS-AGR-CODE             PIC X(03).
               10  WS-AGR-LIBEL            PIC X(20).
               10  WS-AGR-REGION           PIC X(10).
               10  WS-AGR-ABSORB           PIC X(03).
       01  WS-NB-AGREF                     PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-AGREF                     PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-AGREF                    PIC S9(04) COMP VALUE 999.
      *
       01  WS-SW-AGREF-TROUVE              PIC X(01) VALUE 'N'.
           88  AGREF-TROUVE                VALUE 'O'.
