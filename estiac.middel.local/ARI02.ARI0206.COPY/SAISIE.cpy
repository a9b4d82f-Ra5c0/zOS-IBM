      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 2000 POSTES    *
      *               !  (WS-MAX-SAI), DEPASSEMENT = ARRET EN ERREUR  *
      *               !  DU CHARGEMENT AU LIEU D'UNE TRONCATURE       *
      *               !                                               *
      *===============================================================*
      *
      *------------------- TABLE DES SAISIES EN MEMOIRE ---------------*
      *
       01  WS-TAB-SAISIE.
           05  WS-SAI-EL                   OCCURS 2000 TIMES.
               10  WS-SAI-CPTE             PIC X(10).
               10  WS-SAI-CREANCIER        PIC X(10).
               10  WS-SAI-MT-SAISI         PIC 9(8)V99.
                   88  SAISIE-EN-COURS     VALUE ZERO.
       01  WS-NB-SAI                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-SAI                       PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-SAI                      PIC S9(04) COMP VALUE 2000.
      *
       01  WS-SW-SAI-TROUVE                PIC X(01) VALUE 'N'.
           88  SAISIE-TROUVEE              VALUE 'O'.
