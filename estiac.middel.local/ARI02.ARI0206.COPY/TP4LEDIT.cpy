      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 10/03/2025    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  NUMERO DE COMPTE DE L'ETATANO ALPHANUMERIQUE *
      *               !  (COMPTE MASQUE PAR ARIS909)                  *
      *               !                                               *
      *===============================================================*
      *
      *
       01  WS-LANO-DETAIL.
           05  FILLER                  PIC X(2)          VALUE '* '.
           05  WS-LANO-NUMCPT-ED       PIC X(10).
           05  FILLER                  PIC X(10)         VALUE SPACE.
           05  WS-LANO-CODEMVT-ED      PIC X.
           05  FILLER                  PIC X(19)         VALUE SPACE.
