      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  AJOUT DE LA QUANTITE EFFECTIVEMENT RECUE     *
      *               !  (CONFIRMEE EN LIGNE PAR ARIC275) ET DE       *
      *               !  L'INDICATEUR D'ECART DE TRANSIT A ENQUETER,  *
      *               !  PRIS SUR LE FILLER                           *
      *               !                                               *
      *===============================================================*
      *
           05  WS-TRF-DATE-DEM              PIC 9(08).
           05  WS-TRF-DATE-EXP              PIC 9(08).
           05  WS-TRF-DATE-REC              PIC 9(08).
           05  WS-TRF-QTE-RECUE             PIC 9(06).
           05  WS-TRF-ECART                 PIC X(01).
               88  TRF-ECART-TRANSIT        VALUE 'E'.
               88  TRF-SANS-ECART           VALUE SPACE.
           05  FILLER                       PIC X(04).
      *
