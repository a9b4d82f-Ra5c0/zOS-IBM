      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  CREATION D'ARTICLE : PLUS DE NOMBRE DE LOTS  *
      *               !  DANS ART0206 (LOTS DANS LOT0206)             *
      *               !                                               *
      *===============================================================*
      *
           MOVE ZERO                     TO WS-ART-DELAI
                                            WS-ART-QTE
                                            WS-ART-ALERT
                                            WS-ART-QTE-ALLOUEE
                                            WS-ART-QTE-CARTON
                                            WS-ART-QTE-PALETTE.
