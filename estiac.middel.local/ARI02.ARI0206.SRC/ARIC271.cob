      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  STATUT 'H' RETENUE CREDIT (LIMITE DE CREDIT  *
      *               !  DU CLIENT, ALLOCATION ARIO942) RESTITUE      *
      *               !                                               *
      *===============================================================*
      *
                 MOVE 'S SERVIE  '          TO WS-LC-STAT
              WHEN CDE-ANOMALIE
                 MOVE 'E ANOMALIE'          TO WS-LC-STAT
              WHEN CDE-RETENUE-CREDIT
                 MOVE 'H RET.CRED'          TO WS-LC-STAT
              WHEN OTHER
                 MOVE WS-CDE-STAT           TO WS-LC-STAT
           END-EVALUATE.
