      *  LOT), 'A' AJUSTEMENT (LA QUANTITE DU LOT EST REMPLACEE PAR   *
      *  LA QUANTITE TRANSMISE, INVENTAIRES). LA REFERENCE RELIE LA   *
      *  TRANSACTION A SA PIECE D'ORIGINE (COMMANDE, BON, COMPTAGE).  *
      *  LA DATE DE LA TRANSACTION (BLANC OU NON NUMERIQUE = DATE DU  *
      *  PASSAGE D'INTEGRATION) EST CONTROLEE CONTRE LES PERIODES     *
      *  CLOTUREES PAR ARIS908.                                       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  POSE PAR ARIO937 SELON LES REGLES            *
      *               !  D'ECHANTILLONNAGE, APPLIQUE PAR ARIO933 A    *
      *               !  LA CREATION DU LOT                           *
      * 15/10/2026    !  DATE DE LA TRANSACTION PRISE SUR LA ZONE     *
      *               !  RESERVEE, CONTROLEE CONTRE LES PERIODES      *
      *               !  CLOTUREES (ARIS908) PAR ARIO933              *
      *===============================================================*
      *
       01  WS-ENRG-F-MVTSTK.
           05  WS-MST-DEVISE               PIC X(03).
           05  WS-MST-STATUT-LOT           PIC X(01).
               88  MST-LOT-QUARANTAINE     VALUE 'Q'.
           05  WS-MST-DATE                 PIC 9(08).
           05  FILLER                      PIC X(02).
      *
