      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL (DESCRIPTION       *
      *               !  EXTRAITE D'ARIO092 ET D'ARIC271)             *
      * 15/10/2026    !  DATE D'EDITION DU BON (ZONE RESERVEE) POUR   *
      *               !  LE CONTROLE DES COMMANDES SERVIES NON        *
      *               !  FACTUREES ARIO117                            *
      *===============================================================*
      *
       01  WS-ENRG-F-BLREG.
           05  WS-BLR-ART            PIC X(06).
           05  WS-BLR-LOT            PIC X(08).
           05  WS-BLR-QTE            PIC 9(06).
           05  WS-BLR-DATE-BL        PIC 9(08) COMP-3.
           05  FILLER                PIC X(01).
      *
