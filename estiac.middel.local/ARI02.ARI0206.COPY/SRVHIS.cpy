      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  TYPE DE PASSAGE 'M' (MODIFICATION OU         *
      *               !  ANNULATION PAR ARIO123, HORS TAUX DE SERVICE *
      *               !  ARIO107) ET STATUT 'X' (LIGNE ANNULEE)       *
      *               !                                               *
      *===============================================================*
      *
           05  WS-SRV-PASSE                 PIC X(01).
               88  SRV-PREMIER-PASSAGE      VALUE 'P'.
               88  SRV-REPRISE              VALUE 'R'.
               88  SRV-MODIFICATION         VALUE 'M'.
           05  WS-SRV-QTE-DEM               PIC 9(06).
           05  WS-SRV-QTE-ALL               PIC 9(06).
           05  WS-SRV-QTE-REL               PIC 9(06).
               88  SRV-SERVIE-TOTALE        VALUE 'A'.
               88  SRV-EN-RELIQUAT          VALUE 'B'.
               88  SRV-EN-ANOMALIE          VALUE 'E'.
               88  SRV-ANNULEE              VALUE 'X'.
           05  FILLER                       PIC X(10).
      *
