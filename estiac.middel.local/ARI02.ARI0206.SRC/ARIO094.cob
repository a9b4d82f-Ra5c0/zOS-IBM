      *  20) ET IMPRIME UN DOCUMENT DE MARCHE AVEC LA REFERENCE DE    *
      *  CHAQUE COMMANDE SERVIE. LES DEMANDES SANS EMPLACEMENT        *
      *  CONNU SORTENT EN QUEUE DE DOCUMENT POUR POINTAGE MANUEL.     *
      *  L'ENTETE DE VAGUE RESERVE LE PREPARATEUR ET LES HEURES DE    *
      *  DEBUT ET DE FIN, REPORTES SUR LES POINTAGES DE QUAI ARIO093. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  ZONES PREPARATEUR ET HEURES DE DEBUT ET DE   *
      *               !  FIN DE VAGUE A L'ENTETE DU DOCUMENT          *
      *               !  (PRODUCTIVITE ARIO134)                       *
      *               !                                               *
      *===============================================================*
      *
           05  WS-LWAV-DEPOT-ED      PIC 9(02).
           05  FILLER                PIC X(06) VALUE '   DU '.
           05  WS-LWAV-DATE-ED       PIC 9(08).
       01  WS-LWAV-PREPA             PIC X(60) VALUE
           'PREPARATEUR : ......   DEBUT : ....   FIN : ....'.
       01  WS-LWAV-INTITULE.
           05  FILLER                PIC X(13) VALUE 'EMPLACEMENT'.
           05  FILLER                PIC X(09) VALUE 'ARTICLE'.
           MOVE WS-DATE-SYST             TO WS-LWAV-DATE-ED.
           WRITE FS-ENRG-WAVE-S          FROM WS-LWAV-ENTETE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-WAVE-S          FROM WS-LWAV-PREPA.
           WRITE FS-ENRG-WAVE-S          FROM WS-LWAV-TIRET.
           WRITE FS-ENRG-WAVE-S          FROM WS-LWAV-INTITULE.
           WRITE FS-ENRG-WAVE-S          FROM WS-LWAV-TIRET.
