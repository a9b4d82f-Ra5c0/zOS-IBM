      *  (PROGRAMME, DATE, DEBUT, FIN, DUREE EN SECONDES, VOLUME,     *
      *  RC) EXPLOITE PAR L'ETAT DE TENDANCE ARIO057. DONNEE          *
      *  D'EXPLOITATION, DISTINCTE DES COMPTEURS METIER D'HISTSTAT.   *
      *  L'APPEL 'M' (EMIS PAR LE SERVICE DE MASQUAGE ARIS909) TRACE  *
      *  LE NIVEAU DE MASQUAGE RETENU POUR UN ETAT DU PROGRAMME ;     *
      *  CES ENREGISTREMENTS DE TYPE 'M' SONT IGNORES PAR LES         *
      *  EXPLOITATIONS DE DUREES (ARIO057, ARIO101).                  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  APPEL 'M' : TRACE DU NIVEAU DE MASQUAGE D'UN *
      *               !  ETAT (ETAT ET NIVEAU EN FIN DE ZONE)         *
      *               !                                               *
      *===============================================================*
      *
           05  WS-RUN-FONCTION             PIC X(01).
               88  RUN-FCT-DEBUT           VALUE 'D'.
               88  RUN-FCT-FIN             VALUE 'F'.
               88  RUN-FCT-MASQUE          VALUE 'M'.
           05  WS-RUN-PROG                 PIC X(08).
           05  WS-RUN-NBENR                PIC 9(07).
           05  WS-RUN-RC                   PIC 9(04).
           05  WS-RUN-ETAT                 PIC X(08).
           05  WS-RUN-MASQUE               PIC X(01).
      *
