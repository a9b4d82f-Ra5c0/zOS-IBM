      *  EN PIED D'ETAT, LA PROJECTION DE FIN DE NUIT = SOMME DES     *
      *  DUREES MOYENNES DE TOUS LES PROGRAMMES SUIVIS. DONNEE DE     *
      *  PILOTAGE D'EXPLOITATION, COMPLEMENTAIRE DES COMPTEURS        *
      *  METIER D'HISTSTAT. LES TRACES DE MASQUAGE DES ETATS (TYPE    *
      *  'M', ARIS909) NE SONT PAS DES PASSAGES ET SONT IGNOREES.     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  TRACES DE MASQUAGE (TYPE 'M') IGNOREES       *
      *               !                                               *
      *===============================================================*
      *
           05  WS-RLG-DUREE          PIC 9(06).
           05  WS-RLG-NBENR          PIC 9(07).
           05  WS-RLG-RC             PIC 9(04).
           05  WS-RLG-TYPE           PIC X(01).
               88  RLG-MASQUAGE      VALUE 'M'.
           05  FILLER                PIC X(14).
      *
      *---------------- CUMULS PAR PROGRAMME --------------------------*
      *
      *---------------------------------------------------------------*
      *
       1000-CUMUL-PASSAGE-DEB.
      *
           IF RLG-MASQUAGE
              PERFORM 6010-READ-FRUNLOG-DEB
                 THRU 6010-READ-FRUNLOG-FIN
              GO TO 1000-CUMUL-PASSAGE-FIN
           END-IF.
      *
           ADD 1                         TO WS-CPT-PASSAGES.
      *
