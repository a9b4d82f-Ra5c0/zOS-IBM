      *  LE MOTIF 'OP' ET LE SIGNALE SUR L'ETAT DES ANOMALIES. LE     *
      *  CLIENT QUI TELEPHONE UNE OPPOSITION A DESORMAIS LA GARANTIE  *
      *  QUE LE CHEQUE SERA REELLEMENT ARRETE. STATUTS : 'A' ACTIVE,  *
      *  'L' LEVEE. LE FICHIER EST INDEXE SUR LA CLE COMPTE + NUMERO  *
      *  DE CHEQUE ET LU EN ACCES DIRECT : LE NOMBRE D'OPPOSITIONS    *
      *  N'EST PLUS LIMITE PAR UNE TABLE MEMOIRE.                     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  FICHIER INDEXE LU EN ACCES DIRECT : TABLE    *
      *               !  MEMOIRE DE 200 OPPOSITIONS SUPPRIMEE         *
      *               !                                               *
      *===============================================================*
      *
               88  OPPOSITION-ACTIVE-E     VALUE 'A'.
               88  OPPOSITION-LEVEE-E      VALUE 'L'.
           05  FILLER                      PIC X(04).
      *
       01  WS-SW-OPP-TROUVE                PIC X(01) VALUE 'N'.
           88  OPPOSITION-TROUVEE          VALUE 'O'.
