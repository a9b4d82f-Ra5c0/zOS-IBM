      *  AUTORISENT UN PRELEVEMENT ; UNE REMISE CREANCIER SANS        *
      *  MANDAT ACTIF PART EN SUSPENS (MOTIF 'SM') AU LIEU            *
      *  D'ATTEINDRE LE COMPTE CLIENT. CONSOMME PAR L'INTAKE DES      *
      *  REMISES CREANCIERS ARIO063. LE FICHIER EST INDEXE (CLE       *
      *  CREANCIER + COMPTE + DATE DE SIGNATURE, CLE SECONDAIRE       *
      *  COMPTE AVEC DOUBLONS) ET LU EN ACCES DIRECT PAR COMPTE : LE  *
      *  VOLUME DE MANDATS N'EST PLUS LIMITE PAR UNE TABLE MEMOIRE.   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  FICHIER INDEXE LU EN ACCES DIRECT : TABLE    *
      *               !  MEMOIRE DE 500 MANDATS SUPPRIMEE, INDICATEUR *
      *               !  DE FIN DE LECTURE DES MANDATS D'UN COMPTE    *
      *               !                                               *
      *===============================================================*
      *
               88  MANDAT-SUSPENDU-E       VALUE 'S'.
           05  FILLER                      PIC X(13).
      *
      *------------------- LECTURE DES MANDATS D'UN COMPTE -----------*
      *
       01  WS-SW-MAN-CPTE                  PIC X(01) VALUE 'N'.
           88  MANDAT-CPTE-FINI            VALUE 'O'.
           88  MANDAT-CPTE-EN-COURS        VALUE 'N'.
      *
       01  WS-SW-MAN-TROUVE                PIC X(01) VALUE 'N'.
           88  MANDAT-TROUVE               VALUE 'O'.
