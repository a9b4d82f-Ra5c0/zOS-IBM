      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : FRTCHG                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ESTIMATION DU COUT DE FRET D'UN CHARGEMENT (FICHIER FRTCHG,  *
      *  UN FICHIER PAR PASSAGE D'ARIO119) : TRANSPORTEUR, TOURNEE,   *
      *  NOMBRE DE BL ET DE LIGNES, POIDS ESTIME, CAPACITE ET TAUX    *
      *  DE REMPLISSAGE DU VEHICULE, COUT ESTIME (FORFAIT + PRIX AU   *
      *  KG), INDICATEURS MARCHANDISES DANGEREUSES ET SURCHARGE.      *
      *  LA CONCATENATION DES FICHIERS SERT A L'ANALYSE DES COUTS.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- COUT DE FRET D'UN CHARGEMENT ---------------*
      *
       01  WS-ENRG-F-FRTCHG.
           05  WS-FRT-DATE                 PIC 9(08).
           05  WS-FRT-NO-CHARGE            PIC 9(04).
           05  WS-FRT-TRANSP               PIC X(06).
           05  WS-FRT-ROUTE                PIC X(02).
           05  WS-FRT-NB-BL                PIC 9(04).
           05  WS-FRT-NB-LIGNES            PIC 9(05).
           05  WS-FRT-POIDS                PIC 9(07)V999.
           05  WS-FRT-CAPACITE             PIC 9(06).
           05  WS-FRT-TAUX-REMPL           PIC 9(03)V9.
           05  WS-FRT-COUT                 PIC 9(07)V99.
           05  WS-FRT-DANGEREUX            PIC X(01).
               88  FRT-AVEC-MD             VALUE 'O'.
               88  FRT-SANS-MD             VALUE 'N'.
           05  WS-FRT-SURCHARGE            PIC X(01).
               88  FRT-EN-SURCHARGE        VALUE 'O'.
               88  FRT-SANS-SURCHARGE      VALUE 'N'.
           05  FILLER                      PIC X(20).
      *
