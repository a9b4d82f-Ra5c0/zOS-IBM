      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PRODPK                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ACTIVITE DES PREPARATEURS, EMISE PAR LA CONFIRMATION         *
      *  D'EXPEDITION ARIO093 (FICHIER PRODPK, CUMULE SUR LA          *
      *  SEMAINE) POUR L'ETAT DE PRODUCTIVITE ARIO134 :               *
      *    TYPE 'L' : UNE LIGNE PRELEVEE (UN POINTAGE DE QUAI),       *
      *               QUANTITE = QUANTITE EXPEDIEE DU POINTAGE ;      *
      *    TYPE 'C' : UNE COMMANDE SERVIE, ATTRIBUEE AU PREPARATEUR   *
      *               DE SON DERNIER POINTAGE, AVEC LA QUANTITE       *
      *               ALLOUEE ET L'INDICATEUR D'ECART EXPEDIE /       *
      *               ALLOUE (BASE DU TAUX D'ERREUR).                 *
      *  LA VAGUE EST IDENTIFIEE PAR LE PREPARATEUR, LA DATE ET SES   *
      *  HEURES DE DEBUT ET DE FIN (HHMM) SAISIES AU POINTAGE.        *
      *  LONGUEUR ENREGISTREMENT = 60                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-PRODPK.
           05  WS-PPK-DEPOT                 PIC 9(02).
           05  WS-PPK-PREPA                 PIC X(06).
           05  WS-PPK-DATE                  PIC 9(08).
           05  WS-PPK-HDEB                  PIC 9(04).
           05  WS-PPK-HFIN                  PIC 9(04).
           05  WS-PPK-TYPE                  PIC X(01).
               88  PPK-LIGNE                VALUE 'L'.
               88  PPK-COMMANDE             VALUE 'C'.
           05  WS-PPK-CDE-NO                PIC X(08).
           05  WS-PPK-ART                   PIC X(06).
           05  WS-PPK-QTE                   PIC 9(06).
           05  WS-PPK-QTE-ALLOUEE           PIC 9(06).
           05  WS-PPK-ECART                 PIC X(01).
               88  PPK-ECART                VALUE 'O'.
               88  PPK-SANS-ECART           VALUE 'N'.
           05  FILLER                       PIC X(08).
      *
