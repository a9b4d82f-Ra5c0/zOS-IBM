      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : MSQAPPL                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ZONE D'ECHANGE DU SOUS-PROGRAMME ARIS909 (MASQUAGE DES       *
      *  IDENTIFIANTS SUR LES ETATS BATCH) :                          *
      *  - 'I' INITIALISATION D'UN ETAT : L'APPELANT RENSEIGNE SON    *
      *    PROGRAMME ET LE DD DE L'ETAT ; LE SOUS-PROGRAMME REND LE   *
      *    NIVEAU DE MASQUAGE DEDUIT DE LA CLASSE DE DIFFUSION DE     *
      *    L'ETAT (PARAMETRES ARIS903) ET LE TRACE DANS RUNLOG ;      *
      *  - 'C' COMPTE, 'B' IBAN, 'N' NOM : L'APPELANT PLACE LE        *
      *    NIVEAU DE L'ETAT ET LA DONNEE EN CLAIR DANS WS-MSQ-ZONE,   *
      *    QUI LUI EST RENDUE MASQUEE, AVANT D'ECRIRE SA LIGNE.       *
      *  NIVEAUX : 'C' CLAIR (CLASSE AUTORISEE), 'P' PARTIEL, 'T'     *
      *  TOTAL (CLASSE INCONNUE OU NON HABILITEE).                    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-MSQ-PARM.
           05  WS-MSQ-FONCTION             PIC X(01).
               88  MSQ-FCT-INIT            VALUE 'I'.
               88  MSQ-FCT-COMPTE          VALUE 'C'.
               88  MSQ-FCT-IBAN            VALUE 'B'.
               88  MSQ-FCT-NOM             VALUE 'N'.
           05  WS-MSQ-PROG                 PIC X(08).
           05  WS-MSQ-ETAT                 PIC X(08).
           05  WS-MSQ-NIVEAU               PIC X(01).
               88  MSQ-CLAIR               VALUE 'C'.
               88  MSQ-PARTIEL             VALUE 'P'.
               88  MSQ-TOTAL               VALUE 'T'.
           05  WS-MSQ-ZONE                 PIC X(40).
      *
