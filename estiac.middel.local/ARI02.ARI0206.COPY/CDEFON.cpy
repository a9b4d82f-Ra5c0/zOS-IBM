      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CDEFON                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  COMMANDE DE FONDS D'AGENCE AUPRES DU TRANSPORTEUR DE FONDS   *
      *  (80 CARACTERES) : APPROVISIONNEMENT 'A' OU RETOUR DE FONDS   *
      *  'R', REFERENCE = AGENCE + DATE DE COMMANDE + SENS. LE MEME   *
      *  DESSIN SERT :                                                *
      *  - AU FICHIER DES COMMANDES EMIS VERS LE TRANSPORTEUR         *
      *    (CDEFONS, CONVENTION ARIS907, IDENTIFIANT 'CDEFON') ;      *
      *  - AU FICHIER DES CONFIRMATIONS DU TRANSPORTEUR (LIVFON,      *
      *    CONVENTION ARIS907, IDENTIFIANT 'LIVFON') QUI PORTE LE     *
      *    MONTANT REELLEMENT LIVRE OU ENLEVE ;                       *
      *  - AU REGISTRE DES COMMANDES EN ATTENTE DE CONFIRMATION       *
      *    (CDFATT, REECRIT PERE-FILS PAR ARIO157).                   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-CDEFON.
           05  WS-CDF-TYPE-ENR             PIC X(01).
               88  CDF-ENTETE              VALUE '1'.
               88  CDF-DETAIL              VALUE 'D'.
               88  CDF-TOTAL               VALUE '9'.
           05  WS-CDF-REF.
               10  WS-CDF-AGENCE           PIC X(03).
               10  WS-CDF-DATE-CDE         PIC 9(08).
               10  WS-CDF-SENS             PIC X(01).
                   88  CDF-APPRO           VALUE 'A'.
                   88  CDF-RETOUR          VALUE 'R'.
           05  WS-CDF-DATE-LIV             PIC 9(08).
           05  WS-CDF-MT                   PIC 9(9)V99.
           05  WS-CDF-MT-LIVRE             PIC 9(9)V99.
           05  WS-CDF-STATUT               PIC X(01).
               88  CDF-EMISE               VALUE 'E'.
               88  CDF-LIVREE              VALUE 'L'.
           05  FILLER                      PIC X(36).
