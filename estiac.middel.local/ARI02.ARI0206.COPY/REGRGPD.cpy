      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : REGRGPD                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  REGISTRE DES DEMANDES DE DROIT D'ACCES (RGPD) SERVIES :      *
      *  UN POSTE AJOUTE EN EXTENSION PAR ARIO147 A CHAQUE DOSSIER    *
      *  PRODUIT (DATE ET HEURE DU PASSAGE, CLIENT, REFERENCE DE LA   *
      *  DEMANDE, PERIODE DES MOUVEMENTS ET VOLUMES RESTITUES PAR     *
      *  RUBRIQUE). PREUVE POUR LE DELEGUE A LA PROTECTION DES        *
      *  DONNEES QUE LA DEMANDE A ETE SATISFAITE ET QUAND.            *
      *  LONGUEUR ENREGISTREMENT = 80                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-REGRGPD.
           05  WS-RGP-DATE                 PIC 9(08).
           05  WS-RGP-HEURE                PIC 9(06).
           05  WS-RGP-CLI                  PIC X(08).
           05  WS-RGP-REF                  PIC X(10).
           05  WS-RGP-DDEB                 PIC 9(08).
           05  WS-RGP-DFIN                 PIC 9(08).
           05  WS-RGP-NB-CPTE              PIC 9(03).
           05  WS-RGP-NB-MVT               PIC 9(07).
           05  WS-RGP-NB-ARC               PIC 9(07).
           05  WS-RGP-NB-EVT               PIC 9(05).
           05  WS-RGP-NB-MAN               PIC 9(03).
           05  WS-RGP-NB-SAI               PIC 9(03).
           05  WS-RGP-NB-AUD               PIC 9(03).
           05  WS-RGP-STATUT               PIC X(01).
               88  RGP-SERVIE              VALUE 'S'.
      *
