      *---------------------------------------------------------------*
      *  ENREGISTREMENT DE L'HISTORIQUE DES PRIX (FICHIER HISPRIX,    *
      *  CLE = ARTICLE + LOT + DATE + HEURE) : CHAQUE CHANGEMENT DU   *
      *  PRIX UNITAIRE D'UN LOT (WS-LOT-PXU, LOT0206) Y EST CAPTE     *
      *  AVEC L'ANCIEN PRIX, LE NOUVEAU, LA DEVISE ET L'ORIGINE       *
      *  (ECRAN ARIC263 OU PROGRAMME BATCH). RELU PAR ARIO946 POUR LA *
      *  CONSULTATION DE L'EVOLUTION D'UN ARTICLE ET L'ETAT MENSUEL   *
      *  DES VARIATIONS ANORMALES.                                    *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  PRIX DE LOT PORTE PAR LE FICHIER LOT0206     *
      *               !                                               *
      *===============================================================*
      *
