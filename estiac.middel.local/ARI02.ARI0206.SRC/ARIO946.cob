      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  EXPLOITATION DE L'HISTORIQUE DES PRIX (FICHIER HISPRIX,     *
      *  ALIMENTE PAR ARIO112 POUR LES PRIX CATALOGUE FOURNISSEUR    *
      *  APPLIQUES, ORIGINE = FOURNISSEUR, ET PAR ARIO121 POUR LA    *
      *  MAJORATION DES LOTS PAR LES FRAIS D'APPROCHE, ORIGINE       *
      *  'FRAIAP'),                                                  *
      *  PILOTEE PAR LA CARTE SYSIN :                                 *
      *    'LISTE' + CODE ARTICLE : EVOLUTION CHRONOLOGIQUE DES      *
      *              PRIX DE L'ARTICLE (LOT, ANCIEN, NOUVEAU,        *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION PROGRAMME                           *
      * 15/10/2026    !  ALIMENTATION DE HISPRIX PAR ARIO112 ET       *
      *               !  ARIO121 (ARIC263 N'ECRIT PLUS DE PRIX)       *
      *               !                                               *
      *===============================================================*
      *
