      *  PASSAGES D'APPROBATION : DOMAINE 'R' = REMISES SORTANTES     *
      *  (REGISTRE RELCTL, ARIO085, CLE = DATE DE REMISE AAAAMMJJ),   *
      *  DOMAINE 'C' = DELTAS DE CATALOGUE (CATDELTA, ARIO111, CLE =  *
      *  FOURNISSEUR), DOMAINE 'P' = REOUVERTURE D'UNE PERIODE        *
      *  CLOTUREE (REGISTRE PERCLO, ARIO127, CLE = MOIS AAAAMM, DEUX  *
      *  APPROBATEURS DISTINCTS EXIGES), DOMAINE 'K' = CAMPAGNE DE    *
      *  MODIFICATION EN MASSE DES COMPTES (FICHIER CAMPAG, ARIO155,  *
      *  CLE = CODE CAMPAGNE), DOMAINE 'U' = RECERTIFICATION DES      *
      *  HABILITATIONS (USRPRF, ARIO162, CLE = CODE UTILISATEUR, 'A'  *
      *  = DROITS MAINTENUS, 'R' = DROITS A REVOQUER). ACTION 'A'     *
      *  APPROUVE / 'R' REJETE.                                       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  DOMAINE 'P' : REOUVERTURE D'UNE PERIODE      *
      *               !  CLOTUREE (ARIO127), CLE = MOIS AAAAMM        *
      * 15/10/2026    !  DOMAINE 'K' : CAMPAGNE DE MODIFICATION EN    *
      *               !  MASSE DES COMPTES (ARIO155), CLE = CODE      *
      *               !  CAMPAGNE                                     *
      * 15/10/2026    !  DOMAINE 'U' : RECERTIFICATION TRIMESTRIELLE  *
      *               !  DES HABILITATIONS (ARIO161/ARIO162), CLE =   *
      *               !  CODE UTILISATEUR                             *
      *               !                                               *
      *===============================================================*
      *
           05  WS-DEC-DOMAINE               PIC X(01).
               88  DEC-DOM-REMISE           VALUE 'R'.
               88  DEC-DOM-CATALOGUE        VALUE 'C'.
               88  DEC-DOM-PERIODE          VALUE 'P'.
               88  DEC-DOM-CAMPAGNE         VALUE 'K'.
               88  DEC-DOM-RECERTIF         VALUE 'U'.
           05  WS-DEC-CLE                   PIC X(08).
           05  WS-DEC-ACTION                PIC X(01).
               88  DEC-APPROUVE             VALUE 'A'.
