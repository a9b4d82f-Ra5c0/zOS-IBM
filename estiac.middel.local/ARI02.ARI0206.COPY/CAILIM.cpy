      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CAILIM                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  LIMITES D'ENCAISSE PAR AGENCE (FICHIER F-CAILIM-E) : NIVEAU  *
      *  MINIMUM A TENIR PENDANT LA JOURNEE, NIVEAU MAXIMUM ADMIS EN  *
      *  FIN DE JOURNEE (ASSURANCE DU COFFRE), NIVEAU CIBLE VISE PAR  *
      *  UNE COMMANDE (ZERO = MILIEU DE LA FOURCHETTE) ET MULTIPLE    *
      *  D'ARRONDI DES COMMANDES EN EUROS (ZERO = PARAMETRE CAIMULT). *
      *  UTILISE PAR LA PROPOSITION DE COMMANDE DE FONDS ARIO157.     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT F-CAILIM-E EN ENTREE --------*
      *
       01  WS-ENRG-F-CAILIM.
           05  WS-CLM-AGENCE-E             PIC X(03).
           05  WS-CLM-MINI-E               PIC 9(9)V99.
           05  WS-CLM-MAXI-E               PIC 9(9)V99.
           05  WS-CLM-CIBLE-E              PIC 9(9)V99.
           05  WS-CLM-MULTIPLE-E           PIC 9(07).
           05  FILLER                      PIC X(07).
