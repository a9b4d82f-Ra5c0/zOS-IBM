      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : REVDEV                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  POSITION DE CHANGE REEVALUEE EN FIN DE MOIS PAR ARIO149 :    *
      *  UN ENREGISTREMENT PAR DEVISE ET AGENCE (SOLDE CUMULE DES     *
      *  COMPTES NON EUR, EN DEVISE), AVEC LE COURS DE CLOTURE        *
      *  RETENU ET LA CONTRE-VALEUR EUR QUI EN RESULTE. LA GENERATION *
      *  DU MOIS SERT DE REEVALUATION PRECEDENTE AU MOIS SUIVANT.     *
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
       01  WS-ENRG-F-REVDEV.
           05  WS-REV-DEVISE               PIC X(03).
           05  WS-REV-AGENCE               PIC X(03).
           05  WS-REV-DARRETE              PIC 9(08).
           05  WS-REV-POSITION             PIC S9(13)V99.
           05  WS-REV-TAUX                 PIC 9(03)V9(06).
           05  WS-REV-CV-EUR               PIC S9(13)V99.
           05  WS-REV-NB-CPTE              PIC 9(05).
           05  FILLER                      PIC X(02).
      *
