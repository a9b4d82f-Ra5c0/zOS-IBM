      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : HISVEL                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  HISTORIQUE DES ALERTES DE VELOCITE (FICHIER HISVEL) : UN     *
      *  ENREGISTREMENT PAR COMPTE NOTE PAR LA SURVEILLANCE           *
      *  COMPORTEMENTALE ARIO045, AJOUTE EN FIN DE FICHIER A CHAQUE   *
      *  PASSAGE (OPEN EXTEND) : DATE DU PASSAGE, SCORE, NOMBRE DE    *
      *  MOUVEMENTS ET REGLES DECLENCHEES (O/N). RELU PAR ARIO145     *
      *  POUR LA NOTATION DU RISQUE CLIENT.                           *
      *  LONGUEUR ENREGISTREMENT = 40                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-HISVEL.
           05  WS-VEL-CPTE                 PIC X(10).
           05  WS-VEL-DATE                 PIC 9(08).
           05  WS-VEL-SCORE                PIC 9(03).
           05  WS-VEL-NB-MVT               PIC 9(05).
           05  WS-VEL-R1                   PIC X(01).
           05  WS-VEL-R2                   PIC X(01).
           05  WS-VEL-R3                   PIC X(01).
           05  WS-VEL-R4                   PIC X(01).
           05  FILLER                      PIC X(10).
      *
