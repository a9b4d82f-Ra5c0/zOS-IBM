      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PERAPPL                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ZONE D'ECHANGE DU SOUS-PROGRAMME ARIS908 (VERROU DES         *
      *  PERIODES CLOTUREES) : L'APPELANT RENSEIGNE LA DATE DE LA     *
      *  TRANSACTION (AAAAMMJJ) ; LE SOUS-PROGRAMME REND LA DATE      *
      *  D'IMPUTATION RETENUE ET LE RC : 0 = MOIS OUVERT (DATE        *
      *  INCHANGEE), 1 = MOIS CLOTURE ET POLITIQUE DE REFUS (LA       *
      *  TRANSACTION EST REJETEE PAR L'APPELANT), 2 = MOIS CLOTURE ET *
      *  POLITIQUE DE REDATATION (DATE RETENUE = PREMIER JOUR DU      *
      *  PREMIER MOIS OUVERT QUI SUIT). LA POLITIQUE EST LE           *
      *  PARAMETRE PERCLOT DE PARAM (ARIS903) : 'D' = REDATER, TOUTE  *
      *  AUTRE VALEUR OU ABSENCE = REFUSER.                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-PER-PARM.
           05  WS-PER-DATE                 PIC 9(08).
           05  WS-PER-DATE-RETENUE         PIC 9(08).
           05  WS-PER-RC                   PIC 9(01).
               88  PER-OUVERTE             VALUE 0.
               88  PER-REJETEE             VALUE 1.
               88  PER-REDATEE             VALUE 2.
      *
