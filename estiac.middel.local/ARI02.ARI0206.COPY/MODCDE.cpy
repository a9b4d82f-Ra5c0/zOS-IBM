      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : MODCDE                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MOUVEMENT DE MODIFICATION D'UNE COMMANDE CLIENT (FICHIER     *
      *  MODCDE, SAISI PAR LE SERVICE CLIENTS, TRAITE PAR ARIO123     *
      *  AVANT L'ALLOCATION ARIO942) : REDUCTION DE LA QUANTITE       *
      *  D'UNE LIGNE ('Q', NOUVELLE QUANTITE DANS L'UNITE COURANTE    *
      *  DE LA COMMANDE), ANNULATION D'UNE LIGNE ('L', COMMANDE +     *
      *  ARTICLE) OU DE TOUTE LA COMMANDE ('C', ARTICLE A BLANC).     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- MOUVEMENT DE MODIFICATION ------------------*
      *
       01  WS-ENRG-F-MODCDE.
           05  WS-MOD-TYPE                 PIC X(01).
               88  MOD-REDUCTION           VALUE 'Q'.
               88  MOD-ANNUL-LIGNE         VALUE 'L'.
               88  MOD-ANNUL-CDE           VALUE 'C'.
           05  WS-MOD-CDE-NO               PIC X(08).
           05  WS-MOD-ART                  PIC X(06).
           05  WS-MOD-QTE                  PIC 9(06).
           05  WS-MOD-DATE                 PIC 9(08).
           05  WS-MOD-DEMANDEUR            PIC X(08).
           05  WS-MOD-MOTIF                PIC X(13).
      *
