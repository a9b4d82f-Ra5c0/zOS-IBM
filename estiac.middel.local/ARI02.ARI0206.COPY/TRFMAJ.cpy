      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : TRFMAJ                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MOUVEMENT DE TRANSFERT INTER-DEPOTS SAISI EN LIGNE PAR LA    *
      *  TRANSACTION ARIC275 (FILE TD ARIT, FICHIER TRFMAJ REPRIS     *
      *  PAR ARIO943) :                                               *
      *    TYPE 'D' : DEMANDE DE TRANSFERT (NOUVEL ORDRE A CREER AU   *
      *               STATUT DEMANDEE) ;                              *
      *    TYPE 'R' : CONFIRMATION DE RECEPTION PAR LE DEPOT DE       *
      *               DESTINATION AVEC LA QUANTITE EFFECTIVEMENT      *
      *               RECUE.                                          *
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
       01  WS-TMJ-ENR.
           05  WS-TMJ-TYPE                  PIC X(01).
               88  TMJ-DEMANDE              VALUE 'D'.
               88  TMJ-RECEPTION            VALUE 'R'.
           05  WS-TMJ-TRF-NO                PIC X(08).
           05  WS-TMJ-ART                   PIC X(06).
           05  WS-TMJ-QTE                   PIC 9(06).
           05  WS-TMJ-DEP-ORIG              PIC 9(02).
           05  WS-TMJ-DEP-DEST              PIC 9(02).
           05  WS-TMJ-DATE                  PIC 9(08).
           05  WS-TMJ-USER                  PIC X(08).
           05  WS-TMJ-TERM                  PIC X(04).
           05  FILLER                       PIC X(15).
      *
