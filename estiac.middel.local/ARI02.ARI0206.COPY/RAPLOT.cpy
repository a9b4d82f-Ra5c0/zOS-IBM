      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : RAPLOT                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  FICHIER DE REFERENCE DES RAPPELS DE LOTS (FICHIER RAPLOT,    *
      *  ECRIT PAR ARIO118) : UNE LIGNE PAR LOT RAPPELE AVEC SON      *
      *  ORIGINE (COMMANDE FOURNISSEUR ET DATE DE RECEPTION) ET LE    *
      *  BILAN DES QUANTITES RECUES, EN STOCK A LA DATE DU RAPPEL     *
      *  (MISES EN QUARANTAINE), EXPEDIEES AUX CLIENTS ET RETOURNEES. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- BILAN D'UN LOT RAPPELE ---------------------*
      *
       01  WS-ENRG-F-RAPLOT.
           05  WS-RPL-REF                  PIC X(10).
           05  WS-RPL-DATE                 PIC 9(08).
           05  WS-RPL-LOT                  PIC X(08).
           05  WS-RPL-ART                  PIC X(06).
           05  WS-RPL-FOU                  PIC X(06).
           05  WS-RPL-CMD-NO               PIC X(08).
           05  WS-RPL-DATE-REC             PIC 9(08).
           05  WS-RPL-QTE-RECUE            PIC 9(07).
           05  WS-RPL-QTE-STOCK            PIC 9(07).
           05  WS-RPL-QTE-EXPEDIEE         PIC 9(07).
           05  WS-RPL-QTE-RETOURNEE        PIC 9(07).
           05  WS-RPL-NB-EXPED             PIC 9(04).
           05  FILLER                      PIC X(14).
      *
