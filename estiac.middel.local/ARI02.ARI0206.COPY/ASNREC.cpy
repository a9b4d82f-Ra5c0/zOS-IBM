      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ASNREC                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER DES RECEPTIONS ATTENDUES ASNATT :  *
      *  UN AVIS D'EXPEDITION FOURNISSEUR PAR COMMANDE OUVERTE        *
      *  (NUMERO DE COMMANDE CMD0206, ARTICLE, FOURNISSEUR, LOT,      *
      *  DLUO, QUANTITE ANNONCEE, DATE D'ARRIVEE PREVUE A QUAI, DATE  *
      *  D'INTEGRATION DE L'AVIS). ALIMENTE EN PERE-FILS PAR          *
      *  L'INTEGRATION DES AVIS ARIO129 (UN AVIS RENVOYE POUR LA      *
      *  MEME COMMANDE REMPLACE LE PRECEDENT), LU PAR LE PLANNING DE  *
      *  QUAI ARIO130 ET CONSOMME PAR LA RECEPTION ARIO937 QUI EN     *
      *  RETIRE LES AVIS RAPPROCHES D'UNE LIVRAISON.                  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT ASNATT ---------------------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
      *
       01  WS-ASN-ENR.
           05  WS-ASN-CMD-NO                PIC X(08).
           05  WS-ASN-ART-CODE              PIC X(06).
           05  WS-ASN-FOU                   PIC X(06).
           05  WS-ASN-LOT                   PIC X(08).
           05  WS-ASN-DLUO                  PIC 9(08).
           05  WS-ASN-QTE                   PIC 9(06).
           05  WS-ASN-DATE-PREVUE           PIC 9(08).
           05  WS-ASN-DATE-AVIS             PIC 9(08).
           05  FILLER                       PIC X(02).
      *
