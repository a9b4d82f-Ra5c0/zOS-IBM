      *  SAISIE DU COMPTE, DU CODE MOUVEMENT, DU MONTANT ET DU        *
      *  LIBELLE ; RESTITUTION DU TITULAIRE ET DU SOLDE LUS DANS      *
      *  CPTEKS, ET DU TOTAL DE LA SESSION GUICHETIER EN COURS.       *
      *  MSOLJO : SOLDE DU JOUR (CPTEKS PLUS LE MEMO MEMOKS).         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  ZONE MSOLJO : SOLDE DU JOUR (MEMO DES        *
      *               !  SAISIES GUICHET)                             *
      *               !                                               *
      *===============================================================*
      *
           05  MLIBO                        PIC X(30).
           05  MNOMO                        PIC X(14).
           05  MSOLDEO                      PIC X(13).
           05  MSOLJO                       PIC X(13).
           05  MNBSESO                      PIC X(05).
           05  MTOTSESO                     PIC X(14).
           05  MDATEO                       PIC X(10).
