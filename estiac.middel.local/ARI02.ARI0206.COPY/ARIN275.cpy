      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN275                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DES TRANSFERTS INTER-DEPOTS EN LIGNE          *
      *  (TRANSACTION ARIC275, MAP ARIM275 DU MAPSET ARIN275) :       *
      *  SAISIE DE LA FONCTION (V DISPONIBLE, D DEMANDE, L LISTE DES  *
      *  TRANSITS, R RECEPTION), DU NUMERO DE TRANSFERT, DE           *
      *  L'ARTICLE, DE LA QUANTITE, DU DEPOT D'ORIGINE (DEPOT         *
      *  CONSULTE POUR LA LISTE) ET DU DEPOT DE DESTINATION ;         *
      *  RESTITUTION DU LIBELLE ARTICLE, DU DISPONIBLE ET DES LIGNES  *
      *  RETENUES (10 LIGNES PAR ECRAN).                              *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  ARIM275I.
           05  MFCTI                        PIC X(01).
           05  MTRFI                        PIC X(08).
           05  MARTI                        PIC X(06).
           05  MQTEI                        PIC 9(06).
           05  MORIGI                       PIC 9(02).
           05  MDESTI                       PIC 9(02).
      *
       01  ARIM275O.
           05  MFCTA                        PIC X(01).
           05  MFCTO                        PIC X(01).
           05  MTRFA                        PIC X(01).
           05  MTRFO                        PIC X(08).
           05  MARTA                        PIC X(01).
           05  MARTO                        PIC X(06).
           05  MQTEA                        PIC X(01).
           05  MQTEO                        PIC X(06).
           05  MORIGA                       PIC X(01).
           05  MORIGO                       PIC X(02).
           05  MDESTA                       PIC X(01).
           05  MDESTO                       PIC X(02).
           05  MLIBARTO                     PIC X(20).
           05  MDISPOO                      PIC X(07).
           05  MLIGO                        PIC X(70) OCCURS 10.
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
