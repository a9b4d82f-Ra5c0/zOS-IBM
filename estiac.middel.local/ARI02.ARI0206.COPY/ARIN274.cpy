      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN274                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DE LA CONSULTATION ET DE LA MAINTENANCE DES   *
      *  COMMANDES FOURNISSEURS (TRANSACTION ARIC274, MAP ARIM274 DU  *
      *  MAPSET ARIN274) : SAISIE DE LA FONCTION (C CONSULTATION,     *
      *  N NOUVELLE COMMANDE, D DATE DE LIVRAISON PREVUE, A           *
      *  ANNULATION), DU NUMERO DE COMMANDE, DU FOURNISSEUR, DE       *
      *  L'ARTICLE, DE LA QUANTITE, DE LA DATE AAAAMMJJ ET DU PRIX    *
      *  UNITAIRE ; RESTITUTION DES LIBELLES ET DES COMMANDES         *
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
       01  ARIM274I.
           05  MFCTI                        PIC X(01).
           05  MCMDI                        PIC X(08).
           05  MFOUI                        PIC X(06).
           05  MARTI                        PIC X(06).
           05  MQTEI                        PIC 9(06).
           05  MDATI                        PIC 9(08).
           05  MPXUI                        PIC 9(03)V99.
      *
       01  ARIM274O.
           05  MFCTA                        PIC X(01).
           05  MFCTO                        PIC X(01).
           05  MCMDA                        PIC X(01).
           05  MCMDO                        PIC X(08).
           05  MFOUA                        PIC X(01).
           05  MFOUO                        PIC X(06).
           05  MARTA                        PIC X(01).
           05  MARTO                        PIC X(06).
           05  MQTEA                        PIC X(01).
           05  MQTEO                        PIC X(06).
           05  MDATA                        PIC X(01).
           05  MDATO                        PIC X(08).
           05  MPXUA                        PIC X(01).
           05  MPXUO                        PIC X(06).
           05  MLIBFOUO                     PIC X(20).
           05  MLIBARTO                     PIC X(20).
           05  MLIGO                        PIC X(70) OCCURS 10.
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
