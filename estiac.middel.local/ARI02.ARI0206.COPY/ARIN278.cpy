      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN278                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DE LA CONSULTATION DE LA POSITION CLIENT      *
      *  (TRANSACTION ARIC278, MAP ARIM278 DU MAPSET ARIN278) :       *
      *  SAISIE DU NUMERO CLIENT ET DU NUMERO DE LIGNE CHOISI POUR    *
      *  OUVRIR LE COMPTE DANS ARIC264 ; RESTITUTION DU NOM ET DU     *
      *  STATUT DU CLIENT, DE SES COMPTES (10 LIGNES PAR ECRAN) ET    *
      *  DES TOTAUX DES PRE-AUTORISATIONS CARTE, DES SAISIES ET DES   *
      *  MANDATS ACTIFS.                                              *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  ARIM278I.
           05  MCLII                        PIC X(08).
           05  MLIGCHI                      PIC 9(02).
      *
       01  ARIM278O.
           05  MCLIA                        PIC X(01).
           05  MCLIO                        PIC X(08).
           05  MLIGCHA                      PIC X(01).
           05  MLIGCHO                      PIC X(02).
           05  MNOMO                        PIC X(30).
           05  MSTCLIO                      PIC X(06).
           05  MLIGO                        PIC X(70) OCCURS 10.
           05  MNBHLDO                      PIC X(03).
           05  MMTHLDO                      PIC X(12).
           05  MNBSAIO                      PIC X(03).
           05  MMTSAIO                      PIC X(12).
           05  MNBMANO                      PIC X(03).
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
