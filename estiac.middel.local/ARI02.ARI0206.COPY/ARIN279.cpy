      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN279                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DE LA CONSOLE DE LA CHAINE DE NUIT            *
      *  (TRANSACTION ARIC279, MAP ARIM279 DU MAPSET ARIN279) :       *
      *  SAISIE DE LA FONCTION (L LISTE, A MISE EN ATTENTE, S SAUT,   *
      *  X LEVEE DU FORCAGE), DE LA SEQUENCE D'ETAPE (SEQUENCE DE     *
      *  DEPART POUR LA LISTE) ET DU MOTIF DU FORCAGE ; RESTITUTION   *
      *  DE LA DERNIERE MISE A JOUR PAR ARIO101, DU DECOMPTE DES      *
      *  ETAPES PAR STATUT, DES ETAPES (12 PAR ECRAN) ET DU DETAIL DU *
      *  FORCAGE DE L'ETAPE SAISIE.                                   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  ARIM279I.
           05  MFCTI                        PIC X(01).
           05  MSEQI                        PIC 9(02).
           05  MMOTI                        PIC X(30).
      *
       01  ARIM279O.
           05  MFCTA                        PIC X(01).
           05  MFCTO                        PIC X(01).
           05  MSEQA                        PIC X(01).
           05  MSEQO                        PIC X(02).
           05  MMOTA                        PIC X(01).
           05  MMOTO                        PIC X(30).
           05  MMAJO                        PIC X(17).
           05  MRESO                        PIC X(60).
           05  MLIGO                        PIC X(79) OCCURS 12.
           05  MDETO                        PIC X(79).
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
