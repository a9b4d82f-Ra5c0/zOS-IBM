      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN276                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DE LA REPARATION DES SUSPENS EN LIGNE         *
      *  (TRANSACTION ARIC276, MAP ARIM276 DU MAPSET ARIN276) :       *
      *  SAISIE DE LA FONCTION (L LISTE, C CORRECTION DE COMPTE,      *
      *  P LIBERATION POUR REPRISE, R REJET), DE L'AGENCE, DU         *
      *  NUMERO D'ORDRE DU SUSPENS (NUMERO DE DEPART POUR LA LISTE),  *
      *  DU MOTIF (FILTRE DE LA LISTE), DU COMPTE CORRIGE ET DU MOTIF *
      *  DE REJET ; RESTITUTION DES LIGNES RETENUES (10 PAR ECRAN).   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  ARIM276I.
           05  MFCTI                        PIC X(01).
           05  MAGCI                        PIC X(03).
           05  MNUMI                        PIC 9(05).
           05  MMOTI                        PIC X(02).
           05  MCPTI                        PIC X(10).
           05  MREJI                        PIC X(30).
      *
       01  ARIM276O.
           05  MFCTA                        PIC X(01).
           05  MFCTO                        PIC X(01).
           05  MAGCA                        PIC X(01).
           05  MAGCO                        PIC X(03).
           05  MNUMA                        PIC X(01).
           05  MNUMO                        PIC X(05).
           05  MMOTA                        PIC X(01).
           05  MMOTO                        PIC X(02).
           05  MCPTA                        PIC X(01).
           05  MCPTO                        PIC X(10).
           05  MREJA                        PIC X(01).
           05  MREJO                        PIC X(30).
           05  MLIGO                        PIC X(70) OCCURS 10.
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
