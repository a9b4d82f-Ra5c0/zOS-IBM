      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARIN277                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MAP SYMBOLIQUE DE LA MAINTENANCE DES ORDRES PERMANENTS EN    *
      *  LIGNE (TRANSACTION ARIC277, MAP ARIM277 DU MAPSET ARIN277) : *
      *  SAISIE DE LA FONCTION (L LISTE, C CREATION, M MODIFICATION,  *
      *  X ANNULATION), DU COMPTE, DU NUMERO D'ORDRE, DU COMPTE DE    *
      *  CONTREPARTIE, DU MONTANT, DU CODE MOUVEMENT, DE LA           *
      *  PERIODICITE, DE LA PROCHAINE ECHEANCE ET DE LA DATE DE FIN ; *
      *  RESTITUTION DU TITULAIRE ET DES ORDRES DU COMPTE (10 LIGNES  *
      *  PAR ECRAN).                                                  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  ARIM277I.
           05  MFCTI                        PIC X(01).
           05  MCPTEI                       PIC X(10).
           05  MNUMI                        PIC X(08).
           05  MCTRI                        PIC X(10).
           05  MMTI                         PIC 9(08)V99.
           05  MCODEI                       PIC X(01).
           05  MPERI                        PIC X(01).
           05  MPROCHI                      PIC 9(08).
           05  MFINI                        PIC 9(08).
      *
       01  ARIM277O.
           05  MFCTA                        PIC X(01).
           05  MFCTO                        PIC X(01).
           05  MCPTEA                       PIC X(01).
           05  MCPTEO                       PIC X(10).
           05  MNUMA                        PIC X(01).
           05  MNUMO                        PIC X(08).
           05  MCTRA                        PIC X(01).
           05  MCTRO                        PIC X(10).
           05  MMTA                         PIC X(01).
           05  MMTO                         PIC X(10).
           05  MCODEA                       PIC X(01).
           05  MCODEO                       PIC X(01).
           05  MPERA                        PIC X(01).
           05  MPERO                        PIC X(01).
           05  MPROCHA                      PIC X(01).
           05  MPROCHO                      PIC X(08).
           05  MFINA                        PIC X(01).
           05  MFINO                        PIC X(08).
           05  MNOMO                        PIC X(14).
           05  MLIGO                        PIC X(70) OCCURS 10.
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
           05  MTASKO                       PIC 9(07).
           05  MTRANO                       PIC X(04).
           05  MMSGO                        PIC X(60).
      *
