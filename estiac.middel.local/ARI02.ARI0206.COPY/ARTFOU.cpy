      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ARTFOU                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  SOURCING ARTICLE-FOURNISSEUR (FICHIER ARTFOU) : UNE LIGNE    *
      *  PAR COUPLE ARTICLE / FOURNISSEUR POSSIBLE, AVEC SON RANG     *
      *  (1 = FOURNISSEUR PREFERE), LE DELAI DE LIVRAISON EN JOURS    *
      *  OUVRES, LE PRIX UNITAIRE NEGOCIE ET LA QUANTITE MINIMALE DE  *
      *  COMMANDE PROPRES AU COUPLE (A ZERO : DELAI STANDARD ET       *
      *  QUANTITE MINIMALE DU FICHIER FOURNISSEUR FOU0206, PRIX NON   *
      *  NEGOCIE). UN ARTICLE ABSENT DU FICHIER EST COMMANDE A SON    *
      *  FOURNISSEUR HABITUEL WS-ART-FOU. LA TABLE EN MEMOIRE EST     *
      *  CHARGEE AU DEMARRAGE DE LA GENERATION DES COMMANDES ARIO936  *
      *  (MODELE FOUPAI).                                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT ARTFOU EN ENTREE ------------*
      *
       01  WS-ENRG-F-ARTFOU.
           05  WS-AFO-ART-E                PIC X(06).
           05  WS-AFO-FOU-E                PIC X(06).
           05  WS-AFO-RANG-E               PIC 9(02).
           05  WS-AFO-DELAI-E              PIC 9(03).
           05  WS-AFO-PXU-E                PIC 9(3)V99.
           05  WS-AFO-QTE-MINI-E           PIC 9(06).
           05  FILLER                      PIC X(12).
      *
      *------------------- TABLE DU SOURCING EN MEMOIRE --------------*
      *
       01  WS-TAB-ARTFOU.
           05  WS-AFO-EL                   OCCURS 2000 TIMES.
               10  WS-AFO-ART              PIC X(06).
               10  WS-AFO-FOU              PIC X(06).
               10  WS-AFO-RANG             PIC 9(02).
               10  WS-AFO-DELAI            PIC 9(03).
               10  WS-AFO-PXU              PIC 9(3)V99 COMP-3.
               10  WS-AFO-QTE-MINI         PIC 9(06) COMP-3.
       01  WS-NB-AFO                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-AFO                       PIC S9(04) COMP VALUE ZERO.
