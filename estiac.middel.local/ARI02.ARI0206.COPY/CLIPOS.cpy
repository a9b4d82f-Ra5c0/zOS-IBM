      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CLIPOS                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  POSITION CLIENT (FICHIER INDEXE CLIPKS, CLE = NUMERO CLIENT  *
      *  + NUMERO DE COMPTE) : UN ENREGISTREMENT PAR LIEN ACTIF DU    *
      *  FICHIER DES LIENS (COPY CLILIEN) SUR UN CLIENT CONNU DU      *
      *  REFERENTIEL (COPY CLIMAST), AVEC LE NOM ET LE STATUT DU      *
      *  CLIENT, SON ROLE SUR LE COMPTE ET LES ENCOURS DU COMPTE :    *
      *  PRE-AUTORISATIONS CARTE ACTIVES (COPY AUTCB), SAISIES-       *
      *  ATTRIBUTIONS EN COURS (COPY SAISIE) ET MANDATS DE            *
      *  PRELEVEMENT ACTIFS (COPY MANDAT). RECHARGE CHAQUE NUIT PAR   *
      *  ARIO153, CONSULTE EN LIGNE PAR ARIC278 (LE SOLDE, LE         *
      *  PRODUIT ET LE STATUT DU COMPTE SONT RELUS DANS CPTEKS).      *
      *  LONGUEUR ENREGISTREMENT = 100                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-CLIPOS.
           05  WS-CPO-CLE.
               10  WS-CPO-CLI              PIC X(08).
               10  WS-CPO-CPTE             PIC X(10).
           05  WS-CPO-NOM-CLI              PIC X(30).
           05  WS-CPO-STATUT-CLI           PIC X(01).
               88  CPO-CLI-ACTIF           VALUES 'A', ' '.
               88  CPO-CLI-RADIE           VALUE 'R'.
           05  WS-CPO-ROLE                 PIC X(02).
               88  CPO-TITULAIRE           VALUE 'TI'.
               88  CPO-COTITULAIRE         VALUE 'CO'.
               88  CPO-MANDATAIRE          VALUE 'MA'.
           05  WS-CPO-NB-HOLDS             PIC 9(03).
           05  WS-CPO-MT-HOLDS             PIC 9(9)V99.
           05  WS-CPO-NB-SAISIES           PIC 9(03).
           05  WS-CPO-MT-SAISIES           PIC 9(9)V99.
           05  WS-CPO-NB-MANDATS           PIC 9(03).
           05  WS-CPO-DATE-CHG             PIC 9(08).
           05  FILLER                      PIC X(10).
      *
