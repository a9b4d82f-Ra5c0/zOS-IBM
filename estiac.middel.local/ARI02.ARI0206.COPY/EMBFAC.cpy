      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : EMBFAC                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  EMBALLAGES A FACTURER (FICHIER EMBFAC) : EMBALLAGES DETENUS  *
      *  PAR UN CLIENT AU-DELA DU NOMBRE DE JOURS CONVENU, RELEVES    *
      *  PAR ARIO133 ET FACTURES PAR LA FACTURATION ARIO095 AU PRIX   *
      *  DU CATALOGUE (COPY PRXVTE) DE L'ARTICLE EMBALLAGE            *
      *  (EMBPAL PALETTE, EMBCAI CAISSE). ARIO095 REECRIT LE FICHIER  *
      *  (EMBFACN) AVEC LE TOP FACTUREE ET LE NUMERO DE FACTURE ;     *
      *  ARIO133 REPREND LES LIGNES NON FACTUREES ET ABANDONNE LES    *
      *  LIGNES FACTUREES.                                            *
      *  LONGUEUR ENREGISTREMENT = 60                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-EMBFAC.
           05  WS-EMF-CLIENT                PIC X(08).
           05  WS-EMF-EMB                   PIC X(01).
               88  EMF-PALETTE              VALUE 'P'.
               88  EMF-CAISSE               VALUE 'C'.
           05  WS-EMF-ART                   PIC X(06).
           05  WS-EMF-PIECE                 PIC X(08).
           05  WS-EMF-DATE-LIV              PIC 9(08).
           05  WS-EMF-QTE                   PIC 9(06).
           05  WS-EMF-NB-JOURS              PIC 9(05).
           05  WS-EMF-DATE-CALC             PIC 9(08).
           05  WS-EMF-TOP                   PIC X(01).
               88  EMF-FACTUREE             VALUE 'O'.
               88  EMF-A-FACTURER           VALUE SPACE 'N'.
           05  WS-EMF-FAC-NO                PIC X(08).
           05  FILLER                       PIC X(01).
      *
      *------------------- ARTICLES EMBALLAGE DU CATALOGUE -----------*
      *
       01  WS-EMB-ARTICLES.
           05  WS-EMB-ART-PALETTE           PIC X(06) VALUE 'EMBPAL'.
           05  WS-EMB-ART-CAISSE            PIC X(06) VALUE 'EMBCAI'.
      *
