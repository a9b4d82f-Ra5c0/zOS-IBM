      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PERCLO                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  REGISTRE DES PERIODES COMPTABLES D'ENTREPOT (FICHIER PERCLO, *
      *  PERE-FILS, UNE LIGNE PAR MOIS AAAAMM, TRIE PAR PERIODE) :    *
      *  LA CLOTURE ARIO127 Y DEPOSE LE MOIS AU STATUT 'C' AVEC LES   *
      *  TOTAUX DE L'INSTANTANE DE FIN DE MOIS (NOMBRE D'ARTICLES,    *
      *  QUANTITE ET VALEUR EN EUR) ; LA REOUVERTURE, SOUMISE A DEUX  *
      *  APPROBATIONS DISTINCTES (COPY DECAPP, DOMAINE 'P'), LE PASSE *
      *  A 'O' AVEC LA DATE ET LES DEUX APPROBATEURS. UN MOIS ABSENT  *
      *  OU REOUVERT EST OUVERT AUX IMPUTATIONS ; LE SOUS-PROGRAMME   *
      *  ARIS908 (COPY PERAPPL) REFUSE OU REDATE LES TRANSACTIONS     *
      *  DATEES DANS UN MOIS AU STATUT 'C'.                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DES TABLES DU REGISTRE EN MEMOIRE   *
      *               !  (WS-MAX-PCL), DEPASSEMENT = ARRET EN ERREUR  *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-PERCLO.
           05  WS-PCL-PERIODE          PIC 9(06).
           05  WS-PCL-STATUT           PIC X(01).
               88  PCL-CLOTUREE        VALUE 'C'.
               88  PCL-ROUVERTE        VALUE 'O'.
           05  WS-PCL-DATE-CLOT        PIC 9(08).
           05  WS-PCL-NB-ART           PIC 9(07).
           05  WS-PCL-QTE-TOT          PIC 9(11).
           05  WS-PCL-VAL-TOT          PIC 9(11)V99.
           05  WS-PCL-DATE-REOUV       PIC 9(08).
           05  WS-PCL-APPROB-1         PIC X(08).
           05  WS-PCL-APPROB-2         PIC X(08).
           05  FILLER                  PIC X(10).
      *
       01  WS-MAX-PCL                  PIC S9(04) COMP VALUE 240.
      *
