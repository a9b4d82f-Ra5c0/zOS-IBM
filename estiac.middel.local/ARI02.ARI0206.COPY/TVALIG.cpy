      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : TVALIG                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  VENTILATION DE LA TVA PAR TAUX ET PAR PIECE (FICHIER         *
      *  TVAFAC, UN FICHIER PAR PASSAGE) : UNE LIGNE PAR TAUX DE      *
      *  CHAQUE FACTURE EMISE PAR ARIO095 ('F') ET UNE LIGNE PAR      *
      *  AVOIR EMIS PAR ARIO097 ('V'). LA CONCATENATION DES FICHIERS  *
      *  DU MOIS ALIMENTE LA DECLARATION DE TVA ARIO116, QUI PRODUIT  *
      *  AUSSI LES LIGNES DE TVA DEDUCTIBLE ('A') DES FACTURES        *
      *  FOURNISSEURS RAPPROCHEES PAR ARIO098.                        *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- LIGNE DE TVA D'UNE PIECE -------------------*
      *
       01  WS-ENRG-F-TVALIG.
           05  WS-TVL-TYPE                 PIC X(01).
               88  TVL-FACTURE             VALUE 'F'.
               88  TVL-AVOIR               VALUE 'V'.
               88  TVL-ACHAT               VALUE 'A'.
           05  WS-TVL-PIECE                PIC X(10).
           05  WS-TVL-TIERS                PIC X(08).
           05  WS-TVL-DATE                 PIC 9(08).
           05  WS-TVL-TAUX                 PIC 9(2)V99.
           05  WS-TVL-BASE-HT              PIC 9(9)V99.
           05  WS-TVL-MT-TVA               PIC 9(8)V99.
           05  FILLER                      PIC X(08).
      *
