      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : FRAIAP                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  PIECES DE FRAIS D'APPROCHE (FICHIER FRAIAP, TRIE PAR NUMERO  *
      *  DE PIECE) : UNE ENTETE 'E' PAR FACTURE DE TRANSPORTEUR, DE   *
      *  DOUANE OU DE MANUTENTION (NATURE, TIERS, MONTANT EUR, CLE DE *
      *  REPARTITION : VALEUR, QUANTITE OU POIDS), SUIVIE D'UNE LIGNE *
      *  'L' PAR COMMANDE FOURNISSEUR COUVERTE. LE REGISTRE FAPREG    *
      *  GARDE LES PIECES DEJA IMPUTEES AUX LOTS PAR ARIO121.         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- PIECE DE FRAIS D'APPROCHE ------------------*
      *
       01  WS-ENRG-F-FRAIAP.
           05  WS-FAP-DOC-NO               PIC X(10).
           05  WS-FAP-TYPE-ENR             PIC X(01).
               88  FAP-ENTETE              VALUE 'E'.
               88  FAP-LIGNE               VALUE 'L'.
           05  WS-FAP-DONNEES              PIC X(49).
           05  WS-FAP-ENTETE REDEFINES WS-FAP-DONNEES.
               10  WS-FAP-NATURE           PIC X(01).
                   88  FAP-TRANSPORT       VALUE 'T'.
                   88  FAP-DOUANE          VALUE 'D'.
                   88  FAP-MANUTENTION     VALUE 'M'.
               10  WS-FAP-TIERS            PIC X(06).
               10  WS-FAP-DATE             PIC 9(08).
               10  WS-FAP-MONTANT          PIC 9(07)V99.
               10  WS-FAP-CLE-REPART       PIC X(01).
                   88  FAP-PAR-VALEUR      VALUE 'V'.
                   88  FAP-PAR-QUANTITE    VALUE 'Q'.
                   88  FAP-PAR-POIDS       VALUE 'P'.
               10  FILLER                  PIC X(24).
           05  WS-FAP-LIGNE REDEFINES WS-FAP-DONNEES.
               10  WS-FAP-CDE-NO           PIC X(08).
               10  FILLER                  PIC X(41).
      *
      *------------------- REGISTRE DES PIECES IMPUTEES ---------------*
      *
       01  WS-ENRG-F-FAPREG.
           05  WS-FPR-DOC-NO               PIC X(10).
           05  WS-FPR-DATE-IMPUT           PIC 9(08).
           05  WS-FPR-MONTANT              PIC 9(07)V99.
           05  FILLER                      PIC X(03).
      *
