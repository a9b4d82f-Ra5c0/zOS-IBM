      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : NONAFF                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENCAISSEMENTS CLIENTS NON AFFECTES (FICHIER NONAFF, PERE-    *
      *  FILS) : CHAQUE CREDIT DU COMPTE D'ENCAISSEMENT DE L'ENTREPOT *
      *  (HISMVT) QUE LE LETTRAGE ARIO114 N'A PAS PU IMPUTER, OU LE   *
      *  RELIQUAT D'UN CREDIT SUPERIEUR AUX FACTURES LETTREES, AVEC   *
      *  SA DATE D'ENTREE DANS LE FICHIER ET LE MOTIF. LE FICHIER EST *
      *  RELU AU PASSAGE SUIVANT : LA CARTE D'AFFECTATION MANUELLE    *
      *  (AFFMAN, CLE DU MOUVEMENT + NUMERO DE FACTURE + VISA)        *
      *  SAISIE PAR LES RECEVABLES PREVAUT, SINON LE LETTRAGE         *
      *  AUTOMATIQUE EST RETENTE.                                     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENCAISSEMENT NON AFFECTE -------------------*
      *
       01  WS-ENRG-F-NONAFF.
           05  WS-NAF-CLE.
               10  WS-NAF-CPTE             PIC X(10).
               10  WS-NAF-DCPTA            PIC 9(08).
               10  WS-NAF-HEURE            PIC X(06).
               10  WS-NAF-SEQ              PIC 9(04).
           05  WS-NAF-DATE-MVT             PIC X(08).
           05  WS-NAF-MT                   PIC 9(8)V99.
           05  WS-NAF-LIBELLE              PIC X(30).
           05  WS-NAF-CTP-NOM              PIC X(25).
           05  WS-NAF-CTP-IBAN             PIC X(27).
           05  WS-NAF-REF-VIR              PIC X(08).
           05  WS-NAF-DATE-ENTREE          PIC 9(08).
           05  WS-NAF-MOTIF                PIC X(30).
           05  FILLER                      PIC X(26).
      *
      *------------------- CARTE D'AFFECTATION MANUELLE ---------------*
      *
       01  WS-ENRG-F-AFFMAN.
           05  WS-AFM-CLE                  PIC X(28).
           05  WS-AFM-FAC-NO               PIC X(08).
           05  WS-AFM-VISA                 PIC X(08).
           05  FILLER                      PIC X(36).
      *
