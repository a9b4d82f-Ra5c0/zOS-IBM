      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : RBTPRE                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  RECLAMATION DE REMBOURSEMENT D'UN PRELEVEMENT PAR LE CLIENT  *
      *  DEBITEUR, SAISIE PAR L'AGENCE (FICHIER RBTPRE) ET TRAITEE    *
      *  PAR ARIO159 : COMPTE DEBITE, CREANCIER, REFERENCE, MONTANT   *
      *  ET DATE DE COMPTABILISATION DU PRELEVEMENT CONTESTE, TYPE DE *
      *  RECLAMATION ('A' PRELEVEMENT AUTORISE, DELAI 8 SEMAINES ;    *
      *  'N' PRELEVEMENT NON AUTORISE, DELAI 13 MOIS), DATE DE LA     *
      *  RECLAMATION ET AGENT SAISISSEUR.                             *
      *  LE MEME ENREGISTREMENT, COMPLETE DE LA DATE DE TRAITEMENT,   *
      *  DU TYPE RETENU ET DE LA REFERENCE DU RETOUR EMIS VERS LA     *
      *  BANQUE DU CREANCIER, FORME L'HISTORIQUE DES REMBOURSEMENTS   *
      *  ACCORDES (HISRBT -> HISRBTS, PERE-FILS) D'OU SONT TIRES LES  *
      *  VOLUMES PAR CREANCIER.                                       *
      *  LONGUEUR ENREGISTREMENT = 80                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-RBTPRE.
           05  WS-RBT-CPTE                 PIC X(10).
           05  WS-RBT-CREANCIER            PIC X(08).
           05  WS-RBT-REF                  PIC X(08).
           05  WS-RBT-MT                   PIC 9(8)V99.
           05  WS-RBT-MT-X REDEFINES WS-RBT-MT
                                           PIC X(10).
           05  WS-RBT-DDEBIT               PIC 9(08).
           05  WS-RBT-DDEBIT-X REDEFINES WS-RBT-DDEBIT
                                           PIC X(08).
           05  WS-RBT-TYPE                 PIC X(01).
               88  RBT-AUTORISE            VALUE 'A'.
               88  RBT-NON-AUTORISE        VALUE 'N'.
           05  WS-RBT-DRECLAM              PIC 9(08).
           05  WS-RBT-DRECLAM-X REDEFINES WS-RBT-DRECLAM
                                           PIC X(08).
           05  WS-RBT-AGENT                PIC X(08).
           05  WS-RBT-DTRT                 PIC 9(08).
           05  WS-RBT-REF-RETOUR           PIC X(08).
           05  FILLER                      PIC X(03).
      *
