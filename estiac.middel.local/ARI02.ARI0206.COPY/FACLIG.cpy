      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : FACLIG                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  LIGNE DE FACTURE CLIENT (FICHIER FACLIG, UN FICHIER PAR      *
      *  PASSAGE DE LA FACTURATION ARIO095) : UNE LIGNE PAR COMMANDE  *
      *  FACTUREE AVEC LE NUMERO DE FACTURE DU REGISTRE FACREG, LA    *
      *  QUANTITE ET LE MONTANT HT FACTURES. LA CONCATENATION DES     *
      *  FICHIERS ALIMENTE LE RAPPROCHEMENT LIVRE / FACTURE ARIO117.  *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  REMISE APPLIQUEE (CATEGORIE TARIFAIRE ET     *
      *               !  POURCENTAGE) ET TYPE DE LIGNE ('V' : LIGNE   *
      *               !  D'AVOIR ARIO097 SUR LE FICHIER AVOLIG) PRIS  *
      *               !  SUR LA ZONE RESERVEE, POUR L'ANALYSE DES     *
      *               !  MARGES ARIO122                               *
      *               !                                               *
      *===============================================================*
      *
      *------------------- LIGNE DE FACTURE PAR COMMANDE --------------*
      *
       01  WS-ENRG-F-FACLIG.
           05  WS-FLG-FAC-NO               PIC X(08).
           05  WS-FLG-CDE-NO               PIC X(08).
           05  WS-FLG-CLIENT               PIC X(08).
           05  WS-FLG-ART                  PIC X(06).
           05  WS-FLG-QTE                  PIC 9(06).
           05  WS-FLG-MT-HT                PIC 9(9)V99.
           05  WS-FLG-DATE                 PIC 9(08).
           05  WS-FLG-REM-CAT              PIC X(02).
           05  WS-FLG-REM-PCT              PIC X(02).
           05  WS-FLG-REM-PCT-N REDEFINES WS-FLG-REM-PCT
                                           PIC 9(02).
           05  WS-FLG-TYPE                 PIC X(01).
               88  FLG-FACTURE             VALUE SPACE 'F'.
               88  FLG-AVOIR               VALUE 'V'.
      *
