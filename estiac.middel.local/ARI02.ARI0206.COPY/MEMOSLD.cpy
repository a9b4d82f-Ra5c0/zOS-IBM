      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : MEMOSLD                                   *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  MEMO DES SAISIES GUICHET DE LA JOURNEE (FICHIER INDEXE       *
      *  MEMOKS, CLE = NUMERO DE COMPTE) : UN ENREGISTREMENT PAR      *
      *  COMPTE MOUVEMENTE AU GUICHET DEPUIS LA DERNIERE NUIT, TENU   *
      *  A JOUR PAR ARIC265 A CHAQUE SAISIE ACCEPTEE (NOMBRE, CUMUL   *
      *  DES DEBITS ET DES CREDITS SELON LE SENS DU CODE MVTCOD).     *
      *  LE SOLDE DU JOUR D'UN COMPTE EST LE SOLDE DE CPTEKS PLUS     *
      *  LES CREDITS MOINS LES DEBITS DU MEMO : C'EST LUI QUE         *
      *  CONTROLENT LA MARGE DE DECOUVERT D'ARIC265 ET QU'AFFICHE LA  *
      *  CONSULTATION ARIC264. EN DEBUT DE NUIT, APRES L'INTEGRATION  *
      *  DES SAISIES PAR ARIO074, ARIO151 RAPPROCHE LE MEMO DES       *
      *  MOUVEMENTS INTEGRES PUIS LE VIDE.                            *
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
       01  WS-ENRG-F-MEMO.
           05  WS-MEM-CPTE                 PIC X(10).
               88  MEM-CPTE-MAX            VALUE HIGH-VALUES.
           05  WS-MEM-NB                   PIC 9(05).
           05  WS-MEM-DEBIT                PIC 9(11)V99.
           05  WS-MEM-CREDIT               PIC 9(11)V99.
           05  WS-MEM-DPREM                PIC 9(08).
           05  WS-MEM-HDERN                PIC X(06).
           05  WS-MEM-USER                 PIC X(08).
           05  FILLER                      PIC X(17).
      *
