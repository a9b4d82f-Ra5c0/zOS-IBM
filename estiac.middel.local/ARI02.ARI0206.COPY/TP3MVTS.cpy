      *               !  SUR UN COMPTE EN SUCCESSION, STATUT 'S',     *
      *               !  CONTROLE ARIO326 SUR LE TOP SUCCESSION DE    *
      *               !  LA TABLE MVTCOD)                             *
      * 15/10/2026    !  CODE 'Q' REMISE DE CHEQUE : ENREGISTREE AU   *
      *               !  REGISTRE REMCHQ PAR ARIO326, NUMERO DU       *
      *               !  CHEQUE REMIS EN WS-MVTS-NUM-CHEQUE (HORS     *
      *               !  CONTROLE D'OPPOSITION)                       *
      * 15/10/2026    !  MOTIF DE SUSPENS 'KY' (DEBIT SUR UN COMPTE   *
      *               !  BLOQUE POUR REVUE DE DOSSIER CLIENT ECHUE,   *
      *               !  FICHIER BLQKYC, CONTROLE ARIO326)            *
      * 15/10/2026    !  MOTIFS DE SUSPENS 'PL' (CREDIT PORTANT UN    *
      *               !  LIVRET AU-DELA DU PLAFOND REGLEMENTAIRE) ET  *
      *               !  'LV' (OPERATION NON ADMISE SUR UN LIVRET :   *
      *               !  HORS VIREMENT AVEC LE COMPTE A VUE DU        *
      *               !  TITULAIRE), CONTROLES ARIO326                *
      * 15/10/2026    !  CAPACITE DE LA TABLE DES JAMBES DE VIREMENT  *
      *               !  D'UN PASSAGE D'ARIO326 (WS-MAX-VIR),         *
      *               !  DEPASSEMENT = ARRET EN ERREUR                *
      *===============================================================*
      *
       01  WS-ENRG-F-MVTS.
               88  RETRAIT             VALUE 'R'.
               88  CB                  VALUE 'C'.
               88  DEPOT               VALUE 'D'.
               88  REMISE-CHEQUE       VALUE 'Q'.
           05  WS-MVTS-MT              PIC 9(8)V99.
           05  WS-MVTS-ORIGINE         PIC X(01).
               88  MVTS-ORIGINE-SUSPENS VALUE 'S'.
               88  MOTIF-SAISIE        VALUE 'SA'.
               88  MOTIF-AGENCE-INC    VALUE 'AG'.
               88  MOTIF-SUCCESSION    VALUE 'SU'.
               88  MOTIF-REVUE-KYC     VALUE 'KY'.
               88  MOTIF-PLAFOND-LIV   VALUE 'PL'.
               88  MOTIF-LIVRET        VALUE 'LV'.
           05  WS-MVTS-REF-VIR         PIC X(08).
           05  WS-MVTS-SUSP-DATE       PIC 9(08).
           05  WS-MVTS-SUSP-PASSES     PIC 9(02).
           05  WS-MVTS-CTP-NOM         PIC X(25).
           05  WS-MVTS-CTP-IBAN        PIC X(27).
      *
      *    CAPACITE DE LA TABLE DES JAMBES DE VIREMENT ('V' / 'W')
      *    CHARGEE PAR ARIO326 POUR UN PASSAGE.
      *
       01  WS-MAX-VIR                  PIC S9(04) COMP VALUE 5000.
      *
