      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  MONTANT DEJA ENCAISSE (PRIS SUR LA ZONE      *
      *               !  RESERVEE) CUMULE PAR LE LETTRAGE DES         *
      *               !  ENCAISSEMENTS ARIO114 : RESTE DU = TTC -     *
      *               !  ENCAISSE, 'R' QUAND LE RESTE DU EST NUL.     *
      *               !  ZONE NON NUMERIQUE (LIGNES ANTERIEURES) =    *
      *               !  RIEN ENCAISSE                                *
      * 15/10/2026    !  NIVEAU DE RELANCE ATTEINT PAR LA FACTURE     *
      *               !  (DERNIER OCTET DE LA ZONE RESERVEE), POSE    *
      *               !  PAR LA BALANCE AGEE ARIO115 : 1 RELANCE, 2   *
      *               !  MISE EN DEMEURE, 3 DERNIERE SOMMATION        *
      *               !                                               *
      *===============================================================*
      *
               88  FAC-IMPAYEE         VALUE 'I'.
               88  FAC-REGLEE          VALUE 'R'.
               88  FAC-AVOIR           VALUE 'V'.
           05  WS-FAC-MT-ENCAISSE      PIC 9(7)V99.
           05  WS-FAC-NIV-RELANCE      PIC X(01).
               88  FAC-SANS-RELANCE    VALUE SPACE.
               88  FAC-RELANCE-1       VALUE '1'.
               88  FAC-MISE-EN-DEMEURE VALUE '2'.
               88  FAC-DERNIERE-SOMMATION
                                       VALUE '3'.
      *
