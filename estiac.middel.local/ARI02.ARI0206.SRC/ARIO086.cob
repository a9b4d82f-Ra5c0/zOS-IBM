      *  DES MONTANTS RECALCULES SUR LE FICHIER D'ECHANGE) NE         *
      *  CONCORDE PLUS AVEC CELLE DEPOSEE PAR ARIO047. APRES COPIE,   *
      *  LA REMISE PASSE AU STATUT 'L' (REGISTRE REECRIT PERE-FILS).  *
      *  LES ENREGISTREMENTS BENEFICIAIRES 'B' SONT TRANSMIS TELS     *
      *  QUELS, HORS EMPREINTE ; UN 'B' QUI NE SUIT PAS UN DETAIL     *
      *  FAIT REFUSER LA REMISE.                                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION PROGRAMME                           *
      *               !                                               *
      * 15/10/2026    !  ENREGISTREMENT BENEFICIAIRE 'B' ACCEPTE      *
      *               !  DERRIERE UN DETAIL, HORS EMPREINTE           *
      *===============================================================*
      *
      *************************
       01  WS-ENRG-ECHANG.
           05  WS-ECH-TYPE           PIC X(01).
               88  ECH-DETAIL        VALUE 'D'.
               88  ECH-BENEF         VALUE 'B'.
           05  FILLER                PIC X(27).
           05  FILLER                PIC X(08).
           05  WS-ECH-MT             PIC 9(10)V99.
           88  REMISE-TROUVEE        VALUE 'O'.
           88  REMISE-NON-TROUVEE    VALUE 'N'.
       01  WS-CPT-COPIES             PIC 9(07) VALUE ZERO.
       01  WS-NB-BENEF               PIC 9(07) VALUE ZERO.
       01  WS-ECH-TYPE-PREC          PIC X(01) VALUE SPACE.
           88  PREC-DETAIL           VALUE 'D'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
              ADD 1                      TO WS-NB-DETAILS
              ADD WS-ECH-MT              TO WS-HASH-DETAILS
           END-IF.
           IF ECH-BENEF
              IF NOT PREC-DETAIL
                 DISPLAY 'BENEFICIAIRE SANS DETAIL DANS LE FICHIER '
                         'D''ECHANGE, REFUS'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-BENEF
           END-IF.
           MOVE WS-ECH-TYPE              TO WS-ECH-TYPE-PREC.
           PERFORM 6020-READ-FECHANG-DEB
              THRU 6020-READ-FECHANG-FIN.
       2010-CUMULE-DETAIL-FIN.
           END-IF.
      *
           DISPLAY 'REMISE ' WS-DEM-REMISE ' LIBEREE : '
                   WS-CPT-COPIES ' ENREGISTREMENTS TRANSMIS DONT '
                   WS-NB-BENEF ' BENEFICIAIRES'.
      *
       3000-COPIE-TRANSMISSION-FIN.
           EXIT.
