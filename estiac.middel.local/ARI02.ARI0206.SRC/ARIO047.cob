      *  FICHIER DU CUMUL DU CODE 'E' DANS LE JOURNAL COMPTABLE       *
      *  F-GLJRN-E ECRIT PAR ARIO326, POUR PROUVER LA CONCORDANCE     *
      *  AVANT REMISE. UN FICHIER D'ECHANGE PAR DATE DE REMISE.       *
      *  TOUT DETAIL DONT LA CONTREPARTIE EST RENSEIGNEE DANS HISMVT  *
      *  EST SUIVI D'UN ENREGISTREMENT BENEFICIAIRE 'B' (IBAN, NOM ET *
      *  REFERENCE DE VIREMENT DE LA CONTREPARTIE).                   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  PART PLUS DIRECTEMENT, ELLE ATTEND           *
      *               !  L'APPROBATION ARIO085 ET LA LIBERATION       *
      *               !  ARIO086                                      *
      * 15/10/2026    !  ENREGISTREMENT BENEFICIAIRE 'B' APRES TOUT   *
      *               !  DETAIL A CONTREPARTIE RENSEIGNEE (IBAN, NOM, *
      *               !  REFERENCE DE VIREMENT PRIS DANS HISMVT)      *
      *===============================================================*
      *
      *************************
           05  WS-ECH-D-MT           PIC 9(10)V99.
           05  WS-ECH-D-DATE         PIC X(08).
           05  FILLER                PIC X(24) VALUE SPACE.
       01  WS-ECH-BENEF.
           05  FILLER                PIC X(01) VALUE 'B'.
           05  WS-ECH-B-IBAN         PIC X(27).
           05  WS-ECH-B-NOM          PIC X(25).
           05  WS-ECH-B-REF          PIC X(08).
           05  FILLER                PIC X(19) VALUE SPACE.
       01  WS-ECH-TOTAL.
           05  FILLER                PIC X(01) VALUE 'T'.
           05  WS-ECH-T-NB           PIC 9(07).
      *
       01  WS-CPT-SELECT             PIC 9(07) VALUE ZERO.
       01  WS-CPT-SANS-IBAN          PIC 9(05) VALUE ZERO.
       01  WS-CPT-BENEF              PIC 9(07) VALUE ZERO.
       01  WS-HASH-FICHIER           PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-GL-E               PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DATE-SYST              PIC 9(08).
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              IF WS-HIS-CTP-IBAN NOT = SPACES
                 PERFORM 7050-ECRIT-BENEF-DEB
                    THRU 7050-ECRIT-BENEF-FIN
              END-IF
              PERFORM 7100-ALIM-REGISTRE-DEB
                 THRU 7100-ALIM-REGISTRE-FIN
           END-IF.
       7005-RECH-UN-IBAN-FIN.
           EXIT.
      *
      *    BENEFICIAIRE DU MOUVEMENT (CONTREPARTIE CONSERVEE DANS
      *    HISMVT PAR ARIO326) : ENREGISTREMENT 'B' ECRIT JUSTE APRES
      *    LE DETAIL, HORS NOMBRE ET HASH DU TOTAL.
      *
       7050-ECRIT-BENEF-DEB.
           MOVE WS-HIS-CTP-IBAN          TO WS-ECH-B-IBAN.
           MOVE WS-HIS-CTP-NOM           TO WS-ECH-B-NOM.
           MOVE WS-HIS-REF-VIR           TO WS-ECH-B-REF.
           WRITE FS-ENRG-ECHANG-S        FROM WS-ECH-BENEF.
           IF NOT OK-ECHANG-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ECHANG-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ECHANG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-CPT-BENEF.
       7050-ECRIT-BENEF-FIN.
           EXIT.
      *
      *    INSCRIPTION DU MOUVEMENT REMIS AU REGISTRE DES REMISES
      *    (STATUT 'E' = EN ATTENTE DE RETOUR PARTENAIRE, EXPLOITE
      *    PAR ARIO064).
           DISPLAY 'MOUVEMENTS REMIS             :  ' WS-CPT-SELECT.
           DISPLAY 'REMISES SANS IBAN            :  '
                   WS-CPT-SANS-IBAN.
           DISPLAY 'BENEFICIAIRES TRANSMIS       :  ' WS-CPT-BENEF.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
