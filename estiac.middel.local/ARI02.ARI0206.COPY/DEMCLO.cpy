      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : DEMCLO                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  DEMANDE DE CLOTURE DE COMPTE SAISIE PAR L'AGENCE (FICHIER    *
      *  DEMCLO, UNE DEMANDE PAR COMPTE), TRAITEE PAR LE BATCH        *
      *  D'ARRETE DE CLOTURE ARIO158 : COMPTE A CLORE, MODE DE        *
      *  REGLEMENT DU SOLDE NET ('V' VIREMENT SUR UN COMPTE DE LA     *
      *  BANQUE DESIGNE, 'C' CHEQUE DE BANQUE), BENEFICIAIRE DU       *
      *  CHEQUE (NOM DU TITULAIRE A DEFAUT), DATE DE LA DEMANDE ET    *
      *  AGENT SAISISSEUR.                                            *
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
       01  WS-ENRG-F-DEMCLO.
           05  WS-DCL-CPTE-E               PIC X(10).
           05  WS-DCL-MODE-E               PIC X(01).
               88  DCL-VIREMENT-E          VALUE 'V'.
               88  DCL-CHEQUE-BQ-E         VALUE 'C'.
           05  WS-DCL-CPTE-DEST-E          PIC X(10).
           05  WS-DCL-BENEF-E              PIC X(25).
           05  WS-DCL-DATE-E               PIC 9(08).
           05  WS-DCL-AGENT-E              PIC X(08).
           05  FILLER                      PIC X(18).
