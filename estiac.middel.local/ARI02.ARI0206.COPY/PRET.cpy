      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PRET                                      *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER MAITRE DES PRETS A LA              *
      *  CONSOMMATION (F-PRET), TRIE PAR NUMERO DE PRET : COMPTE DE   *
      *  REMBOURSEMENT (COMPTE A VUE DE F-CPTE-E), CAPITAL EMPRUNTE,  *
      *  TAUX NOMINAL ANNUEL, DUREE EN MOIS, DATE DE MISE EN PLACE    *
      *  ET DE PREMIERE ECHEANCE, ECHEANCE CONSTANTE CALCULEE,        *
      *  CAPITAL RESTANT DU ET SITUATION DES IMPAYES. LE TABLEAU      *
      *  D'AMORTISSEMENT EST PORTE PAR LE FICHIER ECHPRT. LE MAITRE   *
      *  EST TENU PAR ARIO135 (PERE-FILS) ET LISTE PAR ARIO136.       *
      *  STATUT : 'A' ACTIF, 'R' EN RETARD (ECHEANCE IMPAYEE),        *
      *           'S' SOLDE, 'X' ANNULE.                              *
      *  LONGUEUR ENREGISTREMENT = 120                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-PRET.
           05  WS-PRT-NO                    PIC X(05).
               88  PRT-NO-MAX               VALUE HIGH-VALUES.
           05  WS-PRT-CPTE                  PIC X(10).
           05  FILLER REDEFINES WS-PRT-CPTE.
               10  WS-PRT-AGENCE            PIC X(03).
               10  FILLER                   PIC X(07).
           05  WS-PRT-NOM                   PIC X(14).
           05  WS-PRT-CAPITAL               PIC 9(8)V99.
           05  WS-PRT-TAUX                  PIC 9(2)V9(3).
           05  WS-PRT-DUREE                 PIC 9(03).
           05  WS-PRT-DATE-DEB              PIC 9(08).
           05  WS-PRT-DATE-1ECH             PIC 9(08).
           05  WS-PRT-ECHEANCE              PIC 9(8)V99.
           05  WS-PRT-CRD                   PIC 9(8)V99.
           05  WS-PRT-NB-EMIS               PIC 9(03).
           05  WS-PRT-NB-IMP                PIC 9(03).
           05  WS-PRT-MT-IMP                PIC 9(8)V99.
           05  WS-PRT-STAT                  PIC X(01).
               88  PRT-ACTIF                VALUE 'A'.
               88  PRT-RETARD               VALUE 'R'.
               88  PRT-SOLDE                VALUE 'S'.
               88  PRT-ANNULE               VALUE 'X'.
               88  PRT-EN-COURS             VALUES 'A' 'R'.
           05  FILLER                       PIC X(20).
      *
