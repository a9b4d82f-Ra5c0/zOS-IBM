      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : LITIGE                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER DES LITIGES CARTE PORTEUR          *
      *  (FICHIER LITIGE, TRIE SUR LA CLE) : UN DOSSIER PAR           *
      *  MOUVEMENT CARTE CONTESTE, IDENTIFIE PAR LA CLE DU MOUVEMENT  *
      *  DANS L'HISTORIQUE HISMVT (COMPTE + DATE DE COMPTABILISATION  *
      *  + HEURE DU PASSAGE + SEQUENCE). LE DOSSIER PORTE LE MOTIF,   *
      *  LE MONTANT CONTESTE, LES DATES DE CHAQUE ETAPE, L'ECHEANCE   *
      *  RESEAU DE L'ETAPE EN COURS ET LE TOP DE CREDIT PROVISOIRE.   *
      *  STATUTS : 'O' OUVERT, 'C' CHARGEBACK EMIS, 'R'               *
      *  REPRESENTATION RECUE, 'G' CLOS GAGNE (CREDIT ACQUIS AU       *
      *  PORTEUR), 'P' CLOS PERDU. TENU PAR ARIO142.                  *
      *  LONGUEUR ENREGISTREMENT = 160                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-LITIGE.
           05  WS-LIT-CLE-E                PIC X(28).
               88  LIT-CLE-MAX-E           VALUE HIGH-VALUES.
           05  FILLER REDEFINES WS-LIT-CLE-E.
               10  WS-LIT-CPTE-E           PIC X(10).
               10  WS-LIT-DCPTA-E          PIC 9(08).
               10  WS-LIT-HEURE-E          PIC X(06).
               10  WS-LIT-SEQ-E            PIC 9(04).
           05  WS-LIT-MOTIF-E              PIC X(02).
               88  LIT-MOTIF-VALIDE-E      VALUES 'FR' 'NL' 'DD'
                                                  'MT' 'AN'.
           05  WS-LIT-MT-E                 PIC 9(8)V99.
           05  WS-LIT-DOPE-E               PIC 9(08).
           05  WS-LIT-LIBELLE-E            PIC X(30).
           05  WS-LIT-CTP-NOM-E            PIC X(25).
           05  WS-LIT-STATUT-E             PIC X(01).
               88  LIT-OUVERT-E            VALUE 'O'.
               88  LIT-CB-EMIS-E           VALUE 'C'.
               88  LIT-REPRES-E            VALUE 'R'.
               88  LIT-EN-COURS-E          VALUES 'O' 'C' 'R'.
               88  LIT-GAGNE-E             VALUE 'G'.
               88  LIT-PERDU-E             VALUE 'P'.
           05  WS-LIT-DOUV-E               PIC 9(08).
           05  WS-LIT-DCB-E                PIC 9(08).
           05  WS-LIT-DREP-E               PIC 9(08).
           05  WS-LIT-DCLOT-E              PIC 9(08).
           05  WS-LIT-DECH-E               PIC 9(08).
           05  WS-LIT-PROV-E               PIC X(01).
               88  LIT-AVEC-PROV-E         VALUE 'O'.
               88  LIT-SANS-PROV-E         VALUE 'N'.
           05  FILLER                      PIC X(15).
      *
