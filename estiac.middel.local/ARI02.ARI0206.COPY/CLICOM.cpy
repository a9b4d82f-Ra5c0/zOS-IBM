      *  ET STATUT ('A' ACTIF, 'S' STOP CREDIT : ALLOCATION RETENUE   *
      *  PAR ARIO942, 'F' FERME). TABLE CHARGEE EN MEMOIRE PAR LES    *
      *  CONSOMMATEURS (VALIDATION D'INTAKE, ALLOCATION,              *
      *  FACTURATION, PONT DE PRELEVEMENT). INDICATEUR PARTENAIRE EDI *
      *  ('O' : AVIS D'EXPEDITION ET FACTURES EMIS PAR ARIO128).      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  INDICATEUR PARTENAIRE EDI (PRIS SUR LA ZONE  *
      *               !  RESERVEE) POUR LA GENERATION DES MESSAGES    *
      *               !  SORTANTS ARIO128                             *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 3000 POSTES    *
      *               !  (WS-MAX-CLC), DEPASSEMENT = ARRET EN ERREUR  *
      *               !  DU CHARGEMENT AU LIEU D'UNE TRONCATURE       *
      *               !                                               *
      *===============================================================*
      *
               88  CLC-ACTIF-E             VALUE 'A'.
               88  CLC-STOP-CREDIT-E       VALUE 'S'.
               88  CLC-FERME-E             VALUE 'F'.
           05  WS-CLC-EDI-E                PIC X(01).
               88  CLC-PARTENAIRE-EDI-E    VALUE 'O'.
           05  FILLER                      PIC X(04).
      *
      *------------------- TABLE DES CLIENTS EN MEMOIRE ---------------*
      *
       01  WS-TAB-CLICOM.
           05  WS-CLC-EL                   OCCURS 3000 TIMES.
               10  WS-CLC-CODE             PIC X(08).
               10  WS-CLC-NOM              PIC X(20).
               10  WS-CLC-COND-PAIE        PIC X(03).
                   88  CLC-FERME           VALUE 'F'.
       01  WS-NB-CLC                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CLC                       PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-CLC                      PIC S9(04) COMP VALUE 3000.
      *
       01  WS-SW-CLC-TROUVE                PIC X(01) VALUE 'N'.
           88  CLC-TROUVE                  VALUE 'O'.
