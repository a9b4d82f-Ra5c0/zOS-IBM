      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : FOUPAI                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  COMPLEMENT DE REGLEMENT DU FICHIER FOURNISSEUR (FICHIER      *
      *  FOUPAI, UNE LIGNE PAR CODE FOURNISSEUR DE FOU0206) : RAISON  *
      *  SOCIALE DU BENEFICIAIRE, IBAN DE REGLEMENT, DELAI DE         *
      *  PAIEMENT EN JOURS CALENDAIRES A COMPTER DE LA DATE DE        *
      *  FACTURE ET STATUT ('A' ACTIF, 'B' BLOQUE : AUCUN REGLEMENT   *
      *  NI AUCUNE PROPOSITION DE COMMANDE). FOU0206 RESTE A 59       *
      *  CARACTERES : LE COMPLEMENT EST LU A COTE PAR LE REGLEMENT    *
      *  DES FOURNISSEURS ARIO113. LA TABLE EN MEMOIRE EST CHARGEE    *
      *  AU DEMARRAGE (MODELE CLICOM).                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  STATUT BLOQUE EGALEMENT EXPLOITE PAR ARIO936 *
      *               !  (CHOIX DU FOURNISSEUR)                       *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT FOUPAI EN ENTREE ------------*
      *
       01  WS-ENRG-F-FOUPAI.
           05  WS-FPA-CODE-E               PIC X(06).
           05  WS-FPA-NOM-E                PIC X(25).
           05  WS-FPA-IBAN-E               PIC X(27).
           05  WS-FPA-DELAI-E              PIC 9(03).
           05  WS-FPA-STATUT-E             PIC X(01).
               88  FPA-ACTIF-E             VALUES 'A', ' '.
               88  FPA-BLOQUE-E            VALUE 'B'.
           05  FILLER                      PIC X(18).
      *
      *------------------- TABLE DES CONDITIONS EN MEMOIRE ------------*
      *
       01  WS-TAB-FOUPAI.
           05  WS-FPA-EL                   OCCURS 300 TIMES.
               10  WS-FPA-CODE             PIC X(06).
               10  WS-FPA-NOM              PIC X(25).
               10  WS-FPA-IBAN             PIC X(27).
               10  WS-FPA-DELAI            PIC 9(03).
               10  WS-FPA-STATUT           PIC X(01).
                   88  FPA-ACTIF           VALUES 'A', ' '.
                   88  FPA-BLOQUE          VALUE 'B'.
       01  WS-NB-FPA                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-FPA                       PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-FPA-TROUVE                PIC X(01) VALUE 'N'.
           88  FPA-TROUVE                  VALUE 'O'.
           88  FPA-NON-TROUVE              VALUE 'N'.
