      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : BLQKYC                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  COMPTES BLOQUES AU DEBIT POUR REVUE DE DOSSIER ECHUE         *
      *  (FICHIER BLQKYC), RECONSTITUE A CHAQUE PASSAGE D'ARIO145 :   *
      *  UN ENREGISTREMENT PAR COMPTE DONT UN TITULAIRE OU            *
      *  COTITULAIRE NOTE A RISQUE ELEVE A DEPASSE L'ECHEANCE DE SA   *
      *  REVUE DE PLUS DU DELAI DE TOLERANCE. LU PAR ARIO326 : TOUT   *
      *  DEBIT SUR CES COMPTES EST ECARTE EN SUSPENS (MOTIF 'KY'),    *
      *  LES CREDITS PASSENT. LE COMPTE SORT DU FICHIER DES QUE LA    *
      *  CONFORMITE A ENREGISTRE LA REVUE (FICHIER REVKYC).           *
      *  LONGUEUR ENREGISTREMENT = 40                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE PAR LA COPIE     *
      *               !  (WS-MAX-BKY), DEPASSEMENT = ARRET EN ERREUR  *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-BLQKYC.
           05  WS-BKY-CPTE-E               PIC X(10).
           05  WS-BKY-CLI-E                PIC X(08).
           05  WS-BKY-DECH-E               PIC 9(08).
           05  WS-BKY-DBLQ-E               PIC 9(08).
           05  FILLER                      PIC X(06).
      *
      *------------------- TABLE DES COMPTES BLOQUES EN MEMOIRE ------*
      *
       01  WS-TAB-BLQKYC.
           05  WS-BKY-EL                   OCCURS 500 TIMES.
               10  WS-BKY-CPTE             PIC X(10).
       01  WS-NB-BKY                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-BKY                       PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-BKY                      PIC S9(04) COMP VALUE 500.
      *
       01  WS-SW-BKY-TROUVE                PIC X(01) VALUE 'N'.
           88  BKY-TROUVE                  VALUE 'O'.
           88  BKY-NON-TROUVE              VALUE 'N'.
      *
