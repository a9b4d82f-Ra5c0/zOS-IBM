      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : REVKYC                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  REVUES DE DOSSIER CLIENT ENREGISTREES PAR LA CONFORMITE      *
      *  (FICHIER REVKYC) : NUMERO CLIENT DU REFERENTIEL, DATE DE LA  *
      *  REVUE ET VISA DU REVISEUR. APPLIQUE AU REFERENTIEL PAR       *
      *  ARIO145 : LA DATE DE DERNIERE REVUE EST MISE A JOUR, LA      *
      *  PROCHAINE ECHEANCE RECALCULEE ET LE BLOCAGE DES DEBITS POUR  *
      *  REVUE ECHUE LEVE.                                            *
      *  LONGUEUR ENREGISTREMENT = 40                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-REVKYC.
           05  WS-REV-CLI-E                PIC X(08).
           05  WS-REV-DREVUE-E             PIC 9(08).
           05  WS-REV-VISA-E               PIC X(08).
           05  FILLER                      PIC X(16).
      *
      *------------------- TABLE DES REVUES EN MEMOIRE ---------------*
      *
       01  WS-TAB-REVKYC.
           05  WS-REV-EL                   OCCURS 500 TIMES.
               10  WS-REV-CLI              PIC X(08).
               10  WS-REV-DREVUE           PIC 9(08).
               10  WS-REV-STATUT           PIC X(01).
                   88  REV-APPLIQUEE       VALUE 'O'.
       01  WS-NB-REV                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-REV                       PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-REV-TROUVE                PIC X(01) VALUE 'N'.
           88  REV-TROUVEE                 VALUE 'O'.
           88  REV-NON-TROUVEE             VALUE 'N'.
      *
