      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CARTE                                     *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU MAITRE DES CARTES BANCAIRES (FICHIER       *
      *  CARTE, TRIE PAR NUMERO) : CHAQUE CARTE EST RATTACHEE A UN    *
      *  COMPTE WS-CPTE-CPTE ET A SON PORTEUR DU REFERENTIEL          *
      *  CLIENTS (COPY CLIMAST, LIEN ACTIF COPY CLILIEN), AVEC SON    *
      *  TYPE, SA DATE D'EMISSION (MOIS ANNIVERSAIRE DE LA            *
      *  COTISATION), SON MOIS D'EXPIRATION ET SON STATUT :           *
      *  'A' ACTIVE, 'B' BLOQUEE (OPPOSITION), 'R' RESILIEE.          *
      *  EMISSION ET MAINTENANCE : ARIO139 ; RENOUVELLEMENT ET        *
      *  COTISATION ANNUELLE : ARIO140 (MENSUEL) ; CONTROLE DES       *
      *  PRE-AUTORISATIONS : ARIO067 (TABLE EN MEMOIRE CHARGEE AU     *
      *  DEMARRAGE, MODELE MVTCOD).                                   *
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
      *------------------- ENREGISTREMENT DU FICHIER CARTE ------------*
      *
       01  WS-ENRG-F-CARTE.
           05  WS-CRT-NUM-E                PIC X(16).
               88  CRT-NUM-MAX-E           VALUE HIGH-VALUES.
           05  WS-CRT-CPTE-E               PIC X(10).
           05  WS-CRT-CLI-E                PIC X(08).
           05  WS-CRT-TYPE-E               PIC X(02).
               88  CRT-CLASSIQUE-E         VALUE 'CL'.
               88  CRT-PREMIER-E           VALUE 'PR'.
               88  CRT-TYPE-VALIDE-E       VALUES 'CL' 'PR'.
           05  WS-CRT-DEMIS-E              PIC 9(08).
           05  FILLER REDEFINES WS-CRT-DEMIS-E.
               10  WS-CRT-DEMIS-AAAA-E     PIC 9(04).
               10  WS-CRT-DEMIS-MM-E       PIC 9(02).
               10  WS-CRT-DEMIS-JJ-E       PIC 9(02).
           05  WS-CRT-DEXP-E               PIC 9(06).
           05  WS-CRT-STATUT-E             PIC X(01).
               88  CRT-ACTIVE-E            VALUE 'A'.
               88  CRT-BLOQUEE-E           VALUE 'B'.
               88  CRT-RESILIEE-E          VALUE 'R'.
           05  WS-CRT-DRENOUV-E            PIC 9(08).
           05  WS-CRT-DCOTIS-E             PIC 9(06).
               88  CRT-JAMAIS-COTISEE-E    VALUE ZERO.
           05  FILLER                      PIC X(15).
      *
      *------------------- TABLE DES CARTES EN MEMOIRE ----------------*
      *
       01  WS-TAB-CRT.
           05  WS-CRT-EL                   OCCURS 2000 TIMES.
               10  WS-CRT-NUM              PIC X(16).
               10  WS-CRT-CPTE             PIC X(10).
               10  WS-CRT-DEXP             PIC 9(06).
               10  WS-CRT-STATUT           PIC X(01).
                   88  CRT-ACTIVE          VALUE 'A'.
                   88  CRT-BLOQUEE         VALUE 'B'.
                   88  CRT-RESILIEE        VALUE 'R'.
       01  WS-NB-CRT                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CRT                       PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-CRT-TROUVE                PIC X(01) VALUE 'N'.
           88  CRT-TROUVEE                 VALUE 'O'.
           88  CRT-NON-TROUVEE             VALUE 'N'.
      *
