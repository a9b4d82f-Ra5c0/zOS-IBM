      *  (FICHIER HOLDS) : UNE AUTORISATION GELE UN MONTANT SUR LE    *
      *  COMPTE JUSQU'A L'ARRIVEE DU MOUVEMENT CARTE 'C'              *
      *  CORRESPONDANT (MEME REFERENCE) OU JUSQU'A SA DATE            *
      *  D'EXPIRATION. STATUTS : 'A' ACTIVE, 'L' LEVEE (PRESENTATION  *
      *  DE COMPENSATION RAPPROCHEE PAR ARIO141 OU MOUVEMENT          *
      *  COMPTABILISE PAR ARIO326), 'E' EXPIREE. LE SOLDE DISPONIBLE  *
      *  UTILISE PAR LE CONTROLE DE DECOUVERT D'ARIO326 EST LE SOLDE  *
      *  COMPTABLE DIMINUE DES AUTORISATIONS ACTIVES. INTAKE ET ETAT  *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  NUMERO DE CARTE DE L'AUTORISATION (MAITRE    *
      *               !  DES CARTES, COPY CARTE), ENREGISTREMENT      *
      *               !  PORTE DE 40 A 60 CARACTERES                  *
      * 15/10/2026    !  LEVEE DES AUTORISATIONS A L'INTEGRATION DU   *
      *               !  FICHIER DE COMPENSATION CARTE (ARIO141)      *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 5000 POSTES    *
      *               !  (WS-MAX-HLD), DEPASSEMENT = ARRET EN ERREUR  *
      *               !  DU CHARGEMENT AU LIEU D'UNE TRONCATURE       *
      *               !                                               *
      *===============================================================*
      *
               88  HOLD-ACTIVE-E           VALUE 'A'.
               88  HOLD-LEVEE-E            VALUE 'L'.
               88  HOLD-EXPIREE-E          VALUE 'E'.
           05  WS-HLD-CARTE-E              PIC X(16).
           05  FILLER                      PIC X(07).
      *
      *------------------- TABLE DES AUTORISATIONS EN MEMOIRE ---------*
      *
       01  WS-TAB-HOLDS.
           05  WS-HLD-EL                   OCCURS 5000 TIMES.
               10  WS-HLD-CPTE             PIC X(10).
               10  WS-HLD-MT               PIC 9(8)V99.
               10  WS-HLD-REF              PIC X(08).
                   88  HOLD-ACTIVE         VALUE 'A'.
                   88  HOLD-LEVEE          VALUE 'L'.
                   88  HOLD-EXPIREE        VALUE 'E'.
               10  WS-HLD-CARTE            PIC X(16).
       01  WS-NB-HLD                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-HLD                       PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-HLD                      PIC S9(04) COMP VALUE 5000.
      *
       01  WS-SW-HLD-TROUVE                PIC X(01) VALUE 'N'.
           88  HOLD-TROUVEE                VALUE 'O'.
