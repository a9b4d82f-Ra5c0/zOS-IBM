      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CHNCON                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  CONSOLE DE LA CHAINE DE NUIT (FICHIER INDEXE CHNPKS, CLE =   *
      *  SEQUENCE D'ETAPE) : REMIS A JOUR PAR LE PILOTE ARIO101 A     *
      *  CHAQUE APPEL A PARTIR DE LA DEFINITION DE CHAINE, DE L'ETAT  *
      *  DE CHAINE ET DU JOURNAL DES PASSAGES RUNLOG (TROIS DERNIERES *
      *  DUREES DU PROGRAMME DE L'ETAPE, LA PLUS RECENTE EN TETE).    *
      *  LA TRANSACTION ARIC279 L'AFFICHE ET Y PORTE LE FORCAGE       *
      *  DECIDE PAR UN UTILISATEUR DE NIVEAU 'M' SUR UNE ETAPE NON    *
      *  OBLIGATOIRE :                                                *
      *    A : ETAPE MISE EN ATTENTE, NON PROPOSEE PAR ARIO101 ;      *
      *    S : ETAPE SAUTEE, TENUE POUR PASSEE PAR SES SUCCESSEURS ;  *
      *    ESPACE : AUCUN FORCAGE (OU FORCAGE LEVE).                  *
      *  LE FORCAGE RESTE EN PLACE JUSQU'A SA LEVEE EN LIGNE ; LE     *
      *  PILOTE ARIO101 LE REPORTE DANS L'ETAT DE CHAINE AVEC SON     *
      *  AUTEUR. LES ZONES D'ETAT ET DE DUREE NE SONT ECRITES QUE PAR *
      *  ARIO101, LES ZONES DE FORCAGE QUE PAR ARIC279.               *
      *  LONGUEUR ENREGISTREMENT = 200                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-CHNCON.
           05  WS-CCN-CLE.
               10  WS-CCN-SEQ              PIC 9(02).
           05  WS-CCN-PROG                 PIC X(08).
           05  WS-CCN-OBLIG                PIC X(01).
               88  CCN-OBLIGATOIRE         VALUE 'O'.
           05  WS-CCN-PRED                 PIC 9(02).
           05  WS-CCN-STATUT               PIC X(01).
               88  CCN-A-FAIRE             VALUE ' '.
               88  CCN-DEMARREE            VALUE 'D'.
               88  CCN-TERMINEE            VALUE 'T'.
               88  CCN-EN-ERREUR           VALUE 'E'.
               88  CCN-SAUTEE              VALUE 'S'.
           05  WS-CCN-DATE-DEB             PIC 9(08).
           05  WS-CCN-HEURE-DEB            PIC 9(06).
           05  WS-CCN-DATE-FIN             PIC 9(08).
           05  WS-CCN-HEURE-FIN            PIC 9(06).
           05  WS-CCN-RC                   PIC 9(04).
           05  WS-CCN-NB-DUREES            PIC 9(01).
           05  WS-CCN-DUREES               OCCURS 3.
               10  WS-CCN-DUR-DATE         PIC 9(08).
               10  WS-CCN-DUR-SEC          PIC 9(06).
               10  WS-CCN-DUR-RC           PIC 9(04).
           05  WS-CCN-FORCAGE              PIC X(01).
               88  CCN-SANS-FORCAGE        VALUE ' '.
               88  CCN-EN-ATTENTE          VALUE 'A'.
               88  CCN-SAUT                VALUE 'S'.
           05  WS-CCN-MOTIF-FORC           PIC X(30).
           05  WS-CCN-USER-FORC            PIC X(08).
           05  WS-CCN-DATE-FORC            PIC 9(08).
           05  WS-CCN-HEURE-FORC           PIC X(06).
           05  WS-CCN-DATE-MAJ             PIC 9(08).
           05  WS-CCN-HEURE-MAJ            PIC 9(06).
           05  FILLER                      PIC X(32).
      *
