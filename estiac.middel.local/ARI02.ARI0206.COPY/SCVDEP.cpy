      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : SCVDEP                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  FICHIER DE VUE UNIQUE PAR DEPOSANT (FICHIER SCVDEP) REMIS AU *
      *  FONDS DE GARANTIE DES DEPOTS, PRODUIT PAR ARIO144 :          *
      *    TYPE 'C' : UN ENREGISTREMENT PAR CLIENT DEPOSANT, AVEC LE  *
      *               TOTAL DE SES DEPOTS ELIGIBLES EN EUR (QUOTE-    *
      *               PART DES COMPTES JOINTS COMPRISE), LA PART      *
      *               COUVERTE (PLAFONNEE) ET LA PART NON COUVERTE ;  *
      *    TYPE 'T' : ENREGISTREMENT FINAL DE TOTAUX (NOMBRE DE       *
      *               DEPOSANTS, CUMULS ET PLAFOND APPLIQUE).         *
      *  LONGUEUR ENREGISTREMENT = 150                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-SCVDEP.
           05  WS-SCV-TYPE                 PIC X(01).
               88  SCV-CLIENT              VALUE 'C'.
               88  SCV-TOTAL               VALUE 'T'.
           05  WS-SCV-DARRETE              PIC 9(08).
           05  WS-SCV-CORPS                PIC X(141).
           05  WS-SCV-CLIENT REDEFINES WS-SCV-CORPS.
               10  WS-SCV-CLI-NUM          PIC X(08).
               10  WS-SCV-CLI-NOM          PIC X(30).
               10  WS-SCV-CLI-IDNAT        PIC X(15).
               10  WS-SCV-CLI-DNAISS       PIC 9(08).
               10  WS-SCV-NB-CPTE          PIC 9(03).
               10  WS-SCV-MT-DEPOTS        PIC 9(11)V99.
               10  WS-SCV-MT-COUVERT       PIC 9(11)V99.
               10  WS-SCV-MT-NON-COUVERT   PIC 9(11)V99.
               10  WS-SCV-DEVISE           PIC X(03).
               10  FILLER                  PIC X(35).
           05  WS-SCV-TOTAUX REDEFINES WS-SCV-CORPS.
               10  WS-SCV-NB-CLIENTS       PIC 9(07).
               10  WS-SCV-TOT-DEPOTS       PIC 9(13)V99.
               10  WS-SCV-TOT-COUVERT      PIC 9(13)V99.
               10  WS-SCV-TOT-NON-COUVERT  PIC 9(13)V99.
               10  WS-SCV-PLAFOND          PIC 9(09)V99.
               10  WS-SCV-TOT-DEVISE       PIC X(03).
               10  FILLER                  PIC X(75).
      *
