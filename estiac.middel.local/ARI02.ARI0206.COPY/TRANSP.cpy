      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : TRANSP                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  TABLE DES TOURNEES TRANSPORTEURS (FICHIER TRANSP) : UNE      *
      *  LIGNE PAR TOURNEE (DEPARTEMENT DE LIVRAISON, DEUX PREMIERS   *
      *  CARACTERES DU CODE POSTAL CLIENT ; '**' = TOURNEE PAR        *
      *  DEFAUT) AVEC LE TRANSPORTEUR AFFECTE, LA CAPACITE DU         *
      *  VEHICULE EN KG ET LE TARIF (FORFAIT PAR CHARGEMENT ET PRIX   *
      *  AU KG) DE L'ESTIMATION DU COUT DE FRET.                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- TOURNEE D'UN TRANSPORTEUR ------------------*
      *
       01  WS-ENRG-F-TRANSP.
           05  WS-TRP-ROUTE-E              PIC X(02).
               88  TRP-ROUTE-DEFAUT-E      VALUE '**'.
           05  WS-TRP-CODE-E               PIC X(06).
           05  WS-TRP-NOM-E                PIC X(20).
           05  WS-TRP-CAPACITE-E           PIC 9(06).
           05  WS-TRP-FORFAIT-E            PIC 9(05)V99.
           05  WS-TRP-PRIX-KG-E            PIC 9(03)V999.
           05  FILLER                      PIC X(03).
      *
      *------------------- TABLE DES TOURNEES EN MEMOIRE --------------*
      *
       01  WS-TAB-TRANSP.
           05  WS-TRP-EL                   OCCURS 100 TIMES.
               10  WS-TRP-ROUTE            PIC X(02).
               10  WS-TRP-CODE             PIC X(06).
               10  WS-TRP-NOM              PIC X(20).
               10  WS-TRP-CAPACITE         PIC 9(06).
               10  WS-TRP-FORFAIT          PIC 9(05)V99 COMP-3.
               10  WS-TRP-PRIX-KG          PIC 9(03)V999 COMP-3.
       01  WS-NB-TRP                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-TRP                       PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-SW-TRP-TROUVE                PIC X(01) VALUE 'N'.
           88  TRP-TROUVE                  VALUE 'O'.
           88  TRP-NON-TROUVE              VALUE 'N'.
      *
