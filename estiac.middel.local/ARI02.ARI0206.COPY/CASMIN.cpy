      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : CASMIN                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  DEFINITION DES CASIERS DE PRELEVEMENT (FICHIER CASMIN) : UN  *
      *  CASIER DE LA MATRICE ARTBIN DEDIE A UN ARTICLE, AVEC SON     *
      *  SEUIL MINIMUM DE REAPPROVISIONNEMENT ET SA CONTENANCE        *
      *  MAXIMALE. LES AUTRES CASIERS DE L'ARTICLE SONT DES CASIERS   *
      *  DE RESERVE. UTILISE PAR LE REAPPROVISIONNEMENT ARIO120.      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT F-CASMIN-E EN ENTREE --------*
      *
       01  WS-ENRG-F-CASMIN.
           05  WS-CMN-CASIER-E.
               10  WS-CMN-DEPOT-E          PIC 9(02).
               10  WS-CMN-ALLEE-E          PIC 9(02).
               10  WS-CMN-RACK-E           PIC 9(02).
               10  WS-CMN-TABL-E           PIC 9(02).
           05  WS-CMN-ART-E                PIC X(06).
           05  WS-CMN-MINI-E               PIC 9(06).
           05  WS-CMN-MAXI-E               PIC 9(06).
           05  FILLER                      PIC X(04).
      *
      *------------------- TABLE DES CASIERS DE PRELEVEMENT -----------*
      *
       01  WS-TAB-CASMIN.
           05  WS-CMN-EL                   OCCURS 500 TIMES.
               10  WS-CMN-CASIER.
                   15  WS-CMN-DEPOT        PIC 9(02).
                   15  WS-CMN-ALLEE        PIC 9(02).
                   15  WS-CMN-RACK         PIC 9(02).
                   15  WS-CMN-TABL         PIC 9(02).
               10  WS-CMN-ART              PIC X(06).
               10  WS-CMN-MINI             PIC 9(06).
               10  WS-CMN-MAXI             PIC 9(06).
       01  WS-NB-CMN                       PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CMN                       PIC S9(04) COMP VALUE ZERO.
      *
