      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER ARTICLE (ART0206) : UN ARTICLE,    *
      *  SON STOCK ET SON SEUIL D'ALERTE ; SES LOTS SONT DANS LE      *
      *  FICHIER LOT0206 (COPY ARTLOT). PARTAGE PAR ARIC262 ET LES    *
      *  PROGRAMMES BATCH QUI LISENT ART0206.                         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               !  D'EXTENSION : ENREGISTREMENT PORTE DE 370   *
      *               !  A 380 ; CONFRONTEES AUX ATTRIBUTS DE ZONE   *
      *               !  F-ZONATT-E (ARIO103, ARIO943, ARIO104)      *
      * 15/10/2026    !  TABLE DES 10 LOTS TRANSFEREE DANS LE FICHIER *
      *               !  INDEXE LOT0206 (COPY ARTLOT, REPRISE         *
      *               !  ARIO124) : ZONE LIBEREE EN FILLER,           *
      *               !  ENREGISTREMENT MAINTENU A 380                *
      *===============================================================*
      *
       01  WS-ART-ENR.
           05  WS-ART-DELAI                 PIC 9(03).
           05  WS-ART-QTE                   PIC 9(06).
           05  WS-ART-ALERT                 PIC 9(05).
      *    ANCIENNE TABLE DES 10 LOTS (2 + 10 X 30) : ZONE LIBEREE,
      *    LES LOTS SONT DANS LE FICHIER INDEXE LOT0206 (COPY ARTLOT)
           05  FILLER                       PIC X(302).
           05  WS-ART-CLASSE                PIC X(01).
               88  ART-CLASSE-A             VALUE 'A'.
               88  ART-CLASSE-B             VALUE 'B'.
           05  WS-ART-CL-RISQUE             PIC X(01).
           05  FILLER                       PIC X(09).
      *
      *------------------- INDICE DE PARCOURS ------------------------*
      *
       01  WS-IND                           PIC S9(04) COMP.
      *
