      * 09/08/2026    !  CREATION DU FICHIER / DEBUT CODE            *
      * 22/08/2026    !  DIMENSION DEPOT EN TETE DE CLE ET DE        *
      *               !  MATRICE (DEUX SITES, 24 -> 26 C/ENRG)       *
      * 15/10/2026    !  DATE D'ENTREE EN CASIER (FIFO DES           *
      *               !  RESERVES POUR LE REAPPROVISIONNEMENT)       *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT ARTBIN (CLE = EMPLACEMENT) --*
                   88  BINLOC-TABL-VALIDE  VALUES 1 THRU 10.
           05  WS-BINLOC-ART-CODE          PIC X(06).
           05  WS-BINLOC-QTE               PIC 9(06).
           05  WS-BINLOC-DATE-ENT          PIC 9(08) COMP-3.
           05  FILLER                      PIC X(01).
      *
      *------------------- MATRICE D'OCCUPATION EN MEMOIRE ------------*
      *
