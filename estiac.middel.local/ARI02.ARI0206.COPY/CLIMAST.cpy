      *---------------------------------------------------------------*
      * 01/09/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      * 15/10/2026    !  NOTATION DU RISQUE CLIENT (F/M/E), DATE DE   *
      *               !  LA DERNIERE REVUE DU DOSSIER ET ECHEANCE DE  *
      *               !  LA PROCHAINE, PRISES SUR LE FILLER ; TENUES  *
      *               !  PAR ARIO145, LISTEES PAR ARIO146             *
      * 15/10/2026    !  CAPACITE DE LA TABLE PORTEE A 5000 POSTES    *
      *               !  (WS-MAX-CLIM), DEPASSEMENT = ARRET EN ERREUR *
      *               !  DU CHARGEMENT AU LIEU D'UNE TRONCATURE       *
      *===============================================================*
      *
      *------------------- ENREGISTREMENT F-CLIM-E EN ENTREE ----------*
           05  WS-CLI-STATUT-E             PIC X(01).
               88  CLI-ACTIF-E             VALUES 'A', ' '.
               88  CLI-RADIE-E             VALUE 'R'.
           05  WS-CLI-RISQUE-E             PIC X(01).
               88  CLI-RISQUE-FAIBLE-E     VALUES 'F', ' '.
               88  CLI-RISQUE-MOYEN-E      VALUE 'M'.
               88  CLI-RISQUE-ELEVE-E      VALUE 'E'.
           05  WS-CLI-DREVUE-E             PIC 9(08).
           05  WS-CLI-DECH-REVUE-E         PIC 9(08).
           05  FILLER                      PIC X(01).
      *
      *------------------- TABLE DES CLIENTS EN MEMOIRE ---------------*
      *
       01  WS-TAB-CLIM.
           05  WS-CLIM-EL                  OCCURS 5000 TIMES.
               10  WS-CLIM-NUM             PIC X(08).
               10  WS-CLIM-NOM             PIC X(30).
               10  WS-CLIM-STATUT          PIC X(01).
       01  WS-NB-CLIM                      PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-CLIM                      PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-CLIM                     PIC S9(04) COMP VALUE 5000.
      *
       01  WS-SW-CLIM-TROUVE               PIC X(01) VALUE 'N'.
           88  CLIM-TROUVE                 VALUE 'O'.
