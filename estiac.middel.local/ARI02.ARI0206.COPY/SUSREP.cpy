      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : SUSREP                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  REPARATION DES MOUVEMENTS EN SUSPENS (FICHIER INDEXE SUSPKS, *
      *  CLE = AGENCE + NUMERO D'ORDRE) : RECHARGE PAR ARIO152 APRES  *
      *  CHAQUE PASSAGE D'ARIO326 A PARTIR DU FICHIER DES SUSPENS     *
      *  SUSCPT QU'IL VIENT D'ECRIRE, UN ENREGISTREMENT PAR MOUVEMENT *
      *  EN SUSPENS (IMAGE TP3MVTS COMPLETE), NUMEROTE DANS L'ORDRE   *
      *  AGENCE / MOTIF / COMPTE / DATE. LA TRANSACTION ARIC276 Y     *
      *  PORTE L'ACTION DECIDEE PAR UN UTILISATEUR DE NIVEAU 'M' :    *
      *    C : COMPTE CORRIGE (WS-SRP-CPTE-CORR) ;                    *
      *    L : LIBERE POUR REPRISE EN MOUVEMENT NEUF ;                *
      *    R : REJETE VERS SON ORIGINE (WS-SRP-MOTIF-REJ).            *
      *  LE PASSAGE SUIVANT D'ARIO326 CHARGE LES ACTIONS EN TABLE     *
      *  ET LES APPLIQUE AUX SUSPENS RELUS.                           *
      *  LONGUEUR ENREGISTREMENT = 250                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      * 15/10/2026    !  CAPACITE DE LA TABLE DES ACTIONS D'ARIO326   *
      *               !  (WS-MAX-SRT), DEPASSEMENT = ARRET EN ERREUR  *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-SUSREP.
           05  WS-SRP-CLE.
               10  WS-SRP-AGENCE           PIC X(03).
               10  WS-SRP-NUM              PIC 9(05).
           05  WS-SRP-MOTIF                PIC X(02).
           05  WS-SRP-MVT                  PIC X(150).
           05  WS-SRP-ACTION               PIC X(01).
               88  SRP-EN-ATTENTE          VALUE SPACE.
               88  SRP-CORRIGE             VALUE 'C'.
               88  SRP-LIBERE              VALUE 'L'.
               88  SRP-REJETE              VALUE 'R'.
               88  SRP-ACTION-SAISIE       VALUES 'C' 'L' 'R'.
           05  WS-SRP-CPTE-CORR            PIC X(10).
           05  WS-SRP-MOTIF-REJ            PIC X(30).
           05  WS-SRP-USER                 PIC X(08).
           05  WS-SRP-DATE-ACT             PIC 9(08).
           05  WS-SRP-HEURE-ACT            PIC X(06).
           05  FILLER                      PIC X(27).
      *
      *------------------- CAPACITE DE LA TABLE DES ACTIONS (ARIO326) -*
      *
       01  WS-MAX-SRT                      PIC S9(04) COMP VALUE 1000.
      *
