      *               !  LA TABLE MENU0206 (WS-PROG RENSEIGNE) AU     *
      *               !  LIEU D'UNE LISTE DE CHOIX CABLEE ; CHOIX 5   *
      *               !  BRANCHE SUR ARIC265 (SAISIE GUICHET)         *
      * 15/10/2026    !  MENU PORTE DE 12 A 18 CHOIX ('1' A '9' PUIS  *
      *               !  'A' A 'I') ; CHOIX D BRANCHE SUR ARIC275     *
      *               !  (TRANSFERTS INTER-DEPOTS)                    *
      *===============================================================*
      *
      *************************
      *
       01  WS-CHOIX                         PIC X.
           88  CHOIX-VALIDE
               VALUE '1' THRU '9' 'A' THRU 'I'.
      *
      * CARACTERES DE CHOIX DANS L'ORDRE DES INDICES DE LA TABLE DE
      * MENU (LE CHOIX 10 S'AFFICHE ET SE SAISIT 'A', ETC).
       01  WS-CHOIX-CARS                    PIC X(18)
                                            VALUE '123456789ABCDEFGHI'.
      *
       01  WS-MSG-VALIDE                    PIC X(80).
       01  WS-MSG-FIN                       PIC X(80).
      * ETAT DE CABLAGE DES CHOIX DU MENU (1 CARACTERE PAR CHOIX,
      * ALIMENTE A PARTIR DE WS-PROG POUR LE MESSAGE D'AIDE EN LIGNE
      * 7060-MSG-VALIDE-DEB).
       01  WS-STATUT-SPG                    PIC X(18).
       01  WS-STATUT-TAB REDEFINES WS-STATUT-SPG.
           05  WS-STATUT-EL                 PIC X(01) OCCURS 18 TIMES.
       01  WS-IND-CHOIX                     PIC S9(04) COMP.
      *
      * TABLE DES SOUS-PROGRAMMES DE MENU, CHARGEE DYNAMIQUEMENT A
      * PARTIR DE MENU0206 PAR 7000-INIT-LV-DEB (CF 6050/6060/6070-).
       01  WS-TABSPG.
           05  WS-PROG                      PIC X(8) OCCURS 18 TIMES.
       01  WS-IND-MNU                       PIC S9(04) COMP.
       01  WS-SW-FIN-MENU                   PIC X(01).
           88  FIN-TABMENU                  VALUE 'O'.
      *
           PERFORM 6070-READNEXT-MENU-DEB
              THRU 6070-READNEXT-MENU-FIN
             UNTIL FIN-TABMENU OR WS-IND-MNU >= 18.
      *
           PERFORM 6080-ENDBR-MENU-DEB
              THRU 6080-ENDBR-MENU-FIN.
      *---------------------------------------------------------------*
      *
      * CONVERSION DU CARACTERE DE CHOIX EN INDICE DE LA TABLE DE
      * MENU (1 A 18) VIA WS-CHOIX-CARS ('1' A '9' PUIS 'A' A 'I').
       7055-IND-CHOIX-DEB.
           MOVE ZERO                        TO WS-IND-CHOIX.
           PERFORM 7056-RECH-IND-CHOIX-DEB
              THRU 7056-RECH-IND-CHOIX-FIN
              VARYING WS-IND-MNU FROM 1 BY 1
                 UNTIL WS-IND-MNU > 18 OR WS-IND-CHOIX > ZERO.
           IF WS-IND-CHOIX = ZERO
              MOVE 1                        TO WS-IND-CHOIX
           END-IF.
           EXIT.
      *---------------------------------------------------------------*
      *
      * POUR CHAQUE CHOIX DU MENU (1 A 18), INDIQUE DANS WS-STATUT-SPG
      * LE CARACTERE DU CHOIX S'IL EST CABLE A UN SOUS-PROGRAMME
      * (WS-PROG RENSEIGNE PAR MENU0206) OU UN TIRET SI LE CHOIX N'EST
      * PAS ENCORE IMPLEMENTE, POUR AUTO-DEPANNAGE DE L'UTILISATEUR.
           PERFORM 7066-ADD-STATUT-DEB
              THRU 7066-ADD-STATUT-FIN
              VARYING WS-IND-CHOIX FROM 1 BY 1
                 UNTIL WS-IND-CHOIX > 18.
       7065-BUILD-STATUT-FIN.
           EXIT.
      *---------------------------------------------------------------*
