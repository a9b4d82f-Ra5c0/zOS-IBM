      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : COMPEN                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  ENREGISTREMENT DU FICHIER DE COMPENSATION CARTE DU RESEAU    *
      *  (FICHIER COMPEN, UNE PRESENTATION PAR ACHAT) : CARTE, COMPTE *
      *  DEBITE, REFERENCE DE L'AUTORISATION (MEME ZONE QUE           *
      *  WS-HLD-REF-E DU COPY AUTCB), MONTANT DEFINITIF, DATE DE      *
      *  L'ACHAT ET ENSEIGNE DU COMMERCANT. RAPPROCHE DES             *
      *  PRE-AUTORISATIONS PAR ARIO141 (REFERENCE + COMPTE).          *
      *  LONGUEUR ENREGISTREMENT = 100                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-COMPEN.
           05  WS-CMP-CARTE-E              PIC X(16).
           05  WS-CMP-CPTE-E               PIC X(10).
           05  WS-CMP-REF-E                PIC X(08).
           05  WS-CMP-MT-E                 PIC 9(8)V99.
           05  WS-CMP-MT-X-E REDEFINES WS-CMP-MT-E
                                           PIC X(10).
           05  WS-CMP-DACHAT-E             PIC 9(08).
           05  WS-CMP-ENSEIGNE-E           PIC X(25).
           05  FILLER                      PIC X(23).
      *
