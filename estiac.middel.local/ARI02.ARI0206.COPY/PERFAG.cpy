      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : PERFAG                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  HISTORIQUE MENSUEL DES INDICATEURS DE PERFORMANCE PAR        *
      *  AGENCE (FICHIER PERFAG, UN ENREGISTREMENT PAR AGENCE ET PAR  *
      *  MOIS, RELU EN ENTREE ET REECRIT PERE-FILS PAR ARIO156) :     *
      *  INDICATEURS DU MOIS (FLUX DU MOIS, STOCKS EN FIN DE MOIS),   *
      *  CUMUL DES ECARTS DE CAISSE D'ARIO075 A LA FIN DU MOIS (BASE  *
      *  DE L'ECART DU MOIS SUIVANT) ET VOLUMES DE MOUVEMENTS PAR     *
      *  CODE. LES INDICATEURS ONT TOUS LE MEME FORMAT POUR ETRE      *
      *  TRAITES EN TABLE (VUE WS-PFA-IND) :                          *
      *    1 COMPTES OUVERTS          6 AGIOS PERCUS ('J' DEBIT)      *
      *    2 COMPTES CLOTURES         7 NOMBRE DE MOUVEMENTS          *
      *    3 COLLECTE NETTE           8 COMPTES DEBITEURS (STOCK)     *
      *    4 ENCOURS (STOCK)          9 SUSPENS EMIS                  *
      *    5 FRAIS PERCUS ('F' DEBIT) 10 ECARTS DE CAISSE             *
      *  LONGUEUR ENREGISTREMENT = 610                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-PERFAG.
           05  WS-PFA-AGENCE               PIC X(03).
           05  WS-PFA-MOIS                 PIC 9(06).
           05  WS-PFA-REGION               PIC X(10).
           05  WS-PFA-INDICATEURS.
               10  WS-PFA-NB-OUVERTS       PIC S9(13)V99.
               10  WS-PFA-NB-CLOTURES      PIC S9(13)V99.
               10  WS-PFA-COLLECTE         PIC S9(13)V99.
               10  WS-PFA-ENCOURS          PIC S9(13)V99.
               10  WS-PFA-FRAIS            PIC S9(13)V99.
               10  WS-PFA-AGIOS            PIC S9(13)V99.
               10  WS-PFA-NB-MVTS          PIC S9(13)V99.
               10  WS-PFA-NB-DEBITEURS     PIC S9(13)V99.
               10  WS-PFA-NB-SUSPENS       PIC S9(13)V99.
               10  WS-PFA-ECART-CAISSE     PIC S9(13)V99.
           05  FILLER REDEFINES WS-PFA-INDICATEURS.
               10  WS-PFA-IND              PIC S9(13)V99 OCCURS 10.
           05  WS-PFA-CUM-CAISSE           PIC S9(11)V99.
           05  WS-PFA-CODES                OCCURS 20.
               10  WS-PFA-COD-CODE         PIC X(01).
               10  WS-PFA-COD-NB           PIC 9(07).
               10  WS-PFA-COD-MT           PIC 9(11)V99.
           05  FILLER                      PIC X(08).
      *
