      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ECHPRT                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  LIGNE DU TABLEAU D'AMORTISSEMENT D'UN PRET (FICHIER ECHPRT,  *
      *  TRIE PAR NUMERO DE PRET ET NUMERO D'ECHEANCE), GENERE PAR    *
      *  ARIO135 A LA MISE EN PLACE DU PRET (ECHEANCE CONSTANTE) :    *
      *  DATE D'ECHEANCE, MONTANT, PART D'INTERETS, PART DE CAPITAL   *
      *  ET CAPITAL RESTANT DU APRES L'ECHEANCE.                      *
      *  STATUT : 'A' A VENIR, 'E' EMISE (MOUVEMENT DE DEBIT PASSE    *
      *           A LA CHAINE LE JOUR DE WS-ECP-DATE-EMIS),           *
      *           'I' IMPAYEE (DEBIT EN SUSPENS 'DP' D'ARIO326).      *
      *  LONGUEUR ENREGISTREMENT = 80                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-ECHPRT.
           05  WS-ECP-PRET                  PIC X(05).
           05  WS-ECP-NUM                   PIC 9(03).
           05  WS-ECP-DATE.
               10  WS-ECP-DATE-AAAA         PIC 9(04).
               10  WS-ECP-DATE-MM           PIC 9(02).
               10  WS-ECP-DATE-JJ           PIC 9(02).
           05  WS-ECP-DATE-N REDEFINES WS-ECP-DATE
                                            PIC 9(08).
           05  WS-ECP-MT                    PIC 9(8)V99.
           05  WS-ECP-INT                   PIC 9(8)V99.
           05  WS-ECP-CAP                   PIC 9(8)V99.
           05  WS-ECP-CRD                   PIC 9(8)V99.
           05  WS-ECP-STAT                  PIC X(01).
               88  ECP-A-VENIR              VALUE 'A'.
               88  ECP-EMISE                VALUE 'E'.
               88  ECP-IMPAYEE              VALUE 'I'.
           05  WS-ECP-DATE-EMIS             PIC 9(08).
           05  FILLER                       PIC X(15).
      *
