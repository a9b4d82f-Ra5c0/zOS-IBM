      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : IMPCHQ                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  AVIS DE CHEQUE IMPAYE RECU DE LA CHAMBRE DE COMPENSATION     *
      *  (FICHIER IMPCHQ, UN AVIS PAR CHEQUE REMIS REVENU IMPAYE) :   *
      *  COMPTE DU REMETTANT, NUMERO ET MONTANT DU CHEQUE, DATE DE LA *
      *  REMISE ET MOTIF DU REJET. RAPPROCHE DU REGISTRE DES REMISES  *
      *  REMCHQ PAR ARIO143 (COMPTE + NUMERO + MONTANT).              *
      *  MOTIFS : 'PR' DEFAUT DE PROVISION, 'OP' OPPOSITION, 'CC'     *
      *  COMPTE CLOS, 'SI' SIGNATURE, 'IR' IRREGULARITE FORMELLE.     *
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
       01  WS-ENRG-F-IMPCHQ.
           05  WS-IMP-CPTE-E               PIC X(10).
           05  WS-IMP-NUM-CHEQUE-E         PIC X(07).
           05  WS-IMP-MT-E                 PIC 9(8)V99.
           05  WS-IMP-MT-X-E REDEFINES WS-IMP-MT-E
                                           PIC X(10).
           05  WS-IMP-DREM-E               PIC 9(08).
           05  WS-IMP-MOTIF-E              PIC X(02).
               88  IMP-MOTIF-VALIDE-E      VALUES 'PR' 'OP' 'CC'
                                                  'SI' 'IR'.
           05  FILLER                      PIC X(43).
      *
