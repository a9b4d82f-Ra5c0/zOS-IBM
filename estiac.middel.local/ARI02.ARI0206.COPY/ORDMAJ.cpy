      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MODULE    : ORDMAJ                                    *
      *  NOM DU REDACTEUR : GIGON                                     *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU COPY                  --*
      *---------------------------------------------------------------*
      *  TRANSACTION DE MAINTENANCE DES ORDRES PERMANENTS (FICHIER    *
      *  ORDMAJ) APPLIQUEE PAR ARIO034 AU FICHIER MAITRE ORDPER.      *
      *  ELLE EST FOURNIE EN LOT OU DEPOSEE EN LIGNE PAR LA           *
      *  TRANSACTION ARIC277 (FILE TD ARIP) :                         *
      *    'C' : CREATION (TOUTES LES ZONES) ;                        *
      *    'M' : MODIFICATION DU MONTANT ET/OU DES DATES (ZONE A      *
      *          BLANC = INCHANGEE, DATE DE FIN A ZERO = SANS FIN) ;  *
      *    'X' : ANNULATION.                                          *
      *  LE MONTANT PORTE DEUX DECIMALES IMPLICITES (WS-MAJ-MT-N).    *
      *  LONGUEUR ENREGISTREMENT = 80                                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    !  CREATION DU FICHIER COBOL (ZONE REPRISE      *
      *               !  D'ARIO034), ACTION 'M' ET UTILISATEUR        *
      *               !                                               *
      *===============================================================*
      *
       01  WS-ENRG-F-ORDMAJ.
           05  WS-MAJ-ACTION         PIC X(01).
               88  MAJ-CREATION      VALUE 'C'.
               88  MAJ-MODIFICATION  VALUE 'M'.
               88  MAJ-ANNULATION    VALUE 'X'.
           05  WS-MAJ-NUMERO         PIC X(08).
               88  MAJ-NUMERO-MAX    VALUE HIGH-VALUES.
           05  WS-MAJ-CPTE           PIC X(10).
           05  WS-MAJ-CPTE-CTR       PIC X(10).
           05  WS-MAJ-MT             PIC X(10).
           05  WS-MAJ-MT-N REDEFINES WS-MAJ-MT
                                     PIC 9(8)V99.
           05  WS-MAJ-CODE           PIC X(01).
           05  WS-MAJ-PERIOD         PIC X(01).
           05  WS-MAJ-DATE-PROCH     PIC X(08).
           05  WS-MAJ-DATE-FIN       PIC X(08).
           05  WS-MAJ-USER           PIC X(08).
           05  FILLER                PIC X(15).
      *
