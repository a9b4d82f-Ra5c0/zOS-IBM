      *  SAISIE DU NUMERO DE COMPTE, RESTITUTION DU TITULAIRE, DU     *
      *  SOLDE, DU STATUT, DE LA DERNIERE MISE A JOUR ET, SUR PF5,    *
      *  DES DERNIERS MOUVEMENTS RELUS DANS L'HISTORIQUE HISMVT.      *
      *  MINDISO : CHEQUES REMIS EN COURS D'ENCAISSEMENT (REMCHQ).    *
      *  MMEMOO / MSOLJO : SAISIES GUICHET DU JOUR (MEMO MEMOKS) ET   *
      *  SOLDE DU JOUR QUI EN RESULTE.                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 22/08/2026    !  CREATION DU FICHIER COBOL                    *
      *               !                                               *
      * 15/10/2026    !  ZONE MINDISO : FONDS INDISPONIBLES (CHEQUES  *
      *               !  REMIS EN COURS D'ENCAISSEMENT)               *
      * 15/10/2026    !  ZONES MMEMOO ET MSOLJO : SAISIES GUICHET DU  *
      *               !  JOUR ET SOLDE DU JOUR (MEMO MEMOKS)          *
      *===============================================================*
      *
       01  ARIM264I.
           05  MSOLDEO                      PIC X(13).
           05  MSTATO                       PIC X(10).
           05  MDMAJO                       PIC X(08).
           05  MINDISO                      PIC X(12).
           05  MMEMOO                       PIC X(13).
           05  MSOLJO                       PIC X(13).
           05  MMVTO                        PIC X(60) OCCURS 8.
           05  MDATEO                       PIC X(10).
           05  MTERMO                       PIC X(04).
