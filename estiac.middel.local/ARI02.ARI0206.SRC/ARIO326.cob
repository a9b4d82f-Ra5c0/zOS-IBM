      *               !  D'ARIO063) EST ECARTE EN SUSPENS 'SM' AU     *
      *               !  LIEU D'ATTEINDRE LE COMPTE CLIENT ; FICHIER  *
      *               !  ABSENT = CONTROLE NEUTRALISE                 *
      * 15/10/2026    !  FICHIER HOLDS PORTE A 60 CARACTERES : NUMERO *
      *               !  DE CARTE DE L'AUTORISATION (COPY AUTCB)      *
      *               !  REPRIS A LA REECRITURE                       *
      * 15/10/2026    !  REMISES DE CHEQUES (CODE 'Q') INSCRITES AU   *
      *               !  REGISTRE INDEXE REMCHQ (DATE DE VALEUR       *
      *               !  ACCORDEE, FIN DU DELAI D'ENCAISSEMENT,       *
      *               !  PARAMETRE 'DLENCCHQ') ; LEUR NUMERO DE       *
      *               !  CHEQUE ECHAPPE AU CONTROLE D'OPPOSITION      *
      * 15/10/2026    !  COMPTES BLOQUES POUR REVUE CLIENT ECHUE      *
      *               !  (FICHIER BLQKYC D'ARIO145) : TOUT DEBIT Y    *
      *               !  EST ECARTE EN SUSPENS 'KY' ; FICHIER ABSENT  *
      *               !  = CONTROLE NEUTRALISE                        *
      * 15/10/2026    !  LIVRET D'EPARGNE REGLEMENTE (PRODUIT 'LIV') :*
      *               !  SEULS LES VIREMENTS ('V'/'W') AVEC UN COMPTE *
      *               !  A VUE OUVERT D'UN MEME TITULAIRE (MAITRE     *
      *               !  CPTEKS, LIENS CLILIEN) ET LES INTERETS 'I'   *
      *               !  PASSENT, SINON SUSPENS 'LV' ; UN CREDIT QUI  *
      *               !  PORTERAIT LE SOLDE AU-DELA DU PLAFOND        *
      *               !  (PARAMETRE 'PLAFLIV') EST ECARTE EN SUSPENS  *
      *               !  'PL'                                         *
      * 15/10/2026    !  REPARATION DES SUSPENS : LES ACTIONS SAISIES *
      *               !  EN LIGNE SUR SUSPKS (ARIC276, COPY SUSREP)   *
      *               !  SONT APPLIQUEES AUX SUSPENS RELUS (TRI EN    *
      *               !  INPUT PROCEDURE) : COMPTE CORRIGE OU         *
      *               !  LIBERATION = REPRISE EN MOUVEMENT NEUF,      *
      *               !  REJET = FICHIER SUSREJ POUR RETOUR A         *
      *               !  L'ORIGINE                                    *
      * 15/10/2026    !  NUMEROS DE COMPTE DE L'ETATCLI ET DE         *
      *               !  L'ETATANO MASQUES SELON LA CLASSE DE         *
      *               !  DIFFUSION DE CHAQUE ETAT (SERVICE ARIS909)   *
      * 15/10/2026    !  MANDATS ET OPPOSITIONS LUS EN ACCES DIRECT   *
      *               !  SUR FICHIERS INDEXES AU LIEU DE TABLES       *
      *               !  LIMITEES ; CAPACITE DES TABLES RESTANTES     *
      *               !  CONTROLEE, ARRET EN ERREUR SI DEPASSEMENT    *
      * 15/10/2026    !  CAPACITES DES TABLES BLQKYC, JAMBES DE       *
      *               !  VIREMENT ET ACTIONS SUSPKS PORTEES PAR LES   *
      *               !  COPIES (WS-MAX-BKY, WS-MAX-VIR, WS-MAX-SRT)  *
      * 15/10/2026    !  INDICE WS-IX-LIEN-LIV EN S9(08) COMP, COMME  *
      *               !  LA TABLE DES LIENS CLILIEN                   *
      *===============================================================*
      *
      *************************
           SELECT  F-SUSCPT-S          ASSIGN TO SUSCPTS
                   FILE STATUS         IS WS-FS-SUSCPT-S.
      *                      ------------------------------------------
      *                      F-SUSREP-E : ACTIONS DE REPARATION DES
      *                      SUSPENS (SAISIES EN LIGNE PAR ARIC276)
      *                      ------------------------------------------
           SELECT  OPTIONAL F-SUSREP-E  ASSIGN TO SUSPKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-SRP-CLE
                   FILE STATUS         IS WS-FS-SUSREP-E.
      *                      ------------------------------------------
      *                      F-SUSREJ-S : SUSPENS REJETES VERS L'ORIGINE
      *                      ------------------------------------------
           SELECT  F-SUSREJ-S          ASSIGN TO SUSREJ
                   FILE STATUS         IS WS-FS-SUSREJ-S.
      *                      ------------------------------------------
      *                      SD-MVTS-TRI : TRAVAIL DU TRI/FUSION MVTS
      *                      ------------------------------------------
           SELECT  SD-MVTS-TRI         ASSIGN TO WRK001.
                   RECORD KEY          IS FS-HIS-CLE
                   FILE STATUS         IS WS-FS-HISMVT-S.
      *                      ------------------------------------------
      *                      F-REMCHQ-S : REGISTRE DES REMISES DE
      *                      CHEQUES (CLE DU MOUVEMENT HISMVT)
      *                      ------------------------------------------
           SELECT  OPTIONAL F-REMCHQ-S  ASSIGN TO REMCHQ
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-REMCHQ-S.
      *                      ------------------------------------------
      *                      F-BILAN-S : BILAN DE PASSAGE (ARIO041)
      *                      ------------------------------------------
           SELECT  F-BILAN-S           ASSIGN TO BILAN
      *                      F-MANDAT-E : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-MANDAT-E ASSIGN TO MANDAT
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-MAN-CLE
                   ALTERNATE RECORD    IS FS-MAN-CPTE
                                       WITH DUPLICATES
                   FILE STATUS         IS WS-FS-MANDAT-E.
      *                      -------------------------------------------
      *                      F-BLQKYC-E : COMPTES BLOQUES POUR REVUE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-BLQKYC-E ASSIGN TO BLQKYC
                   FILE STATUS         IS WS-FS-BLQKYC-E.
      *                      -------------------------------------------
      *                      F-CPTEKS : MAITRE INDEXE DES COMPTES
      *                      (CONTREPARTIE DES VIREMENTS DE LIVRET)
      *                      -------------------------------------------
           SELECT  F-CPTEKS            ASSIGN TO CPTEKS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KS-CLE
                   FILE STATUS         IS WS-FS-CPTEKS.
      *                      -------------------------------------------
      *                      F-LIEN-E : LIENS CLIENTS / COMPTES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LIEN-E   ASSIGN TO CLILIEN
                   FILE STATUS         IS WS-FS-LIEN-E.
      *                      -------------------------------------------
      *                      F-OPPOS-E : OPPOSITIONS SUR CHEQUES
      *                      ------------------------------------------
           SELECT  OPTIONAL F-OPPOS-E  ASSIGN TO OPPOS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-OPP-CLE
                   FILE STATUS         IS WS-FS-OPPOS-E.
      *                      ------------------------------------------
      *                      F-HOLDS-E : PRE-AUTORISATIONS CARTE (N-1)
       FD  F-SUSCPT-S
           DATA RECORD IS F.
       01  FS-ENRG-SUSCPT-S        PIC X(150).
      *
       FD  F-SUSREP-E
           DATA RECORD IS F.
       01  FS-ENRG-SUSREP-E.
           05  FS-SRP-CLE          PIC X(08).
           05  FILLER              PIC X(242).
      *
       FD  F-SUSREJ-S
           DATA RECORD IS F.
       01  FS-ENRG-SUSREJ-S        PIC X(250).
      *
       SD  SD-MVTS-TRI.
       01  SD-ENRG-MVTS-TRI.
       01  FS-ENRG-HISMVT-S.
           05  FS-HIS-CLE          PIC X(28).
           05  FILLER              PIC X(142).
      *
       FD  F-REMCHQ-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-REMCHQ-S.
           05  FS-REM-CLE          PIC X(28).
           05  FILLER              PIC X(92).
      *
       FD  F-BILAN-S
           DATA RECORD IS F.
       01  FS-ENRG-AGREF-E         PIC X(50).
      *
       FD  F-MANDAT-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-MANDAT-E.
           05  FS-MAN-CLE.
               10  FS-MAN-CREANCIER
                                   PIC X(08).
               10  FS-MAN-CPTE     PIC X(10).
               10  FS-MAN-DSIGN    PIC X(08).
           05  FILLER              PIC X(14).
      *
       FD  F-BLQKYC-E
           DATA RECORD IS F.
       01  FS-ENRG-BLQKYC-E        PIC X(40).
      *
       FD  F-CPTEKS
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-CPTEKS.
           05  FS-KS-CLE           PIC X(10).
           05  FILLER              PIC X(140).
      *
       FD  F-LIEN-E
           DATA RECORD IS F.
       01  FS-ENRG-LIEN-E          PIC X(40).
      *
       FD  F-OPPOS-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-OPPOS-E.
           05  FS-OPP-CLE.
               10  FS-OPP-CPTE     PIC X(10).
               10  FS-OPP-NUM-CHEQUE
                                   PIC X(07).
           05  FILLER              PIC X(13).
      *
       FD  F-HOLDS-E
           DATA RECORD IS F.
       01  FS-ENRG-HOLDS-E         PIC X(60).
      *
       FD  F-HOLDS-S
           DATA RECORD IS F.
       01  FS-ENRG-HOLDS-S         PIC X(60).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
       01  WS-FS-SUSCPT-E          PIC X(2).
           88  OK-SUSCPT-E         VALUE '00'.
           88  OUVERT-SUSCPT-E     VALUES '00' '05'.
           88  EOF-SUSCPT-E        VALUE '10'.
      *
       01  WS-FS-SUSCPT-S          PIC X(2).
           88  OK-SUSCPT-S         VALUE '00'.
      *
       01  WS-FS-SUSREP-E          PIC X(2).
           88  OK-SUSREP-E         VALUE '00'.
           88  EOF-SUSREP-E        VALUE '10'.
           88  NOTFOUND-SUSREP-E   VALUE '35'.
      *
       01  WS-FS-SUSREJ-S          PIC X(2).
           88  OK-SUSREJ-S         VALUE '00'.
      *
       01  WS-FS-MVTST-E           PIC X(2).
           88  OK-MVTST            VALUE '00'.
      *
       01  WS-FS-HISMVT-S          PIC X(2).
           88  OK-HISMVT           VALUES '00' '05'.
      *
       01  WS-FS-REMCHQ-S          PIC X(2).
           88  OK-REMCHQ           VALUES '00' '05'.
      *
       01  WS-FS-GLJRN-S           PIC X(2).
           88  OK-GLJRN            VALUE '00'.
       01  WS-FS-OPPOS-E           PIC XX.
           88  OK-OPPOS-E          VALUE '00'.
           88  EOF-OPPOS-E         VALUE '10'.
           88  NOT-ENRG-OPPOS-E    VALUE '23'.
           88  NOTFOUND-OPPOS-E    VALUE '35'.
       01  WS-FS-MANDAT-E          PIC XX.
           88  OK-MANDAT-E         VALUE '00'.
           88  DUPLICATE-MANDAT-E  VALUE '02'.
           88  EOF-MANDAT-E        VALUE '10'.
           88  NOT-ENRG-MANDAT-E   VALUE '23'.
           88  NOTFOUND-MANDAT-E   VALUE '35'.
       01  WS-FS-BLQKYC-E          PIC XX.
           88  OK-BLQKYC-E         VALUE '00'.
           88  EOF-BLQKYC-E        VALUE '10'.
           88  NOTFOUND-BLQKYC-E   VALUE '35'.
       01  WS-FS-CPTEKS            PIC XX.
           88  OK-CPTEKS           VALUE '00'.
           88  NOTFOUND-CPTEKS     VALUE '23'.
       01  WS-FS-LIEN-E            PIC XX.
           88  OK-LIEN-E           VALUE '00'.
           88  EOF-LIEN-E          VALUE '10'.
           88  NOTFOUND-LIEN-E     VALUE '35'.
      *
       01  WS-FS-HOLDS-E           PIC XX.
           88  OK-HOLDS-E          VALUE '00'.
           88  MANDAT-CHARGE       VALUE 'O'.
           88  MANDAT-ABSENT       VALUE 'A'.
      *
      *---------------- COMPTES BLOQUES POUR REVUE CLIENT -------------*
      *
           COPY BLQKYC.
      *
       01  WS-SW-KYC-REFUS         PIC X(01) VALUE 'N'.
           88  KYC-REFUS           VALUE 'O'.
           88  KYC-PASSE           VALUE 'N'.
      *
      *---------------- LIVRET D'EPARGNE REGLEMENTE -------------------*
      *
      *    JAMBES DE VIREMENT ('V' DEBIT / 'W' CREDIT) DU PASSAGE,
      *    CHARGEES APRES LE TRI POUR RETROUVER LE COMPTE DE
      *    CONTREPARTIE D'UN VIREMENT TOUCHANT UN LIVRET.
      *
       01  WS-TAB-VIR.
           05  WS-VIR-EL           OCCURS 5000 TIMES.
               10  WS-VIR-REF      PIC X(08).
               10  WS-VIR-CODE     PIC X(01).
               10  WS-VIR-CPTE     PIC X(10).
       01  WS-NB-VIR               PIC S9(4) COMP VALUE ZERO.
       01  WS-IX-VIR               PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-VIR-TROUVE        PIC X(01) VALUE 'N'.
           88  VIR-TROUVE          VALUE 'O'.
           88  VIR-NON-TROUVE      VALUE 'N'.
       01  WS-CODE-CTP             PIC X(01) VALUE SPACE.
       01  WS-CPTE-CTP             PIC X(10) VALUE SPACES.
      *
      *    COMPTE DE CONTREPARTIE LU SUR LE MAITRE INDEXE CPTEKS
      *    (MEME DESSIN QUE TP3CPTE, SEULS STATUT ET PRODUIT
      *    SONT EXPLOITES).
      *
       01  WS-ENRG-CTP.
           05  WS-CTP-CPTE         PIC X(10).
           05  FILLER              PIC X(48).
           05  WS-CTP-STATUT       PIC X(01).
               88  CTP-OUVERT      VALUES 'O', ' '.
           05  FILLER              PIC X(77).
           05  WS-CTP-PRODUIT      PIC X(03).
               88  CTP-A-VUE       VALUE SPACES.
           05  FILLER              PIC X(11).
      *
      *    LIENS ACTIFS DE TITULAIRE OU CO-TITULAIRE (FICHIER
      *    OPTIONNEL, ABSENT = CONTROLE DU TITULAIRE NEUTRALISE).
      *
           COPY CLILIEN.
      *
       01  WS-SW-LIEN-CHARGE       PIC X(01) VALUE 'A'.
           88  LIEN-CHARGE         VALUE 'O'.
           88  LIEN-ABSENT         VALUE 'A'.
       01  WS-IX-LIEN-LIV          PIC S9(08) COMP VALUE ZERO.
       01  WS-SW-TIT-COMMUN        PIC X(01) VALUE 'N'.
           88  TITULAIRE-COMMUN    VALUE 'O'.
           88  TITULAIRE-DISTINCT  VALUE 'N'.
      *
       01  WS-SW-LIVRET-REFUS      PIC X(01) VALUE 'N'.
           88  LIVRET-REFUS        VALUE 'O'.
           88  LIVRET-PASSE        VALUE 'N'.
       01  WS-SW-PLAFOND-LIV       PIC X(01) VALUE 'N'.
           88  PLAFOND-LIV-DEPASSE VALUE 'O'.
           88  PLAFOND-LIV-OK      VALUE 'N'.
       01  WS-PLAFOND-LIVRET       PIC 9(7)V99 VALUE 22950.
       01  WS-PLAF-CENTS           PIC 9(09) VALUE ZERO.
       01  WS-SOLDE-PLAF           PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *---------------- OPPOSITIONS SUR CHEQUES -----------------------*
      *
           COPY OPPCHQ.
      *
       01  WS-SW-OPPOS-CHARGE      PIC X(01) VALUE 'A'.
           88  OPPOS-CHARGE        VALUE 'O'.
           88  OPPOS-ABSENT        VALUE 'A'.
      *
      *---------------- PRE-AUTORISATIONS CARTE (ARIO067) -------------*
      *
           COPY AUTCB.
      *
       01  WS-TOT-HOLDS            PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *---------------- REGISTRE DES REMISES DE CHEQUES ---------------*
      *
           COPY REMCHQ.
      *
       01  WS-DELAI-ENC-CHQ        PIC 9(02) VALUE 10.
       01  WS-CREMCHQ              PIC S9(4) COMP VALUE 0.
      *
       01  WS-SW-CHQ-OPPOSE        PIC X(01) VALUE 'N'.
           88  CHEQUE-OPPOSE       VALUE 'O'.
       COPY RUNLOG.
       01  WS-RUN-NB-TRAV          PIC 9(07) VALUE ZERO.
      *
      *------------------- MASQUAGE DES IDENTIFIANTS (ARIS909) --------*
      *
       COPY MSQAPPL.
       01  WS-MSQ-NIV-ETATCLI      PIC X(01) VALUE 'T'.
       01  WS-MSQ-NIV-ETATANO      PIC X(01) VALUE 'T'.
      *
      *------------------- SWITCH MODE SIMULATION ---------------------*
      *
       01  WS-SW-SIMUL              PIC X(01)    VALUE 'N'.
      *
       01  WS-LSUS-TOT              PIC S9(4) COMP VALUE 0.
      *
      *---------------- REPARATION DES SUSPENS (ARIC276) --------------*
      *
      *    LES ACTIONS SAISIES SUR SUSPKS SONT CHARGEES EN TABLE ; UN
      *    SUSPENS RELU EST RECONNU A L'IDENTITE DE SON IMAGE AVEC
      *    CELLE CHARGEE PAR ARIO152, CHAQUE ACTION NE SERVANT QU'UNE
      *    FOIS.
      *
           COPY SUSREP.
      *
       01  WS-TAB-SUSREP.
           05  WS-SRT-EL                OCCURS 1000 TIMES.
               10  WS-SRT-ENR           PIC X(250).
               10  WS-SRT-UTILISE       PIC X(01).
                   88  SRT-UTILISE      VALUE 'O'.
                   88  SRT-DISPONIBLE   VALUE 'N'.
       01  WS-NB-SRT                    PIC S9(4) COMP VALUE 0.
       01  WS-IX-SRT                    PIC S9(4) COMP VALUE 0.
       01  WS-SW-SRT-TROUVE             PIC X(01) VALUE 'N'.
           88  SRT-TROUVE               VALUE 'O'.
           88  SRT-NON-TROUVE           VALUE 'N'.
      *
       01  WS-CSRP-CORRIGE              PIC S9(4) COMP VALUE 0.
       01  WS-CSRP-LIBERE               PIC S9(4) COMP VALUE 0.
       01  WS-CSRP-REJETE               PIC S9(4) COMP VALUE 0.
       01  WS-CSRP-NON-APPLIQ           PIC S9(4) COMP VALUE 0.
      *
      *---------------- FILTRE AGENCE SUR L'ETATCLI ------------------*
      *
       01  WS-SW-FILTRE-AGENCE      PIC X(01)    VALUE 'N'.
           SET RUN-FCT-DEBUT              TO TRUE.
           MOVE 'ARIO326'                 TO WS-RUN-PROG.
           CALL 'ARIS904'              USING WS-RUN-PARM.
      *
           PERFORM 7600-INIT-MASQUE-DEB
              THRU 7600-INIT-MASQUE-FIN.
      *
           PERFORM 6200-CHARGE-TAB-MVTCOD-DEB
              THRU 6200-CHARGE-TAB-MVTCOD-FIN.
           PERFORM 6220-CHARGE-HOLDS-DEB
              THRU 6220-CHARGE-HOLDS-FIN.
      *
           PERFORM 6240-OPEN-FOPPOS-DEB
              THRU 6240-OPEN-FOPPOS-FIN.
      *
           PERFORM 6250-CHARGE-SAISIES-DEB
              THRU 6250-CHARGE-SAISIES-FIN.
      *
           PERFORM 6260-OPEN-FMANDAT-DEB
              THRU 6260-OPEN-FMANDAT-FIN.
      *
           PERFORM 6270-CHARGE-BLQKYC-DEB
              THRU 6270-CHARGE-BLQKYC-FIN.
      *
           PERFORM 6280-CHARGE-LIENS-DEB
              THRU 6280-CHARGE-LIENS-FIN.
      *
           PERFORM 7190-LIRE-PLAFOND-LIV-DEB
              THRU 7190-LIRE-PLAFOND-LIV-FIN.
      *
           PERFORM 6012-OPEN-FSIMUL-DEB
              THRU 6012-OPEN-FSIMUL-FIN.
      *
           PERFORM 6300-CHARGE-SUSREP-DEB
              THRU 6300-CHARGE-SUSREP-FIN.
      *
           PERFORM 6005-TRI-FMVTS-DEB
              THRU 6005-TRI-FMVTS-FIN.
      *
           PERFORM 6290-CHARGE-VIREMENTS-DEB
              THRU 6290-CHARGE-VIREMENTS-FIN.
      *
           PERFORM 6000-OPEN-FMVTS-DEB
              THRU 6000-OPEN-FMVTS-FIN.
           PERFORM 6010-OPEN-FCPTE-DEB
              THRU 6010-OPEN-FCPTE-FIN.
      *
           PERFORM 6028-OPEN-FCPTEKS-DEB
              THRU 6028-OPEN-FCPTEKS-FIN.
      *
           PERFORM 6212-OPEN-FAGENCE-DEB
              THRU 6212-OPEN-FAGENCE-FIN.
              PERFORM 6018-OPEN-FHISMVT-DEB
                 THRU 6018-OPEN-FHISMVT-FIN
           END-IF.
      *
           IF SIMUL-OFF
              PERFORM 6026-OPEN-FREMCHQ-DEB
                 THRU 6026-OPEN-FREMCHQ-FIN
           END-IF.
      *
           IF SIMUL-OFF
              PERFORM 6022-OPEN-FGLJRN-DEB
      *
           PERFORM 6130-CLOSE-FCPTE-DEB
              THRU 6130-CLOSE-FCPTE-FIN.
      *
           PERFORM 6147-CLOSE-FCPTEKS-DEB
              THRU 6147-CLOSE-FCPTEKS-FIN.
      *
           PERFORM 6140-CLOSE-FCPTS-DEB
              THRU 6140-CLOSE-FCPTS-FIN.
              PERFORM 6143-CLOSE-FHISMVT-DEB
                 THRU 6143-CLOSE-FHISMVT-FIN
           END-IF.
      *
           IF SIMUL-OFF
              PERFORM 6146-CLOSE-FREMCHQ-DEB
                 THRU 6146-CLOSE-FREMCHQ-FIN
           END-IF.
      *
           IF SIMUL-OFF
              PERFORM 6144-CLOSE-FGLJRN-DEB
      *
           PERFORM 6160-CLOSE-FETATANO-DEB
              THRU 6160-CLOSE-FETATANO-FIN.
      *
           IF OPPOS-CHARGE
              PERFORM 6248-CLOSE-FOPPOS-DEB
                 THRU 6248-CLOSE-FOPPOS-FIN
           END-IF.
      *
           IF MANDAT-CHARGE
              PERFORM 6268-CLOSE-FMANDAT-DEB
                 THRU 6268-CLOSE-FMANDAT-FIN
           END-IF.
      *
           SET RUN-FCT-FIN                TO TRUE.
           COMPUTE WS-RUN-NB-TRAV =
      *
              PERFORM 7129-CTRL-MANDAT-DEB
                 THRU 7129-CTRL-MANDAT-FIN
      *
              PERFORM 7132-CTRL-KYC-DEB
                 THRU 7132-CTRL-KYC-FIN
      *
              PERFORM 7180-CTRL-LIVRET-DEB
                 THRU 7180-CTRL-LIVRET-FIN
      *
      *----------------- ALTERNATIVE MULTIPLE -----------------------*
      *
                 WHEN MANDAT-REFUS
                      PERFORM 4097-TRT-SANS-MANDAT-DEB
                         THRU 4097-TRT-SANS-MANDAT-FIN
                 WHEN KYC-REFUS
                      PERFORM 4099-TRT-REVUE-KYC-DEB
                         THRU 4099-TRT-REVUE-KYC-FIN
                 WHEN LIVRET-REFUS
                      PERFORM 4100-TRT-LIVRET-DEB
                         THRU 4100-TRT-LIVRET-FIN
                 WHEN PLAFOND-LIV-DEPASSE
                      PERFORM 4105-TRT-PLAFOND-LIV-DEB
                         THRU 4105-TRT-PLAFOND-LIV-FIN
                 WHEN RETRAIT
                      PERFORM 4000-TRT-RETRAIT-DEB
                         THRU 4000-TRT-RETRAIT-FIN
      *
       4097-TRT-SANS-MANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       4099-TRT-REVUE-KYC-DEB.
      *
           PERFORM 7100-GST-ANO-DEB
              THRU 7100-GST-ANO-FIN.
      *
           MOVE 'REVUE KYC ECHUE'      TO WS-LANO-LIB-ED.
      *
           IF FIRST-ANO
              PERFORM 8050-EDIT-ENT-ETATANO-DEB
                 THRU 8050-EDIT-ENT-ETATANO-FIN
           END-IF.
      *
           PERFORM 8070-EDIT-LG-ETATANO-DEB
              THRU 8070-EDIT-LG-ETATANO-FIN.
      *
           SET MOTIF-REVUE-KYC         TO TRUE.
           PERFORM 7105-GST-SUSPENSE-DEB
              THRU 7105-GST-SUSPENSE-FIN.
      *
       4099-TRT-REVUE-KYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       4100-TRT-LIVRET-DEB.
      *
           PERFORM 7100-GST-ANO-DEB
              THRU 7100-GST-ANO-FIN.
      *
           MOVE 'OPERATION LIVRET REFUSEE' TO WS-LANO-LIB-ED.
      *
           IF FIRST-ANO
              PERFORM 8050-EDIT-ENT-ETATANO-DEB
                 THRU 8050-EDIT-ENT-ETATANO-FIN
           END-IF.
      *
           PERFORM 8070-EDIT-LG-ETATANO-DEB
              THRU 8070-EDIT-LG-ETATANO-FIN.
      *
           SET MOTIF-LIVRET            TO TRUE.
           PERFORM 7105-GST-SUSPENSE-DEB
              THRU 7105-GST-SUSPENSE-FIN.
      *
       4100-TRT-LIVRET-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       4105-TRT-PLAFOND-LIV-DEB.
      *
           PERFORM 7100-GST-ANO-DEB
              THRU 7100-GST-ANO-FIN.
      *
           MOVE 'PLAFOND LIVRET DEPASSE' TO WS-LANO-LIB-ED.
      *
           IF FIRST-ANO
              PERFORM 8050-EDIT-ENT-ETATANO-DEB
                 THRU 8050-EDIT-ENT-ETATANO-FIN
           END-IF.
      *
           PERFORM 8070-EDIT-LG-ETATANO-DEB
              THRU 8070-EDIT-LG-ETATANO-FIN.
      *
           SET MOTIF-PLAFOND-LIV       TO TRUE.
           PERFORM 7105-GST-SUSPENSE-DEB
              THRU 7105-GST-SUSPENSE-FIN.
      *
       4105-TRT-PLAFOND-LIV-FIN.
           EXIT.
      *
      *===============================================================*
      *===============================================================*
               ON ASCENDING KEY SD-MVTS-DATE-TRI
               ON ASCENDING KEY SD-MVTS-CODE-TRI
               ON ASCENDING KEY SD-MVTS-MT-TRI
               INPUT PROCEDURE 6006-ALIMENTE-TRI-DEB
                          THRU 6006-ALIMENTE-TRI-FIN
               GIVING F-MVTST-E.
      *
           IF NOT OK-MVTST
       6005-TRI-FMVTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    LES MOUVEMENTS DU JOUR SONT VERSES TELS QUELS ; CHAQUE
      *    SUSPENS DE LA VEILLE RECOIT L'ACTION DE REPARATION QUI LUI
      *    A ETE PORTEE EN LIGNE (ARIC276) : COMPTE CORRIGE ET
      *    LIBERATION LE REPRESENTENT EN MOUVEMENT NEUF (ORIGINE A
      *    BLANC, DATE DE PREMIERE MISE EN SUSPENS CONSERVEE), LE
      *    REJET L'ECARTE SUR F-SUSREJ-S POUR RETOUR A L'ORIGINE.
      *
       6006-ALIMENTE-TRI-DEB.
           OPEN INPUT F-MVTS-E.
           IF NOT OK-MVTS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-E
              MOVE WS-FS-MVTS-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6007-READ-FMVTS-BRUT-DEB
              THRU 6007-READ-FMVTS-BRUT-FIN.
           PERFORM 6008-LIBERE-MVT-DEB
              THRU 6008-LIBERE-MVT-FIN
             UNTIL EMPTY-FILE-MVTS.
           CLOSE F-MVTS-E.
      *
           IF SIMUL-OFF
              OPEN OUTPUT F-SUSREJ-S
              IF NOT OK-SUSREJ-S
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSREJ-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREJ-S
                 MOVE WS-FS-SUSREJ-S TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           OPEN INPUT F-SUSCPT-E.
           IF NOT OUVERT-SUSCPT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              MOVE WS-FS-SUSCPT-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6009-READ-FSUSCPT-DEB
              THRU 6009-READ-FSUSCPT-FIN.
           PERFORM 7195-REPARE-SUSPENS-DEB
              THRU 7195-REPARE-SUSPENS-FIN
             UNTIL EOF-SUSCPT-E.
           CLOSE F-SUSCPT-E.
      *
           IF SIMUL-OFF
              CLOSE F-SUSREJ-S
              IF NOT OK-SUSREJ-S
                 DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SUSREJ-S'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREJ-S
                 MOVE WS-FS-SUSREJ-S TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
      *    UNE ACTION RESTEE SANS SUSPENS CORRESPONDANT (FICHIER DES
      *    SUSPENS DIFFERENT DE CELUI CHARGE DANS SUSPKS) EST SIGNALEE
      *    AU COMPTE RENDU.
      *
           MOVE ZERO                          TO WS-CSRP-NON-APPLIQ.
           PERFORM 7197-COMPTE-NON-APPLIQ-DEB
              THRU 7197-COMPTE-NON-APPLIQ-FIN
              VARYING WS-IX-SRT FROM 1 BY 1
                UNTIL WS-IX-SRT > WS-NB-SRT.
       6006-ALIMENTE-TRI-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6007-READ-FMVTS-BRUT-DEB.
           READ F-MVTS-E.
           IF NOT (OK-MVTS OR EMPTY-FILE-MVTS)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MVTS-E
              MOVE WS-FS-MVTS-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6007-READ-FMVTS-BRUT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6008-LIBERE-MVT-DEB.
           RELEASE SD-ENRG-MVTS-TRI     FROM FS-ENRG-MVTS-E.
           PERFORM 6007-READ-FMVTS-BRUT-DEB
              THRU 6007-READ-FMVTS-BRUT-FIN.
       6008-LIBERE-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6009-READ-FSUSCPT-DEB.
           READ F-SUSCPT-E.
           IF NOT (OK-SUSCPT-E OR EOF-SUSCPT-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSCPT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSCPT-E
              MOVE WS-FS-SUSCPT-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6009-READ-FSUSCPT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6000-OPEN-FMVTS-DEB.
           OPEN INPUT F-MVTST-E.
      *---------------------------------------------------------------*
      *
       6218-ALIM-TAB-AGREF-DEB.
           IF WS-NB-AGREF < WS-MAX-AGREF
              ADD 1                    TO WS-NB-AGREF
              SET WS-IX-AGREF          TO WS-NB-AGREF
              MOVE WS-AGR-CODE-E       TO WS-AGR-CODE(WS-IX-AGREF)
              MOVE WS-AGR-DCLOT-E      TO WS-AGR-DCLOT(WS-IX-AGREF)
              MOVE WS-AGR-ABSORB-E     TO WS-AGR-ABSORB(WS-IX-AGREF)
           ELSE
              DISPLAY 'F-AGREF-E : PLUS DE 999 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6016-WRITE-FSUSCPTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6017-WRITE-FSUSREJ-DEB.
           WRITE FS-ENRG-SUSREJ-S FROM WS-ENRG-F-SUSREP.
           IF NOT OK-SUSREJ-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SUSREJ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREJ-S
              MOVE WS-FS-SUSREJ-S TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6017-WRITE-FSUSREJ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6018-OPEN-FHISMVT-DEB.
           OPEN I-O F-HISMVT-S.
       6143-CLOSE-FHISMVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    REGISTRE DES REMISES DE CHEQUES : LE DELAI D'ENCAISSEMENT
      *    EN JOURS OUVRES (10 PAR DEFAUT) EST SURCHARGEABLE PAR LE
      *    PARAMETRE CENTRAL 'DLENCCHQ' (ARIS903).
      *
       6026-OPEN-FREMCHQ-DEB.
           OPEN I-O F-REMCHQ-S.
           IF NOT OK-REMCHQ
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMCHQ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-S
              MOVE WS-FS-REMCHQ-S TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE 'DLENCCHQ'                    TO WS-PAR-ID.
           MOVE WS-DATE-SYST                  TO WS-PAR-DATE.
           CALL 'ARIS903' USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:2) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:2)         TO WS-DELAI-ENC-CHQ
           END-IF.
       6026-OPEN-FREMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6027-WRITE-FREMCHQ-DEB.
           WRITE FS-ENRG-REMCHQ-S FROM WS-ENRG-F-REMCHQ.
           IF NOT OK-REMCHQ
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REMCHQ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-S
              MOVE WS-FS-REMCHQ-S TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6027-WRITE-FREMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6146-CLOSE-FREMCHQ-DEB.
           CLOSE F-REMCHQ-S.
           IF NOT OK-REMCHQ
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REMCHQ-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-REMCHQ-S
              MOVE WS-FS-REMCHQ-S TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6146-CLOSE-FREMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MAITRE INDEXE DES COMPTES, LU EN ACCES DIRECT POUR LE
      *    COMPTE DE CONTREPARTIE D'UN VIREMENT DE LIVRET.
      *
       6028-OPEN-FCPTEKS-DEB.
           OPEN INPUT F-CPTEKS.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              MOVE WS-FS-CPTEKS TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6028-OPEN-FCPTEKS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6147-CLOSE-FCPTEKS-DEB.
           CLOSE F-CPTEKS.
           IF NOT OK-CPTEKS
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTEKS'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
              MOVE WS-FS-CPTEKS TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6147-CLOSE-FCPTEKS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6022-OPEN-FGLJRN-DEB.
           OPEN OUTPUT F-GLJRN-S.
      *---------------------------------------------------------------*
      *
       6225-ALIM-HOLDS-DEB.
           IF WS-NB-HLD < WS-MAX-HLD
              ADD 1                    TO WS-NB-HLD
              SET WS-IX-HLD            TO WS-NB-HLD
              MOVE WS-HLD-CPTE-E    TO WS-HLD-CPTE(WS-IX-HLD)
              MOVE WS-HLD-REF-E     TO WS-HLD-REF(WS-IX-HLD)
              MOVE WS-HLD-DEXP-E    TO WS-HLD-DEXP(WS-IX-HLD)
              MOVE WS-HLD-STATUT-E  TO WS-HLD-STATUT(WS-IX-HLD)
              MOVE WS-HLD-CARTE-E   TO WS-HLD-CARTE(WS-IX-HLD)
           ELSE
              DISPLAY 'F-HOLDS-E : PLUS DE 5000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-HLD-REF(WS-IX-HLD)    TO WS-HLD-REF-E.
           MOVE WS-HLD-DEXP(WS-IX-HLD)   TO WS-HLD-DEXP-E.
           MOVE WS-HLD-STATUT(WS-IX-HLD) TO WS-HLD-STATUT-E.
           MOVE WS-HLD-CARTE(WS-IX-HLD)  TO WS-HLD-CARTE-E.
           WRITE FS-ENRG-HOLDS-S FROM WS-ENRG-F-HOLDS.
           IF NOT OK-HOLDS-S
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-HOLDS-S'
           EXIT.
      *---------------------------------------------------------------*
      *
      *    FICHIER DES OPPOSITIONS INDEXE SUR COMPTE + NUMERO DE
      *    CHEQUE, LU EN ACCES DIRECT PAR 7122 (FICHIER OPTIONNEL,
      *    ABSENT = CONTROLE NEUTRALISE).
      *
       6240-OPEN-FOPPOS-DEB.
           OPEN INPUT F-OPPOS-E.
           EVALUATE TRUE
              WHEN OK-OPPOS-E
                 SET OPPOS-CHARGE      TO TRUE
              WHEN NOTFOUND-OPPOS-E
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6240-OPEN-FOPPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6242-READ-FOPPOS-DEB.
           READ F-OPPOS-E INTO WS-ENRG-F-OPPOS.
           IF NOT (OK-OPPOS-E OR NOT-ENRG-OPPOS-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OPPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
              MOVE WS-FS-OPPOS-E TO WS-FSTAT-CODE
           EXIT.
      *---------------------------------------------------------------*
      *
       6248-CLOSE-FOPPOS-DEB.
           CLOSE F-OPPOS-E.
           IF NOT OK-OPPOS-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-OPPOS-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-OPPOS-E
              MOVE WS-FS-OPPOS-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6248-CLOSE-FOPPOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *
       6255-ALIM-SAISIE-DEB.
           IF WS-NB-SAI < WS-MAX-SAI
              ADD 1                    TO WS-NB-SAI
              SET WS-IX-SAI            TO WS-NB-SAI
              MOVE WS-SAI-CPTE-E    TO WS-SAI-CPTE(WS-IX-SAI)
              MOVE WS-SAI-DDEBUT-E  TO WS-SAI-DDEBUT(WS-IX-SAI)
              MOVE WS-SAI-DLEVEE-E  TO WS-SAI-DLEVEE(WS-IX-SAI)
           ELSE
              DISPLAY 'F-SAISIE-E : PLUS DE 2000 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    MANDATS DE PRELEVEMENT : FICHIER INDEXE LU EN ACCES
      *    DIRECT PAR LA CLE SECONDAIRE COMPTE (FICHIER OPTIONNEL,
      *    ABSENT = CONTROLE NEUTRALISE, MEME CONVENTION QUE LES
      *    OPPOSITIONS ET LES SAISIES).
      *
       6260-OPEN-FMANDAT-DEB.
           OPEN INPUT F-MANDAT-E.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 SET MANDAT-CHARGE     TO TRUE
              WHEN NOTFOUND-MANDAT-E
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6260-OPEN-FMANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    POSITIONNEMENT SUR LE PREMIER MANDAT DU COMPTE PLACE DANS
      *    FS-MAN-CPTE ; AUCUN MANDAT = LECTURE DU COMPTE TERMINEE.
      *
       6262-POINTER-FMANDAT-DEB.
           SET MANDAT-CPTE-EN-COURS    TO TRUE.
           START F-MANDAT-E
              KEY >= FS-MAN-CPTE
           END-START.
           EVALUATE TRUE
              WHEN OK-MANDAT-E
                 CONTINUE
              WHEN NOT-ENRG-MANDAT-E
                 SET MANDAT-CPTE-FINI  TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE POSITIONNEMENT SUR F-MANDAT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
                 MOVE WS-FS-MANDAT-E TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6262-POINTER-FMANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6265-READ-FMANDAT-DEB.
           READ F-MANDAT-E NEXT
              INTO WS-ENRG-F-MANDAT
           END-READ.
           IF NOT OK-MANDAT-E AND NOT EOF-MANDAT-E
                              AND NOT DUPLICATE-MANDAT-E
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              MOVE WS-FS-MANDAT-E TO WS-FSTAT-CODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6265-READ-FMANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6268-CLOSE-FMANDAT-DEB.
           CLOSE F-MANDAT-E.
           IF NOT OK-MANDAT-E
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MANDAT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-MANDAT-E
              MOVE WS-FS-MANDAT-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6268-CLOSE-FMANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CHARGEMENT DES COMPTES BLOQUES AU DEBIT POUR REVUE DE
      *    DOSSIER CLIENT ECHUE (PRODUIT PAR ARIO145 ; FICHIER
      *    OPTIONNEL, ABSENT = CONTROLE NEUTRALISE).
      *
       6270-CHARGE-BLQKYC-DEB.
           MOVE ZERO                          TO WS-NB-BKY.
           OPEN INPUT F-BLQKYC-E.
           EVALUATE TRUE
              WHEN OK-BLQKYC-E
                 PERFORM 6272-READ-FBLQKYC-DEB
                    THRU 6272-READ-FBLQKYC-FIN
                 PERFORM 6275-ALIM-BLQKYC-DEB
                    THRU 6275-ALIM-BLQKYC-FIN
                   UNTIL EOF-BLQKYC-E
                 CLOSE F-BLQKYC-E
              WHEN NOTFOUND-BLQKYC-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BLQKYC-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-E
                 MOVE WS-FS-BLQKYC-E TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6270-CHARGE-BLQKYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6272-READ-FBLQKYC-DEB.
           READ F-BLQKYC-E INTO WS-ENRG-F-BLQKYC.
           IF NOT (OK-BLQKYC-E OR EOF-BLQKYC-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BLQKYC-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-BLQKYC-E
              MOVE WS-FS-BLQKYC-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6272-READ-FBLQKYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6275-ALIM-BLQKYC-DEB.
           IF WS-NB-BKY < WS-MAX-BKY
              ADD 1                    TO WS-NB-BKY
              MOVE WS-NB-BKY           TO WS-IX-BKY
              MOVE WS-BKY-CPTE-E       TO WS-BKY-CPTE(WS-IX-BKY)
           ELSE
              DISPLAY 'F-BLQKYC-E : PLUS DE 500 LIGNES, TABLE SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6272-READ-FBLQKYC-DEB
              THRU 6272-READ-FBLQKYC-FIN.
       6275-ALIM-BLQKYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CHARGEMENT DES LIENS ACTIFS DE TITULAIRE ET DE
      *    CO-TITULAIRE (CONTROLE DES VIREMENTS DE LIVRET ; FICHIER
      *    OPTIONNEL, ABSENT = CONTROLE DU TITULAIRE NEUTRALISE).
      *
       6280-CHARGE-LIENS-DEB.
           MOVE ZERO                          TO WS-NB-LIEN.
           OPEN INPUT F-LIEN-E.
           EVALUATE TRUE
              WHEN OK-LIEN-E
                 SET LIEN-CHARGE       TO TRUE
                 PERFORM 6282-READ-FLIEN-DEB
                    THRU 6282-READ-FLIEN-FIN
                 PERFORM 6285-ALIM-LIEN-DEB
                    THRU 6285-ALIM-LIEN-FIN
                   UNTIL EOF-LIEN-E
                 CLOSE F-LIEN-E
              WHEN NOTFOUND-LIEN-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LIEN-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
                 MOVE WS-FS-LIEN-E TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6280-CHARGE-LIENS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6282-READ-FLIEN-DEB.
           READ F-LIEN-E INTO WS-ENRG-F-LIEN.
           IF NOT (OK-LIEN-E OR EOF-LIEN-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIEN-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LIEN-E
              MOVE WS-FS-LIEN-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6282-READ-FLIEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6285-ALIM-LIEN-DEB.
           IF (LIEN-TITULAIRE-E OR LIEN-COTITULAIRE-E)
              AND (LIEN-SANS-FIN-E OR WS-LIE-DFIN-E > WS-DATE-SYST)
              IF WS-NB-LIEN < WS-MAX-LIEN
                 ADD 1                 TO WS-NB-LIEN
                 MOVE WS-NB-LIEN       TO WS-IX-LIEN
                 MOVE WS-LIE-CPTE-E    TO WS-LIEN-CPTE(WS-IX-LIEN)
                 MOVE WS-LIE-CLI-E     TO WS-LIEN-CLI(WS-IX-LIEN)
                 MOVE WS-LIE-ROLE-E    TO WS-LIEN-ROLE(WS-IX-LIEN)
                 MOVE WS-LIE-DFIN-E    TO WS-LIEN-DFIN(WS-IX-LIEN)
              ELSE
                 DISPLAY 'F-LIEN-E : PLUS DE 9999 LIENS, TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           PERFORM 6282-READ-FLIEN-DEB
              THRU 6282-READ-FLIEN-FIN.
       6285-ALIM-LIEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    PRE-LECTURE DES MOUVEMENTS TRIES : LES JAMBES DE VIREMENT
      *    ('V' / 'W', REFERENCE RENSEIGNEE) SONT MISES EN TABLE
      *    PUIS LE FICHIER EST REFERME ; IL EST ROUVERT POUR
      *    L'ASSORTIMENT.
      *
       6290-CHARGE-VIREMENTS-DEB.
           MOVE ZERO                          TO WS-NB-VIR.
           PERFORM 6000-OPEN-FMVTS-DEB
              THRU 6000-OPEN-FMVTS-FIN.
           PERFORM 6050-READ-FMVTS-DEB
              THRU 6050-READ-FMVTS-FIN.
           PERFORM 6295-ALIM-VIREMENT-DEB
              THRU 6295-ALIM-VIREMENT-FIN
             UNTIL EMPTY-FILE-MVTST.
           PERFORM 6120-CLOSE-FMVTS-DEB
              THRU 6120-CLOSE-FMVTS-FIN.
       6290-CHARGE-VIREMENTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6295-ALIM-VIREMENT-DEB.
           IF (WS-MVTS-CODE = 'V' OR WS-MVTS-CODE = 'W')
              AND WS-MVTS-REF-VIR NOT = SPACES
              IF WS-NB-VIR < WS-MAX-VIR
                 ADD 1                 TO WS-NB-VIR
                 MOVE WS-NB-VIR        TO WS-IX-VIR
                 MOVE WS-MVTS-REF-VIR  TO WS-VIR-REF(WS-IX-VIR)
                 MOVE WS-MVTS-CODE     TO WS-VIR-CODE(WS-IX-VIR)
                 MOVE WS-MVTS-CPTE     TO WS-VIR-CPTE(WS-IX-VIR)
              ELSE
                 DISPLAY 'F-MVTST-E : PLUS DE 5000 JAMBES DE '
                         'VIREMENT, TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           PERFORM 6050-READ-FMVTS-DEB
              THRU 6050-READ-FMVTS-FIN.
       6295-ALIM-VIREMENT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CHARGEMENT DES ACTIONS DE REPARATION SAISIES SUR SUSPKS
      *    (FICHIER OPTIONNEL, ABSENT = AUCUNE REPARATION ; LES
      *    SUSPENS SANS ACTION NE SONT PAS MIS EN TABLE).
      *
       6300-CHARGE-SUSREP-DEB.
           MOVE ZERO                          TO WS-NB-SRT.
           OPEN INPUT F-SUSREP-E.
           EVALUATE TRUE
              WHEN OK-SUSREP-E
                 PERFORM 6302-READ-FSUSREP-DEB
                    THRU 6302-READ-FSUSREP-FIN
                 PERFORM 6305-ALIM-SUSREP-DEB
                    THRU 6305-ALIM-SUSREP-FIN
                   UNTIL EOF-SUSREP-E
                 CLOSE F-SUSREP-E
              WHEN NOTFOUND-SUSREP-E
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SUSREP-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-E
                 MOVE WS-FS-SUSREP-E TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6300-CHARGE-SUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6302-READ-FSUSREP-DEB.
           READ F-SUSREP-E NEXT RECORD INTO WS-ENRG-F-SUSREP.
           IF NOT (OK-SUSREP-E OR EOF-SUSREP-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUSREP-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-SUSREP-E
              MOVE WS-FS-SUSREP-E TO WS-FSTAT-CODE
              CALL 'ARIS901' USING WS-FSTAT-PARM
              DISPLAY WS-FSTAT-MSG
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6302-READ-FSUSREP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       6305-ALIM-SUSREP-DEB.
           IF SRP-ACTION-SAISIE
              IF WS-NB-SRT < WS-MAX-SRT
                 ADD 1                 TO WS-NB-SRT
                 MOVE WS-NB-SRT        TO WS-IX-SRT
                 MOVE WS-ENRG-F-SUSREP TO WS-SRT-ENR(WS-IX-SRT)
                 SET SRT-DISPONIBLE(WS-IX-SRT) TO TRUE
              ELSE
                 DISPLAY 'F-SUSREP-E : PLUS DE 1000 ACTIONS, '
                         'TABLE SATUREE'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           PERFORM 6302-READ-FSUSREP-DEB
              THRU 6302-READ-FSUSREP-FIN.
       6305-ALIM-SUSREP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
       7040-INIT-ENT-ETATCLI-DEB.
      *
           MOVE WS-LETAT-CPT-PAGE      TO WS-LETAT-PAGE-ED.
           MOVE WS-MSQ-NIV-ETATCLI       TO WS-MSQ-NIVEAU.
           MOVE WS-CPTE-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE 'ANCIEN SOLDE'         TO WS-LETAT-LIB-ED.
           MOVE WS-CPTE-SOLDE          TO WS-CPTS-SOLDE.
           MOVE WS-CPTE-SOLDE          TO WS-LETAT-SOLD-ED.
           MOVE WS-SS-US               TO WS-LETAT-SS-ED.
           MOVE WS-AA-US               TO WS-LETAT-AA-ED.
           MOVE WS-LETAT-CPT-PAGE      TO WS-LETAT-PAGE-ED.
           MOVE WS-MSQ-NIV-ETATCLI       TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LETAT-NUMCPT-ED.
           MOVE 'CREATION DE COMPTE'   TO WS-LETAT-OPEN-ED.
           MOVE 'ANCIEN SOLDE'         TO WS-LETAT-LIB-ED.
           MOVE 0                      TO WS-LETAT-SOLD-ED.
      *
           ADD WS-MVTS-MT              TO WS-ANO-TOT.
           ADD 1                       TO WS-CERR.
           MOVE WS-MSQ-NIV-ETATANO       TO WS-MSQ-NIVEAU.
           MOVE WS-MVTS-CPTE             TO WS-MSQ-ZONE.
           PERFORM 7610-MASQUE-COMPTE-DEB
              THRU 7610-MASQUE-COMPTE-FIN.
           MOVE WS-MSQ-ZONE              TO WS-LANO-NUMCPT-ED.
           MOVE WS-MVTS-CODE           TO WS-LANO-CODEMVT-ED.
           MOVE WS-MVTS-MT             TO WS-LANO-MONTANT-ED.
           MOVE SPACE                  TO WS-LANO-LIB-ED.
              MOVE WS-MVTS-REF-VIR       TO WS-HIS-REF-VIR
              PERFORM 6019-WRITE-FHISMVT-DEB
                 THRU 6019-WRITE-FHISMVT-FIN
              IF REMISE-CHEQUE
                 PERFORM 7135-GST-REMCHQ-DEB
                    THRU 7135-GST-REMCHQ-FIN
              END-IF
           END-IF.
      *
       7115-GST-HISTO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    REMISE DE CHEQUE COMPTABILISEE : INSCRIPTION AU REGISTRE
      *    REMCHQ SOUS LA CLE DU MOUVEMENT HISMVT, AVEC LA DATE DE
      *    VALEUR ACCORDEE ET LA FIN DU DELAI D'ENCAISSEMENT (DATE DE
      *    COMPTABILISATION + DELAI EN JOURS OUVRES, ARIS902). TANT
      *    QUE LE DELAI COURT, LA REMISE EST EN FONDS INDISPONIBLES ;
      *    UN AVIS D'IMPAYE EST TRAITE PAR ARIO143.
      *
       7135-GST-REMCHQ-DEB.
      *
           MOVE SPACES                 TO WS-ENRG-F-REMCHQ.
           MOVE WS-HIS-CLE             TO WS-REM-CLE-E.
           MOVE WS-MVTS-NUM-CHEQUE     TO WS-REM-NUM-CHEQUE-E.
           MOVE WS-MT-CPTE             TO WS-REM-MT-E.
           MOVE WS-MVTS-DATE           TO WS-REM-DREM-E.
           MOVE WS-DATE-VALEUR-CALC    TO WS-REM-DVAL-E.
           MOVE WS-DATE-SYST           TO WS-REM-DFIN-ENC-E.
           SET CAL-FCT-AJOUT           TO TRUE.
           MOVE WS-DATE-SYST           TO WS-CAL-DATE-1.
           MOVE WS-DELAI-ENC-CHQ       TO WS-CAL-NB-JOURS.
           CALL 'ARIS902'           USING WS-CAL-PARM.
           IF CAL-RC-OK
              MOVE WS-CAL-DATE-2       TO WS-REM-DFIN-ENC-E
           END-IF.
           SET REM-EN-COURS-E          TO TRUE.
           MOVE ZERO                   TO WS-REM-DIMP-E.
           MOVE WS-MVTS-CTP-NOM        TO WS-REM-TIREUR-E.
      *
           PERFORM 6027-WRITE-FREMCHQ-DEB
              THRU 6027-WRITE-FREMCHQ-FIN.
           ADD 1                       TO WS-CREMCHQ.
      *
       7135-GST-REMCHQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CONTROLE DU DECOUVERT AUTORISE : UN DEBIT QUI PORTERAIT
      *    LE SOLDE COURANT SOUS LA LIMITE AUTORISEE EST SIGNALE AU
      *    PARAGRAPHE APPELANT. LES COMPTES EN COURS DE CREATION
              GO TO 7129-CTRL-MANDAT-FIN
           END-IF.
           SET MANDAT-NON-TROUVE       TO TRUE.
           MOVE WS-MVTS-CPTE           TO FS-MAN-CPTE.
           PERFORM 6262-POINTER-FMANDAT-DEB
              THRU 6262-POINTER-FMANDAT-FIN.
           PERFORM 7131-RECH-UN-MANDAT-DEB
              THRU 7131-RECH-UN-MANDAT-FIN
             UNTIL MANDAT-CPTE-FINI OR MANDAT-TROUVE.
           IF MANDAT-NON-TROUVE
              SET MANDAT-REFUS         TO TRUE
           END-IF.
           EXIT.
      *
       7131-RECH-UN-MANDAT-DEB.
           PERFORM 6265-READ-FMANDAT-DEB
              THRU 6265-READ-FMANDAT-FIN.
           IF EOF-MANDAT-E
              OR WS-MAN-CPTE-E NOT = WS-MVTS-CPTE
              SET MANDAT-CPTE-FINI     TO TRUE
              GO TO 7131-RECH-UN-MANDAT-FIN
           END-IF.
           IF MANDAT-ACTIF-E
              SET MANDAT-TROUVE        TO TRUE
           END-IF.
       7131-RECH-UN-MANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CONTROLE DE REVUE CLIENT : UN COMPTE PORTE AU FICHIER
      *    BLQKYC (CLIENT A RISQUE ELEVE DONT LA REVUE EST ECHUE)
      *    N'ACCEPTE PLUS DE DEBIT (RETRAIT, CARTE OU CODE MVTCOD
      *    AU SENS DEBIT) ; LES CREDITS PASSENT.
      *
       7132-CTRL-KYC-DEB.
      *
           SET KYC-PASSE               TO TRUE.
           IF WS-NB-BKY = ZERO
              OR DEPOT
              GO TO 7132-CTRL-KYC-FIN
           END-IF.
           IF NOT (RETRAIT OR CB)
              PERFORM 7150-RECH-MVTCOD-DEB
                 THRU 7150-RECH-MVTCOD-FIN
              IF MVTCOD-NON-TROUVE
                 GO TO 7132-CTRL-KYC-FIN
              END-IF
              IF NOT MVTCOD-DEBIT(WS-IX-MVTCOD)
                 GO TO 7132-CTRL-KYC-FIN
              END-IF
           END-IF.
           SET BKY-NON-TROUVE          TO TRUE.
           MOVE 1                      TO WS-IX-BKY.
           PERFORM 7133-RECH-UN-BLQKYC-DEB
              THRU 7133-RECH-UN-BLQKYC-FIN
             UNTIL (WS-IX-BKY > WS-NB-BKY) OR BKY-TROUVE.
           IF BKY-TROUVE
              SET KYC-REFUS            TO TRUE
           END-IF.
      *
       7132-CTRL-KYC-FIN.
           EXIT.
      *
       7133-RECH-UN-BLQKYC-DEB.
           IF WS-BKY-CPTE(WS-IX-BKY) = WS-MVTS-CPTE
              SET BKY-TROUVE           TO TRUE
           ELSE
              ADD 1                    TO WS-IX-BKY
           END-IF.
       7133-RECH-UN-BLQKYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CONTROLE DU LIVRET D'EPARGNE REGLEMENTE (PRODUIT 'LIV') :
      *    - LES INTERETS ('I') PASSENT SANS AUTRE CONTROLE ;
      *    - TOUT CODE AUTRE QU'UNE JAMBE DE VIREMENT ('V' OU 'W')
      *      EST REFUSE ;
      *    - LA JAMBE OPPOSEE DE MEME REFERENCE DOIT PORTER SUR UN
      *      COMPTE A VUE OUVERT DONT UN TITULAIRE OU CO-TITULAIRE
      *      ACTIF L'EST AUSSI DU LIVRET. UNE JAMBE REPRISE DU
      *      SUSPENS DONT LA CONTREPARTIE N'EST PLUS AU PASSAGE A
      *      DEJA SUBI CE CONTROLE, SAUF SI ELLE Y AVAIT ECHOUE
      *      (MOTIF 'LV') ;
      *    - UN CREDIT ('W') NE DOIT PAS PORTER LE SOLDE AU-DELA
      *      DU PLAFOND REGLEMENTAIRE.
      *
       7180-CTRL-LIVRET-DEB.
      *
           SET LIVRET-PASSE            TO TRUE.
           SET PLAFOND-LIV-OK          TO TRUE.
           IF NOT CPTE-LIVRET
              OR WS-MVTS-CODE = 'I'
              GO TO 7180-CTRL-LIVRET-FIN
           END-IF.
           IF WS-MVTS-CODE NOT = 'V'
              AND WS-MVTS-CODE NOT = 'W'
              SET LIVRET-REFUS         TO TRUE
              GO TO 7180-CTRL-LIVRET-FIN
           END-IF.
      *
           IF WS-MVTS-CODE = 'V'
              MOVE 'W'                 TO WS-CODE-CTP
           ELSE
              MOVE 'V'                 TO WS-CODE-CTP
           END-IF.
           SET VIR-NON-TROUVE          TO TRUE.
           IF WS-MVTS-REF-VIR NOT = SPACES
              MOVE 1                   TO WS-IX-VIR
              PERFORM 7182-RECH-UNE-JAMBE-DEB
                 THRU 7182-RECH-UNE-JAMBE-FIN
                UNTIL (WS-IX-VIR > WS-NB-VIR) OR VIR-TROUVE
           END-IF.
      *
           IF VIR-NON-TROUVE
              IF MVTS-ORIGINE-SUSPENS
                 AND NOT MOTIF-LIVRET
                 GO TO 7180-CTRL-LIVRET-SUITE
              END-IF
              SET LIVRET-REFUS         TO TRUE
              GO TO 7180-CTRL-LIVRET-FIN
           END-IF.
      *
           PERFORM 7184-CTRL-CTP-LIVRET-DEB
              THRU 7184-CTRL-CTP-LIVRET-FIN.
           IF LIVRET-REFUS
              GO TO 7180-CTRL-LIVRET-FIN
           END-IF.
      *
       7180-CTRL-LIVRET-SUITE.
           IF WS-MVTS-CODE = 'W'
              COMPUTE WS-SOLDE-PLAF = WS-SOLDE-COURANT + WS-MT-CPTE
              IF WS-SOLDE-PLAF > WS-PLAFOND-LIVRET
                 SET PLAFOND-LIV-DEPASSE TO TRUE
              END-IF
           END-IF.
      *
       7180-CTRL-LIVRET-FIN.
           EXIT.
      *
       7182-RECH-UNE-JAMBE-DEB.
           IF WS-VIR-REF(WS-IX-VIR) = WS-MVTS-REF-VIR
              AND WS-VIR-CODE(WS-IX-VIR) = WS-CODE-CTP
              AND WS-VIR-CPTE(WS-IX-VIR) NOT = WS-MVTS-CPTE
              SET VIR-TROUVE           TO TRUE
              MOVE WS-VIR-CPTE(WS-IX-VIR) TO WS-CPTE-CTP
           ELSE
              ADD 1                    TO WS-IX-VIR
           END-IF.
       7182-RECH-UNE-JAMBE-FIN.
           EXIT.
      *
      *    COMPTE DE CONTREPARTIE : COMPTE A VUE OUVERT DU MAITRE
      *    CPTEKS, PARTAGEANT UN TITULAIRE AVEC LE LIVRET.
      *
       7184-CTRL-CTP-LIVRET-DEB.
      *
           MOVE WS-CPTE-CTP            TO FS-KS-CLE.
           READ F-CPTEKS INTO WS-ENRG-CTP.
           EVALUATE TRUE
              WHEN NOTFOUND-CPTEKS
                 SET LIVRET-REFUS      TO TRUE
                 GO TO 7184-CTRL-CTP-LIVRET-FIN
              WHEN NOT OK-CPTEKS
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTEKS'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CPTEKS
                 MOVE WS-FS-CPTEKS TO WS-FSTAT-CODE
                 CALL 'ARIS901' USING WS-FSTAT-PARM
                 DISPLAY WS-FSTAT-MSG
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           IF NOT CTP-A-VUE
              OR NOT CTP-OUVERT
              SET LIVRET-REFUS         TO TRUE
              GO TO 7184-CTRL-CTP-LIVRET-FIN
           END-IF.
      *
           IF LIEN-ABSENT
              GO TO 7184-CTRL-CTP-LIVRET-FIN
           END-IF.
           SET TITULAIRE-DISTINCT      TO TRUE.
           MOVE 1                      TO WS-IX-LIEN-LIV.
           PERFORM 7186-RECH-LIEN-LIVRET-DEB
              THRU 7186-RECH-LIEN-LIVRET-FIN
             UNTIL (WS-IX-LIEN-LIV > WS-NB-LIEN) OR TITULAIRE-COMMUN.
           IF TITULAIRE-DISTINCT
              SET LIVRET-REFUS         TO TRUE
           END-IF.
      *
       7184-CTRL-CTP-LIVRET-FIN.
           EXIT.
      *
       7186-RECH-LIEN-LIVRET-DEB.
           IF WS-LIEN-CPTE(WS-IX-LIEN-LIV) = WS-MVTS-CPTE
              SET LIEN-NON-TROUVE      TO TRUE
              MOVE 1                   TO WS-IX-LIEN
              PERFORM 7188-RECH-LIEN-CTP-DEB
                 THRU 7188-RECH-LIEN-CTP-FIN
                UNTIL (WS-IX-LIEN > WS-NB-LIEN) OR LIEN-TROUVE
              IF LIEN-TROUVE
                 SET TITULAIRE-COMMUN  TO TRUE
              END-IF
           END-IF.
           ADD 1                       TO WS-IX-LIEN-LIV.
       7186-RECH-LIEN-LIVRET-FIN.
           EXIT.
      *
       7188-RECH-LIEN-CTP-DEB.
           IF WS-LIEN-CPTE(WS-IX-LIEN) = WS-CPTE-CTP
              AND WS-LIEN-CLI(WS-IX-LIEN) =
                  WS-LIEN-CLI(WS-IX-LIEN-LIV)
              SET LIEN-TROUVE          TO TRUE
           ELSE
              ADD 1                    TO WS-IX-LIEN
           END-IF.
       7188-RECH-LIEN-CTP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    PLAFOND REGLEMENTAIRE DES LIVRETS : PARAMETRE CENTRAL
      *    'PLAFLIV' (ARIS903) EN CENTIMES, A DEFAUT 22 950,00.
      *
       7190-LIRE-PLAFOND-LIV-DEB.
           MOVE 'PLAFLIV '                    TO WS-PAR-ID.
           MOVE WS-DATE-SYST                  TO WS-PAR-DATE.
           CALL 'ARIS903' USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:9) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:9)         TO WS-PLAF-CENTS
              COMPUTE WS-PLAFOND-LIVRET = WS-PLAF-CENTS / 100
           END-IF.
       7190-LIRE-PLAFOND-LIV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    REPARATION D'UN SUSPENS RELU : RECHERCHE DE L'ACTION
      *    SAISIE POUR CETTE IMAGE EXACTE DU MOUVEMENT, PUIS
      *    APPLICATION. SANS ACTION, LE SUSPENS EST VERSE TEL QUEL
      *    (REPRISE HABITUELLE).
      *
       7195-REPARE-SUSPENS-DEB.
           MOVE FS-ENRG-SUSCPT-E       TO WS-ENRG-F-MVTS.
           SET SRT-NON-TROUVE          TO TRUE.
           MOVE 1                      TO WS-IX-SRT.
           PERFORM 7196-RECH-UNE-ACTION-DEB
              THRU 7196-RECH-UNE-ACTION-FIN
             UNTIL (WS-IX-SRT > WS-NB-SRT) OR SRT-TROUVE.
      *
           IF SRT-TROUVE
              MOVE WS-SRT-ENR(WS-IX-SRT) TO WS-ENRG-F-SUSREP
              SET SRT-UTILISE(WS-IX-SRT) TO TRUE
              EVALUATE TRUE
                 WHEN SRP-REJETE
                    ADD 1              TO WS-CSRP-REJETE
                    IF SIMUL-OFF
                       PERFORM 6017-WRITE-FSUSREJ-DEB
                          THRU 6017-WRITE-FSUSREJ-FIN
                    END-IF
                    GO TO 7195-REPARE-SUSPENS-SUITE
                 WHEN SRP-CORRIGE
                    ADD 1              TO WS-CSRP-CORRIGE
                    MOVE WS-SRP-CPTE-CORR TO WS-MVTS-CPTE
                    MOVE SPACE         TO WS-MVTS-ORIGINE
                 WHEN SRP-LIBERE
                    ADD 1              TO WS-CSRP-LIBERE
                    MOVE SPACE         TO WS-MVTS-ORIGINE
              END-EVALUATE
           END-IF.
      *
           RELEASE SD-ENRG-MVTS-TRI     FROM WS-ENRG-F-MVTS.
      *
       7195-REPARE-SUSPENS-SUITE.
           PERFORM 6009-READ-FSUSCPT-DEB
              THRU 6009-READ-FSUSCPT-FIN.
       7195-REPARE-SUSPENS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7196-RECH-UNE-ACTION-DEB.
           IF SRT-DISPONIBLE(WS-IX-SRT)
              AND WS-SRT-ENR(WS-IX-SRT)(11:150) = FS-ENRG-SUSCPT-E
              SET SRT-TROUVE           TO TRUE
           ELSE
              ADD 1                    TO WS-IX-SRT
           END-IF.
       7196-RECH-UNE-ACTION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
       7197-COMPTE-NON-APPLIQ-DEB.
           IF SRT-DISPONIBLE(WS-IX-SRT)
              ADD 1                    TO WS-CSRP-NON-APPLIQ
              MOVE WS-SRT-ENR(WS-IX-SRT) TO WS-ENRG-F-SUSREP
              DISPLAY 'ACTION DE REPARATION SANS SUSPENS : '
                      WS-SRP-CLE ' ' WS-SRP-ACTION
           END-IF.
       7197-COMPTE-NON-APPLIQ-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    RECHERCHE DU PREFIXE AGENCE DU MOUVEMENT COURANT DANS LE
      *    REFERENTIEL DES AGENCES CHARGE EN TABLE.
      *
      *
      *    CONTROLE D'OPPOSITION : UN MOUVEMENT QUI PORTE UN NUMERO
      *    DE CHEQUE FRAPPE D'UNE OPPOSITION ACTIVE SUR LE MEME
      *    COMPTE EST SIGNALE AU PARAGRAPHE APPELANT. LE NUMERO PORTE
      *    PAR UNE REMISE (CODE 'Q') EST CELUI D'UN CHEQUE TIRE SUR UN
      *    TIERS : IL N'EST PAS CONTROLE.
      *
       7122-CTRL-OPPOSITION-DEB.
      *
           SET CHEQUE-LIBRE            TO TRUE.
           IF MVTS-SANS-CHEQUE OR REMISE-CHEQUE
              OR OPPOS-ABSENT
              GO TO 7122-CTRL-OPPOSITION-FIN
           END-IF.
           SET OPPOSITION-NON-TROUVEE  TO TRUE.
           MOVE WS-MVTS-CPTE           TO FS-OPP-CPTE.
           MOVE WS-MVTS-NUM-CHEQUE     TO FS-OPP-NUM-CHEQUE.
           PERFORM 6242-READ-FOPPOS-DEB
              THRU 6242-READ-FOPPOS-FIN.
           IF OK-OPPOS-E AND OPPOSITION-ACTIVE-E
              SET OPPOSITION-TROUVEE   TO TRUE
           END-IF.
           IF OPPOSITION-TROUVEE
              SET CHEQUE-OPPOSE        TO TRUE
           END-IF.
      *
       7122-CTRL-OPPOSITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *
      *    CUMUL DES PRE-AUTORISATIONS ACTIVES ET NON EXPIREES DU
       7160-RECH-UN-MVTCOD-FIN.
           EXIT.
      *
      *    NIVEAU DE MASQUAGE DE CHAQUE ETAT SELON SA CLASSE DE
      *    DIFFUSION (ARIS909, TRACE DANS RUNLOG).
      *
       7600-INIT-MASQUE-DEB.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO326'                TO WS-MSQ-PROG.
           MOVE 'ETATCLI'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATCLI.
           SET MSQ-FCT-INIT              TO TRUE.
           MOVE 'ARIO326'                TO WS-MSQ-PROG.
           MOVE 'ETATANO'                TO WS-MSQ-ETAT.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
           MOVE WS-MSQ-NIVEAU            TO WS-MSQ-NIV-ETATANO.
       7600-INIT-MASQUE-FIN.
           EXIT.
      *
      *    MASQUAGE DU NUMERO DE COMPTE PLACE DANS WS-MSQ-ZONE AU
      *    NIVEAU DE L'ETAT DESTINATAIRE (WS-MSQ-NIVEAU).
      *
       7610-MASQUE-COMPTE-DEB.
           SET MSQ-FCT-COMPTE            TO TRUE.
           CALL 'ARIS909'             USING WS-MSQ-PARM.
       7610-MASQUE-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
                    WS-LSUS-TOT.
            DISPLAY 'MOUVEMENTS REFUSES (DEPASSEMENT DECOUVERT) : '
                    WS-CDEPAS.
            DISPLAY 'REMISES DE CHEQUES INSCRITES AU REGISTRE   : '
                    WS-CREMCHQ.
            DISPLAY 'SUSPENS REPARES - COMPTE CORRIGE           : '
                    WS-CSRP-CORRIGE.
            DISPLAY 'SUSPENS REPARES - LIBERES POUR REPRISE     : '
                    WS-CSRP-LIBERE.
            DISPLAY 'SUSPENS REJETES VERS L''ORIGINE (SUSREJ)    : '
                    WS-CSRP-REJETE.
            DISPLAY 'ACTIONS DE REPARATION SANS SUSPENS         : '
                    WS-CSRP-NON-APPLIQ.
            DISPLAY WS-LCRE-ASTER.
      *
      *----------------- CONTROLE DES TOTAUX --------------------------*
