      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *  ALLOCATION DU STOCK AUX COMMANDES CLIENTS (COPY CDECLI) :    *
      *  LES COMMANDES NOUVELLES ET LES RELIQUATS SONT TRAITES PAR    *
      *  PRIORITE PUIS DU PLUS ANCIEN AU PLUS RECENT (TRI PAR         *
      *  PRIORITE, DATE DEMANDEE PUIS NUMERO), SI BIEN QU'APRES UNE   *
      *  RECEPTION LES RELIQUATS LES PLUS ANCIENS D'UNE MEME          *
      *  PRIORITE SONT RESERVIS EN PREMIER. LE DISPONIBLE A LA        *
      *  VENTE D'UN ARTICLE EST LA SOMME DE SES LOTS (LOT0206) AU     *
      *  STATUT DISPONIBLE, NETTE DE LA QUANTITE DEJA ALLOUEE         *
      *  (WS-ART-QTE-ALLOUEE) ; CHAQUE RESERVATION L'AUGMENTE ET      *
      *  L'ARTICLE EST REECRIT EN PLACE (REWRITE ART0206). LES        *
      *  RESERVATIONS DU PASSAGE SONT LIBEREES SUR LA LISTE DE        *
      *               !  CHAQUE LIGNE EXAMINEE EST TRACEE AVEC SES   *
      *               !  QUANTITES DEMANDEE / ALLOUEE / RELIQUAT     *
      *               !  POUR LES TAUX DE SERVICE MENSUELS D'ARIO107 *
      * 15/10/2026    !  LIMITE DE CREDIT DU CLIENT : ENCOURS =       *
      *               !  FACTURES NON REGLEES DE FACREG (N/P/I) +     *
      *               !  COMMANDES ALLOUEES NON FACTUREES VALORISEES  *
      *               !  AU CATALOGUE PRXVTE ; UNE COMMANDE QUI LE    *
      *               !  PORTERAIT AU-DELA DE LA LIMITE PASSE AU      *
      *               !  STATUT 'H' RETENUE CREDIT (REEXAMINEE A      *
      *               !  CHAQUE PASSAGE), SAUF LEVEE PAR LE CONTROLE  *
      *               !  DU CREDIT (F-LEVCRD-E) ; ETAT QUOTIDIEN DES  *
      *               !  RETENUES ET LEVEES F-ETATCRD-S               *
      * 15/10/2026    !  ENCOURS FACTURE = RESTE DU (TTC MOINS        *
      *               !  MONTANT DEJA ENCAISSE PAR LE LETTRAGE        *
      *               !  ARIO114)                                     *
      * 15/10/2026    !  REGLES D'ALLOCATION EN RUPTURE (ARIS903      *
      *               !  ALLOCMOD, ALLOCMIN, ALLPRIDF, ALLPRI +       *
      *               !  CATEGORIE) : MODE 'S' ORDRE DES DATES        *
      *               !  (HISTORIQUE), MODE 'P' PRIORITE DE LA        *
      *               !  COMMANDE OU DE LA CATEGORIE DU CLIENT PUIS   *
      *               !  DATE, MODE 'F' PARTAGE AU PRORATA DES RESTES *
      *               !  DUS DANS LA PRIORITE NON COUVERTE AVEC       *
      *               !  QUANTITE MINIMALE PAR LIGNE ; ETAT DE        *
      *               !  REPARTITION DES ARTICLES EN RUPTURE          *
      *               !  F-ETATALC-S                                  *
      * 15/10/2026    !  DISPONIBLE A LA VENTE CUMULE SUR LES LOTS DU *
      *               !  FICHIER INDEXE LOT0206                       *
      * 15/10/2026    !  CAPACITE DES TABLES DE REFERENCE PORTEE PAR  *
      *               !  LES COPIES (WS-MAX-CLC) ; DEPASSEMENT =      *
      *               !  ARRET EN ERREUR AU LIEU D'UNE TRONCATURE     *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  SD-CDE-TRI          ASSIGN TO WRK001.
      *                      -------------------------------------------
      *                      F-CDE-TRI-S : COMMANDES TRIEES
      *                      -------------------------------------------
           SELECT  F-CDE-TRI-S         ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-CDE-TRI.
                   RECORD KEY          IS FS-ART-CODE
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER DES LOTS LOT0206
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO LOT0206
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-LOT-CLE
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-CDE-S : COMMANDES MISES A JOUR
      *                      -------------------------------------------
           SELECT  F-CDE-S             ASSIGN TO CDENEW
      *                      -------------------------------------------
           SELECT  F-SRVHIS-S          ASSIGN TO SRVHIS
                   FILE STATUS         IS WS-FS-SRVHIS.
      *                      -------------------------------------------
      *                      F-FACREG-E : REGISTRE DES FACTURES
      *                      -------------------------------------------
           SELECT  OPTIONAL F-FACREG-E ASSIGN TO FACREG
                   FILE STATUS         IS WS-FS-FACREG-E.
      *                      -------------------------------------------
      *                      F-PRXVTE-E : CATALOGUE DES PRIX DE VENTE
      *                      -------------------------------------------
           SELECT  OPTIONAL F-PRXVTE-E ASSIGN TO PRXVTE
                   FILE STATUS         IS WS-FS-PRXVTE-E.
      *                      -------------------------------------------
      *                      F-LEVCRD-E : LEVEES DE RETENUE CREDIT
      *                      -------------------------------------------
           SELECT  OPTIONAL F-LEVCRD-E ASSIGN TO LEVCRD
                   FILE STATUS         IS WS-FS-LEVCRD-E.
      *                      -------------------------------------------
      *                      F-ETATCRD-S : ETAT DES RETENUES CREDIT
      *                      -------------------------------------------
           SELECT  F-ETATCRD-S         ASSIGN TO ETATCRD
                   FILE STATUS         IS WS-FS-ETATCRD.
      *                      -------------------------------------------
      *                      F-ETATALC-S : REPARTITION DES RUPTURES
      *                      -------------------------------------------
           SELECT  F-ETATALC-S         ASSIGN TO ETATALC
                   FILE STATUS         IS WS-FS-ETATALC.
      *
      ***************
       DATA DIVISION.
      *
       SD  SD-CDE-TRI.
       01  SD-ENRG-CDE-TRI.
           05  SD-CDE-PRIO           PIC 9(01).
           05  SD-CDE-ORIG-PRIO      PIC X(01).
           05  SD-CDE-ENR.
               10  SD-CDE-NO         PIC X(08).
               10  FILLER            PIC X(20).
               10  SD-CDE-DATE-DEM   PIC 9(08).
               10  FILLER            PIC X(24).
      *
       FD  F-CDE-TRI-S
           RECORDING MODE IS F.
       01  FS-ENRG-CDE-TRI-S.
           05  FS-TRI-PRIO           PIC 9(01).
           05  FS-TRI-ORIG-PRIO      PIC X(01).
           05  FS-TRI-CDE            PIC X(60).
      *
      *---------------- FICHIER ARTICLE (MIS A JOUR EN PLACE) ---------*
      * LONGUEUR ENREGISTREMENT = 380                                 *
       01  FS-ENRG-ART-ES.
           05  FS-ART-CODE               PIC X(06).
           05  FILLER                    PIC X(374).
      *
      *---------------- FICHIER DES LOTS (CLE ARTICLE + LOT) ----------*
      * LONGUEUR ENREGISTREMENT = 60                                  *
      *---------------------------------------------------------------*
       FD  F-LOT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-LOT-E.
           05  FS-LOT-CLE                PIC X(14).
           05  FILLER                    PIC X(46).
      *
       FD  F-CDE-S
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FS-ENRG-SRVHIS-S          PIC X(60).
      *
      *---------------- CONTROLE DE LA LIMITE DE CREDIT ---------------*
      *
       FD  F-FACREG-E
           RECORDING MODE IS F.
       01  FS-ENRG-FACREG-E          PIC X(70).
      *
       FD  F-PRXVTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-PRXVTE-E          PIC X(40).
      *
       FD  F-LEVCRD-E
           RECORDING MODE IS F.
       01  FS-ENRG-LEVCRD-E          PIC X(80).
      *
       FD  F-ETATCRD-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCRD-S         PIC X(90).
      *
      *---------------- REPARTITION DES ARTICLES EN RUPTURE -----------*
      *
       FD  F-ETATALC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATALC-S         PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY ARTICLE.
      *
      *---------------- ENREGISTREMENT LOT (FICHIER LOT0206) ----------*
      *
           COPY ARTLOT.
      *
      *---------------- ENREGISTREMENT COMMANDE CLIENT ----------------*
      *
           COPY CDECLI.
       01  WS-PASSE-ENTREE           PIC X(01).
       01  WS-DATE-SYST              PIC 9(08).
      *
      *---------------- REGISTRE DES FACTURES (ENCOURS CLIENT) --------*
      *
           COPY FACREG.
      *
      *---------------- CATALOGUE DES PRIX DE VENTE -------------------*
      *
           COPY PRXVTE.
      *
      *---------------- LEVEE DE RETENUE CREDIT (CONTROLE DU CREDIT) --*
      *
       01  WS-ENRG-F-LEVCRD.
           05  WS-LEV-CDE-NO-E       PIC X(08).
           05  WS-LEV-VISA-E         PIC X(08).
           05  FILLER                PIC X(64).
      *
      *---------------- CONTROLE DE LA LIMITE DE CREDIT ---------------*
      * L'ENCOURS DE CHAQUE CLIENT EST TENU EN REGARD DE LA TABLE     *
      * CLICOM (MEME INDICE WS-IX-CLC).                               *
      *----------------------------------------------------------------*
       01  WS-TAB-ENCOURS.
           05  WS-ENC-MT             OCCURS 3000 TIMES
                                     PIC S9(11)V99 COMP-3.
       01  WS-TAB-LEV.
           05  WS-TLEV-EL            OCCURS 100 TIMES.
               10  WS-TLEV-CDE-NO    PIC X(08).
               10  WS-TLEV-VISA      PIC X(08).
       01  WS-NB-LEV                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-LEV                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-LEV-TROUVEE         PIC X(01) VALUE 'N'.
           88  LEV-TROUVEE           VALUE 'O'.
           88  LEV-NON-TROUVEE       VALUE 'N'.
       01  WS-SW-CREDIT-OK           PIC X(01) VALUE 'O'.
           88  CREDIT-ADMIS          VALUE 'O'.
           88  CREDIT-REFUSE         VALUE 'N'.
       01  WS-IX-REM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ART-VALORISE           PIC X(06).
       01  WS-CLI-CHERCHE            PIC X(08).
       01  WS-PXU-RETENU             PIC 9(5)V99 COMP-3.
       01  WS-REMISE-PCT             PIC 9(02).
       01  WS-QTE-VALORISEE          PIC S9(07) COMP-3.
       01  WS-MT-VALORISE            PIC S9(11)V99 COMP-3.
       01  WS-QTE-AVANT-ALLOC        PIC S9(07) COMP-3.
      *
      *---------------- REGLES D'ALLOCATION EN RUPTURE (ARIS903) ------*
      * MODE 'S' : ORDRE DES DATES DEMANDEES (HISTORIQUE) ;           *
      * MODE 'P' : PRIORITE (COMMANDE, SINON CATEGORIE DU CLIENT)     *
      *            PUIS DATE ;                                        *
      * MODE 'F' : PRIORITE PUIS, DANS UNE PRIORITE QUE LE STOCK NE   *
      *            COUVRE PAS, PARTAGE AU PRORATA DES RESTES DUS,     *
      *            AVEC UNE QUANTITE MINIMALE PAR LIGNE.              *
      * PRIORITE 1 = LA PLUS FORTE, 9 = LA PLUS FAIBLE.               *
      *----------------------------------------------------------------*
           COPY PARAPPL.
      *
       01  WS-MODE-ALLOC             PIC X(01) VALUE 'S'.
           88  ALLOC-SEQUENTIELLE    VALUE 'S'.
           88  ALLOC-PRIORITE        VALUE 'P'.
           88  ALLOC-PRORATA         VALUE 'F'.
       01  WS-QTE-MINI               PIC 9(06) VALUE ZERO.
       01  WS-PRIO-DEFAUT            PIC 9(01) VALUE 5.
       01  WS-PAR-ID-PRI.
           05  FILLER                PIC X(06) VALUE 'ALLPRI'.
           05  WS-PAR-ID-CATEG       PIC X(02).
      *
      *    PRIORITE DE CHAQUE CATEGORIE DE CLIENT (LUE UNE FOIS PAR
      *    CATEGORIE) ET DE CHAQUE CLIENT (MEME INDICE WS-IX-CLC).
      *
       01  WS-TAB-PRC.
           05  WS-PRC-EL             OCCURS 50 TIMES.
               10  WS-PRC-CATEG      PIC X(02).
               10  WS-PRC-PRIO       PIC 9(01).
               10  WS-PRC-ORIG       PIC X(01).
       01  WS-NB-PRC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-PRC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-PRC-TROUVEE         PIC X(01) VALUE 'N'.
           88  PRC-TROUVEE           VALUE 'O'.
           88  PRC-NON-TROUVEE       VALUE 'N'.
       01  WS-TAB-PCL.
           05  WS-PCL-EL             OCCURS 3000 TIMES.
               10  WS-PCL-PRIO       PIC 9(01).
               10  WS-PCL-ORIG       PIC X(01).
      *
      *    PRIORITE DE LA COMMANDE COURANTE ET SON ORIGINE.
      *
       01  WS-PRIO-CDE               PIC 9(01).
       01  WS-ORIG-PRIO              PIC X(01).
           88  PRIO-DE-COMMANDE      VALUE 'C'.
           88  PRIO-DE-CATEGORIE     VALUE 'K'.
           88  PRIO-PAR-DEFAUT       VALUE 'D'.
      *
      *    RESTE DU PAR ARTICLE ET PAR PRIORITE (PRE-PASSAGE SUR LES
      *    COMMANDES TRIEES), DECREMENTE A MESURE DE L'ALLOCATION.
      *
       01  WS-TAB-DEM.
           05  WS-DEM-EL             OCCURS 2000 TIMES.
               10  WS-DEM-ART        PIC X(06).
               10  WS-DEM-PRIO       PIC 9(01).
               10  WS-DEM-RESTE      PIC S9(07) COMP-3.
       01  WS-NB-DEM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-DEM                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SW-DEM-TROUVEE         PIC X(01) VALUE 'N'.
           88  DEM-TROUVEE           VALUE 'O'.
           88  DEM-NON-TROUVEE       VALUE 'N'.
      *
      *    LIGNES SERVIES SUR LES ARTICLES EN RUPTURE, EDITEES EN FIN
      *    DE PASSAGE REGROUPEES PAR ARTICLE.
      *
       01  WS-TAB-ALC.
           05  WS-ALC-EL             OCCURS 2000 TIMES.
               10  WS-ALC-IND-STK    PIC S9(04) COMP.
               10  WS-ALC-CDE-NO     PIC X(08).
               10  WS-ALC-CLIENT     PIC X(08).
               10  WS-ALC-CATEG      PIC X(02).
               10  WS-ALC-PRIO       PIC 9(01).
               10  WS-ALC-ORIG       PIC X(01).
               10  WS-ALC-DATE-DEM   PIC 9(08).
               10  WS-ALC-RESTE      PIC S9(07) COMP-3.
               10  WS-ALC-DISPO      PIC S9(07) COMP-3.
               10  WS-ALC-PRISE      PIC S9(07) COMP-3.
               10  WS-ALC-SUBST      PIC X(06).
               10  WS-ALC-QTE-SUBST  PIC S9(07) COMP-3.
               10  WS-ALC-REGLE      PIC X(25).
       01  WS-NB-ALC                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IX-ALC                 PIC S9(04) COMP VALUE ZERO.
      *
       01  WS-IND-STK-CDE            PIC S9(04) COMP.
       01  WS-RESTE-DU               PIC S9(07) COMP-3.
       01  WS-DISPO-AVANT            PIC S9(07) COMP-3.
       01  WS-QTE-QUOTE              PIC S9(07) COMP-3.
       01  WS-REGLE-ALLOC            PIC X(25).
       01  WS-SW-CDE-ELIGIBLE        PIC X(01) VALUE 'N'.
           88  CDE-ELIGIBLE          VALUE 'O'.
           88  CDE-NON-ELIGIBLE      VALUE 'N'.
      *
      *---------------- VARIABLES ETAT D'OPERATIONS -------------------*
      *
       01  WS-FS-CDE-E               PIC XX.
       01  WS-FS-ART-ES              PIC XX.
           88  OK-ART-ES             VALUE '00'.
           88  EOF-ART-ES            VALUE '10'.
       01  WS-FS-LOT-E               PIC XX.
           88  OK-LOT-E              VALUE '00'.
           88  EOF-LOT-E             VALUE '10'.
           88  NOT-LOT-E             VALUE '23'.
       01  WS-FS-CDE-S               PIC XX.
           88  OK-CDE-S              VALUE '00'.
       01  WS-FS-SUB-E               PIC XX.
           88  OK-ETATSUB            VALUE '00'.
       01  WS-FS-SRVHIS              PIC XX.
           88  OK-SRVHIS             VALUE '00'.
       01  WS-FS-FACREG-E            PIC XX.
           88  OK-FACREG-E           VALUE '00'.
           88  EOF-FACREG-E          VALUE '10'.
           88  NOTFOUND-FACREG-E     VALUE '35'.
       01  WS-FS-PRXVTE-E            PIC XX.
           88  OK-PRXVTE-E           VALUE '00'.
           88  EOF-PRXVTE-E          VALUE '10'.
           88  NOTFOUND-PRXVTE-E     VALUE '35'.
       01  WS-FS-LEVCRD-E            PIC XX.
           88  OK-LEVCRD-E           VALUE '00'.
           88  EOF-LEVCRD-E          VALUE '10'.
           88  NOTFOUND-LEVCRD-E     VALUE '35'.
       01  WS-FS-ETATCRD             PIC XX.
           88  OK-ETATCRD            VALUE '00'.
       01  WS-FS-ETATALC             PIC XX.
           88  OK-ETATALC            VALUE '00'.
      *
      *---------------- TABLE DU STOCK DISPONIBLE A LA VENTE ----------*
      *
               10  WS-STK-DELTA      PIC S9(07) COMP-3.
               10  WS-STK-CARTON     PIC 9(04)  COMP-3.
               10  WS-STK-PALETTE    PIC 9(05)  COMP-3.
               10  WS-STK-DISPO-INI  PIC S9(07) COMP-3.
               10  WS-STK-DEMANDE    PIC S9(07) COMP-3.
               10  WS-STK-SW-COURT   PIC X(01).
                   88  STK-COURT         VALUE 'O'.
                   88  STK-SUFFISANT     VALUE 'N'.
       01  WS-NB-STK                 PIC S9(04) COMP VALUE ZERO.
       01  WS-IND-STK                PIC S9(04) COMP.
       01  WS-IND-STK-UTIL           PIC S9(04) COMP.
       01  WS-CPT-UNITE-KO           PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-MAJ            PIC 9(05) VALUE ZERO.
       01  WS-CPT-SUBST              PIC 9(05) VALUE ZERO.
       01  WS-CPT-RETENUES-CRD       PIC 9(05) VALUE ZERO.
       01  WS-CPT-LEVEES-CRD         PIC 9(05) VALUE ZERO.
       01  WS-CPT-ART-COURTS         PIC 9(05) VALUE ZERO.
       01  WS-CPT-LIG-COURTES        PIC 9(05) VALUE ZERO.
       01  WS-CPT-PRORATA            PIC 9(05) VALUE ZERO.
       01  WS-CPT-SOUS-MINI          PIC 9(05) VALUE ZERO.
      *
      *---------------- LIGNES D'EDITION ------------------------------*
      *
           05  WS-LPCK-CLI-CODE-ED   PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LPCK-CLI-LIB-ED    PIC X(40).
      *
      *
       01  WS-LCRD-TIRET             PIC X(90) VALUE ALL '-'.
       01  WS-LCRD-TITRE.
           05  FILLER                PIC X(44)
               VALUE 'RETENUES CREDIT DE L''ALLOCATION DU '.
           05  WS-LCRD-DATE-ED       PIC 9(08).
       01  WS-LCRD-INTITULE.
           05  FILLER                PIC X(10) VALUE 'COMMANDE'.
           05  FILLER                PIC X(10) VALUE 'CLIENT'.
           05  FILLER                PIC X(14) VALUE '  LIMITE'.
           05  FILLER                PIC X(15) VALUE '   ENCOURS'.
           05  FILLER                PIC X(14) VALUE '  COMMANDE'.
           05  FILLER                PIC X(27) VALUE 'DECISION'.
       01  WS-LCRD-DETAIL.
           05  WS-LCRD-NO-ED         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRD-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRD-LIM-ED        PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRD-ENC-ED        PIC -ZZZZZZZZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCRD-CDE-ED        PIC ZZZZZZZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LCRD-DECISION-ED   PIC X(27).
      *
       01  WS-LALC-TIRET             PIC X(132) VALUE ALL '-'.
       01  WS-LALC-TITRE.
           05  FILLER                PIC X(50) VALUE
               'ARTICLES EN RUPTURE - REPARTITION DE L''ALLOCATION'.
           05  FILLER                PIC X(04) VALUE ' DU '.
           05  WS-LALC-DATE-ED       PIC 9(08).
       01  WS-LALC-REGLES.
           05  FILLER                PIC X(18) VALUE
               'MODE D''ALLOCATION '.
           05  WS-LALC-MODE-ED       PIC X(01).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LALC-MODE-LIB-ED   PIC X(40).
           05  FILLER                PIC X(24) VALUE
               '  QUANTITE MINI/LIGNE : '.
           05  WS-LALC-MINI-ED       PIC ZZZZZ9.
       01  WS-LALC-ARTICLE.
           05  FILLER                PIC X(08) VALUE 'ARTICLE '.
           05  WS-LALC-A-ART-ED      PIC X(06).
           05  FILLER                PIC X(14) VALUE
               '   DISPONIBLE '.
           05  WS-LALC-A-DISPO-ED    PIC ZZZZZZ9.
           05  FILLER                PIC X(18) VALUE
               '   RESTE DU TOTAL '.
           05  WS-LALC-A-DEM-ED      PIC ZZZZZZ9.
       01  WS-LALC-INTITULE.
           05  FILLER                PIC X(40) VALUE
               'P ORI  COMMANDE  CLIENT    CA  DATE DEM '.
           05  FILLER                PIC X(40) VALUE
               ' RESTE DU DISPO AV  ALLOUE  SUBST. QTE S'.
           05  FILLER                PIC X(52) VALUE
               'UB  REGLE APPLIQUEE'.
       01  WS-LALC-DETAIL.
           05  WS-LALC-PRIO-ED       PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LALC-ORIG-ED       PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-CDE-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-CLI-ED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-CAT-ED        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-DATE-DEM-ED   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-RESTE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-DISPO-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-PRISE-ED      PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-SUBST-ED      PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LALC-QSUB-ED       PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACE.
           05  WS-LALC-REGLE-ED      PIC X(25).
       01  WS-LALC-AUCUN             PIC X(132) VALUE
           'AUCUN ARTICLE EN RUPTURE'.
      *
       01  WS-LCRE0-ASTER            PIC X(45) VALUE ALL '*'.
      *
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATE-SYST           FROM DATE YYYYMMDD.
      *
      *    LES REGLES D'ALLOCATION ET LES CLIENTS SONT CHARGES AVANT
      *    LE TRI, QUI CLASSE LES COMMANDES PAR PRIORITE PUIS DATE.
      *
           PERFORM 1050-LIRE-REGLES-DEB
              THRU 1050-LIRE-REGLES-FIN.
      *
           PERFORM 1200-CHARGE-CLIENTS-DEB
              THRU 1200-CHARGE-CLIENTS-FIN.
      *
           PERFORM 6000-TRI-COMMANDES-DEB
              THRU 6000-TRI-COMMANDES-FIN.
           PERFORM 1100-CHARGE-SUBST-DEB
              THRU 1100-CHARGE-SUBST-FIN.
      *
           IF CLICOM-CHARGE
              PERFORM 1300-CHARGE-ENCOURS-DEB
                 THRU 1300-CHARGE-ENCOURS-FIN
           END-IF.
      *
           PERFORM 1400-CUMUL-DEMANDE-DEB
              THRU 1400-CUMUL-DEMANDE-FIN.
      *
           PERFORM 6015-OPEN-FICHIERS-DEB
              THRU 6015-OPEN-FICHIERS-FIN.
           WRITE FS-ENRG-ETATSUB-S       FROM WS-LSUB-TIRET.
           WRITE FS-ENRG-ETATSUB-S       FROM WS-LSUB-INTITULE.
           WRITE FS-ENRG-ETATSUB-S       FROM WS-LSUB-TIRET.
      *
           MOVE WS-DATE-SYST             TO WS-LCRD-DATE-ED.
           WRITE FS-ENRG-ETATCRD-S       FROM WS-LCRD-TITRE
              AFTER ADVANCING PAGE.
           WRITE FS-ENRG-ETATCRD-S       FROM WS-LCRD-TIRET.
           WRITE FS-ENRG-ETATCRD-S       FROM WS-LCRD-INTITULE.
           WRITE FS-ENRG-ETATCRD-S       FROM WS-LCRD-TIRET.
      *
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
           PERFORM 2000-TRT-COMMANDE-DEB
              THRU 2000-TRT-COMMANDE-FIN
             UNTIL EOF-CDE-TRI.
      *
           PERFORM 8100-EDIT-RUPTURES-DEB
              THRU 8100-EDIT-RUPTURES-FIN.
      *
           PERFORM 6050-CLOSE-CDE-DEB
              THRU 6050-CLOSE-CDE-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT F-LOT-E.
           IF NOT OK-LOT-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-READ-FART-DEB
              THRU 6020-READ-FART-FIN.
           PERFORM 1010-RANGE-ARTICLE-DEB
              THRU 1010-RANGE-ARTICLE-FIN
             UNTIL EOF-ART-ES.
           CLOSE F-ART-ES
                 F-LOT-E.
       1000-CHARGE-STOCK-FIN.
           EXIT.
      *
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE ZERO                     TO WS-DISPO-LOTS.
           PERFORM 6040-START-FLOT-DEB
              THRU 6040-START-FLOT-FIN.
           PERFORM 1020-CUMUL-DISPO-DEB
              THRU 1020-CUMUL-DISPO-FIN
             UNTIL FIN-LOTS-ART.
           ADD 1                         TO WS-NB-STK.
           MOVE WS-ART-CODE              TO WS-STK-ART(WS-NB-STK).
           COMPUTE WS-STK-DISPO(WS-NB-STK) =
           IF WS-STK-DISPO(WS-NB-STK) < ZERO
              MOVE ZERO                  TO WS-STK-DISPO(WS-NB-STK)
           END-IF.
           MOVE ZERO                     TO WS-STK-DELTA(WS-NB-STK)
                                            WS-STK-DISPO-INI(WS-NB-STK)
                                            WS-STK-DEMANDE(WS-NB-STK).
           SET STK-SUFFISANT(WS-NB-STK)  TO TRUE.
           MOVE WS-ART-QTE-CARTON        TO WS-STK-CARTON(WS-NB-STK).
           MOVE WS-ART-QTE-PALETTE       TO WS-STK-PALETTE(WS-NB-STK).
           PERFORM 6020-READ-FART-DEB
           EXIT.
      *
       1020-CUMUL-DISPO-DEB.
           IF LOT-DISPONIBLE
              ADD WS-LOT-QTE             TO WS-DISPO-LOTS
           END-IF.
           PERFORM 6045-READ-NEXT-FLOT-DEB
              THRU 6045-READ-NEXT-FLOT-FIN.
       1020-CUMUL-DISPO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PHASE 1 : REGLES D'ALLOCATION EN RUPTURE (ARIS903)          *
      *---------------------------------------------------------------*
      *
      *    PARAMETRE ABSENT OU INVALIDE = VALEUR PAR DEFAUT : MODE
      *    'S' (ORDRE DES DATES), PAS DE MINIMUM, PRIORITE 5.
      *
       1050-LIRE-REGLES-DEB.
           MOVE WS-DATE-SYST             TO WS-PAR-DATE.
           MOVE 'ALLOCMOD'               TO WS-PAR-ID.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND (WS-PAR-VALEUR(1:1) = 'S' OR 'P' OR 'F')
              MOVE WS-PAR-VALEUR(1:1)    TO WS-MODE-ALLOC
           END-IF.
      *
           MOVE 'ALLOCMIN'               TO WS-PAR-ID.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:6) IS NUMERIC
              MOVE WS-PAR-VALEUR(1:6)    TO WS-QTE-MINI
           END-IF.
      *
           MOVE 'ALLPRIDF'               TO WS-PAR-ID.
           CALL 'ARIS903'             USING WS-PAR-PARM.
           IF PAR-TROUVE
              AND WS-PAR-VALEUR(1:1) IS NUMERIC
              AND WS-PAR-VALEUR(1:1) NOT = '0'
              MOVE WS-PAR-VALEUR(1:1)    TO WS-PRIO-DEFAUT
           END-IF.
       1050-LIRE-REGLES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PHASE 1 BIS : CHARGEMENT DE LA TABLE DE SUBSTITUTION        *
      *---------------------------------------------------------------*
      *
           EXIT.
      *
       1210-RANGE-CLIENT-DEB.
           IF WS-NB-CLC NOT < WS-MAX-CLC
              DISPLAY 'TABLE DES CLIENTS SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           MOVE WS-CLC-CATEG-E        TO WS-CLC-CATEG(WS-IX-CLC).
           MOVE WS-CLC-CREDIT-LIM-E   TO WS-CLC-CREDIT-LIM(WS-IX-CLC).
           MOVE WS-CLC-STATUT-E       TO WS-CLC-STATUT(WS-IX-CLC).
           PERFORM 1220-PRIO-CATEGORIE-DEB
              THRU 1220-PRIO-CATEGORIE-FIN.
           PERFORM 6028-READ-FCLICOM-DEB
              THRU 6028-READ-FCLICOM-FIN.
       1210-RANGE-CLIENT-FIN.
           EXIT.
      *
      *    PRIORITE DE LA CATEGORIE DU CLIENT : PARAMETRE 'ALLPRI'
      *    SUIVI DU CODE CATEGORIE, LU UNE SEULE FOIS PAR CATEGORIE ;
      *    SANS PARAMETRE, LA PRIORITE PAR DEFAUT S'APPLIQUE.
      *
       1220-PRIO-CATEGORIE-DEB.
           SET PRC-NON-TROUVEE           TO TRUE.
           PERFORM 1225-COMPARE-CATEG-DEB
              THRU 1225-COMPARE-CATEG-FIN
             VARYING WS-IX-PRC FROM 1 BY 1
               UNTIL WS-IX-PRC > WS-NB-PRC OR PRC-TROUVEE.
           IF PRC-TROUVEE
              SUBTRACT 1                 FROM WS-IX-PRC
              GO TO 1220-PRIO-CATEGORIE-SUITE
           END-IF.
      *
           IF WS-NB-PRC NOT < 50
              DISPLAY 'TABLE DES PRIORITES DE CATEGORIE SATUREE (50)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-PRC.
           MOVE WS-NB-PRC                TO WS-IX-PRC.
           MOVE WS-CLC-CATEG-E           TO WS-PRC-CATEG(WS-IX-PRC).
           MOVE WS-PRIO-DEFAUT           TO WS-PRC-PRIO(WS-IX-PRC).
           MOVE 'D'                      TO WS-PRC-ORIG(WS-IX-PRC).
           IF WS-CLC-CATEG-E NOT = SPACE
              MOVE WS-CLC-CATEG-E        TO WS-PAR-ID-CATEG
              MOVE WS-PAR-ID-PRI         TO WS-PAR-ID
              MOVE WS-DATE-SYST          TO WS-PAR-DATE
              CALL 'ARIS903'          USING WS-PAR-PARM
              IF PAR-TROUVE
                 AND WS-PAR-VALEUR(1:1) IS NUMERIC
                 AND WS-PAR-VALEUR(1:1) NOT = '0'
                 MOVE WS-PAR-VALEUR(1:1) TO WS-PRC-PRIO(WS-IX-PRC)
                 MOVE 'K'                TO WS-PRC-ORIG(WS-IX-PRC)
              END-IF
           END-IF.
      *
       1220-PRIO-CATEGORIE-SUITE.
           MOVE WS-PRC-PRIO(WS-IX-PRC)   TO WS-PCL-PRIO(WS-IX-CLC).
           MOVE WS-PRC-ORIG(WS-IX-PRC)   TO WS-PCL-ORIG(WS-IX-CLC).
       1220-PRIO-CATEGORIE-FIN.
           EXIT.
      *
       1225-COMPARE-CATEG-DEB.
           IF WS-PRC-CATEG(WS-IX-PRC) = WS-CLC-CATEG-E
              SET PRC-TROUVEE            TO TRUE
           END-IF.
       1225-COMPARE-CATEG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PHASE 1 QUATER : ENCOURS DES CLIENTS ET LEVEES DE RETENUE   *
      *---------------------------------------------------------------*
      *
      *    ENCOURS = FACTURES NON REGLEES (N/P/I) DU REGISTRE FACREG
      *    + COMMANDES DEJA ALLOUEES MAIS PAS ENCORE FACTUREES
      *    (A, B POUR LEUR PART ALLOUEE, S SANS TOP FACTUREE),
      *    VALORISEES AU CATALOGUE PRXVTE COMME A LA FACTURATION.
      *
       1300-CHARGE-ENCOURS-DEB.
           INITIALIZE WS-TAB-ENCOURS.
      *
           OPEN INPUT F-PRXVTE-E.
           IF NOT (OK-PRXVTE-E OR NOTFOUND-PRXVTE-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRXVTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRXVTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-PRXVTE-E
              PERFORM 6032-READ-FPRXVTE-DEB
                 THRU 6032-READ-FPRXVTE-FIN
              PERFORM 1310-RANGE-PRIX-DEB
                 THRU 1310-RANGE-PRIX-FIN
                UNTIL EOF-PRXVTE-E
              CLOSE F-PRXVTE-E
           END-IF.
      *
           OPEN INPUT F-FACREG-E.
           IF NOT (OK-FACREG-E OR NOTFOUND-FACREG-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-FACREG-E
              PERFORM 6034-READ-FFACREG-DEB
                 THRU 6034-READ-FFACREG-FIN
              PERFORM 1330-CUMUL-FACTURE-DEB
                 THRU 1330-CUMUL-FACTURE-FIN
                UNTIL EOF-FACREG-E
              CLOSE F-FACREG-E
           END-IF.
      *
           OPEN INPUT F-CDE-TRI-S.
           IF WS-FS-CDE-TRI NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
           PERFORM 1340-CUMUL-COMMANDE-DEB
              THRU 1340-CUMUL-COMMANDE-FIN
             UNTIL EOF-CDE-TRI.
           CLOSE F-CDE-TRI-S.
      *
           OPEN INPUT F-LEVCRD-E.
           IF NOT (OK-LEVCRD-E OR NOTFOUND-LEVCRD-E)
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVCRD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LEVCRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-LEVCRD-E
              PERFORM 6036-READ-FLEVCRD-DEB
                 THRU 6036-READ-FLEVCRD-FIN
              PERFORM 1350-RANGE-LEVEE-DEB
                 THRU 1350-RANGE-LEVEE-FIN
                UNTIL EOF-LEVCRD-E
              CLOSE F-LEVCRD-E
           END-IF.
       1300-CHARGE-ENCOURS-FIN.
           EXIT.
      *
       1310-RANGE-PRIX-DEB.
           IF WS-NB-PVT = 400
              DISPLAY 'TABLE DES PRIX DE VENTE SATUREE (400)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-PVT.
           SET WS-IX-PVT                 TO WS-NB-PVT.
           MOVE WS-PVT-ART-E             TO WS-PVT-ART(WS-IX-PVT).
           MOVE WS-PVT-DEFFET-E          TO WS-PVT-DEFFET(WS-IX-PVT).
           MOVE WS-PVT-PXU-E             TO WS-PVT-PXU(WS-IX-PVT).
           PERFORM 1320-RANGE-REMISE-DEB
              THRU 1320-RANGE-REMISE-FIN
             VARYING WS-IX-REM FROM 1 BY 1
               UNTIL WS-IX-REM > 3.
           PERFORM 6032-READ-FPRXVTE-DEB
              THRU 6032-READ-FPRXVTE-FIN.
       1310-RANGE-PRIX-FIN.
           EXIT.
      *
       1320-RANGE-REMISE-DEB.
           MOVE WS-PVT-REM-CAT-E(WS-IX-REM)
                           TO WS-PVT-REM-CAT(WS-IX-PVT WS-IX-REM).
           IF WS-PVT-REM-PCT-E(WS-IX-REM) IS NUMERIC
              MOVE WS-PVT-REM-PCT-E(WS-IX-REM)
                           TO WS-PVT-REM-PCT(WS-IX-PVT WS-IX-REM)
           ELSE
              MOVE ZERO    TO WS-PVT-REM-PCT(WS-IX-PVT WS-IX-REM)
           END-IF.
       1320-RANGE-REMISE-FIN.
           EXIT.
      *
       1330-CUMUL-FACTURE-DEB.
           IF FAC-NOUVELLE OR FAC-PRELEVEE OR FAC-IMPAYEE
              MOVE WS-FAC-CLIENT         TO WS-CLI-CHERCHE
              PERFORM 7075-CHERCHE-CLIENT-DEB
                 THRU 7075-CHERCHE-CLIENT-FIN
              IF CLC-TROUVE
                 ADD WS-FAC-MT-TTC       TO WS-ENC-MT(WS-IX-CLC)
                 IF WS-FAC-MT-ENCAISSE IS NUMERIC
                    SUBTRACT WS-FAC-MT-ENCAISSE
                                         FROM WS-ENC-MT(WS-IX-CLC)
                 END-IF
              END-IF
           END-IF.
           PERFORM 6034-READ-FFACREG-DEB
              THRU 6034-READ-FFACREG-FIN.
       1330-CUMUL-FACTURE-FIN.
           EXIT.
      *
       1340-CUMUL-COMMANDE-DEB.
           IF (CDE-ALLOUEE OR CDE-RELIQUAT OR CDE-SERVIE)
              AND NOT CDE-DEJA-FACTUREE
              AND WS-CDE-QTE-ALLOUEE > ZERO
              MOVE WS-CDE-CLIENT         TO WS-CLI-CHERCHE
              PERFORM 7075-CHERCHE-CLIENT-DEB
                 THRU 7075-CHERCHE-CLIENT-FIN
              IF CLC-TROUVE
                 IF WS-CDE-ART-SUBST NOT = SPACE
                    MOVE WS-CDE-ART-SUBST TO WS-ART-VALORISE
                 ELSE
                    MOVE WS-CDE-ART      TO WS-ART-VALORISE
                 END-IF
                 MOVE WS-CDE-QTE-ALLOUEE TO WS-QTE-VALORISEE
                 PERFORM 7080-VALORISE-DEB
                    THRU 7080-VALORISE-FIN
                 ADD WS-MT-VALORISE      TO WS-ENC-MT(WS-IX-CLC)
              END-IF
           END-IF.
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
       1340-CUMUL-COMMANDE-FIN.
           EXIT.
      *
       1350-RANGE-LEVEE-DEB.
           IF WS-NB-LEV NOT < 100
              DISPLAY 'TABLE DES LEVEES DE RETENUE SATUREE (100)'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-LEV.
           MOVE WS-LEV-CDE-NO-E          TO WS-TLEV-CDE-NO(WS-NB-LEV).
           MOVE WS-LEV-VISA-E            TO WS-TLEV-VISA(WS-NB-LEV).
           PERFORM 6036-READ-FLEVCRD-DEB
              THRU 6036-READ-FLEVCRD-FIN.
       1350-RANGE-LEVEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PHASE 1 QUINQUIES : RESTE DU PAR ARTICLE ET PAR PRIORITE    *
      *---------------------------------------------------------------*
      *
      *    PRE-PASSAGE SUR LES COMMANDES TRIEES : LE RESTE A ALLOUER
      *    DES LIGNES SERVABLES (CLIENT ADMIS, ARTICLE CONNU) EST
      *    CUMULE PAR ARTICLE ET PAR PRIORITE, EN UNITES. UN ARTICLE
      *    DONT LA DEMANDE DEPASSE LE DISPONIBLE EST EN RUPTURE : SA
      *    REPARTITION EST EDITEE ET, EN MODE 'F', PARTAGEE AU
      *    PRORATA DANS LA PRIORITE QUE LE STOCK NE COUVRE PAS.
      *
       1400-CUMUL-DEMANDE-DEB.
           OPEN INPUT F-CDE-TRI-S.
           IF WS-FS-CDE-TRI NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
           PERFORM 1410-CUMUL-UNE-LIGNE-DEB
              THRU 1410-CUMUL-UNE-LIGNE-FIN
             UNTIL EOF-CDE-TRI.
           CLOSE F-CDE-TRI-S.
      *
           PERFORM 1420-MARQUE-RUPTURE-DEB
              THRU 1420-MARQUE-RUPTURE-FIN
             VARYING WS-IND-STK FROM 1 BY 1
               UNTIL WS-IND-STK > WS-NB-STK.
       1400-CUMUL-DEMANDE-FIN.
           EXIT.
      *
       1410-CUMUL-UNE-LIGNE-DEB.
           IF NOT (CDE-NOUVELLE OR CDE-RELIQUAT
                   OR CDE-RETENUE-CREDIT)
              GO TO 1410-CUMUL-UNE-LIGNE-SUITE
           END-IF.
           IF CLICOM-CHARGE
              MOVE WS-CDE-CLIENT         TO WS-CLI-CHERCHE
              PERFORM 7075-CHERCHE-CLIENT-DEB
                 THRU 7075-CHERCHE-CLIENT-FIN
              IF CLC-NON-TROUVE
                 GO TO 1410-CUMUL-UNE-LIGNE-SUITE
              END-IF
              IF CLC-FERME(WS-IX-CLC) OR CLC-STOP-CREDIT(WS-IX-CLC)
                 GO TO 1410-CUMUL-UNE-LIGNE-SUITE
              END-IF
           END-IF.
           MOVE WS-CDE-ART               TO WS-ART-CHERCHE.
           PERFORM 7030-CHERCHE-STK-DEB
              THRU 7030-CHERCHE-STK-FIN.
           IF STK-NON-TROUVE
              GO TO 1410-CUMUL-UNE-LIGNE-SUITE
           END-IF.
      *
      *    CARTONS ET PALETTES RAMENES EN UNITES COMME A 7050 ; UN
      *    CONDITIONNEMENT INCONNU DONNE UN RESTE NUL, NON CUMULE.
      *
           EVALUATE TRUE
              WHEN CDE-EN-CARTONS
                 COMPUTE WS-RESTE-DU = WS-CDE-QTE
                       * WS-STK-CARTON(WS-IND-STK-UTIL)
              WHEN CDE-EN-PALETTES
                 COMPUTE WS-RESTE-DU = WS-CDE-QTE
                       * WS-STK-PALETTE(WS-IND-STK-UTIL)
              WHEN OTHER
                 MOVE WS-CDE-QTE         TO WS-RESTE-DU
           END-EVALUATE.
           SUBTRACT WS-CDE-QTE-ALLOUEE   FROM WS-RESTE-DU.
           IF WS-RESTE-DU NOT > ZERO
              GO TO 1410-CUMUL-UNE-LIGNE-SUITE
           END-IF.
      *
           ADD WS-RESTE-DU               TO
               WS-STK-DEMANDE(WS-IND-STK-UTIL).
           PERFORM 7110-CHERCHE-DEMANDE-DEB
              THRU 7110-CHERCHE-DEMANDE-FIN.
           IF DEM-NON-TROUVEE
              IF WS-NB-DEM NOT < 2000
                 DISPLAY 'TABLE DES RESTES DUS SATUREE (2000)'
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
              ADD 1                      TO WS-NB-DEM
              MOVE WS-NB-DEM             TO WS-IX-DEM
              MOVE WS-CDE-ART            TO WS-DEM-ART(WS-IX-DEM)
              MOVE WS-PRIO-CDE           TO WS-DEM-PRIO(WS-IX-DEM)
              MOVE ZERO                  TO WS-DEM-RESTE(WS-IX-DEM)
           END-IF.
           ADD WS-RESTE-DU               TO WS-DEM-RESTE(WS-IX-DEM).
      *
       1410-CUMUL-UNE-LIGNE-SUITE.
           PERFORM 6030-READ-FTRI-DEB
              THRU 6030-READ-FTRI-FIN.
       1410-CUMUL-UNE-LIGNE-FIN.
           EXIT.
      *
       1420-MARQUE-RUPTURE-DEB.
           MOVE WS-STK-DISPO(WS-IND-STK) TO
                WS-STK-DISPO-INI(WS-IND-STK).
           IF WS-STK-DEMANDE(WS-IND-STK) > WS-STK-DISPO(WS-IND-STK)
              SET STK-COURT(WS-IND-STK)  TO TRUE
              ADD 1                      TO WS-CPT-ART-COURTS
           END-IF.
       1420-MARQUE-RUPTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   PHASE 2 : ALLOCATION DES COMMANDES DANS L'ORDRE DU TRI      *
      *---------------------------------------------------------------*
      *
       2000-TRT-COMMANDE-DEB.
           ADD 1                         TO WS-CPT-CDE.
      *
           SET LIGNE-IGNOREE             TO TRUE.
           IF NOT (CDE-NOUVELLE OR CDE-RELIQUAT
                   OR CDE-RETENUE-CREDIT)
              GO TO 2000-TRT-COMMANDE-SUITE
           END-IF.
      *
           SET LIGNE-EXAMINEE            TO TRUE.
           IF CDE-RELIQUAT
              MOVE 'R'                   TO WS-PASSE-ENTREE
           ELSE
              MOVE 'P'                   TO WS-PASSE-ENTREE
           END-IF.
      *
      *    VALIDATION DU CLIENT (QUAND LE FICHIER CLI0206 EST
              GO TO 2000-TRT-COMMANDE-SUITE
           END-IF.
      *
      *    LIMITE DE CREDIT (CLIENTS CHARGES) : LE RESTE A ALLOUER,
      *    VALORISE, NE DOIT PAS PORTER L'ENCOURS AU-DELA DE LA
      *    LIMITE, SAUF LEVEE DU CONTROLE DU CREDIT.
      *
           IF CLICOM-CHARGE
              PERFORM 7070-CTRL-ENCOURS-DEB
                 THRU 7070-CTRL-ENCOURS-FIN
              IF CREDIT-REFUSE
                 GO TO 2000-TRT-COMMANDE-SUITE
              END-IF
           END-IF.
      *
           MOVE WS-CDE-QTE-ALLOUEE       TO WS-QTE-AVANT-ALLOC.
           PERFORM 7010-ALLOUE-COMMANDE-DEB
              THRU 7010-ALLOUE-COMMANDE-FIN.
           IF CLICOM-CHARGE
              PERFORM 7085-MAJ-ENCOURS-DEB
                 THRU 7085-MAJ-ENCOURS-FIN
           END-IF.
      *
       2000-TRT-COMMANDE-SUITE.
           IF LIGNE-EXAMINEE
      *
       6000-TRI-COMMANDES-DEB.
           SORT SD-CDE-TRI
               ON ASCENDING KEY SD-CDE-PRIO
                                SD-CDE-DATE-DEM
                                SD-CDE-NO
               INPUT PROCEDURE 6005-ALIMENTE-TRI-DEB
                          THRU 6005-ALIMENTE-TRI-FIN
               GIVING F-CDE-TRI-S.
      *
           IF WS-FS-CDE-TRI NOT = '00'
           END-IF.
       6000-TRI-COMMANDES-FIN.
           EXIT.
      *
      *    CHAQUE COMMANDE EST PRESENTEE AU TRI PRECEDEE DE SA
      *    PRIORITE ET DE L'ORIGINE DE CELLE-CI (7100).
      *
       6005-ALIMENTE-TRI-DEB.
           OPEN INPUT F-CDE-E.
           IF NOT OK-CDE-E
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
           PERFORM 6007-LIBERE-COMMANDE-DEB
              THRU 6007-LIBERE-COMMANDE-FIN
             UNTIL EOF-CDE-E.
           CLOSE F-CDE-E.
       6005-ALIMENTE-TRI-FIN.
           EXIT.
      *
       6007-LIBERE-COMMANDE-DEB.
           PERFORM 7100-PRIORITE-CDE-DEB
              THRU 7100-PRIORITE-CDE-FIN.
           MOVE WS-PRIO-CDE              TO SD-CDE-PRIO.
           MOVE WS-ORIG-PRIO             TO SD-CDE-ORIG-PRIO.
           MOVE WS-CDE-ENR               TO SD-CDE-ENR.
           RELEASE SD-ENRG-CDE-TRI.
           PERFORM 6010-READ-FCDE-DEB
              THRU 6010-READ-FCDE-FIN.
       6007-LIBERE-COMMANDE-FIN.
           EXIT.
      *
       6010-READ-FCDE-DEB.
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (OK-CDE-E OR EOF-CDE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-READ-FCDE-FIN.
           EXIT.
      *
       6015-OPEN-FICHIERS-DEB.
           OPEN INPUT F-CDE-TRI-S.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATCRD-S.
           IF NOT OK-ETATCRD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATCRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATALC-S.
           IF NOT OK-ETATALC
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATALC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATALC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6015-OPEN-FICHIERS-FIN.
           EXIT.
      *
           EXIT.
      *
       6030-READ-FTRI-DEB.
           READ F-CDE-TRI-S.
           IF NOT (WS-FS-CDE-TRI = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-TRI-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-CDE-TRI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-CDE-TRI
              MOVE FS-TRI-CDE            TO WS-CDE-ENR
              MOVE FS-TRI-PRIO           TO WS-PRIO-CDE
              MOVE FS-TRI-ORIG-PRIO      TO WS-ORIG-PRIO
           END-IF.
       6030-READ-FTRI-FIN.
           EXIT.
      *
       6032-READ-FPRXVTE-DEB.
           READ F-PRXVTE-E INTO WS-ENRG-F-PRXVTE.
           IF NOT (OK-PRXVTE-E OR EOF-PRXVTE-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRXVTE-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-PRXVTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6032-READ-FPRXVTE-FIN.
           EXIT.
      *
       6034-READ-FFACREG-DEB.
           READ F-FACREG-E INTO WS-ENRG-F-FACREG.
           IF NOT (OK-FACREG-E OR EOF-FACREG-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FACREG-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-FACREG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6034-READ-FFACREG-FIN.
           EXIT.
      *
       6036-READ-FLEVCRD-DEB.
           READ F-LEVCRD-E INTO WS-ENRG-F-LEVCRD.
           IF NOT (OK-LEVCRD-E OR EOF-LEVCRD-E)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LEVCRD-E'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LEVCRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6036-READ-FLEVCRD-FIN.
           EXIT.
      *
      *    POSITIONNEMENT SUR LE PREMIER LOT DE L'ARTICLE ;
      *    FIN-LOTS-ART SI L'ARTICLE N'A AUCUN LOT.
      *
       6040-START-FLOT-DEB.
           SET SUITE-LOTS-ART            TO TRUE.
           MOVE ZERO                     TO WS-NB-LOT-ART.
           MOVE WS-ART-CODE              TO WS-LOT-ART.
           MOVE LOW-VALUES               TO WS-LOT-NUM.
           MOVE WS-LOT-CLE               TO FS-LOT-CLE.
           START F-LOT-E KEY NOT < FS-LOT-CLE.
           EVALUATE TRUE
              WHEN OK-LOT-E
                 PERFORM 6045-READ-NEXT-FLOT-DEB
                    THRU 6045-READ-NEXT-FLOT-FIN
              WHEN NOT-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OTHER
                 DISPLAY 'PROBLEME DE START SUR F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6040-START-FLOT-FIN.
           EXIT.
      *
       6045-READ-NEXT-FLOT-DEB.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           EVALUATE TRUE
              WHEN EOF-LOT-E
                 SET FIN-LOTS-ART        TO TRUE
              WHEN OK-LOT-E
                 IF WS-LOT-ART NOT = WS-ART-CODE
                    SET FIN-LOTS-ART     TO TRUE
                 ELSE
                    ADD 1                TO WS-NB-LOT-ART
                 END-IF
              WHEN OTHER
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                 DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-LOT-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6045-READ-NEXT-FLOT-FIN.
           EXIT.
      *
       6050-CLOSE-CDE-DEB.
           CLOSE F-CDE-TRI-S.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATCRD-S.
           IF NOT OK-ETATCRD
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATCRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATALC-S.
           IF NOT OK-ETATALC
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ETATALC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATALC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-CLOSE-CDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *
      *    RESERVATION DU DISPONIBLE POUR LA COMMANDE COURANTE :
      *    LA PRISE EST LIMITEE AU DISPONIBLE RESTANT (ET, EN MODE
      *    'F' SUR UN ARTICLE EN RUPTURE, A LA QUOTE-PART DE LA
      *    LIGNE), LE STATUT PASSE EN ALLOUEE OU EN RELIQUAT SELON
      *    LA COUVERTURE.
      *
       7010-ALLOUE-COMMANDE-DEB.
           MOVE WS-IND-STK-UTIL          TO WS-IND-STK-CDE.
           MOVE WS-STK-DISPO(WS-IND-STK-UTIL)
                                         TO WS-DISPO-AVANT.
           MOVE ZERO                     TO WS-QTE-SUBST.
           MOVE SPACES                   TO WS-ART-SUBST-CHOISI.
           COMPUTE WS-QTE-RESTANTE =
                   WS-CDE-QTE - WS-CDE-QTE-ALLOUEE.
           MOVE WS-QTE-RESTANTE          TO WS-RESTE-DU
                                            WS-QTE-QUOTE.
           EVALUATE TRUE
              WHEN ALLOC-PRORATA
                   AND STK-COURT(WS-IND-STK-UTIL)
                 PERFORM 7015-QUOTE-PART-DEB
                    THRU 7015-QUOTE-PART-FIN
              WHEN ALLOC-SEQUENTIELLE
                 MOVE 'ORDRE DES DATES'  TO WS-REGLE-ALLOC
              WHEN OTHER
                 MOVE 'PRIORITE PUIS DATE'
                                         TO WS-REGLE-ALLOC
           END-EVALUATE.
      *
           IF WS-QTE-QUOTE <
              WS-STK-DISPO(WS-IND-STK-UTIL)
              MOVE WS-QTE-QUOTE          TO WS-QTE-PRISE
           ELSE
              MOVE WS-STK-DISPO(WS-IND-STK-UTIL)
                                         TO WS-QTE-PRISE
              PERFORM 8020-EDIT-LIGNE-PICK-DEB
                 THRU 8020-EDIT-LIGNE-PICK-FIN
           END-IF.
      *
           IF STK-COURT(WS-IND-STK-CDE)
              PERFORM 7120-MEMO-REPARTITION-DEB
                 THRU 7120-MEMO-REPARTITION-FIN
           END-IF.
       7010-ALLOUE-COMMANDE-FIN.
           EXIT.
      *
      *    QUOTE-PART DE LA LIGNE DANS SA PRIORITE : SI LE DISPONIBLE
      *    COUVRE LE RESTE DU DE LA PRIORITE, LA LIGNE EST SERVIE EN
      *    ENTIER ; SINON ELLE RECOIT DISPONIBLE x SON RESTE DU /
      *    RESTE DU DE LA PRIORITE (ARRONDI INFERIEUR). UNE QUOTE-PART
      *    INFERIEURE AU MINIMUM PAR LIGNE N'EST PAS SERVIE ET RESTE
      *    AUX LIGNES SUIVANTES. LE RESTE DU DE LA PRIORITE EST
      *    ENSUITE DIMINUE DE CELUI DE LA LIGNE.
      *
       7015-QUOTE-PART-DEB.
           MOVE 'PRIORITE SERVIE EN ENTIER'
                                         TO WS-REGLE-ALLOC.
           PERFORM 7110-CHERCHE-DEMANDE-DEB
              THRU 7110-CHERCHE-DEMANDE-FIN.
           IF DEM-NON-TROUVEE
              GO TO 7015-QUOTE-PART-FIN
           END-IF.
           IF WS-DISPO-AVANT = ZERO
              MOVE 'STOCK EPUISE'        TO WS-REGLE-ALLOC
              GO TO 7015-QUOTE-PART-DECOMPTE
           END-IF.
           IF WS-DISPO-AVANT NOT < WS-DEM-RESTE(WS-IX-DEM)
              GO TO 7015-QUOTE-PART-DECOMPTE
           END-IF.
      *
           COMPUTE WS-QTE-QUOTE =
                   WS-DISPO-AVANT * WS-RESTE-DU
                 / WS-DEM-RESTE(WS-IX-DEM).
           MOVE 'PRORATA'                TO WS-REGLE-ALLOC.
           ADD 1                         TO WS-CPT-PRORATA.
           IF WS-QTE-QUOTE < WS-QTE-MINI
              AND WS-QTE-QUOTE < WS-RESTE-DU
              MOVE ZERO                  TO WS-QTE-QUOTE
              MOVE 'PRORATA SOUS MINIMUM'
                                         TO WS-REGLE-ALLOC
              ADD 1                      TO WS-CPT-SOUS-MINI
           END-IF.
      *
       7015-QUOTE-PART-DECOMPTE.
           SUBTRACT WS-RESTE-DU          FROM WS-DEM-RESTE(WS-IX-DEM).
           IF WS-DEM-RESTE(WS-IX-DEM) < ZERO
              MOVE ZERO                  TO WS-DEM-RESTE(WS-IX-DEM)
           END-IF.
       7015-QUOTE-PART-FIN.
           EXIT.
      *
      *    RECHERCHE DU REMPLACANT DE MEILLEURE PRIORITE AYANT DU
      *    DISPONIBLE, PUIS RESERVATION SUR CE REMPLACANT ; LA
      *    COMMANDE EST MARQUEE SUBSTITUEE ET L'ETAT QUOTIDIEN DES
           END-IF.
       7060-EMET-SERVICE-FIN.
           EXIT.
      *
      *    CONTROLE DE LA LIMITE DE CREDIT DU CLIENT COURANT
      *    (WS-IX-CLC POSITIONNE PAR 7040) : LIMITE A ZERO = CLIENT
      *    SANS LIMITE SAISIE, PAS DE CONTROLE. EN DEPASSEMENT, UNE
      *    LEVEE DU CONTROLE DU CREDIT POUR LA COMMANDE L'ADMET ;
      *    SINON LA COMMANDE PASSE EN RETENUE CREDIT 'H' (UN
      *    RELIQUAT DEJA PARTIELLEMENT ALLOUE GARDE SON STATUT 'B'
      *    POUR QUE SA PART ALLOUEE SOIT LIVREE) ET SORT SUR L'ETAT
      *    DES RETENUES ET SUR LA LISTE DE PRELEVEMENT.
      *
       7070-CTRL-ENCOURS-DEB.
           SET CREDIT-ADMIS              TO TRUE.
           IF WS-CLC-CREDIT-LIM(WS-IX-CLC) = ZERO
              GO TO 7070-CTRL-ENCOURS-FIN
           END-IF.
      *
           MOVE WS-CDE-ART               TO WS-ART-VALORISE.
           COMPUTE WS-QTE-VALORISEE =
                   WS-CDE-QTE - WS-CDE-QTE-ALLOUEE.
           PERFORM 7080-VALORISE-DEB
              THRU 7080-VALORISE-FIN.
           IF WS-ENC-MT(WS-IX-CLC) + WS-MT-VALORISE
              NOT > WS-CLC-CREDIT-LIM(WS-IX-CLC)
              GO TO 7070-CTRL-ENCOURS-FIN
           END-IF.
      *
           SET LEV-NON-TROUVEE           TO TRUE.
           MOVE 1                        TO WS-IX-LEV.
           PERFORM 7090-RECH-UNE-LEVEE-DEB
              THRU 7090-RECH-UNE-LEVEE-FIN
             UNTIL (WS-IX-LEV > WS-NB-LEV) OR LEV-TROUVEE.
           IF LEV-TROUVEE
              ADD 1                      TO WS-CPT-LEVEES-CRD
              MOVE SPACES                TO WS-LCRD-DECISION-ED
              STRING 'LEVEE PAR ' WS-TLEV-VISA(WS-IX-LEV)
                     DELIMITED BY SIZE INTO WS-LCRD-DECISION-ED
              PERFORM 8040-EDIT-LIGNE-CREDIT-DEB
                 THRU 8040-EDIT-LIGNE-CREDIT-FIN
              GO TO 7070-CTRL-ENCOURS-FIN
           END-IF.
      *
           SET CREDIT-REFUSE             TO TRUE.
           ADD 1                         TO WS-CPT-RETENUES-CRD.
           IF WS-CDE-QTE-ALLOUEE = ZERO
              MOVE 'H'                   TO WS-CDE-STAT
              MOVE 'RETENUE CREDIT'      TO WS-LCRD-DECISION-ED
           ELSE
              MOVE 'RELIQUAT NON COMPLETE'
                                         TO WS-LCRD-DECISION-ED
           END-IF.
           PERFORM 8040-EDIT-LIGNE-CREDIT-DEB
              THRU 8040-EDIT-LIGNE-CREDIT-FIN.
           MOVE '*LIMITE DE CREDIT - ALLOCATION RETENUE*'
                                         TO WS-LPCK-CLI-LIB-ED.
           PERFORM 8030-EDIT-LIGNE-CLIENT-DEB
              THRU 8030-EDIT-LIGNE-CLIENT-FIN.
       7070-CTRL-ENCOURS-FIN.
           EXIT.
      *
       7075-CHERCHE-CLIENT-DEB.
           SET CLC-NON-TROUVE            TO TRUE.
           MOVE 1                        TO WS-IX-CLC.
           PERFORM 7076-RECH-CLIENT-CODE-DEB
              THRU 7076-RECH-CLIENT-CODE-FIN
             UNTIL (WS-IX-CLC > WS-NB-CLC) OR CLC-TROUVE.
       7075-CHERCHE-CLIENT-FIN.
           EXIT.
      *
       7076-RECH-CLIENT-CODE-DEB.
           IF WS-CLC-CODE(WS-IX-CLC) = WS-CLI-CHERCHE
              SET CLC-TROUVE             TO TRUE
           ELSE
              ADD 1                      TO WS-IX-CLC
           END-IF.
       7076-RECH-CLIENT-CODE-FIN.
           EXIT.
      *
      *    VALORISATION DE WS-QTE-VALORISEE UNITES DE
      *    WS-ART-VALORISE : PRIX EN VIGUEUR DU CATALOGUE (DATE
      *    D'EFFET LA PLUS RECENTE <= DATE DU JOUR) ET REMISE DE LA
      *    CATEGORIE DU CLIENT WS-IX-CLC, COMME A LA FACTURATION
      *    ARIO095. ARTICLE SANS PRIX = VALEUR NULLE.
      *
       7080-VALORISE-DEB.
           MOVE ZERO                     TO WS-MT-VALORISE
                                            WS-JX-PVT.
           PERFORM 7082-EXAMINE-UN-PRIX-DEB
              THRU 7082-EXAMINE-UN-PRIX-FIN
             VARYING WS-IX-PVT FROM 1 BY 1
               UNTIL WS-IX-PVT > WS-NB-PVT.
           IF WS-JX-PVT = ZERO
              GO TO 7080-VALORISE-FIN
           END-IF.
           SET WS-IX-PVT                 TO WS-JX-PVT.
           MOVE WS-PVT-PXU(WS-IX-PVT)    TO WS-PXU-RETENU.
           MOVE ZERO                     TO WS-REMISE-PCT.
           PERFORM 7084-UNE-REMISE-DEB
              THRU 7084-UNE-REMISE-FIN
             VARYING WS-IX-REM FROM 1 BY 1
               UNTIL WS-IX-REM > 3.
           COMPUTE WS-MT-VALORISE ROUNDED =
                   WS-QTE-VALORISEE * WS-PXU-RETENU
                 * (100 - WS-REMISE-PCT) / 100.
       7080-VALORISE-FIN.
           EXIT.
      *
       7082-EXAMINE-UN-PRIX-DEB.
           IF WS-PVT-ART(WS-IX-PVT) = WS-ART-VALORISE
              AND WS-PVT-DEFFET(WS-IX-PVT) NOT > WS-DATE-SYST
              IF WS-JX-PVT = ZERO
                 OR WS-PVT-DEFFET(WS-IX-PVT) >
                    WS-PVT-DEFFET(WS-JX-PVT)
                 MOVE WS-IX-PVT          TO WS-JX-PVT
              END-IF
           END-IF.
       7082-EXAMINE-UN-PRIX-FIN.
           EXIT.
      *
       7084-UNE-REMISE-DEB.
           IF WS-PVT-REM-CAT(WS-IX-PVT WS-IX-REM) =
              WS-CLC-CATEG(WS-IX-CLC)
              AND WS-PVT-REM-CAT(WS-IX-PVT WS-IX-REM) NOT = SPACE
              MOVE WS-PVT-REM-PCT(WS-IX-PVT WS-IX-REM)
                                         TO WS-REMISE-PCT
           END-IF.
       7084-UNE-REMISE-FIN.
           EXIT.
      *
      *    LA QUANTITE RESERVEE PAR LE PASSAGE (SUBSTITUTION
      *    COMPRISE) S'AJOUTE A L'ENCOURS DU CLIENT, SI BIEN QUE LES
      *    COMMANDES SUIVANTES DU MEME CLIENT EN TIENNENT COMPTE.
      *
       7085-MAJ-ENCOURS-DEB.
           IF WS-CDE-QTE-ALLOUEE > WS-QTE-AVANT-ALLOC
              MOVE WS-CDE-ART            TO WS-ART-VALORISE
              COMPUTE WS-QTE-VALORISEE =
                      WS-CDE-QTE-ALLOUEE - WS-QTE-AVANT-ALLOC
              PERFORM 7080-VALORISE-DEB
                 THRU 7080-VALORISE-FIN
              ADD WS-MT-VALORISE         TO WS-ENC-MT(WS-IX-CLC)
           END-IF.
       7085-MAJ-ENCOURS-FIN.
           EXIT.
      *
       7090-RECH-UNE-LEVEE-DEB.
           IF WS-TLEV-CDE-NO(WS-IX-LEV) = WS-CDE-NO
              SET LEV-TROUVEE            TO TRUE
           ELSE
              ADD 1                      TO WS-IX-LEV
           END-IF.
       7090-RECH-UNE-LEVEE-FIN.
           EXIT.
      *
      *    PRIORITE DE LA COMMANDE COURANTE : EN MODE 'S' TOUTES
      *    LES COMMANDES ONT LA PRIORITE PAR DEFAUT (ORDRE DES DATES
      *    INCHANGE) ; SINON LA PRIORITE SAISIE SUR LA COMMANDE,
      *    A DEFAUT CELLE DE LA CATEGORIE DU CLIENT, A DEFAUT LA
      *    PRIORITE PAR DEFAUT.
      *
       7100-PRIORITE-CDE-DEB.
           MOVE WS-PRIO-DEFAUT           TO WS-PRIO-CDE.
           SET PRIO-PAR-DEFAUT           TO TRUE.
           IF ALLOC-SEQUENTIELLE
              GO TO 7100-PRIORITE-CDE-FIN
           END-IF.
           IF WS-CDE-PRIORITE IS NUMERIC
              AND WS-CDE-PRIORITE NOT = '0'
              MOVE WS-CDE-PRIORITE       TO WS-PRIO-CDE
              SET PRIO-DE-COMMANDE       TO TRUE
              GO TO 7100-PRIORITE-CDE-FIN
           END-IF.
           IF CLICOM-CHARGE
              MOVE WS-CDE-CLIENT         TO WS-CLI-CHERCHE
              PERFORM 7075-CHERCHE-CLIENT-DEB
                 THRU 7075-CHERCHE-CLIENT-FIN
              IF CLC-TROUVE
                 MOVE WS-PCL-PRIO(WS-IX-CLC)
                                         TO WS-PRIO-CDE
                 MOVE WS-PCL-ORIG(WS-IX-CLC)
                                         TO WS-ORIG-PRIO
              END-IF
           END-IF.
       7100-PRIORITE-CDE-FIN.
           EXIT.
      *
       7110-CHERCHE-DEMANDE-DEB.
           SET DEM-NON-TROUVEE           TO TRUE.
           PERFORM 7115-COMPARE-DEMANDE-DEB
              THRU 7115-COMPARE-DEMANDE-FIN
             VARYING WS-IX-DEM FROM 1 BY 1
               UNTIL WS-IX-DEM > WS-NB-DEM OR DEM-TROUVEE.
           IF DEM-TROUVEE
              SUBTRACT 1                 FROM WS-IX-DEM
           END-IF.
       7110-CHERCHE-DEMANDE-FIN.
           EXIT.
      *
       7115-COMPARE-DEMANDE-DEB.
           IF WS-DEM-ART(WS-IX-DEM) = WS-CDE-ART
              AND WS-DEM-PRIO(WS-IX-DEM) = WS-PRIO-CDE
              SET DEM-TROUVEE            TO TRUE
           END-IF.
       7115-COMPARE-DEMANDE-FIN.
           EXIT.
      *
      *    LIGNE SERVIE SUR UN ARTICLE EN RUPTURE : CONSERVEE POUR
      *    L'ETAT DE REPARTITION (QUI A RECU QUOI, PAR QUELLE REGLE).
      *
       7120-MEMO-REPARTITION-DEB.
           IF WS-NB-ALC NOT < 2000
              DISPLAY 'TABLE DE REPARTITION DES RUPTURES SATUREE'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                         TO WS-NB-ALC.
           MOVE WS-NB-ALC                TO WS-IX-ALC.
           MOVE WS-IND-STK-CDE           TO WS-ALC-IND-STK(WS-IX-ALC).
           MOVE WS-CDE-NO                TO WS-ALC-CDE-NO(WS-IX-ALC).
           MOVE WS-CDE-CLIENT            TO WS-ALC-CLIENT(WS-IX-ALC).
           IF CLICOM-CHARGE
              MOVE WS-CLC-CATEG(WS-IX-CLC)
                                         TO WS-ALC-CATEG(WS-IX-ALC)
           ELSE
              MOVE SPACES                TO WS-ALC-CATEG(WS-IX-ALC)
           END-IF.
           MOVE WS-PRIO-CDE              TO WS-ALC-PRIO(WS-IX-ALC).
           MOVE WS-ORIG-PRIO             TO WS-ALC-ORIG(WS-IX-ALC).
           MOVE WS-CDE-DATE-DEM          TO
                WS-ALC-DATE-DEM(WS-IX-ALC).
           MOVE WS-RESTE-DU              TO WS-ALC-RESTE(WS-IX-ALC).
           MOVE WS-DISPO-AVANT           TO WS-ALC-DISPO(WS-IX-ALC).
           MOVE WS-QTE-PRISE             TO WS-ALC-PRISE(WS-IX-ALC).
           MOVE WS-ART-SUBST-CHOISI      TO WS-ALC-SUBST(WS-IX-ALC).
           MOVE WS-QTE-SUBST             TO
                WS-ALC-QTE-SUBST(WS-IX-ALC).
           MOVE WS-REGLE-ALLOC           TO WS-ALC-REGLE(WS-IX-ALC).
       7120-MEMO-REPARTITION-FIN.
           EXIT.
      *
       7030-CHERCHE-STK-DEB.
           MOVE 'N'                      TO WS-STK-TROUVE.
           WRITE FS-ENRG-PICK-S          FROM WS-LPCK-CLIENT.
       8030-EDIT-LIGNE-CLIENT-FIN.
           EXIT.
      *
       8040-EDIT-LIGNE-CREDIT-DEB.
           MOVE WS-CDE-NO                TO WS-LCRD-NO-ED.
           MOVE WS-CDE-CLIENT            TO WS-LCRD-CLI-ED.
           MOVE WS-CLC-CREDIT-LIM(WS-IX-CLC)
                                         TO WS-LCRD-LIM-ED.
           MOVE WS-ENC-MT(WS-IX-CLC)     TO WS-LCRD-ENC-ED.
           MOVE WS-MT-VALORISE           TO WS-LCRD-CDE-ED.
           WRITE FS-ENRG-ETATCRD-S       FROM WS-LCRD-DETAIL.
           IF NOT OK-ETATCRD
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATCRD-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATCRD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8040-EDIT-LIGNE-CREDIT-FIN.
           EXIT.
      *
       8020-EDIT-LIGNE-PICK-DEB.
           MOVE WS-CDE-NO                TO WS-LPCK-NO-ED.
           WRITE FS-ENRG-PICK-S          FROM WS-LPCK-DETAIL.
       8020-EDIT-LIGNE-PICK-FIN.
           EXIT.
      *
      *    ETAT DE REPARTITION DES ARTICLES EN RUPTURE : POUR
      *    CHAQUE ARTICLE DONT LA DEMANDE DEPASSAIT LE DISPONIBLE,
      *    LES LIGNES EXAMINEES DANS L'ORDRE D'ALLOCATION, CE
      *    QU'ELLES ONT RECU ET LA REGLE QUI L'A DECIDE.
      *
       8100-EDIT-RUPTURES-DEB.
           MOVE WS-DATE-SYST             TO WS-LALC-DATE-ED.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-TITRE
              AFTER ADVANCING PAGE.
           MOVE WS-MODE-ALLOC            TO WS-LALC-MODE-ED.
           EVALUATE TRUE
              WHEN ALLOC-PRORATA
                 MOVE 'PRIORITE PUIS PRORATA DES RESTES DUS'
                                         TO WS-LALC-MODE-LIB-ED
              WHEN ALLOC-PRIORITE
                 MOVE 'PRIORITE PUIS DATE DEMANDEE'
                                         TO WS-LALC-MODE-LIB-ED
              WHEN OTHER
                 MOVE 'ORDRE DES DATES DEMANDEES'
                                         TO WS-LALC-MODE-LIB-ED
           END-EVALUATE.
           MOVE WS-QTE-MINI              TO WS-LALC-MINI-ED.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-REGLES.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-TIRET.
           IF WS-CPT-ART-COURTS = ZERO
              WRITE FS-ENRG-ETATALC-S    FROM WS-LALC-AUCUN
              GO TO 8100-EDIT-RUPTURES-FIN
           END-IF.
           PERFORM 8110-EDIT-UN-ARTICLE-DEB
              THRU 8110-EDIT-UN-ARTICLE-FIN
             VARYING WS-IND-STK FROM 1 BY 1
               UNTIL WS-IND-STK > WS-NB-STK.
       8100-EDIT-RUPTURES-FIN.
           EXIT.
      *
       8110-EDIT-UN-ARTICLE-DEB.
           IF NOT STK-COURT(WS-IND-STK)
              GO TO 8110-EDIT-UN-ARTICLE-FIN
           END-IF.
           MOVE WS-STK-ART(WS-IND-STK)   TO WS-LALC-A-ART-ED.
           MOVE WS-STK-DISPO-INI(WS-IND-STK)
                                         TO WS-LALC-A-DISPO-ED.
           MOVE WS-STK-DEMANDE(WS-IND-STK)
                                         TO WS-LALC-A-DEM-ED.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-ARTICLE.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-INTITULE.
           PERFORM 8120-EDIT-UNE-LIGNE-DEB
              THRU 8120-EDIT-UNE-LIGNE-FIN
             VARYING WS-IX-ALC FROM 1 BY 1
               UNTIL WS-IX-ALC > WS-NB-ALC.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-TIRET.
       8110-EDIT-UN-ARTICLE-FIN.
           EXIT.
      *
       8120-EDIT-UNE-LIGNE-DEB.
           IF WS-ALC-IND-STK(WS-IX-ALC) NOT = WS-IND-STK
              GO TO 8120-EDIT-UNE-LIGNE-FIN
           END-IF.
           ADD 1                         TO WS-CPT-LIG-COURTES.
           MOVE WS-ALC-PRIO(WS-IX-ALC)   TO WS-LALC-PRIO-ED.
           EVALUATE WS-ALC-ORIG(WS-IX-ALC)
              WHEN 'C'
                 MOVE 'CDE'              TO WS-LALC-ORIG-ED
              WHEN 'K'
                 MOVE 'CAT'              TO WS-LALC-ORIG-ED
              WHEN OTHER
                 MOVE 'DEF'              TO WS-LALC-ORIG-ED
           END-EVALUATE.
           MOVE WS-ALC-CDE-NO(WS-IX-ALC) TO WS-LALC-CDE-ED.
           MOVE WS-ALC-CLIENT(WS-IX-ALC) TO WS-LALC-CLI-ED.
           MOVE WS-ALC-CATEG(WS-IX-ALC)  TO WS-LALC-CAT-ED.
           MOVE WS-ALC-DATE-DEM(WS-IX-ALC)
                                         TO WS-LALC-DATE-DEM-ED.
           MOVE WS-ALC-RESTE(WS-IX-ALC)  TO WS-LALC-RESTE-ED.
           MOVE WS-ALC-DISPO(WS-IX-ALC)  TO WS-LALC-DISPO-ED.
           MOVE WS-ALC-PRISE(WS-IX-ALC)  TO WS-LALC-PRISE-ED.
           MOVE WS-ALC-SUBST(WS-IX-ALC)  TO WS-LALC-SUBST-ED.
           MOVE WS-ALC-QTE-SUBST(WS-IX-ALC)
                                         TO WS-LALC-QSUB-ED.
           MOVE WS-ALC-REGLE(WS-IX-ALC)  TO WS-LALC-REGLE-ED.
           WRITE FS-ENRG-ETATALC-S       FROM WS-LALC-DETAIL.
           IF NOT OK-ETATALC
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ETATALC-S'
              DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-ETATALC
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       8120-EDIT-UNE-LIGNE-FIN.
           EXIT.
      *
       8999-COMPTE-RENDU-EXEC-DEB.
           DISPLAY WS-LCRE0-ASTER.
                   WS-CPT-CLI-STOP.
           DISPLAY 'COMMANDES CONDITIONNEMENT KO :  '
                   WS-CPT-UNITE-KO.
           DISPLAY 'COMMANDES RETENUES (CREDIT)  :  '
                   WS-CPT-RETENUES-CRD.
           DISPLAY 'RETENUES CREDIT LEVEES       :  '
                   WS-CPT-LEVEES-CRD.
           DISPLAY 'MODE D''ALLOCATION            :  '
                   WS-MODE-ALLOC.
           DISPLAY 'ARTICLES EN RUPTURE          :  '
                   WS-CPT-ART-COURTS.
           DISPLAY 'LIGNES SUR ARTICLES RUPTURE  :  '
                   WS-CPT-LIG-COURTES.
           DISPLAY 'LIGNES SERVIES AU PRORATA    :  '
                   WS-CPT-PRORATA.
           DISPLAY 'PRORATA SOUS LE MINIMUM      :  '
                   WS-CPT-SOUS-MINI.
           DISPLAY WS-LCRE0-ASTER.
       8999-COMPTE-RENDU-EXEC-FIN.
           EXIT.
