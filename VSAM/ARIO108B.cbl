      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO108B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    TRAITEMENT DES CONTESTATIONS DE PAIEMENTS PAR CARTE,       *
      *    AVANT LA MISE A JOUR QUOTIDIENNE :                         *
      *    - LES CONTESTATIONS DU JOUR (FICHIER CONTCB) SONT          *
      *      CONTROLEES (COMPTE, CARTE DU COMPTE, PAIEMENT CONTESTE   *
      *      PRESENT AU REGISTRE DES REFERENCES), ENREGISTREES        *
      *      OUVERTES AU REGISTRE DES CONTESTATIONS ET TRANSFORMEES   *
      *      EN MOUVEMENTS 'D' DE RECREDIT PROVISOIRE PORTEURS DU     *
      *      NUMERO DE CARTE, EN VALEUR A LA DATE DU PAIEMENT ;       *
      *    - UNE CARTE DECLAREE VOLEE PAR LE PORTEUR EST BLOQUEE ;    *
      *      LE FICHIER DES CARTES EST RECOPIE DANS CARTESNEW,        *
      *      QUE L'EXPLOITATION SUBSTITUE A CARTES ;                  *
      *    - LES RESULTATS DES IMPAYES PORTEURS RENVOYES PAR          *
      *      L'ACQUEREUR (FICHIER RETCB) SONT RAPPROCHES DU           *
      *      REGISTRE : ACCEPTE, LA CONTESTATION EST CLOSE ; REFUSE,  *
      *      LE RECREDIT EST REPRIS PAR UN MOUVEMENT 'U' ;            *
      *    - LES CONTESTATIONS ENCORE OUVERTES SONT EDITEES PAR       *
      *      CARTE ET COMPTE AVEC LEUR ANCIENNETE.                    *
      *    LES MOUVEMENTS GENERES (MVTCON) SONT A FONDRE AVEC INP001. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * JJ/MM/SSAA    !                                               *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO108B.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-CONTCB : CONTESTATIONS CB DU JOUR
      *                      -------------------------------------------
           SELECT  F-CONTCB-E          ASSIGN TO 'CONTCB.txt'
                   FILE STATUS         IS WS-FS-F-CONTCB-E.
      *                      -------------------------------------------
      *                      F-RETCB : RESULTATS DES IMPAYES PORTEURS
      *                                RENVOYES PAR L'ACQUEREUR
      *                      -------------------------------------------
           SELECT  F-RETCB-E           ASSIGN TO 'RETCB.txt'
                   FILE STATUS         IS WS-FS-F-RETCB-E.
      *                      -------------------------------------------
      *                      F-CONTEST : REGISTRE DES CONTESTATIONS
      *                                  DE PAIEMENTS PAR CARTE
      *                      -------------------------------------------
           SELECT  F-CONTEST           ASSIGN TO CONTEST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-CTS-CLE
                   FILE STATUS         IS WS-FS-F-CONTEST.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                                (CONTROLE DU COMPTE PORTEUR)
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-REFUTIL : REGISTRE DES REFERENCES DE
      *                                  MOUVEMENTS DEJA COMPTABILISES
      *                      -------------------------------------------
           SELECT  F-REFUTIL           ASSIGN TO REFUTIL
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-REF-CLE
                   FILE STATUS         IS WS-FS-F-REFUTIL.
      *                      -------------------------------------------
      *                      F-CARTES : CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
           SELECT  F-CARTES-S          ASSIGN TO 'CARTESNEW.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-S.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      F-MVTCON : MOUVEMENTS 'D' ET 'U' GENERES
      *                      -------------------------------------------
           SELECT  F-MVTCON-S          ASSIGN TO 'MVTCON.txt'
                   FILE STATUS         IS WS-FS-F-MVTCON-S.
      *                      -------------------------------------------
      *                      ETATCTS : ETAT DE CONTROLE DES
      *                                CONTESTATIONS
      *                      -------------------------------------------
           SELECT  F-ETATCTS-S         ASSIGN TO WS-NOM-ETATCTS
                   FILE STATUS         IS WS-FS-F-ETATCTS-S.
      *                      -------------------------------------------
      *                      ETATAGC : CONTESTATIONS EN COURS PAR
      *                                CARTE ET COMPTE (ANCIENNETE)
      *                      -------------------------------------------
           SELECT  F-ETATAGC-S         ASSIGN TO WS-NOM-ETATAGC
                   FILE STATUS         IS WS-FS-F-ETATAGC-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-CONTCB-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CONTCB           PIC X(100).
      *
       FD  F-RETCB-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-RETCB            PIC X(80).
      *
       FD  F-CONTEST
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-ENRG-F-CTS.
           05 FS-CTS-CLE              PIC X(24).
           05 FILLER                  PIC X(76).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-REFUTIL
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-F-REF.
           05 FS-REF-CLE              PIC X(08).
           05 FS-REF-DATE             PIC 9(08).
           05 FS-REF-CPTE             PIC 9(10).
           05 FILLER                  PIC X(04).
      *
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-E         PIC X(80).
      *
       FD  F-CARTES-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-S         PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CARTE            PIC 9(16).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-DATE-OUV         PIC 9(8).
           05 FS-TRI-REF              PIC X(08).
           05 FS-TRI-DATE-OPE         PIC 9(8).
           05 FS-TRI-MT               PIC 9(8)V99.
      *
       FD  F-MVTCON-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTCON           PIC X(107).
      *
       FD  F-ETATCTS-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCTS            PIC X(80).
      *
       FD  F-ETATAGC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATAGC            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4MVTS.
           COPY TP4CPT.
           COPY TPCARTE.
           COPY TPCONTES.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU RESULTAT D'IMPAYE PORTEUR DE L'ACQUEREUR       *
      *---------------------------------------------------------------*
      * LA CONTESTATION EST DESIGNEE PAR LA CLE DU REGISTRE           *
      * (REFERENCE DU PAIEMENT CONTESTE, NUMERO DE CARTE). LE         *
      * RESULTAT EST 'A' (IMPAYE ACCEPTE PAR LA BANQUE DU COMMERCANT) *
      * OU 'R' (REFUSE) ; LA REFERENCE SERVIE SERT DE REFERENCE       *
      * UNIQUE AU MOUVEMENT DE REPRISE 'U' D'UN RESULTAT REFUSE (UNE  *
      * RETRANSMISSION EST ARRETEE PAR LE STATUT CLOS DU REGISTRE,    *
      * PUIS PAR LE REGISTRE DES DOUBLONS DE LA MISE A JOUR).         *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-RCB.
           05 WS-RCB-CLE.
              10 WS-RCB-REF          PIC X(08).
              10 WS-RCB-CARTE        PIC 9(16).
           05 WS-RCB-RESULTAT        PIC X.
              88 WS-RCB-ACCEPTE      VALUE 'A'.
              88 WS-RCB-REFUSE       VALUE 'R'.
           05 WS-RCB-DATE            PIC 9(8).
           05 WS-RCB-REF-MVT         PIC X(08).
           05 FILLER                 PIC X(39).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CONTCB-E         PIC XX.
           88  OK-F-CONTCB-E        VALUE '00'.
           88  OK-LEC-F-CONTCB-E    VALUE '00' '10'.
           88  EOF-F-CONTCB-E       VALUE '10'.
           88  CONTCB-ABSENT        VALUE '35'.
       01  WS-FS-F-RETCB-E          PIC XX.
           88  OK-F-RETCB-E         VALUE '00'.
           88  OK-LEC-F-RETCB-E     VALUE '00' '10'.
           88  EOF-F-RETCB-E        VALUE '10'.
           88  RETCB-ABSENT         VALUE '35'.
       01  WS-FS-F-CONTEST          PIC XX.
           88  OK-F-CONTEST         VALUE '00'.
           88  OK-LEC-F-CONTEST     VALUE '00' '02' '10'.
           88  EOF-F-CONTEST        VALUE '10'.
           88  CONTEST-ABSENT       VALUE '35'.
           88  CTS-INCONNUE         VALUE '23'.
           88  CTS-DOUBLON          VALUE '22'.
           88  OK-START-CONTEST     VALUE '00' '23'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-REFUTIL          PIC XX.
           88  OK-F-REFUTIL         VALUE '00'.
           88  REFUTIL-ABSENT       VALUE '35'.
           88  REF-INCONNUE         VALUE '23'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTES-S         PIC XX.
           88  OK-F-CARTES-S        VALUE '00'.
       01  WS-FS-F-MVTCON-S         PIC XX.
           88  OK-F-MVTCON-S        VALUE '00'.
       01  WS-FS-F-ETATCTS-S        PIC XX.
           88  OK-F-ETATCTS-S       VALUE '00'.
       01  WS-FS-F-ETATAGC-S        PIC XX.
           88  OK-F-ETATAGC-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCTS                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-COUV                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREF                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CBLQ                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRES                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CACC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREP                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CNRA                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CENC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CENC-CRT              PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCTS           PIC X(24).
       77  WS-NOM-ETATAGC           PIC X(24).
       77  WS-MT-OUV                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-REP                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-ENC                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-ENC-CRT            PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-ICR-TROUVEE           PIC S9(4) COMP VALUE 0.
       77  WS-ITR                   PIC S9(4) COMP VALUE 0.
       77  WS-CARTE-PREC            PIC 9(16) VALUE 0.
       77  WS-CPTE-PREC             PIC 9(10) VALUE 0.
       77  WS-MOTIF-REFUS           PIC X(30) VALUE SPACES.
       77  WS-ANCIENNETE            PIC S9(5) COMP VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-JOUR           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-STATUT-CONTEST        PIC X     VALUE '0'.
           88 WS-CONTEST-VALIDE     VALUE '0'.
           88 WS-CONTEST-REFUSEE    VALUE '1'.
       01  WS-STATUT-CARTE          PIC X     VALUE '0'.
           88 WS-CARTE-NON-IDENT    VALUE '0'.
           88 WS-CARTE-IDENTIFIEE   VALUE '1'.
       01  WS-DISPO-REFUTIL         PIC X     VALUE '0'.
           88 WS-REFUTIL-FERME      VALUE '0'.
           88 WS-REFUTIL-OUVERT     VALUE '1'.
       01  WS-DISPO-CARTES          PIC X     VALUE '0'.
           88 WS-CARTES-ABSENTES    VALUE '0'.
           88 WS-CARTES-CHARGEES    VALUE '1'.
       01  WS-FIN-SCAN-CTS          PIC X     VALUE '0'.
           88 WS-SCAN-CTS-EN-COURS  VALUE '0'.
           88 WS-SCAN-CTS-TERMINE   VALUE '1'.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-PREMIERE-CARTE        PIC X     VALUE '1'.
           88 WS-CARTE-A-OUVRIR     VALUE '1'.
           88 WS-CARTE-OUVERTE      VALUE '0'.
       01  WS-DATE-W.
           05 WS-DW-AAAA            PIC 9(4).
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *---------------------------------------------------------------*
      * TRANCHES D'ANCIENNETE DES CONTESTATIONS OUVERTES (EN JOURS    *
      * DEPUIS L'OUVERTURE) : LIBELLE, BORNE HAUTE, CUMULS.           *
      *---------------------------------------------------------------*
       01  WS-TABLE-TRANCHES-VAL.
           05 FILLER                PIC X(12) VALUE '0 A 30 J    '.
           05 FILLER                PIC 9(5)  VALUE 30.
           05 FILLER                PIC X(12) VALUE '31 A 60 J   '.
           05 FILLER                PIC 9(5)  VALUE 60.
           05 FILLER                PIC X(12) VALUE '61 A 90 J   '.
           05 FILLER                PIC 9(5)  VALUE 90.
           05 FILLER                PIC X(12) VALUE 'PLUS DE 90 J'.
           05 FILLER                PIC 9(5)  VALUE 99999.
       01  WS-TABLE-TRANCHES REDEFINES WS-TABLE-TRANCHES-VAL.
           05 WS-TRA-DEF            OCCURS 4.
              10 WS-TRA-LIB         PIC X(12).
              10 WS-TRA-BORNE       PIC 9(5).
       01  WS-TABLE-CUMULS.
           05 WS-TRA-CUMUL          OCCURS 4.
              10 WS-TRA-NB          PIC S9(4) COMP.
              10 WS-TRA-MT          PIC S9(10)V99 COMP-3.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE CONTROLE DES CONTESTATIONS       *
      *---------------------------------------------------------------*
      *
       01  WS-LCTS-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCTS-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'CONTROLE DES CONTESTATIONS CB '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LCTS-TITRE-DATE.
              10 WS-LCTS-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCTS-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCTS-SS-ED       PIC 9(2).
              10 WS-LCTS-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCTS-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCTS-ETAT-ED        PIC X(9).
           05 WS-LCTS-REF-ED         PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCTS-CARTE-ED       PIC 9(16).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCTS-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCTS-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCTS-DATE-ED        PIC 9(8).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCTS-MOTIF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE '   MOTIF : '.
           05 WS-LCTS-MOTIF-ED       PIC X(30).
           05 FILLER                 PIC X(34) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCTS-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(15) VALUE
                                         'CONTESTATIONS: '.
           05 WS-LCTS-NBCTS-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  OUVERTES:'.
           05 WS-LCTS-NBOUV-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  REFUSEES:'.
           05 WS-LCTS-NBREF-ED       PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE '  MT'.
           05 WS-LCTS-MTOUV-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCTS-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(15) VALUE
                                         'RESULTATS    : '.
           05 WS-LCTS-NBRES-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  ACCEPTES:'.
           05 WS-LCTS-NBACC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  REPRISES:'.
           05 WS-LCTS-NBREP-ED       PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE '  MT'.
           05 WS-LCTS-MTREP-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCTS-TOTAL3.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(22) VALUE
                                         'CARTES BLOQUEES    :  '.
           05 WS-LCTS-NBBLQ-ED       PIC ZZZ9.
           05 FILLER                 PIC X(22) VALUE
                                         '  RESULTATS NON RAPPR:'.
           05 WS-LCTS-NBNRA-ED       PIC ZZZ9.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DES CONTESTATIONS EN COURS PAR CARTE          *
      *---------------------------------------------------------------*
      *
       01  WS-LAGC-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'CONTESTATIONS CB EN COURS     '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LAGC-TITRE-DATE.
              10 WS-LAGC-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LAGC-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LAGC-SS-ED       PIC 9(2).
              10 WS-LAGC-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LAGC-CARTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(8)  VALUE 'CARTE : '.
           05 WS-LAGC-CARTE-ED       PIC 9(16).
           05 FILLER                 PIC X(11) VALUE '  COMPTE : '.
           05 WS-LAGC-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(29) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAGC-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WS-LAGC-REF-ED         PIC X(8).
           05 FILLER                 PIC X(6)  VALUE ' PMT: '.
           05 WS-LAGC-DOPE-ED        PIC 9(8).
           05 FILLER                 PIC X(6)  VALUE ' OUV: '.
           05 WS-LAGC-DOUV-ED        PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LAGC-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LAGC-AGE-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(3)  VALUE ' J '.
           05 WS-LAGC-TRANCHE-ED     PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAGC-TOTCRT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL CARTE      : '.
           05 WS-LAGC-NBCRT-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' EN COURS MT'.
           05 WS-LAGC-MTCRT-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAGC-TRANCHE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(8)  VALUE 'TRANCHE '.
           05 WS-LAGC-LIBTRA-ED      PIC X(12).
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LAGC-NBTRA-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' EN COURS MT'.
           05 WS-LAGC-MTTRA-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAGC-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL GENERAL    : '.
           05 WS-LAGC-NBENC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' EN COURS MT'.
           05 WS-LAGC-MTENC-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *               =====================================           *
      *---------------------------------------------------------------*
      * LES CONTESTATIONS DU JOUR SONT ENREGISTREES AVANT LE          *
      * RAPPROCHEMENT DES RESULTATS DE L'ACQUEREUR ; LES CARTES       *
      * VOLEES SONT REPORTEES BLOQUEES DANS CARTESNEW, PUIS LES        *
      * CONTESTATIONS RESTEES OUVERTES SONT TRIEES PAR CARTE ET       *
      * COMPTE POUR L'ETAT D'ANCIENNETE.                              *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6090-CHARGER-F-CARTES-DEB
              THRU 6090-CHARGER-F-CARTES-FIN.
      *
           PERFORM 6000-OUVRIR-F-CONTEST-DEB
              THRU 6000-OUVRIR-F-CONTEST-FIN.
      *
           PERFORM 6010-OUVRIR-F-CPTE-ES-DEB
              THRU 6010-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6015-OUVRIR-F-REFUTIL-DEB
              THRU 6015-OUVRIR-F-REFUTIL-FIN.
      *
           PERFORM 6020-OUVRIR-MVTCON-DEB
              THRU 6020-OUVRIR-MVTCON-FIN.
      *
           PERFORM 6030-OUVRIR-ETATCTS-DEB
              THRU 6030-OUVRIR-ETATCTS-FIN.
      *
           PERFORM 6035-OUVRIR-ETATAGC-DEB
              THRU 6035-OUVRIR-ETATAGC-FIN.
      *
           PERFORM 8000-ENTETE-ETATCTS-DEB
              THRU 8000-ENTETE-ETATCTS-FIN.
      *
           PERFORM 1000-TRT-CONTESTATIONS-DEB
              THRU 1000-TRT-CONTESTATIONS-FIN.
      *
           PERFORM 2000-TRT-RESULTATS-DEB
              THRU 2000-TRT-RESULTATS-FIN.
      *
           IF WS-CARTES-CHARGEES
                PERFORM 2500-REPORTER-CARTES-DEB
                   THRU 2500-REPORTER-CARTES-FIN
           END-IF.
      *
           PERFORM 8040-ENTETE-ETATAGC-DEB
              THRU 8040-ENTETE-ETATAGC-FIN.
      *
           SORT F-TRI
                ON ASCENDING  KEY FS-TRI-CARTE
                ON ASCENDING  KEY FS-TRI-CPTE
                ON ASCENDING  KEY FS-TRI-DATE-OUV
                ON ASCENDING  KEY FS-TRI-REF
                INPUT  PROCEDURE IS 3000-SELECT-EN-COURS-DEB
                                 THRU 3000-SELECT-EN-COURS-FIN
                OUTPUT PROCEDURE IS 4000-EDITER-EN-COURS-DEB
                                 THRU 4000-EDITER-EN-COURS-FIN.
      *
           PERFORM 8060-TOTAL-ETATAGC-DEB
              THRU 8060-TOTAL-ETATAGC-FIN.
      *
           PERFORM 8030-TOTAL-ETATCTS-DEB
              THRU 8030-TOTAL-ETATCTS-FIN.
      *
           PERFORM 6100-FERMER-F-CONTEST-DEB
              THRU 6100-FERMER-F-CONTEST-FIN.
      *
           PERFORM 6110-FERMER-F-CPTE-ES-DEB
              THRU 6110-FERMER-F-CPTE-ES-FIN.
      *
           IF WS-REFUTIL-OUVERT
                PERFORM 6115-FERMER-F-REFUTIL-DEB
                   THRU 6115-FERMER-F-REFUTIL-FIN
           END-IF.
      *
           PERFORM 6120-FERMER-MVTCON-DEB
              THRU 6120-FERMER-MVTCON-FIN.
      *
           PERFORM 6130-FERMER-ETATCTS-DEB
              THRU 6130-FERMER-ETATCTS-FIN.
      *
           PERFORM 6135-FERMER-ETATAGC-DEB
              THRU 6135-FERMER-ETATAGC-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT CONTESTATIONS DU JOUR        *
      *     ==================================================        *
      *---------------------------------------------------------------*
      * LE FICHIER DES CONTESTATIONS EST FACULTATIF : EN SON ABSENCE, *
      * SEULS LES RESULTATS DE L'ACQUEREUR SONT TRAITES.              *
      *---------------------------------------------------------------*
      *
       1000-TRT-CONTESTATIONS-DEB.
      *
           OPEN INPUT F-CONTCB-E.
           IF CONTCB-ABSENT
                DISPLAY 'FICHIER CONTCB ABSENT - AUCUNE CONTESTATION'
                GO TO 1000-TRT-CONTESTATIONS-FIN
           END-IF.
           IF NOT OK-F-CONTCB-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CONTCB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CONTCB-DEB
              THRU 6040-LIRE-F-CONTCB-FIN.
      *
           IF EOF-F-CONTCB-E
              DISPLAY 'FICHIER F-CONTCB-E VIDE'
           END-IF.
      *
           PERFORM 1010-TRT-CONTESTATION-DEB
              THRU 1010-TRT-CONTESTATION-FIN
             UNTIL EOF-F-CONTCB-E.
      *
           CLOSE F-CONTCB-E.
           IF NOT OK-F-CONTCB-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CONTCB-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTCB-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       1000-TRT-CONTESTATIONS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE CONTESTATION VALIDE EST ENREGISTREE OUVERTE PUIS          *
      * TRANSFORMEE EN MOUVEMENT 'D' DE RECREDIT PROVISOIRE ; UNE     *
      * CONTESTATION REFUSEE EST EDITEE AVEC SON MOTIF. LA CARTE      *
      * DECLAREE VOLEE EST BLOQUEE DES QU'ELLE EST IDENTIFIEE SUR LE  *
      * COMPTE, MEME SI LA CONTESTATION EST REFUSEE PAR AILLEURS.     *
      *---------------------------------------------------------------*
       1010-TRT-CONTESTATION-DEB.
      *
           ADD  1                       TO WS-CCTS.
      *
           PERFORM 7010-CONTROLER-CONTEST-DEB
              THRU 7010-CONTROLER-CONTEST-FIN.
      *
           IF WS-CARTE-IDENTIFIEE
              AND WS-CTS-CARTE-VOLEE
                PERFORM 7030-BLOQUER-CARTE-DEB
                   THRU 7030-BLOQUER-CARTE-FIN
           END-IF.
      *
           IF WS-CONTEST-VALIDE
                MOVE WS-DATE-JOUR-NUM   TO WS-CTS-DATE-OUVERTURE
                MOVE 'O'                TO WS-CTS-STATUT
                MOVE 0                  TO WS-CTS-DATE-CLOTURE
                MOVE SPACES             TO WS-CTS-REF-REDEBIT
                PERFORM 6050-ECRIRE-F-CONTEST-DEB
                   THRU 6050-ECRIRE-F-CONTEST-FIN
           END-IF.
      *
           IF WS-CONTEST-VALIDE
                PERFORM 1020-GENERER-RECREDIT-DEB
                   THRU 1020-GENERER-RECREDIT-FIN
                ADD  1                  TO WS-COUV
                ADD  WS-CTS-MT          TO WS-MT-OUV
                MOVE 'OUVERTE  '        TO WS-LCTS-ETAT-ED
                PERFORM 8010-DETAIL-ETATCTS-DEB
                   THRU 8010-DETAIL-ETATCTS-FIN
           ELSE
                ADD  1                  TO WS-CREF
                MOVE 'REFUSEE  '        TO WS-LCTS-ETAT-ED
                PERFORM 8010-DETAIL-ETATCTS-DEB
                   THRU 8010-DETAIL-ETATCTS-FIN
                PERFORM 8020-MOTIF-ETATCTS-DEB
                   THRU 8020-MOTIF-ETATCTS-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CONTCB-DEB
              THRU 6040-LIRE-F-CONTCB-FIN.
      *
       1010-TRT-CONTESTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE RECREDIT PROVISOIRE : DEPOT 'D' PORTEUR DU       *
      * NUMERO DE CARTE, DATE DU JOUR, EN VALEUR A LA DATE DU         *
      * PAIEMENT CONTESTE ; LA REFERENCE EST CELLE SERVIE PAR LA      *
      * SAISIE DE LA CONTESTATION.                                    *
      *---------------------------------------------------------------*
       1020-GENERER-RECREDIT-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CTS-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'D'                     TO WS-MVTS-CODE.
           MOVE WS-CTS-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CTS-REF-RECREDIT     TO WS-MVTS-REF.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE.
           MOVE WS-CTS-CARTE            TO WS-MVTS-NUM-CARTE.
           MOVE WS-CTS-DATE-OPE         TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTCON-DEB
              THRU 6060-ECRIRE-MVTCON-FIN.
      *
       1020-GENERER-RECREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT RESULTATS DE L'ACQUEREUR     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * CHAQUE RESULTAT RAPPROCHE D'UNE CONTESTATION OUVERTE LA CLOT ; *
      * UN RESULTAT SANS CONTESTATION AU REGISTRE, OU SUR UNE         *
      * CONTESTATION DEJA CLOSE, EST SIGNALE A L'ETAT DE CONTROLE.    *
      *---------------------------------------------------------------*
      *
       2000-TRT-RESULTATS-DEB.
      *
           OPEN INPUT F-RETCB-E.
           IF RETCB-ABSENT
                DISPLAY 'FICHIER RETCB ABSENT - AUCUN RESULTAT'
                GO TO 2000-TRT-RESULTATS-FIN
           END-IF.
           IF NOT OK-F-RETCB-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RETCB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RETCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6045-LIRE-F-RETCB-DEB
              THRU 6045-LIRE-F-RETCB-FIN.
      *
           PERFORM 2010-TRT-RESULTAT-DEB
              THRU 2010-TRT-RESULTAT-FIN
             UNTIL EOF-F-RETCB-E.
      *
           CLOSE F-RETCB-E.
           IF NOT OK-F-RETCB-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-RETCB-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RETCB-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       2000-TRT-RESULTATS-FIN.
           EXIT.
      *
       2010-TRT-RESULTAT-DEB.
      *
           ADD  1                       TO WS-CRES.
      *
           IF WS-RCB-CARTE IS NOT NUMERIC
              OR NOT (WS-RCB-ACCEPTE OR WS-RCB-REFUSE)
                ADD  1                  TO WS-CNRA
                DISPLAY 'RESULTAT D''IMPAYE PORTEUR HORS DESSIN IGNORE'
                GO TO 2010-TRT-RESULTAT-SUITE
           END-IF.
      *
           MOVE WS-RCB-CLE              TO FS-CTS-CLE.
           READ F-CONTEST INTO WS-ENRG-F-CTS
                KEY IS FS-CTS-CLE.
           EVALUATE TRUE
             WHEN CTS-INCONNUE
                  MOVE WS-RCB-REF        TO WS-CTS-REF
                  MOVE WS-RCB-CARTE      TO WS-CTS-CARTE
                  MOVE 0                 TO WS-CTS-CPTE
                  MOVE 0                 TO WS-CTS-MT
                  MOVE 0                 TO WS-CTS-DATE-OPE
                  MOVE 'CONTESTATION INCONNUE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 2020-RESULTAT-NON-RAPPROCHE-DEB
                     THRU 2020-RESULTAT-NON-RAPPROCHE-FIN
                  GO TO 2010-TRT-RESULTAT-SUITE
             WHEN NOT OK-F-CONTEST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CONTEST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN NOT WS-CTS-OUVERTE
                  MOVE 'CONTESTATION DEJA CLOSE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 2020-RESULTAT-NON-RAPPROCHE-DEB
                     THRU 2020-RESULTAT-NON-RAPPROCHE-FIN
                  GO TO 2010-TRT-RESULTAT-SUITE
           END-EVALUATE.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-CTS-DATE-CLOTURE.
           IF WS-RCB-ACCEPTE
                MOVE 'A'                TO WS-CTS-STATUT
           ELSE
                MOVE 'R'                TO WS-CTS-STATUT
                MOVE WS-RCB-REF-MVT     TO WS-CTS-REF-REDEBIT
           END-IF.
           PERFORM 6055-REECRIRE-F-CONTEST-DEB
              THRU 6055-REECRIRE-F-CONTEST-FIN.
      *
           IF WS-CTS-ACCEPTEE
                ADD  1                  TO WS-CACC
                MOVE 'ACCEPTEE '        TO WS-LCTS-ETAT-ED
           ELSE
                PERFORM 2030-GENERER-REDEBIT-DEB
                   THRU 2030-GENERER-REDEBIT-FIN
                MOVE 'REPRISE  '        TO WS-LCTS-ETAT-ED
           END-IF.
           PERFORM 8010-DETAIL-ETATCTS-DEB
              THRU 8010-DETAIL-ETATCTS-FIN.
      *
       2010-TRT-RESULTAT-SUITE.
           PERFORM 6045-LIRE-F-RETCB-DEB
              THRU 6045-LIRE-F-RETCB-FIN.
      *
       2010-TRT-RESULTAT-FIN.
           EXIT.
      *
       2020-RESULTAT-NON-RAPPROCHE-DEB.
           ADD  1                       TO WS-CNRA.
           MOVE 'RESULTAT '             TO WS-LCTS-ETAT-ED.
           PERFORM 8010-DETAIL-ETATCTS-DEB
              THRU 8010-DETAIL-ETATCTS-FIN.
           PERFORM 8020-MOTIF-ETATCTS-DEB
              THRU 8020-MOTIF-ETATCTS-FIN.
       2020-RESULTAT-NON-RAPPROCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE REPRISE 'U' : DEBIT DU PORTEUR POUR LE MONTANT   *
      * DU RECREDIT PROVISOIRE, EN VALEUR A LA DATE DE VALEUR DU      *
      * RECREDIT ANNULE ; IL PORTE LE NUMERO DE CARTE (NUMERO DE      *
      * CHEQUE A ZERO) ET EST PASSE PAR LA MISE A JOUR SANS CONTROLE  *
      * DE PROVISION.                                                 *
      *---------------------------------------------------------------*
       2030-GENERER-REDEBIT-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CTS-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'U'                     TO WS-MVTS-CODE.
           MOVE WS-CTS-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CTS-REF-REDEBIT      TO WS-MVTS-REF.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE.
           MOVE WS-CTS-CARTE            TO WS-MVTS-NUM-CARTE.
           MOVE WS-CTS-DATE-OPE         TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTCON-DEB
              THRU 6060-ECRIRE-MVTCON-FIN.
      *
           ADD  1                       TO WS-CREP.
           ADD  WS-CTS-MT               TO WS-MT-REP.
      *
       2030-GENERER-REDEBIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE FICHIER DES CARTES EST RECOPIE DANS SA VERSION ...NEW, LES *
      * CARTES DECLAREES VOLEES ETANT PORTEES BLOQUEES ('B') ;        *
      * L'EXPLOITATION SUBSTITUE LA NOUVELLE VERSION A L'ANCIENNE.    *
      *---------------------------------------------------------------*
      *
       2500-REPORTER-CARTES-DEB.
      *
           OPEN INPUT F-CARTES-E.
           OPEN OUTPUT F-CARTES-S.
           IF NOT OK-F-CARTES-E OR NOT OK-F-CARTES-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS CARTES'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CARTES-E ' '
                     WS-FS-F-CARTES-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6091-LIRE-F-CARTES-DEB
              THRU 6091-LIRE-F-CARTES-FIN.
      *
           PERFORM 2510-RECOPIER-CARTE-DEB
              THRU 2510-RECOPIER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
      *
           CLOSE F-CARTES-E F-CARTES-S.
      *
       2500-REPORTER-CARTES-FIN.
           EXIT.
      *
       2510-RECOPIER-CARTE-DEB.
      *
           IF WS-CRT-NUMERO IS NUMERIC
                MOVE 0                  TO WS-ICR-TROUVEE
                PERFORM 7016-COMPARER-CARTE-DEB
                   THRU 7016-COMPARER-CARTE-FIN
                  VARYING IDX-CRT FROM 1 BY 1
                  UNTIL IDX-CRT > WS-TCR-NB
                     OR WS-ICR-TROUVEE > 0
                IF WS-ICR-TROUVEE > 0
                   AND WS-TCR-STATUT (WS-ICR-TROUVEE) = 'B'
                     MOVE 'B'           TO WS-CRT-STATUT
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-CARTES-S FROM WS-ENRG-F-CRT.
           IF NOT OK-F-CARTES-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CARTESNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6091-LIRE-F-CARTES-DEB
              THRU 6091-LIRE-F-CARTES-FIN.
      *
       2510-RECOPIER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT SELECTION DES CONTESTATIONS      *
      *     ====================================================      *
      *---------------------------------------------------------------*
      * PROCEDURE D'ENTREE DU TRI : PARCOURS COMPLET DU REGISTRE, LES *
      * CONTESTATIONS ENCORE OUVERTES SONT PASSEES AU TRI.            *
      *---------------------------------------------------------------*
      *
       3000-SELECT-EN-COURS-DEB.
      *
           MOVE LOW-VALUE               TO FS-CTS-CLE.
           START F-CONTEST KEY IS NOT LESS THAN FS-CTS-CLE
           END-START.
           IF NOT OK-START-CONTEST
                DISPLAY 'PROBLEME DE START DU FICHIER F-CONTEST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CTS-INCONNUE
                SET WS-SCAN-CTS-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-CTS-EN-COURS TO TRUE
           END-IF.
      *
           PERFORM 3010-SELECT-CONTEST-DEB
              THRU 3010-SELECT-CONTEST-FIN
             UNTIL WS-SCAN-CTS-TERMINE.
      *
       3000-SELECT-EN-COURS-FIN.
           EXIT.
      *
       3010-SELECT-CONTEST-DEB.
           READ F-CONTEST NEXT RECORD INTO WS-ENRG-F-CTS.
           EVALUATE TRUE
             WHEN EOF-F-CONTEST
                  SET WS-SCAN-CTS-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-CONTEST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CONTEST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-CTS-OUVERTE
                  MOVE WS-CTS-CARTE     TO FS-TRI-CARTE
                  MOVE WS-CTS-CPTE      TO FS-TRI-CPTE
                  MOVE WS-CTS-DATE-OUVERTURE
                                        TO FS-TRI-DATE-OUV
                  MOVE WS-CTS-REF       TO FS-TRI-REF
                  MOVE WS-CTS-DATE-OPE  TO FS-TRI-DATE-OPE
                  MOVE WS-CTS-MT        TO FS-TRI-MT
                  RELEASE FS-ENRG-TRI
           END-EVALUATE.
       3010-SELECT-CONTEST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT EDITION DES CONTESTATIONS        *
      *     ==================================================        *
      *---------------------------------------------------------------*
      * PROCEDURE DE SORTIE DU TRI : RUPTURE PAR CARTE ET COMPTE AVEC *
      * UN TOTAL PAR CARTE ; CHAQUE CONTESTATION EST CLASSEE DANS SA  *
      * TRANCHE D'ANCIENNETE POUR LA RECAPITULATION FINALE.           *
      *---------------------------------------------------------------*
      *
       4000-EDITER-EN-COURS-DEB.
      *
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
      *
           PERFORM 4010-TRT-EN-COURS-DEB
              THRU 4010-TRT-EN-COURS-FIN
             UNTIL WS-TRI-TERMINE.
      *
           IF WS-CARTE-OUVERTE
                PERFORM 8055-TOTAL-CARTE-DEB
                   THRU 8055-TOTAL-CARTE-FIN
           END-IF.
      *
       4000-EDITER-EN-COURS-FIN.
           EXIT.
      *
       4010-TRT-EN-COURS-DEB.
           IF WS-CARTE-OUVERTE
              AND (FS-TRI-CARTE NOT = WS-CARTE-PREC
                   OR FS-TRI-CPTE NOT = WS-CPTE-PREC)
                PERFORM 8055-TOTAL-CARTE-DEB
                   THRU 8055-TOTAL-CARTE-FIN
           END-IF.
           IF WS-CARTE-A-OUVRIR
                PERFORM 8045-ENTETE-CARTE-DEB
                   THRU 8045-ENTETE-CARTE-FIN
           END-IF.
      *
           PERFORM 7040-CALC-ANCIENNETE-DEB
              THRU 7040-CALC-ANCIENNETE-FIN.
      *
           ADD  1                       TO WS-CENC-CRT.
           ADD  FS-TRI-MT               TO WS-MT-ENC-CRT.
           ADD  1                       TO WS-CENC.
           ADD  FS-TRI-MT               TO WS-MT-ENC.
           ADD  1                       TO WS-TRA-NB (WS-ITR).
           ADD  FS-TRI-MT               TO WS-TRA-MT (WS-ITR).
      *
           PERFORM 8050-DETAIL-ETATAGC-DEB
              THRU 8050-DETAIL-ETATAGC-FIN.
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
       4010-TRT-EN-COURS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * REGISTRE PERMANENT : CREE VIDE A LA PREMIERE EXECUTION.       *
      *---------------------------------------------------------------*
       6000-OUVRIR-F-CONTEST-DEB.
           OPEN I-O F-CONTEST.
           IF CONTEST-ABSENT
                OPEN OUTPUT F-CONTEST
                CLOSE F-CONTEST
                OPEN I-O F-CONTEST
           END-IF.
           IF NOT OK-F-CONTEST
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CONTEST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CONTEST-FIN.
           EXIT.
      *
       6010-OUVRIR-F-CPTE-ES-DEB.
           OPEN INPUT F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE REGISTRE DES REFERENCES EST TENU PAR LA MISE A JOUR : EN   *
      * SON ABSENCE, LE CONTROLE DU PAIEMENT CONTESTE EST NEUTRALISE. *
      *---------------------------------------------------------------*
       6015-OUVRIR-F-REFUTIL-DEB.
           OPEN INPUT F-REFUTIL.
           IF REFUTIL-ABSENT
                DISPLAY 'REGISTRE REFUTIL ABSENT - PAIEMENTS CONTESTES'
                        ' NON CONTROLES'
                GO TO 6015-OUVRIR-F-REFUTIL-FIN
           END-IF.
           IF NOT OK-F-REFUTIL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REFUTIL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REFUTIL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-REFUTIL-OUVERT       TO TRUE.
       6015-OUVRIR-F-REFUTIL-FIN.
           EXIT.
      *
       6020-OUVRIR-MVTCON-DEB.
           OPEN OUTPUT F-MVTCON-S
           IF NOT OK-F-MVTCON-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTCON'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTCON-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-MVTCON-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATCTS-DEB.
           OPEN OUTPUT F-ETATCTS-S
           IF NOT OK-F-ETATCTS-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATCTS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCTS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATCTS-FIN.
           EXIT.
      *
       6035-OUVRIR-ETATAGC-DEB.
           OPEN OUTPUT F-ETATAGC-S
           IF NOT OK-F-ETATAGC-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATAGC'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATAGC-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-ETATAGC-FIN.
           EXIT.
      *
       6040-LIRE-F-CONTCB-DEB.
           READ F-CONTCB-E INTO WS-ENRG-F-CTS.
           IF NOT OK-LEC-F-CONTCB-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CONTCB-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CONTCB-FIN.
           EXIT.
      *
       6045-LIRE-F-RETCB-DEB.
           READ F-RETCB-E INTO WS-ENRG-F-RCB.
           IF NOT OK-LEC-F-RETCB-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RETCB-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RETCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6045-LIRE-F-RETCB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE CLE DEJA PRESENTE AU REGISTRE DESIGNE UN PAIEMENT DEJA    *
      * CONTESTE (RETRANSMISSION) : LA CONTESTATION EST REFUSEE.      *
      *---------------------------------------------------------------*
       6050-ECRIRE-F-CONTEST-DEB.
           MOVE WS-CTS-CLE              TO FS-CTS-CLE.
           WRITE FS-ENRG-F-CTS FROM WS-ENRG-F-CTS
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-CONTEST
                  CONTINUE
             WHEN CTS-DOUBLON
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'PAIEMENT DEJA CONTESTE'
                                         TO WS-MOTIF-REFUS
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CONTEST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-ECRIRE-F-CONTEST-FIN.
           EXIT.
      *
       6055-REECRIRE-F-CONTEST-DEB.
           REWRITE FS-ENRG-F-CTS FROM WS-ENRG-F-CTS
           END-REWRITE.
           IF NOT OK-F-CONTEST
                DISPLAY 'PROBLEME DE REECRITURE F-CONTEST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6055-REECRIRE-F-CONTEST-FIN.
           EXIT.
      *
       6060-ECRIRE-MVTCON-DEB.
           WRITE FS-ENRG-F-MVTCON
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTCON-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTCON-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTCON-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-MVTCON-FIN.
           EXIT.
      *
       6070-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6070-RETURN-TRI-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-ETATCTS-DEB.
           WRITE FS-ENRG-ETATCTS
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCTS-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCTS-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCTS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-ETATCTS-FIN.
           EXIT.
      *
       6085-ECRIRE-LIGNE-ETATAGC-DEB.
           WRITE FS-ENRG-ETATAGC
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATAGC-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATAGC-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATAGC-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6085-ECRIRE-LIGNE-ETATAGC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU FICHIER MAITRE DES CARTES : EN SON ABSENCE,     *
      * AUCUNE CARTE NE PEUT ETRE IDENTIFIEE, LES CONTESTATIONS SONT  *
      * REFUSEES ET CARTESNEW N'EST PAS PRODUIT.                      *
      *---------------------------------------------------------------*
       6090-CHARGER-F-CARTES-DEB.
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                DISPLAY 'FICHIER CARTES ABSENT - AUCUNE CARTE'
                GO TO 6090-CHARGER-F-CARTES-FIN
           END-IF.
           IF NOT OK-F-CARTES-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-CARTES-CHARGEES      TO TRUE.
           PERFORM 6091-LIRE-F-CARTES-DEB
              THRU 6091-LIRE-F-CARTES-FIN.
           PERFORM 6092-RANGER-CARTE-DEB
              THRU 6092-RANGER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
           CLOSE F-CARTES-E.
       6090-CHARGER-F-CARTES-FIN.
           EXIT.
      *
       6091-LIRE-F-CARTES-DEB.
           READ F-CARTES-E INTO WS-ENRG-F-CRT.
           IF NOT OK-LEC-F-CARTES-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6091-LIRE-F-CARTES-FIN.
           EXIT.
      *
       6092-RANGER-CARTE-DEB.
           IF WS-CRT-NUMERO IS NUMERIC
              AND WS-CRT-CPTE IS NUMERIC
                IF WS-TCR-NB < WS-MAX-CARTES
                     ADD  1             TO WS-TCR-NB
                     MOVE WS-CRT-NUMERO TO WS-TCR-NUMERO (WS-TCR-NB)
                     MOVE WS-CRT-CPTE   TO WS-TCR-CPTE (WS-TCR-NB)
                     MOVE WS-CRT-STATUT TO WS-TCR-STATUT (WS-TCR-NB)
                ELSE
                     DISPLAY 'TABLE DES CARTES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           ELSE
                DISPLAY 'CARTE HORS DESSIN IGNOREE'
           END-IF.
           PERFORM 6091-LIRE-F-CARTES-DEB
              THRU 6091-LIRE-F-CARTES-FIN.
       6092-RANGER-CARTE-FIN.
           EXIT.
      *
       6100-FERMER-F-CONTEST-DEB.
           CLOSE F-CONTEST.
           IF NOT OK-F-CONTEST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CONTEST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CONTEST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-CONTEST-FIN.
           EXIT.
      *
       6110-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6115-FERMER-F-REFUTIL-DEB.
           CLOSE F-REFUTIL.
           IF NOT OK-F-REFUTIL
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REFUTIL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REFUTIL
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6115-FERMER-F-REFUTIL-FIN.
           EXIT.
      *
       6120-FERMER-MVTCON-DEB.
           CLOSE F-MVTCON-S.
           IF NOT OK-F-MVTCON-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTCON-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTCON-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-MVTCON-FIN.
           EXIT.
      *
       6130-FERMER-ETATCTS-DEB.
           CLOSE F-ETATCTS-S.
           IF NOT OK-F-ETATCTS-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATCTS-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCTS-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-ETATCTS-FIN.
           EXIT.
      *
       6135-FERMER-ETATAGC-DEB.
           CLOSE F-ETATAGC-S.
           IF NOT OK-F-ETATAGC-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATAGC-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATAGC-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-ETATAGC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LCTS-SS-ED
           MOVE AA                      TO WS-LCTS-AA-ED
           MOVE MM                      TO WS-LCTS-MM-ED
           MOVE JJ                      TO WS-LCTS-JJ-ED
           MOVE SS                      TO WS-LAGC-SS-ED
           MOVE AA                      TO WS-LAGC-AA-ED
           MOVE MM                      TO WS-LAGC-MM-ED
           MOVE JJ                      TO WS-LAGC-JJ-ED.
      *
           STRING 'ETATCTS_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCTS.
           STRING 'ETATAGC_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATAGC.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
      *
           PERFORM 7005-INIT-TRANCHE-DEB
              THRU 7005-INIT-TRANCHE-FIN
             VARYING WS-ITR FROM 1 BY 1
             UNTIL WS-ITR > 4.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
       7005-INIT-TRANCHE-DEB.
           MOVE 0                       TO WS-TRA-NB (WS-ITR).
           MOVE 0                       TO WS-TRA-MT (WS-ITR).
       7005-INIT-TRANCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UNE CONTESTATION : ZONES NUMERIQUES, REFERENCES    *
      * SERVIES, MONTANT POSITIF, PAIEMENT NON FUTUR, COMPTE PRESENT  *
      * AU FICHIER DES COMPTES, CARTE CONNUE ET RATTACHEE AU COMPTE,  *
      * PAIEMENT CONTESTE COMPTABILISE SUR CE COMPTE (REGISTRE DES    *
      * REFERENCES DE LA MISE A JOUR).                                *
      *---------------------------------------------------------------*
       7010-CONTROLER-CONTEST-DEB.
           SET  WS-CONTEST-VALIDE       TO TRUE.
           SET  WS-CARTE-NON-IDENT      TO TRUE.
           MOVE SPACES                  TO WS-MOTIF-REFUS.
           EVALUATE TRUE
             WHEN WS-CTS-CARTE IS NOT NUMERIC
                  OR WS-CTS-CPTE IS NOT NUMERIC
                  OR WS-CTS-MT IS NOT NUMERIC
                  OR WS-CTS-DATE-OPE IS NOT NUMERIC
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'CONTESTATION HORS DESSIN'
                                         TO WS-MOTIF-REFUS
             WHEN WS-CTS-REF = SPACES
                  OR WS-CTS-REF-RECREDIT = SPACES
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'REFERENCE NON SERVIE'
                                         TO WS-MOTIF-REFUS
             WHEN WS-CTS-MT = 0
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'MONTANT NUL'     TO WS-MOTIF-REFUS
             WHEN WS-CTS-DATE-OPE > WS-DATE-JOUR-NUM
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'DATE DE PAIEMENT FUTURE'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
           IF WS-CONTEST-REFUSEE
                GO TO 7010-CONTROLER-CONTEST-FIN
           END-IF.
      *
           MOVE WS-CTS-CPTE             TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           EVALUATE TRUE
             WHEN COMPTE-INEXISTANT
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'COMPTE PORTEUR INCONNU'
                                         TO WS-MOTIF-REFUS
                  GO TO 7010-CONTROLER-CONTEST-FIN
             WHEN NOT OK-F-CPTE-ES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           PERFORM 7015-CHERCHER-CARTE-DEB
              THRU 7015-CHERCHER-CARTE-FIN.
           EVALUATE TRUE
             WHEN WS-ICR-TROUVEE = 0
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'CARTE INCONNUE'  TO WS-MOTIF-REFUS
                  GO TO 7010-CONTROLER-CONTEST-FIN
             WHEN WS-TCR-CPTE (WS-ICR-TROUVEE) NOT = WS-CTS-CPTE
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'CARTE D''UN AUTRE COMPTE'
                                         TO WS-MOTIF-REFUS
                  GO TO 7010-CONTROLER-CONTEST-FIN
           END-EVALUATE.
           SET  WS-CARTE-IDENTIFIEE     TO TRUE.
      *
           PERFORM 7020-CONTROLER-PAIEMENT-DEB
              THRU 7020-CONTROLER-PAIEMENT-FIN.
       7010-CONTROLER-CONTEST-FIN.
           EXIT.
      *
       7015-CHERCHER-CARTE-DEB.
           MOVE WS-CTS-CARTE            TO WS-CRT-NUMERO.
           MOVE 0                       TO WS-ICR-TROUVEE.
           PERFORM 7016-COMPARER-CARTE-DEB
              THRU 7016-COMPARER-CARTE-FIN
             VARYING IDX-CRT FROM 1 BY 1
             UNTIL IDX-CRT > WS-TCR-NB
                OR WS-ICR-TROUVEE > 0.
       7015-CHERCHER-CARTE-FIN.
           EXIT.
      *
       7016-COMPARER-CARTE-DEB.
           IF WS-TCR-NUMERO (IDX-CRT) = WS-CRT-NUMERO
                SET WS-ICR-TROUVEE      TO IDX-CRT
           END-IF.
       7016-COMPARER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE PAIEMENT CONTESTE DOIT AVOIR ETE COMPTABILISE SUR LE       *
      * COMPTE : SA REFERENCE EST AU REGISTRE DES REFERENCES DE LA    *
      * MISE A JOUR, POUR CE MEME COMPTE.                             *
      *---------------------------------------------------------------*
       7020-CONTROLER-PAIEMENT-DEB.
           IF WS-REFUTIL-FERME
                GO TO 7020-CONTROLER-PAIEMENT-FIN
           END-IF.
           MOVE WS-CTS-REF              TO FS-REF-CLE.
           READ F-REFUTIL.
           EVALUATE TRUE
             WHEN REF-INCONNUE
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'PAIEMENT CONTESTE INCONNU'
                                         TO WS-MOTIF-REFUS
             WHEN NOT OK-F-REFUTIL
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REFUTIL'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REFUTIL
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN FS-REF-CPTE NOT = WS-CTS-CPTE
                  SET  WS-CONTEST-REFUSEE TO TRUE
                  MOVE 'PAIEMENT D''UN AUTRE COMPTE'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
       7020-CONTROLER-PAIEMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BLOCAGE D'UNE CARTE DECLAREE VOLEE : LE STATUT EST PORTE EN   *
      * TABLE ET REPORTE DANS CARTESNEW ; UNE CARTE DEJA BLOQUEE      *
      * N'EST PAS RECOMPTEE.                                          *
      *---------------------------------------------------------------*
       7030-BLOQUER-CARTE-DEB.
           IF WS-TCR-STATUT (WS-ICR-TROUVEE) = 'B'
                GO TO 7030-BLOQUER-CARTE-FIN
           END-IF.
           MOVE 'B'                     TO WS-TCR-STATUT
                                           (WS-ICR-TROUVEE).
           ADD  1                       TO WS-CBLQ.
           MOVE 'CARTE BLOQUEE (VOL DECLARE)'
                                        TO WS-LCTS-MOTIF-ED.
           MOVE 'BLOQUEE  '             TO WS-LCTS-ETAT-ED.
           PERFORM 8010-DETAIL-ETATCTS-DEB
              THRU 8010-DETAIL-ETATCTS-FIN.
           MOVE WS-LCTS-MOTIF           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
       7030-BLOQUER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ANCIENNETE EN JOURS DEPUIS L'OUVERTURE ET TRANCHE ASSOCIEE    *
      * (LA DERNIERE TRANCHE EST OUVERTE).                            *
      *---------------------------------------------------------------*
       7040-CALC-ANCIENNETE-DEB.
           MOVE FS-TRI-DATE-OUV         TO WS-DATE-W-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           COMPUTE WS-ANCIENNETE = WS-SERIAL-JOUR - WS-SERIAL.
           IF WS-ANCIENNETE < 0
                MOVE 0                  TO WS-ANCIENNETE
           END-IF.
           MOVE 1                       TO WS-ITR.
           PERFORM 7045-TRANCHE-SUIVANTE-DEB
              THRU 7045-TRANCHE-SUIVANTE-FIN
             UNTIL WS-ITR = 4
                OR WS-ANCIENNETE <= WS-TRA-BORNE (WS-ITR).
       7040-CALC-ANCIENNETE-FIN.
           EXIT.
      *
       7045-TRANCHE-SUIVANTE-DEB.
           ADD  1                       TO WS-ITR.
       7045-TRANCHE-SUIVANTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN) : SERT A L'ANCIENNETE EN JOURS.                    *
      *---------------------------------------------------------------*
       7070-SERIAL-DATE-DEB.
           MOVE WS-DW-AAAA              TO WS-SAN.
           MOVE WS-DW-MM                TO WS-SMO.
           IF WS-SMO < 3
                SUBTRACT 1            FROM WS-SAN
                ADD 12                  TO WS-SMO
           END-IF.
           COMPUTE WS-ST1 = WS-SAN / 4.
           COMPUTE WS-ST2 = WS-SAN / 100.
           COMPUTE WS-ST3 = WS-SAN / 400.
           COMPUTE WS-ST4 = (153 * (WS-SMO - 3) + 2) / 5.
           COMPUTE WS-SERIAL = 365 * WS-SAN + WS-ST1 - WS-ST2
                             + WS-ST3 + WS-ST4 + WS-DW-JJ.
       7070-SERIAL-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCTS-DEB.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-LCTS-TITRE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
       8000-ENTETE-ETATCTS-FIN.
           EXIT.
      *
       8010-DETAIL-ETATCTS-DEB.
           MOVE WS-CTS-REF           TO WS-LCTS-REF-ED.
           IF WS-CTS-CARTE IS NUMERIC
                MOVE WS-CTS-CARTE    TO WS-LCTS-CARTE-ED
           ELSE
                MOVE 0               TO WS-LCTS-CARTE-ED
           END-IF.
           IF WS-CTS-CPTE IS NUMERIC
                MOVE WS-CTS-CPTE     TO WS-LCTS-CPTE-ED
           ELSE
                MOVE 0               TO WS-LCTS-CPTE-ED
           END-IF.
           IF WS-CTS-MT IS NUMERIC
                MOVE WS-CTS-MT       TO WS-LCTS-MT-ED
           ELSE
                MOVE 0               TO WS-LCTS-MT-ED
           END-IF.
           IF WS-CTS-DATE-OPE IS NUMERIC
                MOVE WS-CTS-DATE-OPE TO WS-LCTS-DATE-ED
           ELSE
                MOVE 0               TO WS-LCTS-DATE-ED
           END-IF.
           MOVE WS-LCTS-DETAIL       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
       8010-DETAIL-ETATCTS-FIN.
           EXIT.
      *
       8020-MOTIF-ETATCTS-DEB.
           MOVE WS-MOTIF-REFUS       TO WS-LCTS-MOTIF-ED.
           MOVE WS-LCTS-MOTIF        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
       8020-MOTIF-ETATCTS-FIN.
           EXIT.
      *
       8030-TOTAL-ETATCTS-DEB.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-CCTS              TO WS-LCTS-NBCTS-ED.
           MOVE WS-COUV              TO WS-LCTS-NBOUV-ED.
           MOVE WS-CREF              TO WS-LCTS-NBREF-ED.
           MOVE WS-MT-OUV            TO WS-LCTS-MTOUV-ED.
           MOVE WS-LCTS-TOTAL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-CRES              TO WS-LCTS-NBRES-ED.
           MOVE WS-CACC              TO WS-LCTS-NBACC-ED.
           MOVE WS-CREP              TO WS-LCTS-NBREP-ED.
           MOVE WS-MT-REP            TO WS-LCTS-MTREP-ED.
           MOVE WS-LCTS-TOTAL2       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-CBLQ              TO WS-LCTS-NBBLQ-ED.
           MOVE WS-CNRA              TO WS-LCTS-NBNRA-ED.
           MOVE WS-LCTS-TOTAL3       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCTS-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCTS-FIN.
       8030-TOTAL-ETATCTS-FIN.
           EXIT.
      *
       8040-ENTETE-ETATAGC-DEB.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           MOVE WS-LAGC-TITRE        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
       8040-ENTETE-ETATAGC-FIN.
           EXIT.
      *
       8045-ENTETE-CARTE-DEB.
           MOVE FS-TRI-CARTE         TO WS-CARTE-PREC.
           MOVE FS-TRI-CPTE          TO WS-CPTE-PREC.
           MOVE FS-TRI-CARTE         TO WS-LAGC-CARTE-ED.
           MOVE FS-TRI-CPTE          TO WS-LAGC-CPTE-ED.
           MOVE WS-LAGC-CARTE        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           MOVE 0                    TO WS-CENC-CRT.
           MOVE 0                    TO WS-MT-ENC-CRT.
           SET  WS-CARTE-OUVERTE     TO TRUE.
       8045-ENTETE-CARTE-FIN.
           EXIT.
      *
       8050-DETAIL-ETATAGC-DEB.
           MOVE FS-TRI-REF           TO WS-LAGC-REF-ED.
           MOVE FS-TRI-DATE-OPE      TO WS-LAGC-DOPE-ED.
           MOVE FS-TRI-DATE-OUV      TO WS-LAGC-DOUV-ED.
           MOVE FS-TRI-MT            TO WS-LAGC-MT-ED.
           MOVE WS-ANCIENNETE        TO WS-LAGC-AGE-ED.
           MOVE WS-TRA-LIB (WS-ITR)  TO WS-LAGC-TRANCHE-ED.
           MOVE WS-LAGC-DETAIL       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
       8050-DETAIL-ETATAGC-FIN.
           EXIT.
      *
       8055-TOTAL-CARTE-DEB.
           MOVE WS-CENC-CRT          TO WS-LAGC-NBCRT-ED.
           MOVE WS-MT-ENC-CRT        TO WS-LAGC-MTCRT-ED.
           MOVE WS-LAGC-TOTCRT       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           SET  WS-CARTE-A-OUVRIR    TO TRUE.
       8055-TOTAL-CARTE-FIN.
           EXIT.
      *
       8060-TOTAL-ETATAGC-DEB.
           PERFORM 8065-TOTAL-TRANCHE-DEB
              THRU 8065-TOTAL-TRANCHE-FIN
             VARYING WS-ITR FROM 1 BY 1
             UNTIL WS-ITR > 4.
           MOVE WS-CENC              TO WS-LAGC-NBENC-ED.
           MOVE WS-MT-ENC            TO WS-LAGC-MTENC-ED.
           MOVE WS-LAGC-TOTAL        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
           MOVE WS-LCTS-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
       8060-TOTAL-ETATAGC-FIN.
           EXIT.
      *
       8065-TOTAL-TRANCHE-DEB.
           MOVE WS-TRA-LIB (WS-ITR)  TO WS-LAGC-LIBTRA-ED.
           MOVE WS-TRA-NB (WS-ITR)   TO WS-LAGC-NBTRA-ED.
           MOVE WS-TRA-MT (WS-ITR)   TO WS-LAGC-MTTRA-ED.
           MOVE WS-LAGC-TRANCHE      TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATAGC-DEB
              THRU 6085-ECRIRE-LIGNE-ETATAGC-FIN.
       8065-TOTAL-TRANCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO108B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'CONTESTATIONS LUES    : ' WS-CCTS.
           DISPLAY 'CONTESTATIONS OUVERTES: ' WS-COUV.
           DISPLAY 'CONTESTATIONS REFUSEES: ' WS-CREF.
           DISPLAY 'CARTES BLOQUEES       : ' WS-CBLQ.
           DISPLAY 'RESULTATS LUS         : ' WS-CRES.
           DISPLAY 'IMPAYES ACCEPTES      : ' WS-CACC.
           DISPLAY 'RECREDITS REPRIS      : ' WS-CREP.
           DISPLAY 'RESULTATS NON RAPPR.  : ' WS-CNRA.
           DISPLAY 'CONTESTATIONS EN COURS: ' WS-CENC.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO108B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
