      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO115B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    MOBILITE BANCAIRE : TRANSFERT DES COMPTES DE NOS CLIENTS   *
      *    VERS UNE AUTRE BANQUE (BANQUE D'ACCUEIL). PASSE CHAQUE     *
      *    JOUR AVANT LE CHARGEMENT DES REFERENTIELS ET LA MISE A     *
      *    JOUR :                                                     *
      *    - LES DEMANDES RECUES DES BANQUES D'ACCUEIL (MOBDEM) SONT  *
      *      CONTROLEES (COMPTE CONNU, NON BLOQUE, EN EUROS, HORS     *
      *      COMPTE A TERME, IBAN FRANCAIS VALIDE) ET OUVRENT UN      *
      *      DOSSIER AU FICHIER MOBILITE. LA DATE LIMITE DE           *
      *      L'INVENTAIRE EST FIXEE A 5 JOURS OUVRES APRES LA         *
      *      RECEPTION ; LA BASCULE A LA DATE DEMANDEE PAR LE CLIENT, *
      *      REPORTEE AU 12E JOUR OUVRE APRES LA RECEPTION SI ELLE    *
      *      EST PLUS PROCHE ;                                        *
      *    - L'INVENTAIRE (INVMOB) LISTE LES VIREMENTS PERMANENTS     *
      *      EMIS, LES MANDATS DE PRELEVEMENT ACTIFS ET LES EMETTEURS *
      *      DE VIREMENTS RECURRENTS DES 13 DERNIERS MOIS, POUR       *
      *      TRANSMISSION A LA BANQUE D'ACCUEIL ;                     *
      *    - A LA DATE DE BASCULE : MANDATS REVOQUES, INTERETS ET     *
      *      FRAIS ARRETES AU JOUR, IBAN DU NOUVEAU COMPTE AJOUTE A   *
      *      LA CORRESPONDANCE IBANREF, ORDRES PERMANENTS DU COMPTE   *
      *      ARRETES A LA VEILLE (VIREMENTS RECOPIES DANS VIRPERMNEW, *
      *      QUE L'EXPLOITATION SUBSTITUE A VIRPERM) ET CLOTURE       *
      *      ORDONNEE PAR UN MOUVEMENT 'L' (MVTMOB, A FUSIONNER AUX   *
      *      MOUVEMENTS DU JOUR) : LA MISE A JOUR VIRE ALORS LE SOLDE *
      *      A LA BANQUE D'ACCUEIL ET CLOT LE COMPTE. DES REMISES     *
      *      ENCORE EN COMPENSATION OU DES CREDITS DE VALEUR FUTURE   *
      *      DIFFERENT LA CLOTURE : SEUL LE DISPONIBLE EST VIRE ET    *
      *      L'ORDRE, RELANCE CHAQUE JOUR, VIRE LE RELIQUAT ;         *
      *    - UN SOLDE DEBITEUR SUSPEND LA CLOTURE, RELANCEE CHAQUE    *
      *      JOUR JUSQU'A REGULARISATION ; LE DOSSIER EST CLOS QUAND  *
      *      LE COMPTE A DISPARU DU FICHIER DES COMPTES.              *
      *    L'ETAT ETATMOB DONNE LES DEMANDES DU JOUR, L'AVANCEMENT    *
      *    DE CHAQUE DOSSIER EN COURS ET LE PORTEFEUILLE PAR ETAPE.   *
      *---------------------------------------------------------------*
      * UNE REPRISE DANS LA JOURNEE REEDITE LES INVENTAIRES ET LES    *
      * ORDRES DE CLOTURE DATES DU JOUR SANS REFAIRE L'ARRETE ; LES   *
      * TRACES DE L'ARRETE (MVTCLO) S'AJOUTENT A CELLES DU JOUR.      *
      * CODE RETOUR 4 SI UNE DEMANDE EST REFUSEE, UN INVENTAIRE EST   *
      * TRANSMIS HORS DELAI OU UNE BASCULE OU UNE CLOTURE EST         *
      * SUSPENDUE.                                                    *
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
       PROGRAM-ID.      ARIO115B.
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
           DECIMAL-POINT IS COMMA
           CLASS CAR-IBAN IS 'A' THRU 'Z' '0' THRU '9'.
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
      *                      F-MOBDEM : DEMANDES DE MOBILITE RECUES
      *                      -------------------------------------------
           SELECT  F-MOBDEM-E          ASSIGN TO 'MOBDEM.txt'
                   FILE STATUS         IS WS-FS-F-MOBDEM-E.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-MOBILITE : DOSSIERS DE MOBILITE
      *                      -------------------------------------------
           SELECT  F-MOBILITE          ASSIGN TO MOBILITE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MOB-CPTE
                   FILE STATUS         IS WS-FS-F-MOBILITE.
      *                      -------------------------------------------
      *                      F-MANDATS : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-MANDATS           ASSIGN TO MANDATS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-VIRPERM : ORDRES DE VIREMENTS PERMANENTS
      *                      -------------------------------------------
           SELECT  F-VIRPERM-E         ASSIGN TO 'VIRPERM.txt'
                   FILE STATUS         IS WS-FS-F-VIRPERM-E.
           SELECT  F-VIRPERM-S         ASSIGN TO 'VIRPERMNEW.txt'
                   FILE STATUS         IS WS-FS-F-VIRPERM-S.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF           ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-CALBANC : CALENDRIER BANCAIRE
      *                      -------------------------------------------
           SELECT  F-CALBANC-E         ASSIGN TO 'CALBANC.txt'
                   FILE STATUS         IS WS-FS-F-CALBANC-E.
      *                      -------------------------------------------
      *                      F-FORFAITS : CATALOGUE DES FORFAITS
      *                      -------------------------------------------
           SELECT  F-FORFAITS-E        ASSIGN TO 'FORFAITS.txt'
                   FILE STATUS         IS WS-FS-F-FORFAITS-E.
      *                      -------------------------------------------
      *                      F-JRNL : JOURNAL DES IMAGES AVANT/APRES
      *                      -------------------------------------------
           SELECT  F-JRNL              ASSIGN TO JOURNAL
                   FILE STATUS         IS WS-FS-F-JRNL.
      *                      -------------------------------------------
      *                      F-FISCLEDG : GRAND-LIVRE FISCAL DES
      *                                   INTERETS PAR CLIENT/ANNEE
      *                      -------------------------------------------
           SELECT  F-FISCLEDG          ASSIGN TO FISCLEDG
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-FIS-CLE
                   FILE STATUS         IS WS-FS-F-FISCLEDG.
      *                      -------------------------------------------
      *                      MVTCLO  : MOUVEMENTS DE L'ARRETE DE BASCULE
      *                      -------------------------------------------
           SELECT  F-MVTCLO-S          ASSIGN TO WS-NOM-MVTCLO
                   FILE STATUS         IS WS-FS-F-MVTCLO-S.
      *                      -------------------------------------------
      *                      MVTMOB  : ORDRES DE CLOTURE POUR LA MISE
      *                                A JOUR DU JOUR
      *                      -------------------------------------------
           SELECT  F-MVTMOB-S          ASSIGN TO 'MVTMOB.txt'
                   FILE STATUS         IS WS-FS-F-MVTMOB-S.
      *                      -------------------------------------------
      *                      INVMOB  : INVENTAIRES POUR LES BANQUES
      *                                D'ACCUEIL
      *                      -------------------------------------------
           SELECT  F-INVMOB-S          ASSIGN TO WS-NOM-INVMOB
                   FILE STATUS         IS WS-FS-F-INVMOB-S.
      *                      -------------------------------------------
      *                      ETATMOB : ETAT DE SUIVI DE LA MOBILITE
      *                      -------------------------------------------
           SELECT  F-ETATMOB-S         ASSIGN TO WS-NOM-ETATMOB
                   FILE STATUS         IS WS-FS-F-ETATMOB-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-MOBDEM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-MOBDEM           PIC X(100).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-MOBILITE
           RECORD CONTAINS 220 CHARACTERS.
       01  FS-ENRG-F-MOB.
           05 FS-MOB-CPTE             PIC X(10).
           05 FILLER                  PIC X(210).
      *
       FD  F-MANDATS
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE         PIC X(10).
              10 FS-HIST-DATE         PIC X(8).
              10 FS-HIST-SEQ          PIC X(4).
           05 FILLER                  PIC X(68).
      *
       FD  F-VIRPERM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRPERM-E        PIC X(80).
      *
       FD  F-VIRPERM-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRPERM-S        PIC X(80).
      *
       FD  F-IBANREF
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF          PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-CALBANC-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CALBANC          PIC X(80).
      *
       FD  F-FORFAITS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-FORFAITS         PIC X(80).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-FISCLEDG
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-FIS.
           05 FS-FIS-CLE              PIC X(12).
           05 FILLER                  PIC X(48).
      *
       FD  F-MVTCLO-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTCLO           PIC X(107).
      *
       FD  F-MVTMOB-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTMOB           PIC X(107).
      *
       FD  F-INVMOB-S
           RECORDING MODE IS F.
       01  FS-ENRG-INVMOB             PIC X(80).
      *
       FD  F-ETATMOB-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATMOB            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TP4MVTS.
           COPY TPMOBDEM.
           COPY TPMOBIL.
           COPY TPMANDAT.
           COPY TPIBAN.
           COPY TPHIST.
           COPY TPPARAM.
           COPY TPCALEND.
           COPY TPFORFA.
           COPY TPJRNL.
           COPY TPFISCAL.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ORDRE PERMANENT (DESSIN DU FICHIER VIRPERM)  *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-VIRP.
           05 WS-VP-CPTE             PIC 9(10).
           05 WS-VP-BENEF            PIC 9(10).
           05 WS-VP-MT               PIC 9(8)V99.
           05 WS-VP-PERIOD           PIC X.
              88 WS-VP-MENSUEL       VALUE 'M'.
           05 WS-VP-JOUR             PIC 99.
           05 WS-VP-DATE-DEB         PIC 9(8).
           05 WS-VP-DATE-FIN         PIC 9(8).
           05 WS-VP-REF-BASE         PIC X(4).
           05 FILLER                 PIC X(27).
      *
      *---------------------------------------------------------------*
      * DELAIS LEGAUX DE LA MOBILITE, EN JOURS OUVRES APRES LA        *
      * RECEPTION DE LA DEMANDE : TRANSMISSION DE L'INVENTAIRE A LA   *
      * BANQUE D'ACCUEIL, PUIS DATE DE BASCULE AU PLUS TOT.           *
      *---------------------------------------------------------------*
      *
       77  WS-DELAI-INVENTAIRE      PIC 9(3)  VALUE 5.
       77  WS-DELAI-BASCULE         PIC 9(3)  VALUE 12.
      *
      *---------------------------------------------------------------*
      * EMETTEURS DE VIREMENTS RECUS PAR LE COMPTE EN COURS           *
      * D'INVENTAIRE : DONNEURS D'ORDRES PERMANENTS ET AUTEURS DE     *
      * VIREMENTS RELEVES A L'HISTORIQUE.                             *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-EMET              PIC S9(4) COMP VALUE 200.
       01  WS-TABLE-EMET.
           05 WS-TEM-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TEM-POSTE          OCCURS 200
                                    INDEXED BY IDX-EMT.
              10 WS-TEM-CPTE        PIC 9(10).
              10 WS-TEM-NB-VIR      PIC 9(3).
              10 WS-TEM-DERN-MT     PIC 9(8)V99.
              10 WS-TEM-DERN-DATE   PIC 9(8).
              10 WS-TEM-PERMANENT   PIC X.
                 88 WS-TEM-SUR-ORDRE VALUE 'O'.
      *
      *---------------------------------------------------------------*
      * COMPTES BASCULES DANS LA JOURNEE : LEURS ORDRES PERMANENTS    *
      * SONT ARRETES A LA RECOPIE DU FICHIER DES VIREMENTS.           *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-BASC              PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-BASC.
           05 WS-TBA-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TBA-CPTE           PIC 9(10) OCCURS 500
                                    INDEXED BY IDX-BAS.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-MOBDEM-E         PIC XX.
           88  OK-F-MOBDEM-E        VALUE '00'.
           88  OK-LEC-F-MOBDEM-E    VALUE '00' '10'.
           88  EOF-F-MOBDEM-E       VALUE '10'.
           88  MOBDEM-ABSENT        VALUE '35'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-MOBILITE         PIC XX.
           88  OK-F-MOBILITE        VALUE '00'.
           88  OK-LEC-F-MOBILITE    VALUE '00' '02' '10'.
           88  EOF-F-MOBILITE       VALUE '10'.
           88  MOBILITE-ABSENT      VALUE '35'.
           88  OK-START-MOB         VALUE '00' '23'.
           88  MOB-SANS-SUITE       VALUE '23'.
           88  DOSSIER-INCONNU      VALUE '23'.
       01  WS-FS-F-MANDATS          PIC XX.
           88  OK-F-MANDATS         VALUE '00'.
           88  OK-LEC-F-MANDATS     VALUE '00' '02' '10'.
           88  EOF-F-MANDATS        VALUE '10'.
           88  OK-START-MAN         VALUE '00' '23'.
           88  MAN-SANS-SUITE       VALUE '23'.
           88  MANDATS-ABSENT       VALUE '35'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  MVTHIST-ABSENT       VALUE '35'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-VIRPERM-E        PIC XX.
           88  OK-F-VIRPERM-E       VALUE '00'.
           88  OK-LEC-F-VIRPERM-E   VALUE '00' '10'.
           88  EOF-F-VIRPERM-E      VALUE '10'.
           88  VIRPERM-ABSENT       VALUE '35'.
       01  WS-FS-F-VIRPERM-S        PIC XX.
           88  OK-F-VIRPERM-S       VALUE '00'.
       01  WS-FS-F-IBANREF          PIC XX.
           88  OK-F-IBANREF         VALUE '00'.
           88  OK-LEC-F-IBANREF     VALUE '00' '10'.
           88  EOF-F-IBANREF        VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-CALBANC-E        PIC XX.
           88  OK-F-CALBANC-E       VALUE '00'.
           88  OK-LEC-F-CALBANC-E   VALUE '00' '10'.
           88  EOF-F-CALBANC-E      VALUE '10'.
           88  CALBANC-ABSENT       VALUE '35'.
       01  WS-FS-F-FORFAITS-E       PIC XX.
           88  OK-F-FORFAITS-E      VALUE '00'.
           88  OK-LEC-F-FORFAITS-E  VALUE '00' '10'.
           88  EOF-F-FORFAITS-E     VALUE '10'.
           88  FORFAITS-ABSENT      VALUE '35'.
       01  WS-FS-F-JRNL             PIC XX.
           88  OK-F-JRNL            VALUE '00'.
           88  JRNL-ABSENT          VALUE '35'.
       01  WS-FS-F-FISCLEDG         PIC XX.
           88  OK-F-FISCLEDG        VALUE '00'.
           88  FISCLEDG-ABSENT      VALUE '35'.
           88  FISCAL-INCONNU       VALUE '23'.
       01  WS-FS-F-MVTCLO-S         PIC XX.
           88  OK-F-MVTCLO-S        VALUE '00'.
           88  MVTCLO-ABSENT        VALUE '35'.
       01  WS-FS-F-MVTMOB-S         PIC XX.
           88  OK-F-MVTMOB-S        VALUE '00'.
       01  WS-FS-F-INVMOB-S         PIC XX.
           88  OK-F-INVMOB-S        VALUE '00'.
       01  WS-FS-F-ETATMOB-S        PIC XX.
           88  OK-F-ETATMOB-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CDEM                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CACC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREF                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CINV                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CRET                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CBAS                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CMAN                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CIBR                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CCLO                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CFIN                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CSUS                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CVIRP                 PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CMAN-CPTE             PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CVIRP-CPTE            PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CEMET-CPTE            PIC S9(4) COMP
                                    VALUE 0.
       01  WS-PORTEFEUILLE.
           05 WS-CPF-ETAPE          PIC S9(6) COMP OCCURS 4.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-MVTCLO            PIC X(24).
       77  WS-NOM-INVMOB            PIC X(24).
       77  WS-NOM-ETATMOB           PIC X(24).
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-DERNIER-DOSSIER       PIC 9(7)  VALUE 0.
       77  WS-DATE-VEILLE           PIC 9(8)  VALUE 0.
       77  WS-DATE-DEB-HIST         PIC 9(8)  VALUE 0.
       77  WS-DATE-MINI-BASC        PIC 9(8)  VALUE 0.
       77  WS-NB-OUVRES-VISES       PIC S9(4) COMP VALUE 0.
       77  WS-NB-OUVRES             PIC S9(4) COMP VALUE 0.
       77  WS-MOTIF-EVT             PIC X(32) VALUE SPACES.
       77  WS-LIBELLE-EVT           PIC X(17) VALUE SPACES.
       77  WS-TEXTE-EVT             PIC X(69) VALUE SPACES.
       77  WS-DATE-ED-ZONE          PIC X(10) VALUE SPACES.
       77  WS-ED-NB                 PIC ZZ9.
       77  WS-ED-MT                 PIC ZZZZZZZ9,99.
       77  WS-ED-MT2                PIC ZZZZZZZ9,99.
       77  WS-INTERET               PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-RETENUE               PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-INTERET-NET           PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-AGIOS                 PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-FRAIS-PRORATA         PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-TOTAL-PRELEVE         PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-DECOUVERT             PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-DEPASSEMENT           PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-ANNEE-ARRETE          PIC 9(4)  VALUE 0.
       77  WS-NB-JOURS              PIC S9(5) COMP VALUE 0.
       77  WS-NB-JOURS-TRIM         PIC S9(5) COMP VALUE 0.
       77  WS-SERIAL-DEB-TRIM       PIC S9(9) COMP-3 VALUE 0.
       77  WS-MOIS-TRIM             PIC 99    VALUE 0.
       77  WS-SEMAINES              PIC S9(9) COMP-3 VALUE 0.
       77  WS-JOUR-SEMAINE          PIC 9     VALUE 0.
       77  WS-IEM                   PIC S9(4) COMP VALUE 0.
       77  WS-EMET-CPTE             PIC 9(10) VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-JOUR           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-DATE-W.
           05 WS-DW-AAAA            PIC 9(4).
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
       01  WS-DATE-ED.
           05 WS-DED-JJ             PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-DED-MM             PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-DED-AAAA           PIC 9(4).
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * DATE DEROULEE JOUR PAR JOUR POUR LE DECOMPTE DES JOURS OUVRES *
      *---------------------------------------------------------------*
      *
       01  WS-DATE-LEND.
           05 WS-LEND-SS            PIC 99.
           05 WS-LEND-AA            PIC 99.
           05 WS-LEND-MM            PIC 99.
           05 WS-LEND-JJ            PIC 99.
       01  WS-DATE-LEND-NUM REDEFINES WS-DATE-LEND
                                    PIC 9(8).
       77  WS-LEND-ANNEE            PIC 9(4)  VALUE 0.
       77  WS-NB-JOURS-MOIS         PIC 99    VALUE 0.
       77  WS-QUOTIENT              PIC 9(4)  VALUE 0.
       77  WS-RESTE-4               PIC 9(4)  VALUE 0.
       77  WS-RESTE-100             PIC 9(4)  VALUE 0.
       77  WS-RESTE-400             PIC 9(4)  VALUE 0.
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UN IBAN : CARACTERES, LONGUEUR ET CLE MODULO 97    *
      * CALCULEE SUR L'IBAN DONT LES 4 PREMIERS CARACTERES SONT       *
      * REPORTES EN FIN, CHAQUE LETTRE VALANT 10 (A) A 35 (Z).        *
      *---------------------------------------------------------------*
      *
       01  WS-IBAN-CTL              PIC X(27).
       01  WS-IBAN-CAR              PIC X.
       01  WS-IBAN-CHIFFRE REDEFINES WS-IBAN-CAR
                                    PIC 9.
       01  WS-ALPHABET              PIC X(26) VALUE
                                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-IBAN-LG               PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-POS              PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-VAL              PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-CUMUL            PIC 9(5)  VALUE 0.
       77  WS-IBAN-QUOT             PIC 9(5)  VALUE 0.
       77  WS-IBAN-RESTE            PIC 9(2)  VALUE 0.
       01  WS-STATUT-IBAN           PIC X     VALUE '0'.
           88 WS-IBAN-VALIDE        VALUE '0'.
           88 WS-IBAN-INVALIDE      VALUE '1'.
      *
      *---------------------------------------------------------------*
      * FORFAIT APPLIQUE AU COMPTE EN COURS D'ARRETE                  *
      *---------------------------------------------------------------*
      *
       77  WS-FRAIS-APPLIQUES       PIC 9(5)V99 VALUE 0.
       77  WS-EXO-FORFAIT           PIC X VALUE 'N'.
       01  WS-STATUT-FORFAIT        PIC X VALUE '0'.
           88 WS-TARIF-STANDARD     VALUE '0'.
           88 WS-FORFAIT-APPLIQUE   VALUE '1'.
           88 WS-FORFAIT-INCONNU    VALUE '2'.
       01  WS-STATUT-RECH-FOR       PIC X VALUE '0'.
           88 WS-FOR-ABSENT         VALUE '0'.
           88 WS-FOR-TROUVE         VALUE '1'.
      *
       01  WS-SIGNAL-RC             PIC X     VALUE '0'.
           88 WS-RC-NORMAL          VALUE '0'.
           88 WS-RC-ALERTE          VALUE '1'.
       01  WS-STATUT-DEM            PIC X     VALUE '0'.
           88 WS-DEM-ACCEPTEE       VALUE '0'.
           88 WS-DEM-REFUSEE        VALUE '1'.
           88 WS-DEM-CONNUE         VALUE '2'.
       01  WS-STATUT-CPTE           PIC X     VALUE '0'.
           88 WS-CPTE-PRESENT       VALUE '0'.
           88 WS-CPTE-DISPARU       VALUE '1'.
       01  WS-SUSP-JOUR             PIC X     VALUE '0'.
           88 WS-SANS-SUSPENSION    VALUE '0'.
           88 WS-BASC-SUSPENDUE     VALUE '1'.
           88 WS-CLO-SUSPENDUE      VALUE '2'.
       01  WS-FIN-MOB               PIC X     VALUE '0'.
           88 WS-DOSSIERS-EN-COURS  VALUE '0'.
           88 WS-DOSSIERS-EPUISES   VALUE '1'.
       01  WS-FIN-MAN               PIC X     VALUE '0'.
           88 WS-MANDATS-EN-COURS   VALUE '0'.
           88 WS-MANDATS-EPUISES    VALUE '1'.
       01  WS-FIN-HIST              PIC X     VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-DISPO-MANDATS         PIC X     VALUE '0'.
           88 WS-MANDATS-FERMES     VALUE '0'.
           88 WS-MANDATS-OUVERTS    VALUE '1'.
       01  WS-ETAT-MVTHIST          PIC X     VALUE '0'.
           88 WS-HIST-INDISPONIBLE  VALUE '0'.
           88 WS-HIST-DISPONIBLE    VALUE '1'.
       01  WS-MODE-MANDATS          PIC X     VALUE '0'.
           88 WS-MAN-INVENTORIER    VALUE '0'.
           88 WS-MAN-REVOQUER       VALUE '1'.
       01  WS-STATUT-IBR            PIC X     VALUE '0'.
           88 WS-IBR-A-AJOUTER      VALUE '0'.
           88 WS-IBR-CONNU          VALUE '1'.
       01  WS-STATUT-BASC           PIC X     VALUE '0'.
           88 WS-ORDRE-CONSERVE     VALUE '0'.
           88 WS-ORDRE-A-ARRETER    VALUE '1'.
       01  WS-ETAT-VIRPERM          PIC X     VALUE '0'.
           88 WS-VIRPERM-NON-TRAITE VALUE '0'.
           88 WS-VIRPERM-RECOPIE    VALUE '1'.
           88 WS-VIRPERM-INDISPO    VALUE '2'.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'INVENTAIRE TRANSMIS A LA BANQUE D'ACCUEIL*
      *---------------------------------------------------------------*
      *
       01  WS-LINV-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '='.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LINV-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(42) VALUE
                   'INVENTAIRE DE MOBILITE BANCAIRE - DOSSIER '.
           05 WS-LINV-DOSSIER-ED     PIC 9(7).
           05 FILLER                 PIC X(4)  VALUE ' DU '.
           05 WS-LINV-DATE-ED        PIC X(10).
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-DEST.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(15) VALUE
                                         'DESTINATAIRE : '.
           05 WS-LINV-BANQUE-ED      PIC X(20).
           05 FILLER                 PIC X(16) VALUE
                                         ' REF. DEMANDE : '.
           05 WS-LINV-REF-ED         PIC X(12).
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'COMPTE '.
           05 WS-LINV-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LINV-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(13) VALUE
                                         '  BASCULE AU '.
           05 WS-LINV-BASC-ED        PIC X(10).
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-RUBRIQUE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LINV-RUBRIQUE-ED    PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-VIRP.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE '  - BENEF. '.
           05 WS-LINV-BENEF-ED       PIC 9(10).
           05 FILLER                 PIC X(9)  VALUE ' MONTANT '.
           05 WS-LINV-VP-MT-ED       PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(6)  VALUE ' JOUR '.
           05 WS-LINV-VP-JOUR-ED     PIC 99.
           05 FILLER                 PIC X(5)  VALUE ' FIN '.
           05 WS-LINV-VP-FIN-ED      PIC X(10).
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-MANDAT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(14) VALUE
                                         '  - CREANCIER '.
           05 WS-LINV-CREANCIER-ED   PIC X(10).
           05 FILLER                 PIC X(18) VALUE
                                         '  MANDAT SIGNE LE '.
           05 WS-LINV-SIGN-ED        PIC X(10).
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-EMET.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE
                                         '  - EMETTEUR '.
           05 WS-LINV-EMET-ED        PIC 9(10).
           05 FILLER                 PIC X(10) VALUE '  NB VIR. '.
           05 WS-LINV-NBVIR-ED       PIC ZZ9.
           05 FILLER                 PIC X(10) VALUE '  DERNIER '.
           05 WS-LINV-DERN-MT-ED     PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LINV-DERN-DATE-ED   PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LINV-PERM-ED        PIC X(5).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINV-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(20) VALUE
                                         'ORDRES PERMANENTS : '.
           05 WS-LINV-NBVP-ED        PIC ZZ9.
           05 FILLER                 PIC X(12) VALUE
                                         '  MANDATS : '.
           05 WS-LINV-NBMAN-ED       PIC ZZ9.
           05 FILLER                 PIC X(14) VALUE
                                         '  EMETTEURS : '.
           05 WS-LINV-NBEMT-ED       PIC ZZ9.
           05 FILLER                 PIC X(19) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE SUIVI DE LA MOBILITE             *
      *---------------------------------------------------------------*
      *
       01  WS-LMOB-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LMOB-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(14)  VALUE SPACES.
           05 FILLER                 PIC X(40)  VALUE
                   'MOBILITE BANCAIRE - COMPTES SORTANTS DU '.
           05 WS-LMOB-DATE-ED        PIC X(10).
           05 FILLER                 PIC X(10)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMOB-RUBRIQUE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMOB-RUBRIQUE-ED    PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-RECEP.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMOB-EVT-ED         PIC X(17).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMOB-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMOB-REF-ED         PIC X(12).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMOB-MOTIF-ED       PIC X(32).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-DOSSIER.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(8)  VALUE 'DOSSIER '.
           05 WS-LMOB-DOSSIER-ED     PIC 9(7).
           05 FILLER                 PIC X(6)  VALUE ' REF. '.
           05 WS-LMOB-DREF-ED        PIC X(12).
           05 FILLER                 PIC X(8)  VALUE ' COMPTE '.
           05 WS-LMOB-DCPTE-ED       PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMOB-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-IBAN.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(14) VALUE
                                         'NOUVEL IBAN : '.
           05 WS-LMOB-IBAN-ED        PIC X(27).
           05 FILLER                 PIC X     VALUE SPACE.
           05 FILLER                 PIC X(9)  VALUE 'BANQUE : '.
           05 WS-LMOB-BANQUE-ED      PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-ETAPE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMOB-ETP-LIB-ED     PIC X(30).
           05 WS-LMOB-ETP-ECH-ED     PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LMOB-ETP-REAL-ED    PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LMOB-ETP-SIT-ED     PIC X(20).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-EVT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(5)  VALUE '   > '.
           05 WS-LMOB-TEXTE-ED       PIC X(69).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-PORTEF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE 'RECUES     : '.
           05 WS-LMOB-NB1-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE '  INVENT.  : '.
           05 WS-LMOB-NB2-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE '  BASCULES : '.
           05 WS-LMOB-NB3-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE '  CLOTURES : '.
           05 WS-LMOB-NB4-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-TOTAL1.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'DEMANDES LUES : '.
           05 WS-LMOB-NBDEM-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  ACCEPTEES   : '.
           05 WS-LMOB-NBACC-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  REFUSEES    : '.
           05 WS-LMOB-NBREF-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'INVENTAIRES   : '.
           05 WS-LMOB-NBINV-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  HORS DELAI  : '.
           05 WS-LMOB-NBRET-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  BASCULES    : '.
           05 WS-LMOB-NBBAS-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-TOTAL3.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'MANDATS REVOQ.: '.
           05 WS-LMOB-NBMAN-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  ORDRES ARR. : '.
           05 WS-LMOB-NBVP-ED        PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  IBAN AJOUTES: '.
           05 WS-LMOB-NBIBR-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-TOTAL4.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'ORDRES CLOTURE: '.
           05 WS-LMOB-NBCLO-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  CLOTURES    : '.
           05 WS-LMOB-NBFIN-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  SUSPENSIONS : '.
           05 WS-LMOB-NBSUS-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMOB-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMOB-MESSAGE-ED     PIC X(74).
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
      * LES DEMANDES DU JOUR OUVRENT LEURS DOSSIERS AVANT LE PARCOURS *
      * DES DOSSIERS EN COURS : UNE DEMANDE ACCEPTEE DONNE SON        *
      * INVENTAIRE DES LE JOUR DE SA RECEPTION. LE FICHIER DES        *
      * VIREMENTS PERMANENTS N'EST RECOPIE QUE SI DES COMPTES ONT     *
      * BASCULE DANS LA JOURNEE.                                      *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6200-CHARGER-F-PARAM-DEB
              THRU 6200-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6340-CHARGER-F-CALBANC-DEB
              THRU 6340-CHARGER-F-CALBANC-FIN.
      *
           PERFORM 6220-CHARGER-F-FORFAITS-DEB
              THRU 6220-CHARGER-F-FORFAITS-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6005-OUVRIR-F-MOBILITE-DEB
              THRU 6005-OUVRIR-F-MOBILITE-FIN.
      *
           PERFORM 6015-OUVRIR-F-MANDATS-DEB
              THRU 6015-OUVRIR-F-MANDATS-FIN.
      *
           PERFORM 6210-OUVRIR-F-MVTHIST-DEB
              THRU 6210-OUVRIR-F-MVTHIST-FIN.
      *
           PERFORM 6030-OUVRIR-F-JRNL-DEB
              THRU 6030-OUVRIR-F-JRNL-FIN.
      *
           PERFORM 6035-OUVRIR-F-FISCLEDG-DEB
              THRU 6035-OUVRIR-F-FISCLEDG-FIN.
      *
           PERFORM 6010-OUVRIR-SORTIES-DEB
              THRU 6010-OUVRIR-SORTIES-FIN.
      *
           PERFORM 8000-ENTETE-ETATMOB-DEB
              THRU 8000-ENTETE-ETATMOB-FIN.
      *
           PERFORM 1050-CHERCHER-DERNIER-DEB
              THRU 1050-CHERCHER-DERNIER-FIN.
      *
           PERFORM 1000-TRT-DEMANDES-DEB
              THRU 1000-TRT-DEMANDES-FIN.
      *
           PERFORM 2000-TRT-DOSSIERS-DEB
              THRU 2000-TRT-DOSSIERS-FIN.
      *
           IF WS-TBA-NB > 0
                PERFORM 3000-ARRETER-VIRPERM-DEB
                   THRU 3000-ARRETER-VIRPERM-FIN
           END-IF.
      *
           PERFORM 8030-TOTAL-ETATMOB-DEB
              THRU 8030-TOTAL-ETATMOB-FIN.
      *
           PERFORM 6100-FERMER-FICHIERS-DEB
              THRU 6100-FERMER-FICHIERS-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT DEMANDES DU JOUR                 *
      *     =========================================                 *
      *---------------------------------------------------------------*
      * LE FICHIER DES DEMANDES EST FACULTATIF : EN SON ABSENCE,      *
      * AUCUNE DEMANDE N'EST RECUE ET LES DOSSIERS EN COURS SONT      *
      * SEULS TRAITES.                                                *
      *---------------------------------------------------------------*
      *
       1000-TRT-DEMANDES-DEB.
      *
           MOVE 'DEMANDES RECUES DANS LA JOURNEE'
                                        TO WS-LMOB-RUBRIQUE-ED.
           MOVE WS-LMOB-RUBRIQUE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           OPEN INPUT F-MOBDEM-E.
           IF MOBDEM-ABSENT
                DISPLAY 'FICHIER MOBDEM ABSENT - AUCUNE DEMANDE RECUE'
                GO TO 1000-TRT-DEMANDES-SUITE
           END-IF.
           IF NOT OK-F-MOBDEM-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MOBDEM'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBDEM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6025-LIRE-F-MOBDEM-DEB
              THRU 6025-LIRE-F-MOBDEM-FIN.
      *
           PERFORM 1100-TRT-DEMANDE-DEB
              THRU 1100-TRT-DEMANDE-FIN
             UNTIL EOF-F-MOBDEM-E.
      *
           CLOSE F-MOBDEM-E.
      *
       1000-TRT-DEMANDES-SUITE.
           IF WS-CDEM = 0
                MOVE '   NEANT'             TO WS-LMOB-RUBRIQUE-ED
                MOVE WS-LMOB-RUBRIQUE   TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN
           END-IF.
           MOVE WS-LMOB-L1              TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
       1000-TRT-DEMANDES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DERNIER NUMERO DE DOSSIER ATTRIBUE : LE FICHIER EST CLASSE    *
      * PAR COMPTE, IL EST PARCOURU EN ENTIER. LES NOUVEAUX DOSSIERS  *
      * SONT NUMEROTES A LA SUITE.                                    *
      *---------------------------------------------------------------*
      *
       1050-CHERCHER-DERNIER-DEB.
      *
           MOVE 0                       TO WS-DERNIER-DOSSIER.
           SET  WS-DOSSIERS-EN-COURS    TO TRUE.
           MOVE LOW-VALUES              TO FS-MOB-CPTE.
           START F-MOBILITE KEY IS NOT LESS THAN FS-MOB-CPTE
           END-START.
           IF NOT OK-START-MOB
                DISPLAY 'PROBLEME DE START DU FICHIER F-MOBILITE'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MOB-SANS-SUITE
                GO TO 1050-CHERCHER-DERNIER-FIN
           END-IF.
      *
           PERFORM 6050-LIRE-SUIVANT-F-MOB-DEB
              THRU 6050-LIRE-SUIVANT-F-MOB-FIN.
           PERFORM 1055-COMPARER-DOSSIER-DEB
              THRU 1055-COMPARER-DOSSIER-FIN
             UNTIL WS-DOSSIERS-EPUISES.
      *
       1050-CHERCHER-DERNIER-FIN.
           EXIT.
      *
       1055-COMPARER-DOSSIER-DEB.
           IF WS-MOB-DOSSIER > WS-DERNIER-DOSSIER
                MOVE WS-MOB-DOSSIER     TO WS-DERNIER-DOSSIER
           END-IF.
           PERFORM 6050-LIRE-SUIVANT-F-MOB-DEB
              THRU 6050-LIRE-SUIVANT-F-MOB-FIN.
       1055-COMPARER-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE DEMANDE DEJA ENREGISTREE SOUS LA MEME REFERENCE (REPRISE  *
      * DANS LA JOURNEE, DOUBLE ENVOI DE LA BANQUE D'ACCUEIL) EST     *
      * SIGNALEE SANS ETRE REFUSEE.                                   *
      *---------------------------------------------------------------*
      *
       1100-TRT-DEMANDE-DEB.
      *
           ADD  1                       TO WS-CDEM.
           PERFORM 1110-CONTROLER-DEMANDE-DEB
              THRU 1110-CONTROLER-DEMANDE-FIN.
      *
           EVALUATE TRUE
             WHEN WS-DEM-REFUSEE
                  ADD  1                TO WS-CREF
                  SET  WS-RC-ALERTE     TO TRUE
                  MOVE 'REFUSEE'        TO WS-LIBELLE-EVT
             WHEN WS-DEM-CONNUE
                  MOVE 'DEJA ENREGISTREE' TO WS-LIBELLE-EVT
                  MOVE SPACES           TO WS-MOTIF-EVT
                  STRING 'DOSSIER ' WS-MOB-DOSSIER
                         DELIMITED BY SIZE INTO WS-MOTIF-EVT
             WHEN OTHER
                  PERFORM 1120-OUVRIR-DOSSIER-DEB
                     THRU 1120-OUVRIR-DOSSIER-FIN
                  ADD  1                TO WS-CACC
                  MOVE 'ACCEPTEE'       TO WS-LIBELLE-EVT
                  MOVE SPACES           TO WS-MOTIF-EVT
                  STRING 'DOSSIER ' WS-MOB-DOSSIER
                         DELIMITED BY SIZE INTO WS-MOTIF-EVT
           END-EVALUATE.
      *
           PERFORM 8010-DETAIL-DEMANDE-DEB
              THRU 8010-DETAIL-DEMANDE-FIN.
      *
           IF WS-DEM-ACCEPTEE
              AND WS-MOB-DATE-BASCULE NOT = WS-MOB-DATE-DEMANDEE
              AND WS-MOB-DATE-DEMANDEE NOT = 0
                MOVE SPACES             TO WS-TEXTE-EVT
                MOVE WS-MOB-DATE-BASCULE TO WS-DATE-W-NUM
                PERFORM 7080-EDITER-DATE-DEB
                   THRU 7080-EDITER-DATE-FIN
                STRING 'DATE DEMANDEE ANTERIEURE AU DELAI LEGAL : '
                       'BASCULE REPORTEE AU ' WS-DATE-ED
                       DELIMITED BY SIZE INTO WS-TEXTE-EVT
                PERFORM 8025-EVT-ETATMOB-DEB
                   THRU 8025-EVT-ETATMOB-FIN
           END-IF.
      *
           PERFORM 6025-LIRE-F-MOBDEM-DEB
              THRU 6025-LIRE-F-MOBDEM-FIN.
      *
       1100-TRT-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLES DE LA DEMANDE, DANS L'ORDRE : LE PREMIER EN ECHEC   *
      * DONNE LE MOTIF DU REFUS. SEULS LES COMPTES COURANTS ET        *
      * D'EPARGNE TENUS EN EUROS ET LIBRES DE TOUT BLOCAGE SONT       *
      * TRANSFERABLES, VERS UN IBAN FRANCAIS.                         *
      *---------------------------------------------------------------*
      *
       1110-CONTROLER-DEMANDE-DEB.
      *
           SET  WS-DEM-REFUSEE          TO TRUE.
      *
           IF WS-MBD-CPTE IS NOT NUMERIC
              OR WS-MBD-DATE-RECEP IS NOT NUMERIC
              OR WS-MBD-DATE-BASCULE IS NOT NUMERIC
              OR WS-MBD-REF = SPACES
                MOVE 'DEMANDE MAL FORMEE' TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           IF WS-MBD-DATE-RECEP > WS-DATE-JOUR-NUM
                MOVE 'DATE DE RECEPTION FUTURE'
                                        TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           MOVE WS-MBD-CPTE             TO FS-CPTE-CPT.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
           IF WS-CPTE-DISPARU
                MOVE 'COMPTE INCONNU'   TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           MOVE WS-MBD-CPTE             TO FS-MOB-CPTE.
           PERFORM 6045-LIRE-F-MOBILITE-DEB
              THRU 6045-LIRE-F-MOBILITE-FIN.
           IF OK-F-MOBILITE
                IF WS-MOB-REF-ACCUEIL = WS-MBD-REF
                     SET  WS-DEM-CONNUE TO TRUE
                ELSE
                     MOVE 'DOSSIER DE MOBILITE DEJA OUVERT'
                                        TO WS-MOTIF-EVT
                END-IF
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           IF WS-CPT-TERME
                MOVE 'COMPTE A TERME EXCLU' TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           IF WS-CPT-SUCC-ACTIF OR WS-CPT-GELAV-ACTIF
              OR WS-CPT-CTX-ACTIF
                MOVE 'COMPTE BLOQUE'    TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           IF NOT WS-CPT-EN-EUROS
                MOVE 'COMPTE HORS EUROS' TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           MOVE WS-MBD-IBAN             TO WS-IBAN-CTL.
           PERFORM 7032-CONTROLER-IBAN-DEB
              THRU 7032-CONTROLER-IBAN-FIN.
           IF WS-IBAN-INVALIDE
                MOVE 'IBAN INVALIDE'    TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
           IF WS-MBD-IBAN (1:2) NOT = 'FR'
              OR WS-IBAN-LG NOT = 27
                MOVE 'IBAN HORS FRANCE' TO WS-MOTIF-EVT
                GO TO 1110-CONTROLER-DEMANDE-FIN
           END-IF.
      *
           SET  WS-DEM-ACCEPTEE         TO TRUE.
      *
       1110-CONTROLER-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * OUVERTURE DU DOSSIER : DATE LIMITE DE L'INVENTAIRE A 5 JOURS  *
      * OUVRES DE LA RECEPTION ; BASCULE A LA DATE DEMANDEE, SANS     *
      * POUVOIR PRECEDER LE 12E JOUR OUVRE APRES LA RECEPTION. LES    *
      * COORDONNEES DU NOUVEAU COMPTE SONT TIREES DE L'IBAN FRANCAIS  *
      * (CODE BANQUE ET GUICHET, PUIS NUMERO DE COMPTE ET CLE RIB).   *
      *---------------------------------------------------------------*
      *
       1120-OUVRIR-DOSSIER-DEB.
      *
           ADD  1                       TO WS-DERNIER-DOSSIER.
           MOVE SPACES                  TO WS-ENRG-F-MOB.
           MOVE WS-MBD-CPTE             TO WS-MOB-CPTE.
           MOVE WS-DERNIER-DOSSIER      TO WS-MOB-DOSSIER.
           MOVE WS-MBD-REF              TO WS-MOB-REF-ACCUEIL.
           MOVE 1                       TO WS-MOB-ETAPE.
           IF WS-MBD-DATE-RECEP = 0
                MOVE WS-DATE-JOUR-NUM   TO WS-MOB-DATE-RECEP
           ELSE
                MOVE WS-MBD-DATE-RECEP  TO WS-MOB-DATE-RECEP
           END-IF.
           MOVE WS-MBD-DATE-BASCULE     TO WS-MOB-DATE-DEMANDEE.
      *
           MOVE WS-MOB-DATE-RECEP       TO WS-DATE-LEND-NUM.
           MOVE WS-DELAI-INVENTAIRE     TO WS-NB-OUVRES-VISES.
           PERFORM 7050-AJOUTER-OUVRES-DEB
              THRU 7050-AJOUTER-OUVRES-FIN.
           MOVE WS-DATE-LEND-NUM        TO WS-MOB-LIMITE-INV.
      *
           MOVE WS-MOB-DATE-RECEP       TO WS-DATE-LEND-NUM.
           MOVE WS-DELAI-BASCULE        TO WS-NB-OUVRES-VISES.
           PERFORM 7050-AJOUTER-OUVRES-DEB
              THRU 7050-AJOUTER-OUVRES-FIN.
           MOVE WS-DATE-LEND-NUM        TO WS-DATE-MINI-BASC.
      *
           IF WS-MOB-DATE-DEMANDEE > WS-DATE-MINI-BASC
                MOVE WS-MOB-DATE-DEMANDEE TO WS-MOB-DATE-BASCULE
           ELSE
                MOVE WS-DATE-MINI-BASC  TO WS-MOB-DATE-BASCULE
           END-IF.
      *
           MOVE 0                       TO WS-MOB-DATE-INV
                                           WS-MOB-DATE-EFFET
                                           WS-MOB-DATE-ORDRE-CLO
                                           WS-MOB-DATE-CLOTURE
                                           WS-MOB-NB-VIRP
                                           WS-MOB-NB-MANDATS
                                           WS-MOB-NB-EMETTEURS
                                           WS-MOB-ARRETE.
           MOVE WS-CPT-NOM              TO WS-MOB-NOM.
           MOVE WS-MBD-IBAN             TO WS-MOB-IBAN.
           MOVE WS-MBD-IBAN (5:10)      TO WS-MOB-BQE.
           MOVE WS-MBD-IBAN (15:13)     TO WS-MOB-CPTE-EXT.
           MOVE WS-MBD-BANQUE           TO WS-MOB-BANQUE.
      *
           PERFORM 6300-ECRIRE-F-MOBILITE-DEB
              THRU 6300-ECRIRE-F-MOBILITE-FIN.
      *
       1120-OUVRIR-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT DOSSIERS EN COURS                *
      *     ==========================================                *
      *---------------------------------------------------------------*
      * CHAQUE DOSSIER AVANCE D'AUTANT D'ETAPES QUE SES ECHEANCES LE  *
      * PERMETTENT : INVENTAIRE A LA PREMIERE EXECUTION, BASCULE A LA *
      * DATE PREVUE, ORDRE DE CLOTURE DES LA BASCULE, REPRIS CHAQUE   *
      * JOUR TANT QUE LE COMPTE EXISTE. LE DOSSIER EST CLOS QUAND LA  *
      * MISE A JOUR A SUPPRIME LE COMPTE.                             *
      *---------------------------------------------------------------*
      *
       2000-TRT-DOSSIERS-DEB.
      *
           MOVE 'DOSSIERS DE MOBILITE EN COURS'
                                        TO WS-LMOB-RUBRIQUE-ED.
           MOVE WS-LMOB-RUBRIQUE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-LMOB-L1              TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           SET  WS-DOSSIERS-EN-COURS    TO TRUE.
           MOVE LOW-VALUES              TO FS-MOB-CPTE.
           START F-MOBILITE KEY IS NOT LESS THAN FS-MOB-CPTE
           END-START.
           IF NOT OK-START-MOB
                DISPLAY 'PROBLEME DE START DU FICHIER F-MOBILITE'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MOB-SANS-SUITE
                GO TO 2000-TRT-DOSSIERS-FIN
           END-IF.
      *
           PERFORM 6050-LIRE-SUIVANT-F-MOB-DEB
              THRU 6050-LIRE-SUIVANT-F-MOB-FIN.
           PERFORM 2100-TRT-DOSSIER-DEB
              THRU 2100-TRT-DOSSIER-FIN
             UNTIL WS-DOSSIERS-EPUISES.
      *
       2000-TRT-DOSSIERS-FIN.
           EXIT.
      *
       2100-TRT-DOSSIER-DEB.
      *
           IF WS-MOB-CLOTUREE
                ADD  1                  TO WS-CPF-ETAPE (4)
                GO TO 2100-TRT-DOSSIER-SUITE
           END-IF.
      *
           SET  WS-SANS-SUSPENSION      TO TRUE.
           PERFORM 8020-DOSSIER-ETATMOB-DEB
              THRU 8020-DOSSIER-ETATMOB-FIN.
      *
           MOVE WS-MOB-CPTE             TO FS-CPTE-CPT.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
           IF WS-CPTE-DISPARU
                PERFORM 2150-CONSTATER-CLOTURE-DEB
                   THRU 2150-CONSTATER-CLOTURE-FIN
                GO TO 2100-TRT-DOSSIER-MAJ
           END-IF.
      *
      *---------------------------------------------------------------*
      * INVENTAIRE : ETABLI A LA PREMIERE EXECUTION QUI SUIT LA       *
      * RECEPTION, REEDITE EN CAS DE REPRISE LE MEME JOUR.            *
      *---------------------------------------------------------------*
           IF WS-MOB-RECUE
                PERFORM 2200-EDITER-INVENTAIRE-DEB
                   THRU 2200-EDITER-INVENTAIRE-FIN
                MOVE WS-DATE-JOUR-NUM   TO WS-MOB-DATE-INV
                MOVE 2                  TO WS-MOB-ETAPE
                ADD  1                  TO WS-CINV
                IF WS-MOB-DATE-INV > WS-MOB-LIMITE-INV
                     ADD  1             TO WS-CRET
                     SET  WS-RC-ALERTE  TO TRUE
                     MOVE 'INVENTAIRE TRANSMIS HORS DELAI LEGAL'
                                        TO WS-TEXTE-EVT
                ELSE
                     MOVE 'INVENTAIRE TRANSMIS A LA BANQUE D''ACCUEIL'
                                        TO WS-TEXTE-EVT
                END-IF
                PERFORM 8025-EVT-ETATMOB-DEB
                   THRU 8025-EVT-ETATMOB-FIN
           ELSE
                IF WS-MOB-INVENTAIRE
                   AND WS-MOB-DATE-INV = WS-DATE-JOUR-NUM
                     PERFORM 2200-EDITER-INVENTAIRE-DEB
                        THRU 2200-EDITER-INVENTAIRE-FIN
                END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * BASCULE A SA DATE ; EN REPRISE, LE COMPTE BASCULE DANS LA     *
      * JOURNEE EST REMIS EN TABLE POUR L'ARRET DE SES ORDRES.        *
      *---------------------------------------------------------------*
           IF WS-MOB-INVENTAIRE
              AND WS-DATE-JOUR-NUM NOT < WS-MOB-DATE-BASCULE
                PERFORM 2300-BASCULER-DEB
                   THRU 2300-BASCULER-FIN
           ELSE
                IF WS-MOB-BASCULEE
                   AND WS-MOB-DATE-EFFET = WS-DATE-JOUR-NUM
                     PERFORM 7230-RETENIR-BASCULE-DEB
                        THRU 7230-RETENIR-BASCULE-FIN
                END-IF
           END-IF.
      *
           IF WS-MOB-BASCULEE
                PERFORM 2500-ORDONNER-CLOTURE-DEB
                   THRU 2500-ORDONNER-CLOTURE-FIN
           END-IF.
      *
       2100-TRT-DOSSIER-MAJ.
           PERFORM 6305-REECRIRE-F-MOBILITE-DEB
              THRU 6305-REECRIRE-F-MOBILITE-FIN.
           PERFORM 8027-ETAPES-ETATMOB-DEB
              THRU 8027-ETAPES-ETATMOB-FIN.
           ADD  1                       TO WS-CPF-ETAPE (WS-MOB-ETAPE).
      *
       2100-TRT-DOSSIER-SUITE.
           PERFORM 6050-LIRE-SUIVANT-F-MOB-DEB
              THRU 6050-LIRE-SUIVANT-F-MOB-FIN.
      *
       2100-TRT-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTE ABSENT DU FICHIER : LA MISE A JOUR L'A CLOS SUR L'ORDRE*
      * DE CLOTURE ET A VIRE LE SOLDE A LA BANQUE D'ACCUEIL. UN       *
      * COMPTE DISPARU AVANT LA BASCULE (CLOTURE A L'INITIATIVE DE    *
      * L'AGENCE) EST SIGNALE.                                        *
      *---------------------------------------------------------------*
      *
       2150-CONSTATER-CLOTURE-DEB.
      *
           IF NOT WS-MOB-BASCULEE
                SET  WS-RC-ALERTE       TO TRUE
                MOVE 'COMPTE CLOS HORS MOBILITE AVANT LA BASCULE'
                                        TO WS-TEXTE-EVT
                PERFORM 8025-EVT-ETATMOB-DEB
                   THRU 8025-EVT-ETATMOB-FIN
           END-IF.
      *
           IF WS-MOB-DATE-ORDRE-CLO = 0
                MOVE WS-DATE-JOUR-NUM   TO WS-MOB-DATE-CLOTURE
           ELSE
                MOVE WS-MOB-DATE-ORDRE-CLO TO WS-MOB-DATE-CLOTURE
           END-IF.
           MOVE 4                       TO WS-MOB-ETAPE.
           ADD  1                       TO WS-CFIN.
           MOVE 'CLOTURE CONSTATEE - DOSSIER CLOS'
                                        TO WS-TEXTE-EVT.
           PERFORM 8025-EVT-ETATMOB-DEB
              THRU 8025-EVT-ETATMOB-FIN.
      *
       2150-CONSTATER-CLOTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT INVENTAIRE                       *
      *     ===================================                       *
      *---------------------------------------------------------------*
      * POUR LA BANQUE D'ACCUEIL : ORDRES PERMANENTS EMIS PAR LE      *
      * COMPTE ET ENCORE EN VIGUEUR, MANDATS DE PRELEVEMENT ACTIFS,   *
      * EMETTEURS DE VIREMENTS RECURRENTS. UN EMETTEUR EST RETENU     *
      * S'IL EST DONNEUR D'UN ORDRE PERMANENT AU PROFIT DU COMPTE OU  *
      * S'IL A VIRE AU MOINS DEUX FOIS SUR LE COMPTE DANS LES 13      *
      * DERNIERS MOIS.                                                *
      *---------------------------------------------------------------*
      *
       2200-EDITER-INVENTAIRE-DEB.
      *
           MOVE 0                       TO WS-CVIRP-CPTE
                                           WS-CMAN-CPTE
                                           WS-CEMET-CPTE
                                           WS-TEM-NB.
           PERFORM 8100-ENTETE-INVMOB-DEB
              THRU 8100-ENTETE-INVMOB-FIN.
      *
           MOVE 'VIREMENTS PERMANENTS EMIS PAR LE COMPTE'
                                        TO WS-LINV-RUBRIQUE-ED.
           PERFORM 8110-RUBRIQUE-INVMOB-DEB
              THRU 8110-RUBRIQUE-INVMOB-FIN.
           PERFORM 2210-INVENTORIER-VIRPERM-DEB
              THRU 2210-INVENTORIER-VIRPERM-FIN.
           IF WS-CVIRP-CPTE = 0
              AND NOT WS-VIRPERM-INDISPO
                MOVE '   NEANT'             TO WS-LINV-RUBRIQUE-ED
                PERFORM 8110-RUBRIQUE-INVMOB-DEB
                   THRU 8110-RUBRIQUE-INVMOB-FIN
           END-IF.
      *
           MOVE 'MANDATS DE PRELEVEMENT SEPA ACTIFS'
                                        TO WS-LINV-RUBRIQUE-ED.
           PERFORM 8110-RUBRIQUE-INVMOB-DEB
              THRU 8110-RUBRIQUE-INVMOB-FIN.
           IF WS-MANDATS-OUVERTS
                SET  WS-MAN-INVENTORIER TO TRUE
                PERFORM 2400-PARCOURIR-MANDATS-DEB
                   THRU 2400-PARCOURIR-MANDATS-FIN
                IF WS-CMAN-CPTE = 0
                     MOVE '   NEANT'        TO WS-LINV-RUBRIQUE-ED
                     PERFORM 8110-RUBRIQUE-INVMOB-DEB
                        THRU 8110-RUBRIQUE-INVMOB-FIN
                END-IF
           ELSE
                MOVE '   FICHIER DES MANDATS INDISPONIBLE'
                                        TO WS-LINV-RUBRIQUE-ED
                PERFORM 8110-RUBRIQUE-INVMOB-DEB
                   THRU 8110-RUBRIQUE-INVMOB-FIN
           END-IF.
      *
           MOVE 'EMETTEURS DE VIREMENTS RECURRENTS (13 DERNIERS MOIS)'
                                        TO WS-LINV-RUBRIQUE-ED.
           PERFORM 8110-RUBRIQUE-INVMOB-DEB
              THRU 8110-RUBRIQUE-INVMOB-FIN.
           IF WS-HIST-DISPONIBLE
                PERFORM 2230-RELEVER-HISTORIQUE-DEB
                   THRU 2230-RELEVER-HISTORIQUE-FIN
           ELSE
                MOVE '   HISTORIQUE DES MOUVEMENTS INDISPONIBLE'
                                        TO WS-LINV-RUBRIQUE-ED
                PERFORM 8110-RUBRIQUE-INVMOB-DEB
                   THRU 8110-RUBRIQUE-INVMOB-FIN
           END-IF.
           PERFORM 2240-EDITER-EMETTEUR-DEB
              THRU 2240-EDITER-EMETTEUR-FIN
             VARYING IDX-EMT FROM 1 BY 1
             UNTIL IDX-EMT > WS-TEM-NB.
           IF WS-CEMET-CPTE = 0
                MOVE '   NEANT'             TO WS-LINV-RUBRIQUE-ED
                PERFORM 8110-RUBRIQUE-INVMOB-DEB
                   THRU 8110-RUBRIQUE-INVMOB-FIN
           END-IF.
      *
           PERFORM 8120-TOTAL-INVMOB-DEB
              THRU 8120-TOTAL-INVMOB-FIN.
      *
           MOVE WS-CVIRP-CPTE           TO WS-MOB-NB-VIRP.
           MOVE WS-CMAN-CPTE            TO WS-MOB-NB-MANDATS.
           MOVE WS-CEMET-CPTE           TO WS-MOB-NB-EMETTEURS.
      *
       2200-EDITER-INVENTAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ORDRES PERMANENTS : LE FICHIER EST RELU POUR CHAQUE           *
      * INVENTAIRE ; SON ABSENCE EST SIGNALEE SUR L'INVENTAIRE.       *
      *---------------------------------------------------------------*
      *
       2210-INVENTORIER-VIRPERM-DEB.
      *
           OPEN INPUT F-VIRPERM-E.
           IF VIRPERM-ABSENT
                SET  WS-VIRPERM-INDISPO TO TRUE
                MOVE '   FICHIER DES VIREMENTS PERMANENTS INDISPONIBLE'
                                        TO WS-LINV-RUBRIQUE-ED
                PERFORM 8110-RUBRIQUE-INVMOB-DEB
                   THRU 8110-RUBRIQUE-INVMOB-FIN
                GO TO 2210-INVENTORIER-VIRPERM-FIN
           END-IF.
           IF NOT OK-F-VIRPERM-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VIRPERM'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6091-LIRE-F-VIRPERM-DEB
              THRU 6091-LIRE-F-VIRPERM-FIN.
           PERFORM 2215-EXAMINER-ORDRE-DEB
              THRU 2215-EXAMINER-ORDRE-FIN
             UNTIL EOF-F-VIRPERM-E.
           CLOSE F-VIRPERM-E.
      *
       2210-INVENTORIER-VIRPERM-FIN.
           EXIT.
      *
       2215-EXAMINER-ORDRE-DEB.
      *
           IF WS-VP-CPTE IS NOT NUMERIC
              OR WS-VP-BENEF IS NOT NUMERIC
              OR WS-VP-MT IS NOT NUMERIC
              OR WS-VP-DATE-FIN IS NOT NUMERIC
              OR WS-VP-DATE-FIN < WS-DATE-JOUR-NUM
                GO TO 2215-EXAMINER-ORDRE-SUITE
           END-IF.
      *
           IF WS-VP-CPTE = WS-MOB-CPTE
                ADD  1                  TO WS-CVIRP-CPTE
                PERFORM 8130-ORDRE-INVMOB-DEB
                   THRU 8130-ORDRE-INVMOB-FIN
           END-IF.
      *
           IF WS-VP-BENEF = WS-MOB-CPTE
                MOVE WS-VP-CPTE         TO WS-EMET-CPTE
                PERFORM 7220-RANGER-EMETTEUR-DEB
                   THRU 7220-RANGER-EMETTEUR-FIN
                SET  WS-TEM-SUR-ORDRE (WS-IEM) TO TRUE
                IF WS-TEM-DERN-DATE (WS-IEM) = 0
                     MOVE WS-VP-MT      TO WS-TEM-DERN-MT (WS-IEM)
                END-IF
           END-IF.
      *
       2215-EXAMINER-ORDRE-SUITE.
           PERFORM 6091-LIRE-F-VIRPERM-DEB
              THRU 6091-LIRE-F-VIRPERM-FIN.
      *
       2215-EXAMINER-ORDRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DU COMPTE DEPUIS 13 MOIS : LES CREDITS DE          *
      * VIREMENTS INTERNES ('D' PORTANT LE COMPTE DONNEUR) NON        *
      * CONTRE-PASSES SONT CUMULES PAR DONNEUR. LES VIREMENTS RECUS   *
      * D'AUTRES BANQUES NE PORTENT PAS LEUR DONNEUR ET NE PEUVENT    *
      * ETRE RELEVES.                                                 *
      *---------------------------------------------------------------*
      *
       2230-RELEVER-HISTORIQUE-DEB.
      *
           SET  WS-HIST-EN-COURS        TO TRUE.
           MOVE WS-MOB-CPTE             TO FS-HIST-CPTE.
           MOVE WS-DATE-DEB-HIST        TO FS-HIST-DATE.
           MOVE '0000'                  TO FS-HIST-SEQ.
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
                DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-HIST-INEXISTANTE
                SET  WS-HIST-EPUISE     TO TRUE
           END-IF.
           PERFORM 2235-EXAMINER-MVT-HIST-DEB
              THRU 2235-EXAMINER-MVT-HIST-FIN
             UNTIL WS-HIST-EPUISE.
      *
       2230-RELEVER-HISTORIQUE-FIN.
           EXIT.
      *
       2235-EXAMINER-MVT-HIST-DEB.
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           EVALUATE TRUE
             WHEN EOF-F-MVTHIST
                  SET  WS-HIST-EPUISE   TO TRUE
             WHEN NOT OK-LEC-F-MVTHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-HIST-CPTE NOT = WS-MOB-CPTE
                  SET  WS-HIST-EPUISE   TO TRUE
             WHEN WS-HIST-CODE = 'D'
              AND WS-HIST-VIR-CPTE NOT = 0
              AND WS-HIST-NORMAL
                  MOVE WS-HIST-VIR-CPTE TO WS-EMET-CPTE
                  PERFORM 7220-RANGER-EMETTEUR-DEB
                     THRU 7220-RANGER-EMETTEUR-FIN
                  ADD  1                TO WS-TEM-NB-VIR (WS-IEM)
                  MOVE WS-HIST-MT       TO WS-TEM-DERN-MT (WS-IEM)
                  MOVE WS-HIST-DATE     TO WS-TEM-DERN-DATE (WS-IEM)
           END-EVALUATE.
       2235-EXAMINER-MVT-HIST-FIN.
           EXIT.
      *
       2240-EDITER-EMETTEUR-DEB.
           IF WS-TEM-NB-VIR (IDX-EMT) > 1
              OR WS-TEM-SUR-ORDRE (IDX-EMT)
                ADD  1                  TO WS-CEMET-CPTE
                PERFORM 8140-EMETTEUR-INVMOB-DEB
                   THRU 8140-EMETTEUR-INVMOB-FIN
           END-IF.
       2240-EDITER-EMETTEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT BASCULE                          *
      *     ================================                          *
      *---------------------------------------------------------------*
      * UN COMPTE BLOQUE (SUCCESSION, GEL DES AVOIRS, CONTENTIEUX)    *
      * NE BASCULE PAS : LA BASCULE EST SUSPENDUE ET REPRISE CHAQUE   *
      * JOUR. SINON : MANDATS REVOQUES, COMPTE MIS EN TABLE POUR      *
      * L'ARRET DE SES ORDRES PERMANENTS, ARRETE DES INTERETS ET      *
      * FRAIS AU JOUR, IBAN DU NOUVEAU COMPTE AJOUTE A LA             *
      * CORRESPONDANCE POUR LE VIREMENT DU SOLDE.                     *
      *---------------------------------------------------------------*
      *
       2300-BASCULER-DEB.
      *
           IF WS-CPT-SUCC-ACTIF OR WS-CPT-GELAV-ACTIF
              OR WS-CPT-CTX-ACTIF
                SET  WS-BASC-SUSPENDUE  TO TRUE
                SET  WS-RC-ALERTE       TO TRUE
                ADD  1                  TO WS-CSUS
                MOVE 'BASCULE SUSPENDUE : COMPTE BLOQUE'
                                        TO WS-TEXTE-EVT
                PERFORM 8025-EVT-ETATMOB-DEB
                   THRU 8025-EVT-ETATMOB-FIN
                GO TO 2300-BASCULER-FIN
           END-IF.
      *
           IF WS-MANDATS-OUVERTS
                SET  WS-MAN-REVOQUER    TO TRUE
                MOVE 0                  TO WS-CMAN-CPTE
                PERFORM 2400-PARCOURIR-MANDATS-DEB
                   THRU 2400-PARCOURIR-MANDATS-FIN
                MOVE WS-CMAN-CPTE       TO WS-ED-NB
                MOVE SPACES             TO WS-TEXTE-EVT
                STRING 'MANDATS DE PRELEVEMENT REVOQUES : ' WS-ED-NB
                       DELIMITED BY SIZE INTO WS-TEXTE-EVT
                PERFORM 8025-EVT-ETATMOB-DEB
                   THRU 8025-EVT-ETATMOB-FIN
           END-IF.
      *
           PERFORM 7230-RETENIR-BASCULE-DEB
              THRU 7230-RETENIR-BASCULE-FIN.
      *
           PERFORM 7300-ARRETER-COMPTE-DEB
              THRU 7300-ARRETER-COMPTE-FIN.
      *
           PERFORM 6400-AJOUTER-IBANREF-DEB
              THRU 6400-AJOUTER-IBANREF-FIN.
      *
           MOVE 3                       TO WS-MOB-ETAPE.
           MOVE WS-DATE-JOUR-NUM        TO WS-MOB-DATE-EFFET.
           ADD  1                       TO WS-CBAS.
           MOVE 'BASCULE EFFECTUEE'     TO WS-TEXTE-EVT.
           PERFORM 8025-EVT-ETATMOB-DEB
              THRU 8025-EVT-ETATMOB-FIN.
      *
       2300-BASCULER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PARCOURS COMPLET DES MANDATS (LE FICHIER EST CLASSE PAR       *
      * CREANCIER) : LES MANDATS ACTIFS DU COMPTE SONT LISTES A       *
      * L'INVENTAIRE OU REVOQUES A LA BASCULE SELON LE MODE.          *
      *---------------------------------------------------------------*
      *
       2400-PARCOURIR-MANDATS-DEB.
      *
           SET  WS-MANDATS-EN-COURS     TO TRUE.
           MOVE LOW-VALUES              TO FS-MAN-CLE.
           START F-MANDATS KEY IS NOT LESS THAN FS-MAN-CLE
           END-START.
           IF NOT OK-START-MAN
                DISPLAY 'PROBLEME DE START DU FICHIER F-MANDATS'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MAN-SANS-SUITE
                SET  WS-MANDATS-EPUISES TO TRUE
           END-IF.
           PERFORM 2410-EXAMINER-MANDAT-DEB
              THRU 2410-EXAMINER-MANDAT-FIN
             UNTIL WS-MANDATS-EPUISES.
      *
       2400-PARCOURIR-MANDATS-FIN.
           EXIT.
      *
       2410-EXAMINER-MANDAT-DEB.
           READ F-MANDATS NEXT RECORD INTO WS-ENRG-F-MAN.
           IF EOF-F-MANDATS
                SET  WS-MANDATS-EPUISES TO TRUE
                GO TO 2410-EXAMINER-MANDAT-FIN
           END-IF.
           IF NOT OK-LEC-F-MANDATS
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDATS'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-MAN-CPTE NOT = WS-MOB-CPTE
              OR NOT WS-MAN-ACTIF
                GO TO 2410-EXAMINER-MANDAT-FIN
           END-IF.
      *
           ADD  1                       TO WS-CMAN-CPTE.
           IF WS-MAN-INVENTORIER
                PERFORM 8150-MANDAT-INVMOB-DEB
                   THRU 8150-MANDAT-INVMOB-FIN
           ELSE
                SET  WS-MAN-REVOQUE     TO TRUE
                PERFORM 6320-REECRIRE-F-MANDATS-DEB
                   THRU 6320-REECRIRE-F-MANDATS-FIN
                ADD  1                  TO WS-CMAN
           END-IF.
       2410-EXAMINER-MANDAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ORDRE DE CLOTURE                 *
      *     =========================================                 *
      *---------------------------------------------------------------*
      * UN MOUVEMENT 'L' PORTANT LES COORDONNEES DU NOUVEAU COMPTE EST *
      * EMIS POUR LA MISE A JOUR DU JOUR, QUI VIRE LE SOLDE A LA      *
      * BANQUE D'ACCUEIL PUIS CLOT LE COMPTE. SA REFERENCE EST TIREE  *
      * DU NUMERO DE DOSSIER : LA MISE A JOUR NE L'ENREGISTRE QU'A LA *
      * CLOTURE EFFECTIVE, L'ORDRE PEUT DONC ETRE REEMIS. UN SOLDE    *
      * DEBITEUR OU UN BLOCAGE POSE DEPUIS LA BASCULE SUSPEND         *
      * L'ORDRE JUSQU'A REGULARISATION.                               *
      *---------------------------------------------------------------*
      *
       2500-ORDONNER-CLOTURE-DEB.
      *
           IF WS-CPT-SUCC-ACTIF OR WS-CPT-GELAV-ACTIF
              OR WS-CPT-CTX-ACTIF
                MOVE 'CLOTURE SUSPENDUE : COMPTE BLOQUE'
                                        TO WS-TEXTE-EVT
                GO TO 2500-ORDONNER-CLOTURE-SUSP
           END-IF.
           IF WS-CPT-SOLDE < 0
                MOVE WS-CPT-SOLDE       TO WS-ED-MT
                MOVE SPACES             TO WS-TEXTE-EVT
                STRING 'CLOTURE SUSPENDUE : SOLDE DEBITEUR '
                       WS-ED-MT
                       DELIMITED BY SIZE INTO WS-TEXTE-EVT
                GO TO 2500-ORDONNER-CLOTURE-SUSP
           END-IF.
      *
           IF WS-MOB-DATE-ORDRE-CLO NOT = 0
              AND WS-MOB-DATE-ORDRE-CLO < WS-DATE-JOUR-NUM
                MOVE 'ORDRE DE CLOTURE RELANCE'
                                        TO WS-TEXTE-EVT
           ELSE
                MOVE 'ORDRE DE CLOTURE EMIS : SOLDE VIRE A LA BANQUE'
                                        TO WS-TEXTE-EVT
                MOVE 'D''ACCUEIL'       TO WS-TEXTE-EVT (48:)
           END-IF.
           PERFORM 8025-EVT-ETATMOB-DEB
              THRU 8025-EVT-ETATMOB-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-MOB-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'L'                     TO WS-MVTS-CODE.
           MOVE 0                       TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           STRING 'M' WS-MOB-DOSSIER
                  DELIMITED BY SIZE INTO WS-MVTS-REF.
           MOVE WS-MOB-BQE              TO WS-MVTS-EXT-BQE.
           MOVE WS-MOB-CPTE-EXT         TO WS-MVTS-EXT-CPTE.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE.
           MOVE WS-CPT-DEVISE           TO WS-MVTS-DEVISE.
           MOVE 0                       TO WS-MVTS-NUM-CARTE.
           MOVE 0                       TO WS-MVTS-DATE-VAL.
           PERFORM 6085-ECRIRE-MVTMOB-DEB
              THRU 6085-ECRIRE-MVTMOB-FIN.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-MOB-DATE-ORDRE-CLO.
           ADD  1                       TO WS-CCLO.
           GO TO 2500-ORDONNER-CLOTURE-FIN.
      *
       2500-ORDONNER-CLOTURE-SUSP.
           SET  WS-CLO-SUSPENDUE        TO TRUE.
           SET  WS-RC-ALERTE            TO TRUE.
           ADD  1                       TO WS-CSUS.
           PERFORM 8025-EVT-ETATMOB-DEB
              THRU 8025-EVT-ETATMOB-FIN.
      *
       2500-ORDONNER-CLOTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ARRET DES ORDRES PERMANENTS      *
      *     ====================================================      *
      *---------------------------------------------------------------*
      * LE FICHIER DES VIREMENTS PERMANENTS EST RECOPIE DANS SA       *
      * VERSION ...NEW, LES ORDRES ENCORE EN VIGUEUR DES COMPTES      *
      * BASCULES DANS LA JOURNEE ETANT ARRETES A LA VEILLE ;          *
      * L'EXPLOITATION SUBSTITUE LA NOUVELLE VERSION A L'ANCIENNE.    *
      * FICHIER ABSENT : LES ORDRES SONT A ARRETER PAR L'AGENCE.      *
      *---------------------------------------------------------------*
      *
       3000-ARRETER-VIRPERM-DEB.
      *
           OPEN INPUT F-VIRPERM-E.
           IF VIRPERM-ABSENT
                SET  WS-VIRPERM-INDISPO TO TRUE
                SET  WS-RC-ALERTE       TO TRUE
                DISPLAY 'FICHIER VIRPERM ABSENT - ORDRES NON ARRETES'
                GO TO 3000-ARRETER-VIRPERM-FIN
           END-IF.
           OPEN OUTPUT F-VIRPERM-S.
           IF NOT OK-F-VIRPERM-E OR NOT OK-F-VIRPERM-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS VIRPERM'
             DISPLAY 'FILE STATUS = ' WS-FS-F-VIRPERM-E ' '
                     WS-FS-F-VIRPERM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6091-LIRE-F-VIRPERM-DEB
              THRU 6091-LIRE-F-VIRPERM-FIN.
      *
           PERFORM 3010-RECOPIER-ORDRE-DEB
              THRU 3010-RECOPIER-ORDRE-FIN
             UNTIL EOF-F-VIRPERM-E.
      *
           CLOSE F-VIRPERM-E F-VIRPERM-S.
           SET  WS-VIRPERM-RECOPIE      TO TRUE.
      *
       3000-ARRETER-VIRPERM-FIN.
           EXIT.
      *
       3010-RECOPIER-ORDRE-DEB.
      *
           IF WS-VP-CPTE IS NUMERIC
              AND WS-VP-DATE-FIN IS NUMERIC
              AND WS-VP-DATE-FIN > WS-DATE-VEILLE
                SET  WS-ORDRE-CONSERVE  TO TRUE
                PERFORM 3020-COMPARER-COMPTE-DEB
                   THRU 3020-COMPARER-COMPTE-FIN
                  VARYING IDX-BAS FROM 1 BY 1
                  UNTIL IDX-BAS > WS-TBA-NB
                     OR WS-ORDRE-A-ARRETER
                IF WS-ORDRE-A-ARRETER
                     MOVE WS-DATE-VEILLE TO WS-VP-DATE-FIN
                     ADD  1             TO WS-CVIRP
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-VIRPERM-S FROM WS-ENRG-F-VIRP.
           IF NOT OK-F-VIRPERM-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER VIRPERMNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6091-LIRE-F-VIRPERM-DEB
              THRU 6091-LIRE-F-VIRPERM-FIN.
      *
       3010-RECOPIER-ORDRE-FIN.
           EXIT.
      *
       3020-COMPARER-COMPTE-DEB.
           IF WS-TBA-CPTE (IDX-BAS) = WS-VP-CPTE
                SET  WS-ORDRE-A-ARRETER TO TRUE
           END-IF.
       3020-COMPARER-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-F-CPTE-ES-DEB.
           OPEN I-O F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES DOSSIERS PERMANENT : CREE VIDE A LA PREMIERE      *
      * EXECUTION.                                                    *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-MOBILITE-DEB.
           OPEN I-O F-MOBILITE.
           IF MOBILITE-ABSENT
                OPEN OUTPUT F-MOBILITE
                CLOSE F-MOBILITE
                OPEN I-O F-MOBILITE
           END-IF.
           IF NOT OK-F-MOBILITE
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MOBILITE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OUVRIR-F-MOBILITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LA TRACE DES ARRETES DE BASCULE S'ETEND SUR LA JOURNEE : UNE  *
      * REPRISE NE PERD PAS LES MOUVEMENTS DEJA PASSES AUX COMPTES.   *
      *---------------------------------------------------------------*
       6010-OUVRIR-SORTIES-DEB.
           OPEN EXTEND F-MVTCLO-S
           IF MVTCLO-ABSENT
                OPEN OUTPUT F-MVTCLO-S
           END-IF.
           IF NOT OK-F-MVTCLO-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTCLO'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTCLO-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-MVTMOB-S
           IF NOT OK-F-MVTMOB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTMOB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-INVMOB-S
           IF NOT OK-F-INVMOB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER INVMOB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INVMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATMOB-S
           IF NOT OK-F-ETATMOB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATMOB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-SORTIES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES MANDATS FACULTATIF : EN SON ABSENCE, L'INVENTAIRE *
      * LE SIGNALE ET LA BASCULE NE REVOQUE AUCUN MANDAT.             *
      *---------------------------------------------------------------*
       6015-OUVRIR-F-MANDATS-DEB.
           OPEN I-O F-MANDATS.
           EVALUATE TRUE
             WHEN OK-F-MANDATS
                  SET WS-MANDATS-OUVERTS TO TRUE
             WHEN MANDATS-ABSENT
                  SET WS-MANDATS-FERMES  TO TRUE
                  DISPLAY 'FICHIER MANDATS ABSENT - '
                          'AUCUN MANDAT INVENTORIE NI REVOQUE'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDATS'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6015-OUVRIR-F-MANDATS-FIN.
           EXIT.
      *
       6025-LIRE-F-MOBDEM-DEB.
           READ F-MOBDEM-E INTO WS-ENRG-F-MBD.
           IF NOT OK-LEC-F-MOBDEM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MOBDEM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBDEM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6025-LIRE-F-MOBDEM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE JOURNAL DES IMAGES S'ETEND DE RUN EN RUN, COMME DANS LA    *
      * MISE A JOUR QUOTIDIENNE : IL N'EST REMIS A ZERO QUE PAR       *
      * L'EXPLOITATION APRES UNE NOUVELLE SAUVEGARDE DU FICHIER.      *
      *---------------------------------------------------------------*
       6030-OUVRIR-F-JRNL-DEB.
           OPEN EXTEND F-JRNL.
           IF JRNL-ABSENT
                OPEN OUTPUT F-JRNL
                CLOSE F-JRNL
                OPEN EXTEND F-JRNL
           END-IF.
           IF NOT OK-F-JRNL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-JRNL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-F-JRNL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE GRAND-LIVRE FISCAL EST PERMANENT : CREE VIDE AU PREMIER    *
      * ARRETE PUIS ROUVERT EN MISE A JOUR.                           *
      *---------------------------------------------------------------*
       6035-OUVRIR-F-FISCLEDG-DEB.
           OPEN I-O F-FISCLEDG.
           IF FISCLEDG-ABSENT
                OPEN OUTPUT F-FISCLEDG
                CLOSE F-FISCLEDG
                OPEN I-O F-FISCLEDG
           END-IF.
           IF NOT OK-F-FISCLEDG
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FISCLEDG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FISCLEDG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-F-FISCLEDG-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           EVALUATE TRUE
             WHEN OK-F-CPTE-ES
                  SET WS-CPTE-PRESENT    TO TRUE
                  MOVE WS-ENRG-F-CPT     TO WS-CPT-IMAGE-AVANT
             WHEN COMPTE-INEXISTANT
                  SET WS-CPTE-DISPARU    TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6045-LIRE-F-MOBILITE-DEB.
           READ F-MOBILITE INTO WS-ENRG-F-MOB.
           IF NOT OK-F-MOBILITE
              AND NOT DOSSIER-INCONNU
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MOBILITE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6045-LIRE-F-MOBILITE-FIN.
           EXIT.
      *
       6050-LIRE-SUIVANT-F-MOB-DEB.
           READ F-MOBILITE NEXT RECORD INTO WS-ENRG-F-MOB.
           IF EOF-F-MOBILITE
                SET  WS-DOSSIERS-EPUISES TO TRUE
           END-IF.
           IF NOT OK-LEC-F-MOBILITE
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MOBILITE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-LIRE-SUIVANT-F-MOB-FIN.
           EXIT.
      *
       6060-ECRIRE-LIGNE-ETATMOB-DEB.
           WRITE FS-ENRG-ETATMOB
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATMOB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATMOB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-LIGNE-ETATMOB-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-INVMOB-DEB.
           WRITE FS-ENRG-INVMOB
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-INVMOB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-INVMOB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INVMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-INVMOB-FIN.
           EXIT.
      *
       6080-ECRIRE-MVTCLO-DEB.
           WRITE FS-ENRG-F-MVTCLO
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTCLO-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTCLO-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTCLO-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-MVTCLO-FIN.
           EXIT.
      *
       6085-ECRIRE-MVTMOB-DEB.
           WRITE FS-ENRG-F-MVTMOB
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTMOB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTMOB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTMOB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6085-ECRIRE-MVTMOB-FIN.
           EXIT.
      *
       6090-REECRIRE-F-CPTE-ES-DEB.
           REWRITE FS-ENRG-F-CPT
                   FROM WS-ENRG-F-CPT
           END-REWRITE.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'RE'                    TO WS-JRNL-OP.
           MOVE WS-CPT-IMAGE-AVANT      TO WS-JRNL-AVANT.
           MOVE WS-ENRG-F-CPT           TO WS-JRNL-APRES.
           MOVE WS-CPT-CPTE             TO WS-JRNL-CPTE.
           PERFORM 6290-ECRIRE-F-JRNL-DEB
              THRU 6290-ECRIRE-F-JRNL-FIN.
       6090-REECRIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6091-LIRE-F-VIRPERM-DEB.
           READ F-VIRPERM-E INTO WS-ENRG-F-VIRP.
           IF NOT OK-LEC-F-VIRPERM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VIRPERM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6091-LIRE-F-VIRPERM-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           CLOSE F-MOBILITE.
           IF NOT OK-F-MOBILITE
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MOBILITE'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           IF WS-MANDATS-OUVERTS
                CLOSE F-MANDATS
                IF NOT OK-F-MANDATS
                  DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MANDATS'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6215-FERMER-F-MVTHIST-DEB
              THRU 6215-FERMER-F-MVTHIST-FIN.
           PERFORM 6130-FERMER-F-JRNL-DEB
              THRU 6130-FERMER-F-JRNL-FIN.
           PERFORM 6135-FERMER-F-FISCLEDG-DEB
              THRU 6135-FERMER-F-FISCLEDG-FIN.
           CLOSE F-MVTCLO-S F-MVTMOB-S F-INVMOB-S F-ETATMOB-S.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
       6130-FERMER-F-JRNL-DEB.
           CLOSE F-JRNL.
           IF NOT OK-F-JRNL
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-JRNL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-F-JRNL-FIN.
           EXIT.
      *
       6135-FERMER-F-FISCLEDG-DEB.
           CLOSE F-FISCLEDG.
           IF NOT OK-F-FISCLEDG
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-FISCLEDG'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FISCLEDG
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-F-FISCLEDG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      *---------------------------------------------------------------*
       6200-CHARGER-F-PARAM-DEB.
           OPEN INPUT F-PARAM-E.
           IF OK-F-PARAM-E
                PERFORM 6205-LIRE-F-PARAM-DEB
                   THRU 6205-LIRE-F-PARAM-FIN
                PERFORM 7030-SELECT-PARAM-DEB
                   THRU 7030-SELECT-PARAM-FIN
                  UNTIL EOF-F-PARAM-E
                CLOSE F-PARAM-E
           ELSE
                DISPLAY 'FICHIER PARAMS ABSENT - '
                        'VALEURS PAR DEFAUT CONSERVEES'
           END-IF.
       6200-CHARGER-F-PARAM-FIN.
           EXIT.
      *
       6205-LIRE-F-PARAM-DEB.
           READ F-PARAM-E INTO WS-ENRG-F-PARAM.
           IF NOT OK-LEC-F-PARAM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARAM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARAM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6205-LIRE-F-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * OUVERTURE DE L'HISTORIQUE DES MOUVEMENTS : FICHIER FACULTATIF,*
      * EN SON ABSENCE LES EMETTEURS NE SONT PAS RELEVES.             *
      *---------------------------------------------------------------*
       6210-OUVRIR-F-MVTHIST-DEB.
           OPEN INPUT F-MVTHIST.
           EVALUATE TRUE
             WHEN OK-F-MVTHIST
                  SET WS-HIST-DISPONIBLE   TO TRUE
             WHEN MVTHIST-ABSENT
                  SET WS-HIST-INDISPONIBLE TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6210-OUVRIR-F-MVTHIST-FIN.
           EXIT.
      *
       6215-FERMER-F-MVTHIST-DEB.
           IF WS-HIST-INDISPONIBLE
                GO TO 6215-FERMER-F-MVTHIST-FIN
           END-IF.
           CLOSE F-MVTHIST.
           IF NOT OK-F-MVTHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6215-FERMER-F-MVTHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CATALOGUE DES FORFAITS : FICHIER FACULTATIF, EN *
      * SON ABSENCE TOUS LES COMPTES SONT AU TARIF STANDARD. SEULS    *
      * LES ENREGISTREMENTS DONT LA PLAGE DE DATES D'EFFET COUVRE LA  *
      * DATE DE TRAITEMENT SONT RETENUS.                              *
      *---------------------------------------------------------------*
       6220-CHARGER-F-FORFAITS-DEB.
           OPEN INPUT F-FORFAITS-E.
           IF FORFAITS-ABSENT
                DISPLAY 'CATALOGUE DES FORFAITS ABSENT - '
                        'TARIF STANDARD POUR TOUS LES COMPTES'
                GO TO 6220-CHARGER-F-FORFAITS-FIN
           END-IF.
           IF NOT OK-F-FORFAITS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-FORFAITS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FORFAITS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6222-LIRE-F-FORFAITS-DEB
              THRU 6222-LIRE-F-FORFAITS-FIN.
           PERFORM 6224-RANGER-FORFAIT-DEB
              THRU 6224-RANGER-FORFAIT-FIN
             UNTIL EOF-F-FORFAITS-E.
           CLOSE F-FORFAITS-E.
       6220-CHARGER-F-FORFAITS-FIN.
           EXIT.
      *
       6222-LIRE-F-FORFAITS-DEB.
           READ F-FORFAITS-E INTO WS-ENRG-F-FOR.
           IF NOT OK-LEC-F-FORFAITS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FORFAITS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FORFAITS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6222-LIRE-F-FORFAITS-FIN.
           EXIT.
      *
       6224-RANGER-FORFAIT-DEB.
           IF WS-FOR-CODE NOT = SPACES
              AND WS-FOR-FRAIS IS NUMERIC
              AND WS-FOR-DATE-DEB IS NUMERIC
              AND WS-FOR-DATE-FIN IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-FOR-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-FOR-DATE-FIN
                IF WS-TFO-NB < WS-MAX-FORFAITS
                     ADD  1             TO WS-TFO-NB
                     MOVE WS-FOR-CODE   TO WS-TFO-CODE (WS-TFO-NB)
                     MOVE WS-FOR-LIBELLE
                                        TO WS-TFO-LIBELLE (WS-TFO-NB)
                     MOVE WS-FOR-FRAIS  TO WS-TFO-FRAIS (WS-TFO-NB)
                     MOVE WS-FOR-EXO-AGIOS
                                        TO WS-TFO-EXO-AGIOS
                                           (WS-TFO-NB)
                ELSE
                     DISPLAY 'TABLE DES FORFAITS SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6222-LIRE-F-FORFAITS-DEB
              THRU 6222-LIRE-F-FORFAITS-FIN.
       6224-RANGER-FORFAIT-FIN.
           EXIT.
      *
       6290-ECRIRE-F-JRNL-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-JRNL-DATE.
           ACCEPT WS-HEURE-JOUR         FROM TIME.
           MOVE WS-HEURE-JOUR           TO WS-JRNL-HEURE.
           WRITE FS-ENRG-F-JRNL
                 FROM WS-ENRG-F-JRNL
           END-WRITE.
           IF NOT OK-F-JRNL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-JRNL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6290-ECRIRE-F-JRNL-FIN.
           EXIT.
      *
       6300-ECRIRE-F-MOBILITE-DEB.
           WRITE FS-ENRG-F-MOB FROM WS-ENRG-F-MOB
           END-WRITE.
           IF NOT OK-F-MOBILITE
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MOBILITE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-ECRIRE-F-MOBILITE-FIN.
           EXIT.
      *
       6305-REECRIRE-F-MOBILITE-DEB.
           REWRITE FS-ENRG-F-MOB FROM WS-ENRG-F-MOB
           END-REWRITE.
           IF NOT OK-F-MOBILITE
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-MOBILITE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MOBILITE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6305-REECRIRE-F-MOBILITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMUL AU GRAND-LIVRE FISCAL : L'ENREGISTREMENT DU CLIENT POUR *
      * L'ANNEE EN COURS EST CREE A LA PREMIERE RETENUE PUIS CUMULE.  *
      *---------------------------------------------------------------*
       6310-MAJ-FISCLEDG-DEB.
           COMPUTE WS-ANNEE-ARRETE = SS * 100 + AA.
           MOVE WS-CPT-CLIENT           TO WS-FIS-CLIENT.
           MOVE WS-ANNEE-ARRETE         TO WS-FIS-ANNEE.
           MOVE WS-FIS-CLE              TO FS-FIS-CLE.
           READ F-FISCLEDG INTO WS-ENRG-F-FIS.
           EVALUATE TRUE
             WHEN OK-F-FISCLEDG
                  ADD  WS-INTERET       TO WS-FIS-BRUT
                  ADD  WS-RETENUE       TO WS-FIS-RETENUE
                  MOVE WS-CPT-NOM       TO WS-FIS-NOM
                  REWRITE FS-ENRG-F-FIS FROM WS-ENRG-F-FIS
                  END-REWRITE
             WHEN FISCAL-INCONNU
                  MOVE SPACES           TO WS-ENRG-F-FIS
                  MOVE WS-CPT-CLIENT    TO WS-FIS-CLIENT
                  MOVE WS-ANNEE-ARRETE  TO WS-FIS-ANNEE
                  MOVE WS-CPT-NOM       TO WS-FIS-NOM
                  MOVE WS-INTERET       TO WS-FIS-BRUT
                  MOVE WS-RETENUE       TO WS-FIS-RETENUE
                  WRITE FS-ENRG-F-FIS FROM WS-ENRG-F-FIS
                  END-WRITE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FISCLEDG'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FISCLEDG
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           IF NOT OK-F-FISCLEDG
             DISPLAY 'PROBLEME DE MISE A JOUR DU FICHIER F-FISCLEDG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FISCLEDG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-MAJ-FISCLEDG-FIN.
           EXIT.
      *
       6320-REECRIRE-F-MANDATS-DEB.
           REWRITE FS-ENRG-F-MAN FROM WS-ENRG-F-MAN
           END-REWRITE.
           IF NOT OK-F-MANDATS
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-REECRIRE-F-MANDATS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CALENDRIER BANCAIRE : FICHIER FACULTATIF. EN    *
      * SON ABSENCE, LES JOURS OUVRES SONT LES JOURS DU LUNDI AU      *
      * VENDREDI.                                                     *
      *---------------------------------------------------------------*
       6340-CHARGER-F-CALBANC-DEB.
           OPEN INPUT F-CALBANC-E.
           IF CALBANC-ABSENT
                DISPLAY 'CALENDRIER BANCAIRE ABSENT - '
                        'JOURS OUVRES DU LUNDI AU VENDREDI'
                GO TO 6340-CHARGER-F-CALBANC-FIN
           END-IF.
           IF NOT OK-F-CALBANC-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CALBANC'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CALBANC-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-CALEND-CHARGE        TO TRUE.
           PERFORM 6342-LIRE-F-CALBANC-DEB
              THRU 6342-LIRE-F-CALBANC-FIN.
           PERFORM 6344-RANGER-JOUR-CAL-DEB
              THRU 6344-RANGER-JOUR-CAL-FIN
             UNTIL EOF-F-CALBANC-E.
           CLOSE F-CALBANC-E.
       6340-CHARGER-F-CALBANC-FIN.
           EXIT.
      *
       6342-LIRE-F-CALBANC-DEB.
           READ F-CALBANC-E INTO WS-ENRG-F-CAL.
           IF NOT OK-LEC-F-CALBANC-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CALBANC-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CALBANC-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6342-LIRE-F-CALBANC-FIN.
           EXIT.
      *
       6344-RANGER-JOUR-CAL-DEB.
           IF WS-CAL-DATE IS NUMERIC
                IF WS-TCA-NB < WS-MAX-CALEND
                     ADD  1             TO WS-TCA-NB
                     MOVE WS-CAL-DATE   TO WS-TCA-DATE (WS-TCA-NB)
                     MOVE WS-CAL-OUVRE  TO WS-TCA-OUVRE (WS-TCA-NB)
                     MOVE WS-CAL-FIN-MOIS
                                        TO WS-TCA-FIN-MOIS (WS-TCA-NB)
                     MOVE WS-CAL-FIN-TRIM
                                        TO WS-TCA-FIN-TRIM (WS-TCA-NB)
                ELSE
                     DISPLAY 'TABLE DU CALENDRIER SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           ELSE
                DISPLAY 'JOUR DE CALENDRIER HORS DESSIN IGNORE'
           END-IF.
           PERFORM 6342-LIRE-F-CALBANC-DEB
              THRU 6342-LIRE-F-CALBANC-FIN.
       6344-RANGER-JOUR-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CORRESPONDANCE IBAN : LE NOUVEL IBAN EST AJOUTE EN FIN DE     *
      * FICHIER, SOUS LE CODE BANQUE ET LE COMPTE EXTERNE QUE PORTE   *
      * L'ORDRE DE CLOTURE, S'IL N'Y FIGURE PAS DEJA. LE CHARGEMENT   *
      * DES REFERENTIELS LE REPREND DANS LA NUIT, AVANT LA MISE A     *
      * JOUR QUI VIRE LE SOLDE.                                       *
      *---------------------------------------------------------------*
       6400-AJOUTER-IBANREF-DEB.
           SET  WS-IBR-A-AJOUTER        TO TRUE.
           OPEN INPUT F-IBANREF.
           IF IBANREF-ABSENT
                GO TO 6400-AJOUTER-IBANREF-ECRIRE
           END-IF.
           IF NOT OK-F-IBANREF
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6405-LIRE-F-IBANREF-DEB
              THRU 6405-LIRE-F-IBANREF-FIN.
           PERFORM 6410-COMPARER-IBAN-DEB
              THRU 6410-COMPARER-IBAN-FIN
             UNTIL EOF-F-IBANREF
                OR WS-IBR-CONNU.
           CLOSE F-IBANREF.
           IF WS-IBR-CONNU
                GO TO 6400-AJOUTER-IBANREF-FIN
           END-IF.
           OPEN EXTEND F-IBANREF.
           GO TO 6400-AJOUTER-IBANREF-SUITE.
      *
       6400-AJOUTER-IBANREF-ECRIRE.
           OPEN OUTPUT F-IBANREF.
      *
       6400-AJOUTER-IBANREF-SUITE.
           IF NOT OK-F-IBANREF
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-IBR.
           MOVE WS-MOB-IBAN             TO WS-IBR-IBAN.
           MOVE WS-MOB-BQE              TO WS-IBR-BQE.
           MOVE WS-MOB-CPTE-EXT         TO WS-IBR-CPTE.
           WRITE FS-ENRG-F-IBANREF FROM WS-ENRG-F-IBR
           END-WRITE.
           IF NOT OK-F-IBANREF
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-IBANREF.
           ADD  1                       TO WS-CIBR.
       6400-AJOUTER-IBANREF-FIN.
           EXIT.
      *
       6405-LIRE-F-IBANREF-DEB.
           READ F-IBANREF INTO WS-ENRG-F-IBR.
           IF NOT OK-LEC-F-IBANREF
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6405-LIRE-F-IBANREF-FIN.
           EXIT.
      *
       6410-COMPARER-IBAN-DEB.
           IF WS-IBR-BQE = WS-MOB-BQE
              AND WS-IBR-CPTE = WS-MOB-CPTE-EXT
                SET  WS-IBR-CONNU       TO TRUE
           ELSE
                PERFORM 6405-LIRE-F-IBANREF-DEB
                   THRU 6405-LIRE-F-IBANREF-FIN
           END-IF.
       6410-COMPARER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * DATE DU JOUR, VEILLE (ARRET DES ORDRES PERMANENTS) ET DEBUT   *
      * DE LA PERIODE D'HISTORIQUE RELEVEE A L'INVENTAIRE (13 MOIS).  *
      *---------------------------------------------------------------*
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED              TO WS-LMOB-DATE-ED.
           MOVE WS-DATE-ED              TO WS-LINV-DATE-ED.
      *
           STRING 'MVTCLO_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-MVTCLO.
           STRING 'INVMOB_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-INVMOB.
           STRING 'ETATMOB_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATMOB.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-LEND-NUM.
           PERFORM 7045-RETIRER-UN-JOUR-DEB
              THRU 7045-RETIRER-UN-JOUR-FIN.
           MOVE WS-DATE-LEND-NUM        TO WS-DATE-VEILLE.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-LEND-NUM.
           COMPUTE WS-LEND-ANNEE = WS-LEND-SS * 100 + WS-LEND-AA - 1.
           IF WS-LEND-MM = 1
                MOVE 12                 TO WS-LEND-MM
                SUBTRACT 1            FROM WS-LEND-ANNEE
           ELSE
                SUBTRACT 1            FROM WS-LEND-MM
           END-IF.
           DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-LEND-SS
                  REMAINDER WS-LEND-AA.
           MOVE WS-DATE-LEND-NUM        TO WS-DATE-DEB-HIST.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AGIOS DU TRIMESTRE EN COURS, AU PRORATA DES JOURS ECOULES :   *
      * TAUX PLEIN DANS L'AUTORISATION, MAJORE DE MOITIE AU DELA.     *
      *---------------------------------------------------------------*
       7010-CALC-AGIOS-DEB.
           MOVE 0                       TO WS-AGIOS.
           IF WS-CPT-SOLDE < 0
                COMPUTE WS-DECOUVERT = WS-CPT-SOLDE * -1
                IF WS-DECOUVERT > WS-CPT-LIMITE
                     COMPUTE WS-DEPASSEMENT =
                             WS-DECOUVERT - WS-CPT-LIMITE
                ELSE
                     MOVE 0              TO WS-DEPASSEMENT
                END-IF
                COMPUTE WS-AGIOS ROUNDED =
                        ((WS-DECOUVERT - WS-DEPASSEMENT)
                          * WS-TAUX-AGIOS * WS-NB-JOURS) / 36500
                      + (WS-DEPASSEMENT
                          * WS-TAUX-AGIOS * 1,5 * WS-NB-JOURS) / 36500
           END-IF.
       7010-CALC-AGIOS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETENUE A LA SOURCE : PRELEVEMENT FORFAITAIRE PLUS            *
      * PRELEVEMENTS SOCIAUX SUR L'INTERET BRUT DE LA PERIODE.        *
      *---------------------------------------------------------------*
       7015-CALC-RETENUE-DEB.
           COMPUTE WS-RETENUE ROUNDED =
                   (WS-INTERET * (WS-TAUX-PFU + WS-TAUX-SOC)) / 100.
           COMPUTE WS-INTERET-NET =
                   WS-INTERET - WS-RETENUE.
       7015-CALC-RETENUE-FIN.
           EXIT.
      *
       7020-PREP-MVT-INTERET-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CPT-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'I'                     TO WS-MVTS-CODE.
           MOVE WS-INTERET-NET          TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CPT-DEVISE           TO WS-MVTS-DEVISE.
       7020-PREP-MVT-INTERET-FIN.
           EXIT.
      *
       7025-PREP-MVT-IMPOT-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CPT-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'T'                     TO WS-MVTS-CODE.
           MOVE WS-RETENUE              TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CPT-DEVISE           TO WS-MVTS-DEVISE.
       7025-PREP-MVT-IMPOT-FIN.
           EXIT.
      *
       7027-PREP-MVT-FRAIS-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CPT-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'F'                     TO WS-MVTS-CODE.
           MOVE WS-TOTAL-PRELEVE        TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CPT-DEVISE           TO WS-MVTS-DEVISE.
       7027-PREP-MVT-FRAIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETIENT LA VALEUR DU BAREME DONT LA PLAGE DE DATES D'EFFET    *
      * COUVRE LA DATE DE TRAITEMENT DU JOUR.                         *
      *---------------------------------------------------------------*
       7030-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-TXEPARGN
                       MOVE WS-PARAM-VALEUR TO WS-TAUX-EPARGNE
                  WHEN WS-PARAM-TXAGIOS
                       MOVE WS-PARAM-VALEUR TO WS-TAUX-AGIOS
                  WHEN WS-PARAM-FRTENUE
                       MOVE WS-PARAM-VALEUR TO WS-FRAIS-TENUE
                  WHEN WS-PARAM-TXPFU
                       MOVE WS-PARAM-VALEUR TO WS-TAUX-PFU
                  WHEN WS-PARAM-TXSOC
                       MOVE WS-PARAM-VALEUR TO WS-TAUX-SOC
                END-EVALUATE
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * IBAN : LETTRES MAJUSCULES ET CHIFFRES CADRES A GAUCHE, 15 A   *
      * 27 CARACTERES, CODE PAYS ALPHABETIQUE, CLE NUMERIQUE ET RESTE *
      * DE LA DIVISION PAR 97 EGAL A 1.                               *
      *---------------------------------------------------------------*
       7032-CONTROLER-IBAN-DEB.
           SET  WS-IBAN-VALIDE          TO TRUE.
           MOVE 0                       TO WS-IBAN-LG.
           INSPECT WS-IBAN-CTL TALLYING WS-IBAN-LG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LG < 15
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7032-CONTROLER-IBAN-FIN
           END-IF.
           IF WS-IBAN-LG < 27
                IF WS-IBAN-CTL (WS-IBAN-LG + 1 : ) NOT = SPACES
                     SET WS-IBAN-INVALIDE TO TRUE
                     GO TO 7032-CONTROLER-IBAN-FIN
                END-IF
           END-IF.
           IF WS-IBAN-CTL (1 : WS-IBAN-LG) IS NOT CAR-IBAN
              OR WS-IBAN-CTL (1 : 2) IS NOT ALPHABETIC
              OR WS-IBAN-CTL (3 : 2) IS NOT NUMERIC
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7032-CONTROLER-IBAN-FIN
           END-IF.
           MOVE 0                       TO WS-IBAN-RESTE.
           PERFORM 7034-CUMULER-CAR-DEB
              THRU 7034-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 5 BY 1
             UNTIL WS-IBAN-POS > WS-IBAN-LG.
           PERFORM 7034-CUMULER-CAR-DEB
              THRU 7034-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 1 BY 1
             UNTIL WS-IBAN-POS > 4.
           IF WS-IBAN-RESTE NOT = 1
                SET WS-IBAN-INVALIDE    TO TRUE
           END-IF.
       7032-CONTROLER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN CHIFFRE DECALE LE RESTE D'UN RANG, UNE LETTRE (RANG DANS   *
      * L'ALPHABET + 9) DE DEUX RANGS.                                *
      *---------------------------------------------------------------*
       7034-CUMULER-CAR-DEB.
           MOVE WS-IBAN-CTL (WS-IBAN-POS : 1) TO WS-IBAN-CAR.
           IF WS-IBAN-CAR IS NUMERIC
                COMPUTE WS-IBAN-CUMUL = WS-IBAN-RESTE * 10
                                      + WS-IBAN-CHIFFRE
           ELSE
                MOVE 0                  TO WS-IBAN-VAL
                INSPECT WS-ALPHABET TALLYING WS-IBAN-VAL
                        FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
                COMPUTE WS-IBAN-CUMUL = WS-IBAN-RESTE * 100
                                      + WS-IBAN-VAL + 10
           END-IF.
           DIVIDE WS-IBAN-CUMUL BY 97 GIVING WS-IBAN-QUOT
                  REMAINDER WS-IBAN-RESTE.
       7034-CUMULER-CAR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JOUR SUIVANT ET JOUR PRECEDENT DE LA DATE WS-DATE-LEND.       *
      *---------------------------------------------------------------*
       7040-AJOUTER-UN-JOUR-DEB.
           PERFORM 7046-JOURS-DU-MOIS-DEB
              THRU 7046-JOURS-DU-MOIS-FIN.
           ADD  1                       TO WS-LEND-JJ.
           IF WS-LEND-JJ > WS-NB-JOURS-MOIS
                MOVE 1                  TO WS-LEND-JJ
                ADD  1                  TO WS-LEND-MM
           END-IF.
           IF WS-LEND-MM > 12
                MOVE 1                  TO WS-LEND-MM
                ADD  1                  TO WS-LEND-ANNEE
                DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-LEND-SS
                       REMAINDER WS-LEND-AA
           END-IF.
       7040-AJOUTER-UN-JOUR-FIN.
           EXIT.
      *
       7045-RETIRER-UN-JOUR-DEB.
           IF WS-LEND-JJ > 1
                SUBTRACT 1            FROM WS-LEND-JJ
                GO TO 7045-RETIRER-UN-JOUR-FIN
           END-IF.
           IF WS-LEND-MM = 1
                MOVE 12                 TO WS-LEND-MM
                COMPUTE WS-LEND-ANNEE = WS-LEND-SS * 100
                                      + WS-LEND-AA - 1
                DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-LEND-SS
                       REMAINDER WS-LEND-AA
           ELSE
                SUBTRACT 1            FROM WS-LEND-MM
           END-IF.
           PERFORM 7046-JOURS-DU-MOIS-DEB
              THRU 7046-JOURS-DU-MOIS-FIN.
           MOVE WS-NB-JOURS-MOIS        TO WS-LEND-JJ.
       7045-RETIRER-UN-JOUR-FIN.
           EXIT.
      *
       7046-JOURS-DU-MOIS-DEB.
           COMPUTE WS-LEND-ANNEE = WS-LEND-SS * 100 + WS-LEND-AA.
           DIVIDE WS-LEND-ANNEE BY 4   GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-4.
           DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-100.
           DIVIDE WS-LEND-ANNEE BY 400 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-400.
           EVALUATE WS-LEND-MM
             WHEN 2
                  IF WS-RESTE-400 = 0
                     OR (WS-RESTE-4 = 0 AND WS-RESTE-100 NOT = 0)
                       MOVE 29          TO WS-NB-JOURS-MOIS
                  ELSE
                       MOVE 28          TO WS-NB-JOURS-MOIS
                  END-IF
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
                  MOVE 30               TO WS-NB-JOURS-MOIS
             WHEN OTHER
                  MOVE 31               TO WS-NB-JOURS-MOIS
           END-EVALUATE.
       7046-JOURS-DU-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AJOUTE A LA DATE WS-DATE-LEND LE NOMBRE DE JOURS OUVRES       *
      * WS-NB-OUVRES-VISES. UN JOUR EST OUVRE S'IL L'EST AU           *
      * CALENDRIER BANCAIRE ; HORS CALENDRIER, DU LUNDI AU VENDREDI.  *
      *---------------------------------------------------------------*
       7050-AJOUTER-OUVRES-DEB.
           MOVE 0                       TO WS-NB-OUVRES.
           PERFORM 7055-JOUR-SUIVANT-DEB
              THRU 7055-JOUR-SUIVANT-FIN
             UNTIL WS-NB-OUVRES NOT < WS-NB-OUVRES-VISES.
       7050-AJOUTER-OUVRES-FIN.
           EXIT.
      *
       7055-JOUR-SUIVANT-DEB.
           PERFORM 7040-AJOUTER-UN-JOUR-DEB
              THRU 7040-AJOUTER-UN-JOUR-FIN.
           IF WS-CALEND-CHARGE
                MOVE WS-DATE-LEND-NUM   TO WS-DATE-CONSULT
                PERFORM 7090-CONSULTER-CALENDRIER-DEB
                   THRU 7090-CONSULTER-CALENDRIER-FIN
                IF WS-CAL-DATE-TROUVEE
                     IF WS-CAL-OUVRE-TROUVE = 'O'
                          ADD  1        TO WS-NB-OUVRES
                     END-IF
                     GO TO 7055-JOUR-SUIVANT-FIN
                END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * LE NUMERO DE JOUR CIVIL MODULO 7 DONNE 4 LE SAMEDI ET 5 LE    *
      * DIMANCHE.                                                     *
      *---------------------------------------------------------------*
           MOVE WS-DATE-LEND-NUM        TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           DIVIDE WS-SERIAL BY 7 GIVING WS-SEMAINES
                  REMAINDER WS-JOUR-SEMAINE.
           IF WS-JOUR-SEMAINE NOT = 4
              AND WS-JOUR-SEMAINE NOT = 5
                ADD  1                  TO WS-NB-OUVRES
           END-IF.
       7055-JOUR-SUIVANT-FIN.
           EXIT.
      *
       7080-EDITER-DATE-DEB.
           MOVE WS-DW-JJ                TO WS-DED-JJ.
           MOVE WS-DW-MM                TO WS-DED-MM.
           MOVE WS-DW-AAAA              TO WS-DED-AAAA.
       7080-EDITER-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE EDITEE POUR UNE ZONE FACULTATIVE : A BLANC SI NULLE.     *
      *---------------------------------------------------------------*
       7082-EDITER-DATE-ZONE-DEB.
           IF WS-DATE-W-NUM = 0
                MOVE SPACES             TO WS-DATE-ED-ZONE
           ELSE
                PERFORM 7080-EDITER-DATE-DEB
                   THRU 7080-EDITER-DATE-FIN
                MOVE WS-DATE-ED         TO WS-DATE-ED-ZONE
           END-IF.
       7082-EDITER-DATE-ZONE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RESOLUTION DU FORFAIT DU COMPTE : LE CODE SOUSCRIT EST        *
      * CHERCHE AU CATALOGUE ; TROUVE, SES FRAIS REMPLACENT LES       *
      * FRAIS DE TENUE STANDARD.                                      *
      *---------------------------------------------------------------*
       7086-RESOUDRE-FORFAIT-DEB.
           MOVE WS-FRAIS-TENUE          TO WS-FRAIS-APPLIQUES.
           MOVE 'N'                     TO WS-EXO-FORFAIT.
           SET  WS-TARIF-STANDARD       TO TRUE.
           IF WS-CPT-SANS-FORFAIT
                GO TO 7086-RESOUDRE-FORFAIT-FIN
           END-IF.
           SET  WS-FOR-ABSENT           TO TRUE.
           PERFORM 7087-CHERCHER-FORFAIT-DEB
              THRU 7087-CHERCHER-FORFAIT-FIN
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR > WS-TFO-NB
                OR WS-FOR-TROUVE.
           IF WS-FOR-ABSENT
                SET WS-FORFAIT-INCONNU  TO TRUE
           END-IF.
       7086-RESOUDRE-FORFAIT-FIN.
           EXIT.
      *
       7087-CHERCHER-FORFAIT-DEB.
           IF WS-TFO-CODE (IDX-FOR) = WS-CPT-FORFAIT
                SET  WS-FOR-TROUVE      TO TRUE
                SET  WS-FORFAIT-APPLIQUE TO TRUE
                MOVE WS-TFO-FRAIS (IDX-FOR)
                                        TO WS-FRAIS-APPLIQUES
                MOVE WS-TFO-EXO-AGIOS (IDX-FOR)
                                        TO WS-EXO-FORFAIT
           END-IF.
       7087-CHERCHER-FORFAIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSULTATION DU CALENDRIER POUR LA DATE WS-DATE-CONSULT.      *
      *---------------------------------------------------------------*
       7090-CONSULTER-CALENDRIER-DEB.
           SET  WS-CAL-DATE-ABSENTE     TO TRUE.
           MOVE ' '                     TO WS-CAL-OUVRE-TROUVE.
           MOVE ' '                     TO WS-CAL-FMOIS-TROUVE.
           MOVE ' '                     TO WS-CAL-FTRIM-TROUVE.
           PERFORM 7095-TESTER-DATE-CAL-DEB
              THRU 7095-TESTER-DATE-CAL-FIN
             VARYING IDX-CAL FROM 1 BY 1
             UNTIL IDX-CAL > WS-TCA-NB
                OR WS-CAL-DATE-TROUVEE.
       7090-CONSULTER-CALENDRIER-FIN.
           EXIT.
      *
       7095-TESTER-DATE-CAL-DEB.
           IF WS-TCA-DATE (IDX-CAL) = WS-DATE-CONSULT
                SET  WS-CAL-DATE-TROUVEE TO TRUE
                MOVE WS-TCA-OUVRE (IDX-CAL)
                                         TO WS-CAL-OUVRE-TROUVE
                MOVE WS-TCA-FIN-MOIS (IDX-CAL)
                                         TO WS-CAL-FMOIS-TROUVE
                MOVE WS-TCA-FIN-TRIM (IDX-CAL)
                                         TO WS-CAL-FTRIM-TROUVE
           END-IF.
       7095-TESTER-DATE-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSTE DE L'EMETTEUR WS-EMET-CPTE DANS LA TABLE, CREE A SA     *
      * PREMIERE OCCURRENCE ; SON RANG EST RENDU DANS WS-IEM.         *
      *---------------------------------------------------------------*
       7220-RANGER-EMETTEUR-DEB.
           MOVE 0                       TO WS-IEM.
           PERFORM 7225-COMPARER-EMETTEUR-DEB
              THRU 7225-COMPARER-EMETTEUR-FIN
             VARYING IDX-EMT FROM 1 BY 1
             UNTIL IDX-EMT > WS-TEM-NB
                OR WS-IEM > 0.
           IF WS-IEM > 0
                GO TO 7220-RANGER-EMETTEUR-FIN
           END-IF.
           IF WS-TEM-NB NOT < WS-MAX-EMET
                DISPLAY 'TABLE DES EMETTEURS SATUREE - COMPTE '
                        WS-MOB-CPTE
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-TEM-NB.
           MOVE WS-TEM-NB               TO WS-IEM.
           MOVE WS-EMET-CPTE            TO WS-TEM-CPTE (WS-IEM).
           MOVE 0                       TO WS-TEM-NB-VIR (WS-IEM)
                                           WS-TEM-DERN-MT (WS-IEM)
                                           WS-TEM-DERN-DATE (WS-IEM).
           MOVE 'N'                     TO WS-TEM-PERMANENT (WS-IEM).
       7220-RANGER-EMETTEUR-FIN.
           EXIT.
      *
       7225-COMPARER-EMETTEUR-DEB.
           IF WS-TEM-CPTE (IDX-EMT) = WS-EMET-CPTE
                SET  WS-IEM             TO IDX-EMT
           END-IF.
       7225-COMPARER-EMETTEUR-FIN.
           EXIT.
      *
       7230-RETENIR-BASCULE-DEB.
           IF WS-TBA-NB NOT < WS-MAX-BASC
                DISPLAY 'TABLE DES COMPTES BASCULES SATUREE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-TBA-NB.
           MOVE WS-MOB-CPTE             TO WS-TBA-CPTE (WS-TBA-NB).
       7230-RETENIR-BASCULE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ARRETE DE BASCULE, AU PRORATA DE LA PERIODE ECOULEE :         *
      * - EPARGNE CREDITRICE : INTERETS DU MOIS EN COURS, NETS DE LA  *
      *   RETENUE A LA SOURCE CUMULEE AU GRAND-LIVRE FISCAL ;         *
      * - COMPTE COURANT : AGIOS DU TRIMESTRE EN COURS ET FRAIS DE    *
      *   TENUE (OU FORFAIT) AU PRORATA DES JOURS DU TRIMESTRE.       *
      * LES MOUVEMENTS SONT PASSES AU COMPTE ET TRACES DANS MVTCLO ;   *
      * L'ARRETE TRIMESTRIEL SUIVANT NE CONCERNE PLUS LE COMPTE, CLOS *
      * ENTRE-TEMPS.                                                  *
      *---------------------------------------------------------------*
       7300-ARRETER-COMPTE-DEB.
           MOVE 0                       TO WS-INTERET
                                           WS-RETENUE
                                           WS-INTERET-NET
                                           WS-AGIOS
                                           WS-FRAIS-PRORATA
                                           WS-TOTAL-PRELEVE.
      *
           IF WS-CPT-EPARGNE
              AND WS-CPT-SOLDE > 0
                COMPUTE WS-INTERET ROUNDED =
                        (WS-CPT-SOLDE * WS-TAUX-EPARGNE * JJ) / 36500
           END-IF.
           IF WS-INTERET > 0
                PERFORM 7015-CALC-RETENUE-DEB
                   THRU 7015-CALC-RETENUE-FIN
                ADD  WS-INTERET-NET     TO WS-CPT-SOLDE
                PERFORM 7020-PREP-MVT-INTERET-DEB
                   THRU 7020-PREP-MVT-INTERET-FIN
                PERFORM 6080-ECRIRE-MVTCLO-DEB
                   THRU 6080-ECRIRE-MVTCLO-FIN
                IF WS-RETENUE > 0
                     PERFORM 7025-PREP-MVT-IMPOT-DEB
                        THRU 7025-PREP-MVT-IMPOT-FIN
                     PERFORM 6080-ECRIRE-MVTCLO-DEB
                        THRU 6080-ECRIRE-MVTCLO-FIN
                END-IF
                PERFORM 6310-MAJ-FISCLEDG-DEB
                   THRU 6310-MAJ-FISCLEDG-FIN
           END-IF.
      *
           IF WS-CPT-COURANT
                PERFORM 7310-JOURS-TRIM-DEB
                   THRU 7310-JOURS-TRIM-FIN
                PERFORM 7086-RESOUDRE-FORFAIT-DEB
                   THRU 7086-RESOUDRE-FORFAIT-FIN
                PERFORM 7010-CALC-AGIOS-DEB
                   THRU 7010-CALC-AGIOS-FIN
                IF WS-FORFAIT-APPLIQUE
                   AND WS-EXO-FORFAIT = 'O'
                   AND WS-AGIOS > 0
                     MOVE 0             TO WS-AGIOS
                END-IF
                COMPUTE WS-FRAIS-PRORATA ROUNDED =
                        (WS-FRAIS-APPLIQUES * WS-NB-JOURS)
                        / WS-NB-JOURS-TRIM
                COMPUTE WS-TOTAL-PRELEVE = WS-AGIOS + WS-FRAIS-PRORATA
           END-IF.
           IF WS-TOTAL-PRELEVE > 0
                SUBTRACT WS-TOTAL-PRELEVE FROM WS-CPT-SOLDE
                PERFORM 7027-PREP-MVT-FRAIS-DEB
                   THRU 7027-PREP-MVT-FRAIS-FIN
                PERFORM 6080-ECRIRE-MVTCLO-DEB
                   THRU 6080-ECRIRE-MVTCLO-FIN
           END-IF.
      *
           IF WS-INTERET > 0
              OR WS-TOTAL-PRELEVE > 0
                MOVE WS-DATE-JOUR       TO WS-CPT-DMAJ
                PERFORM 6090-REECRIRE-F-CPTE-ES-DEB
                   THRU 6090-REECRIRE-F-CPTE-ES-FIN
           END-IF.
      *
           COMPUTE WS-MOB-ARRETE = WS-INTERET-NET - WS-TOTAL-PRELEVE.
           MOVE WS-INTERET-NET          TO WS-ED-MT.
           MOVE WS-TOTAL-PRELEVE        TO WS-ED-MT2.
           MOVE SPACES                  TO WS-TEXTE-EVT.
           STRING 'ARRETE AU JOUR - INTERETS NETS ' WS-ED-MT
                  ' FRAIS ET AGIOS ' WS-ED-MT2
                  DELIMITED BY SIZE INTO WS-TEXTE-EVT.
           PERFORM 8025-EVT-ETATMOB-DEB
              THRU 8025-EVT-ETATMOB-FIN.
       7300-ARRETER-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JOURS ECOULES DU TRIMESTRE CIVIL EN COURS (JOUR DE BASCULE    *
      * COMPRIS) ET NOMBRE DE JOURS DU TRIMESTRE.                     *
      *---------------------------------------------------------------*
       7310-JOURS-TRIM-DEB.
           COMPUTE WS-QUOTIENT = (MM - 1) / 3.
           COMPUTE WS-MOIS-TRIM = WS-QUOTIENT * 3 + 1.
           COMPUTE WS-DW-AAAA = SS * 100 + AA.
           MOVE WS-MOIS-TRIM            TO WS-DW-MM.
           MOVE 1                       TO WS-DW-JJ.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-DEB-TRIM.
           COMPUTE WS-NB-JOURS = WS-SERIAL-JOUR
                               - WS-SERIAL-DEB-TRIM + 1.
           ADD  3                       TO WS-MOIS-TRIM.
           IF WS-MOIS-TRIM > 12
                SUBTRACT 12           FROM WS-MOIS-TRIM
                ADD  1                  TO WS-DW-AAAA
           END-IF.
           MOVE WS-MOIS-TRIM            TO WS-DW-MM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           COMPUTE WS-NB-JOURS-TRIM = WS-SERIAL - WS-SERIAL-DEB-TRIM.
       7310-JOURS-TRIM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN).                                                   *
      *---------------------------------------------------------------*
       7360-SERIAL-DATE-DEB.
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
       7360-SERIAL-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATMOB-DEB.
           MOVE WS-LMOB-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-LMOB-TITRE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-LMOB-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8000-ENTETE-ETATMOB-FIN.
           EXIT.
      *
       8010-DETAIL-DEMANDE-DEB.
           MOVE WS-LIBELLE-EVT       TO WS-LMOB-EVT-ED.
           IF WS-MBD-CPTE IS NUMERIC
                MOVE WS-MBD-CPTE     TO WS-LMOB-CPTE-ED
           ELSE
                MOVE 0               TO WS-LMOB-CPTE-ED
           END-IF.
           MOVE WS-MBD-REF           TO WS-LMOB-REF-ED.
           MOVE WS-MOTIF-EVT         TO WS-LMOB-MOTIF-ED.
           MOVE WS-LMOB-RECEP        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8010-DETAIL-DEMANDE-FIN.
           EXIT.
      *
       8020-DOSSIER-ETATMOB-DEB.
           MOVE WS-MOB-DOSSIER       TO WS-LMOB-DOSSIER-ED.
           MOVE WS-MOB-REF-ACCUEIL   TO WS-LMOB-DREF-ED.
           MOVE WS-MOB-CPTE          TO WS-LMOB-DCPTE-ED.
           MOVE WS-MOB-NOM           TO WS-LMOB-NOM-ED.
           MOVE WS-LMOB-DOSSIER      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-MOB-IBAN          TO WS-LMOB-IBAN-ED.
           MOVE WS-MOB-BANQUE        TO WS-LMOB-BANQUE-ED.
           MOVE WS-LMOB-IBAN         TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8020-DOSSIER-ETATMOB-FIN.
           EXIT.
      *
       8025-EVT-ETATMOB-DEB.
           MOVE WS-TEXTE-EVT         TO WS-LMOB-TEXTE-ED.
           MOVE WS-LMOB-EVT          TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8025-EVT-ETATMOB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TABLEAU DES ETAPES DU DOSSIER : ECHEANCE LEGALE, DATE DE      *
      * REALISATION ET SITUATION AU JOUR.                             *
      *---------------------------------------------------------------*
       8027-ETAPES-ETATMOB-DEB.
           MOVE 'ETAPE'              TO WS-LMOB-ETP-LIB-ED.
           MOVE 'ECHEANCE'           TO WS-LMOB-ETP-ECH-ED.
           MOVE 'REALISEE'           TO WS-LMOB-ETP-REAL-ED.
           MOVE 'SITUATION'          TO WS-LMOB-ETP-SIT-ED.
           MOVE WS-LMOB-ETAPE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           MOVE '  RECEPTION DE LA DEMANDE'
                                     TO WS-LMOB-ETP-LIB-ED.
           MOVE SPACES               TO WS-LMOB-ETP-ECH-ED.
           MOVE WS-MOB-DATE-RECEP    TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-REAL-ED.
           MOVE 'FAITE'              TO WS-LMOB-ETP-SIT-ED.
           MOVE WS-LMOB-ETAPE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           MOVE '  INVENTAIRE (J+5 OUVRES)'
                                     TO WS-LMOB-ETP-LIB-ED.
           MOVE WS-MOB-LIMITE-INV    TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-ECH-ED.
           MOVE WS-MOB-DATE-INV      TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-REAL-ED.
           EVALUATE TRUE
             WHEN WS-MOB-DATE-INV NOT = 0
              AND WS-MOB-DATE-INV > WS-MOB-LIMITE-INV
                  MOVE 'FAIT HORS DELAI' TO WS-LMOB-ETP-SIT-ED
             WHEN WS-MOB-DATE-INV NOT = 0
                  MOVE 'FAIT'         TO WS-LMOB-ETP-SIT-ED
             WHEN WS-DATE-JOUR-NUM > WS-MOB-LIMITE-INV
                  MOVE 'EN RETARD'    TO WS-LMOB-ETP-SIT-ED
             WHEN OTHER
                  MOVE 'A FAIRE'      TO WS-LMOB-ETP-SIT-ED
           END-EVALUATE.
           MOVE WS-LMOB-ETAPE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           MOVE '  BASCULE (J+12 OUVRES MINI)'
                                     TO WS-LMOB-ETP-LIB-ED.
           MOVE WS-MOB-DATE-BASCULE  TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-ECH-ED.
           MOVE WS-MOB-DATE-EFFET    TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-REAL-ED.
           EVALUATE TRUE
             WHEN WS-MOB-DATE-EFFET NOT = 0
                  MOVE 'EFFECTUEE'    TO WS-LMOB-ETP-SIT-ED
             WHEN WS-BASC-SUSPENDUE
                  MOVE 'SUSPENDUE'    TO WS-LMOB-ETP-SIT-ED
             WHEN OTHER
                  MOVE 'A VENIR'      TO WS-LMOB-ETP-SIT-ED
           END-EVALUATE.
           MOVE WS-LMOB-ETAPE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           MOVE '  CLOTURE DU COMPTE'
                                     TO WS-LMOB-ETP-LIB-ED.
           MOVE SPACES               TO WS-LMOB-ETP-ECH-ED.
           IF WS-MOB-DATE-CLOTURE NOT = 0
                MOVE WS-MOB-DATE-CLOTURE TO WS-DATE-W-NUM
           ELSE
                MOVE WS-MOB-DATE-ORDRE-CLO TO WS-DATE-W-NUM
           END-IF.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LMOB-ETP-REAL-ED.
           EVALUATE TRUE
             WHEN WS-MOB-CLOTUREE
                  MOVE 'FAITE'        TO WS-LMOB-ETP-SIT-ED
             WHEN WS-CLO-SUSPENDUE
                  MOVE 'SUSPENDUE'    TO WS-LMOB-ETP-SIT-ED
             WHEN WS-MOB-DATE-ORDRE-CLO NOT = 0
                  MOVE 'ORDONNEE'     TO WS-LMOB-ETP-SIT-ED
             WHEN OTHER
                  MOVE 'A VENIR'      TO WS-LMOB-ETP-SIT-ED
           END-EVALUATE.
           MOVE WS-LMOB-ETAPE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           MOVE WS-LMOB-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8027-ETAPES-ETATMOB-FIN.
           EXIT.
      *
       8030-TOTAL-ETATMOB-DEB.
           MOVE WS-LMOB-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-CPF-ETAPE (1)     TO WS-LMOB-NB1-ED.
           MOVE WS-CPF-ETAPE (2)     TO WS-LMOB-NB2-ED.
           MOVE WS-CPF-ETAPE (3)     TO WS-LMOB-NB3-ED.
           MOVE WS-CPF-ETAPE (4)     TO WS-LMOB-NB4-ED.
           MOVE WS-LMOB-PORTEF       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-CDEM              TO WS-LMOB-NBDEM-ED.
           MOVE WS-CACC              TO WS-LMOB-NBACC-ED.
           MOVE WS-CREF              TO WS-LMOB-NBREF-ED.
           MOVE WS-LMOB-TOTAL1       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-CINV              TO WS-LMOB-NBINV-ED.
           MOVE WS-CRET              TO WS-LMOB-NBRET-ED.
           MOVE WS-CBAS              TO WS-LMOB-NBBAS-ED.
           MOVE WS-LMOB-TOTAL2       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-CMAN              TO WS-LMOB-NBMAN-ED.
           MOVE WS-CVIRP             TO WS-LMOB-NBVP-ED.
           MOVE WS-CIBR              TO WS-LMOB-NBIBR-ED.
           MOVE WS-LMOB-TOTAL3       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-CCLO              TO WS-LMOB-NBCLO-ED.
           MOVE WS-CFIN              TO WS-LMOB-NBFIN-ED.
           MOVE WS-CSUS              TO WS-LMOB-NBSUS-ED.
           MOVE WS-LMOB-TOTAL4       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
      *
           EVALUATE TRUE
             WHEN WS-TBA-NB = 0
                  MOVE 'AUCUNE BASCULE DANS LA JOURNEE'
                                     TO WS-LMOB-MESSAGE-ED
             WHEN WS-VIRPERM-RECOPIE
                  MOVE 'VIRPERMNEW PRODUIT : A SUBSTITUER A VIRPERM'
                                     TO WS-LMOB-MESSAGE-ED
             WHEN OTHER
                  MOVE 'FICHIER VIRPERM ABSENT : ORDRES A ARRETER PAR'
                                     TO WS-LMOB-MESSAGE-ED
                  MOVE 'L''AGENCE'    TO WS-LMOB-MESSAGE-ED (47:)
           END-EVALUATE.
           MOVE WS-LMOB-MESSAGE      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
           MOVE WS-LMOB-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMOB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMOB-FIN.
       8030-TOTAL-ETATMOB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INVENTAIRE TRANSMIS A LA BANQUE D'ACCUEIL : UNE PAGE PAR      *
      * DOSSIER.                                                      *
      *---------------------------------------------------------------*
       8100-ENTETE-INVMOB-DEB.
           MOVE WS-LINV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-MOB-DOSSIER       TO WS-LINV-DOSSIER-ED.
           MOVE WS-LINV-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-MOB-BANQUE        TO WS-LINV-BANQUE-ED.
           MOVE WS-MOB-REF-ACCUEIL   TO WS-LINV-REF-ED.
           MOVE WS-LINV-DEST         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-MOB-CPTE          TO WS-LINV-CPTE-ED.
           MOVE WS-MOB-NOM           TO WS-LINV-NOM-ED.
           MOVE WS-MOB-DATE-BASCULE  TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LINV-BASC-ED.
           MOVE WS-LINV-CLIENT       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-LINV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8100-ENTETE-INVMOB-FIN.
           EXIT.
      *
       8110-RUBRIQUE-INVMOB-DEB.
           MOVE WS-LINV-RUBRIQUE     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8110-RUBRIQUE-INVMOB-FIN.
           EXIT.
      *
       8120-TOTAL-INVMOB-DEB.
           MOVE WS-LINV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-CVIRP-CPTE        TO WS-LINV-NBVP-ED.
           MOVE WS-CMAN-CPTE         TO WS-LINV-NBMAN-ED.
           MOVE WS-CEMET-CPTE        TO WS-LINV-NBEMT-ED.
           MOVE WS-LINV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
           MOVE WS-LINV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8120-TOTAL-INVMOB-FIN.
           EXIT.
      *
       8130-ORDRE-INVMOB-DEB.
           MOVE WS-VP-BENEF          TO WS-LINV-BENEF-ED.
           MOVE WS-VP-MT             TO WS-LINV-VP-MT-ED.
           IF WS-VP-JOUR IS NUMERIC
                MOVE WS-VP-JOUR      TO WS-LINV-VP-JOUR-ED
           ELSE
                MOVE 0               TO WS-LINV-VP-JOUR-ED
           END-IF.
           MOVE WS-VP-DATE-FIN       TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LINV-VP-FIN-ED.
           MOVE WS-LINV-VIRP         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8130-ORDRE-INVMOB-FIN.
           EXIT.
      *
       8140-EMETTEUR-INVMOB-DEB.
           MOVE WS-TEM-CPTE (IDX-EMT)     TO WS-LINV-EMET-ED.
           MOVE WS-TEM-NB-VIR (IDX-EMT)   TO WS-LINV-NBVIR-ED.
           MOVE WS-TEM-DERN-MT (IDX-EMT)  TO WS-LINV-DERN-MT-ED.
           MOVE WS-TEM-DERN-DATE (IDX-EMT) TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LINV-DERN-DATE-ED.
           IF WS-TEM-SUR-ORDRE (IDX-EMT)
                MOVE 'ORDRE'         TO WS-LINV-PERM-ED
           ELSE
                MOVE SPACES          TO WS-LINV-PERM-ED
           END-IF.
           MOVE WS-LINV-EMET         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8140-EMETTEUR-INVMOB-FIN.
           EXIT.
      *
       8150-MANDAT-INVMOB-DEB.
           MOVE WS-MAN-CREANCIER     TO WS-LINV-CREANCIER-ED.
           MOVE WS-MAN-DATE-SIGN     TO WS-DATE-W-NUM.
           PERFORM 7082-EDITER-DATE-ZONE-DEB
              THRU 7082-EDITER-DATE-ZONE-FIN.
           MOVE WS-DATE-ED-ZONE      TO WS-LINV-SIGN-ED.
           MOVE WS-LINV-MANDAT       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-INVMOB-DEB
              THRU 6070-ECRIRE-LIGNE-INVMOB-FIN.
       8150-MANDAT-INVMOB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO115B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'DEMANDES LUES     : ' WS-CDEM.
           DISPLAY 'DOSSIERS OUVERTS  : ' WS-CACC.
           DISPLAY 'DEMANDES REFUSEES : ' WS-CREF.
           DISPLAY 'INVENTAIRES       : ' WS-CINV.
           DISPLAY 'DONT HORS DELAI   : ' WS-CRET.
           DISPLAY 'BASCULES          : ' WS-CBAS.
           DISPLAY 'MANDATS REVOQUES  : ' WS-CMAN.
           DISPLAY 'ORDRES ARRETES    : ' WS-CVIRP.
           DISPLAY 'IBAN AJOUTES      : ' WS-CIBR.
           DISPLAY 'ORDRES DE CLOTURE : ' WS-CCLO.
           DISPLAY 'DOSSIERS CLOS     : ' WS-CFIN.
           DISPLAY 'SUSPENSIONS       : ' WS-CSUS.
      *---------------------------------------------------------------*
      * UNE DEMANDE REFUSEE, UN INVENTAIRE HORS DELAI, UNE ETAPE      *
      * SUSPENDUE OU DES ORDRES PERMANENTS NON ARRETES SONT SIGNALES  *
      * A L'EXPLOITATION PAR LE CODE RETOUR 4.                        *
      *---------------------------------------------------------------*
           IF WS-RC-ALERTE
                MOVE 4 TO RETURN-CODE
           END-IF.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO115B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
