      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO119B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    TRAITEMENT DES PRELEVEMENTS SEPA EMIS POUR NOS CLIENTS     *
      *    CREANCIERS, AVANT LA MISE A JOUR QUOTIDIENNE :             *
      *    - LES REMISES DU JOUR (FICHIER REMPRLV : IBAN DU DEBITEUR, *
      *      REFERENCE DE MANDAT, MONTANT, ECHEANCE) SONT CONTROLEES  *
      *      LIGNE A LIGNE CONTRE LE REGISTRE DES MANDATS DU          *
      *      CREANCIER (MANDCRE) ET ENREGISTREES EN ATTENTE           *
      *      D'ECHEANCE AU REGISTRE DES PRELEVEMENTS EMIS ;           *
      *    - LES LIGNES ARRIVEES A ECHEANCE SONT REMISES A LA         *
      *      COMPENSATION (FICHIER PRLVCOMP) ET LE CREANCIER EST      *
      *      CREDITE DU TOTAL DE CHAQUE REMISE PAR UN MOUVEMENT 'D',  *
      *      DATE EN VALEUR A LA FIN DU DELAI DE RETOUR (DELRETPR) :  *
      *      LA MISE A JOUR LE TIENT INDISPONIBLE JUSQU'A CETTE DATE ;*
      *    - LES LIGNES DONT LE DELAI DE RETOUR EST ECOULE PASSENT    *
      *      DEFINITIVES ;                                            *
      *    - LES RETOURS DE LA COMPENSATION (FICHIER PRLVRET :        *
      *      PROVISION INSUFFISANTE, MANDAT REVOQUE, COMPTE CLOTURE)  *
      *      SONT REPRIS LIGNE A LIGNE AU DEBIT DU CREANCIER PAR UN   *
      *      MOUVEMENT 'U' PORTEUR DU MOTIF SEPA.                     *
      *    LE CREANCIER RECOIT L'ETAT DES REMISES (ETATENC) ET L'ETAT *
      *    DES IMPAYES TRIE PAR CREANCIER (ETATRPR). LES MOUVEMENTS   *
      *    GENERES (MVTPRLV) SONT A FONDRE AVEC INP001.               *
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
       PROGRAM-ID.      ARIO119B.
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
      *                      F-REMPRLV : REMISES DE PRELEVEMENTS DU
      *                                  JOUR DE NOS CLIENTS CREANCIERS
      *                      -------------------------------------------
           SELECT  F-REMPRLV-E         ASSIGN TO 'REMPRLV.txt'
                   FILE STATUS         IS WS-FS-F-REMPRLV-E.
      *                      -------------------------------------------
      *                      F-PRLVRET : PRELEVEMENTS RETOURNES
      *                                  IMPAYES PAR LA COMPENSATION
      *                      -------------------------------------------
           SELECT  F-PRLVRET-E         ASSIGN TO 'PRLVRET.txt'
                   FILE STATUS         IS WS-FS-F-PRLVRET-E.
      *                      -------------------------------------------
      *                      F-ENCPRLV : REGISTRE DES PRELEVEMENTS
      *                                  EMIS
      *                      -------------------------------------------
           SELECT  F-ENCPRLV           ASSIGN TO ENCPRLV
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-ENC-CLE
                   FILE STATUS         IS WS-FS-F-ENCPRLV.
      *                      -------------------------------------------
      *                      F-MANDCRE : MANDATS DETENUS PAR NOS
      *                                  CLIENTS CREANCIERS
      *                      -------------------------------------------
           SELECT  F-MANDCRE           ASSIGN TO MANDCRE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MCR-CLE
                   FILE STATUS         IS WS-FS-F-MANDCRE.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                                (CONTROLE DU COMPTE CREANCIER)
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      F-PRLVCOMP : LIGNES REMISES A LA
      *                                   COMPENSATION
      *                      -------------------------------------------
           SELECT  F-PRLVCOMP-S        ASSIGN TO 'PRLVCOMP.txt'
                   FILE STATUS         IS WS-FS-F-PRLVCOMP-S.
      *                      -------------------------------------------
      *                      F-MVTPRLV : MOUVEMENTS 'D' ET 'U' GENERES
      *                      -------------------------------------------
           SELECT  F-MVTPRLV-S         ASSIGN TO 'MVTPRLV.txt'
                   FILE STATUS         IS WS-FS-F-MVTPRLV-S.
      *                      -------------------------------------------
      *                      ETATENC : ETAT DES REMISES DE PRELEVEMENTS
      *                      -------------------------------------------
           SELECT  F-ETATENC-S         ASSIGN TO WS-NOM-ETATENC
                   FILE STATUS         IS WS-FS-F-ETATENC-S.
      *                      -------------------------------------------
      *                      ETATRPR : IMPAYES SUR PRELEVEMENTS EMIS
      *                                PAR CREANCIER
      *                      -------------------------------------------
           SELECT  F-ETATRPR-S         ASSIGN TO WS-NOM-ETATRPR
                   FILE STATUS         IS WS-FS-F-ETATRPR-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-REMPRLV-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-REMPRLV          PIC X(120).
      *
       FD  F-PRLVRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRLVRET          PIC X(80).
      *
       FD  F-ENCPRLV
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-F-ENC.
           05 FS-ENC-CLE              PIC X(23).
           05 FILLER                  PIC X(97).
      *
       FD  F-MANDCRE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MCR.
           05 FS-MCR-CLE              PIC X(25).
           05 FILLER                  PIC X(55).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-NUM-REMISE       PIC X(08).
           05 FS-TRI-NUM-LIGNE        PIC 9(05).
           05 FS-TRI-RUM              PIC X(15).
           05 FS-TRI-MT               PIC 9(8)V99.
           05 FS-TRI-DATE-ECH         PIC 9(08).
           05 FS-TRI-MOTIF            PIC X(04).
      *
       FD  F-PRLVCOMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRLVCOMP         PIC X(120).
      *
       FD  F-MVTPRLV-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTPRLV          PIC X(107).
      *
       FD  F-ETATENC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATENC            PIC X(80).
      *
       FD  F-ETATRPR-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATRPR            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4MVTS.
           COPY TP4CPT.
           COPY TPPARAM.
           COPY TPENCPRL.
           COPY TPMANCRE.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU RETOUR D'IMPAYE DE LA COMPENSATION             *
      *---------------------------------------------------------------*
      * LA LIGNE EST DESIGNEE PAR LA CLE DU REGISTRE (COMPTE          *
      * CREANCIER, NUMERO DE REMISE, NUMERO DE LIGNE). LE MOTIF EST   *
      * LE CODE RAISON SEPA DE LA BANQUE DU DEBITEUR (AM04 PROVISION  *
      * INSUFFISANTE, MD01 MANDAT ABSENT OU REVOQUE, AC04 COMPTE      *
      * CLOTURE ...) ; LA REFERENCE SERVIE SERT DE REFERENCE UNIQUE   *
      * AU MOUVEMENT DE REPRISE 'U'.                                  *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-RET.
           05 WS-RET-CLE.
              10 WS-RET-CPTE-CREANC  PIC 9(10).
              10 WS-RET-NUM-REMISE   PIC X(08).
              10 WS-RET-NUM-LIGNE    PIC 9(05).
           05 WS-RET-MOTIF           PIC X(04).
           05 WS-RET-DATE            PIC 9(8).
           05 WS-RET-REF             PIC X(08).
           05 FILLER                 PIC X(37).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-REMPRLV-E        PIC XX.
           88  OK-F-REMPRLV-E       VALUE '00'.
           88  OK-LEC-F-REMPRLV-E   VALUE '00' '10'.
           88  EOF-F-REMPRLV-E      VALUE '10'.
           88  REMPRLV-ABSENT       VALUE '35'.
       01  WS-FS-F-PRLVRET-E        PIC XX.
           88  OK-F-PRLVRET-E       VALUE '00'.
           88  OK-LEC-F-PRLVRET-E   VALUE '00' '10'.
           88  EOF-F-PRLVRET-E      VALUE '10'.
           88  PRLVRET-ABSENT       VALUE '35'.
       01  WS-FS-F-ENCPRLV          PIC XX.
           88  OK-F-ENCPRLV         VALUE '00'.
           88  OK-LEC-F-ENCPRLV     VALUE '00' '02' '10'.
           88  EOF-F-ENCPRLV        VALUE '10'.
           88  ENCPRLV-ABSENT       VALUE '35'.
           88  ENC-INCONNUE         VALUE '23'.
           88  ENC-DOUBLON          VALUE '22'.
           88  OK-START-ENCPRLV     VALUE '00' '23'.
       01  WS-FS-F-MANDCRE          PIC XX.
           88  OK-F-MANDCRE         VALUE '00'.
           88  MANDCRE-ABSENT       VALUE '35'.
           88  MCR-INCONNU          VALUE '23'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-PRLVCOMP-S       PIC XX.
           88  OK-F-PRLVCOMP-S      VALUE '00'.
       01  WS-FS-F-MVTPRLV-S        PIC XX.
           88  OK-F-MVTPRLV-S       VALUE '00'.
       01  WS-FS-F-ETATENC-S        PIC XX.
           88  OK-F-ETATENC-S       VALUE '00'.
       01  WS-FS-F-ETATRPR-S        PIC XX.
           88  OK-F-ETATRPR-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CLIG                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CACC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREF                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CLIG-REM              PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CACC-REM              PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CPRE                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREMP                 PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEF                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRET                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CIMP                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CNRA                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CIMP-CR               PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATENC           PIC X(24).
       77  WS-NOM-ETATRPR           PIC X(24).
       77  WS-MT-ACC                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-REM                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-PRE                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-IMP                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-IMP-CR             PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-CREANC-PREC           PIC 9(10) VALUE 0.
       77  WS-MOTIF-REFUS           PIC X(30) VALUE SPACES.
       77  WS-NB-JOURS              PIC S9(4) COMP VALUE 0.
       77  WS-IJOUR                 PIC S9(4) COMP VALUE 0.
       77  WS-QUOTIENT              PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-4               PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-100             PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-400             PIC S9(5) COMP VALUE 0.
       77  WS-FIN-MOIS              PIC 99    VALUE 0.
       01  WS-STATUT-LIGNE          PIC X     VALUE '0'.
           88 WS-LIGNE-VALIDE       VALUE '0'.
           88 WS-LIGNE-REFUSEE      VALUE '1'.
       01  WS-ETAT-MANDCRE          PIC X     VALUE '0'.
           88 WS-MANDCRE-FERME      VALUE '0'.
           88 WS-MANDCRE-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-ENC          PIC X     VALUE '0'.
           88 WS-SCAN-ENC-EN-COURS  VALUE '0'.
           88 WS-SCAN-ENC-TERMINE   VALUE '1'.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-PREMIER-CREANC        PIC X     VALUE '1'.
           88 WS-CREANC-A-OUVRIR    VALUE '1'.
           88 WS-CREANC-OUVERT      VALUE '0'.
       01  WS-SECTION-PRESENT       PIC X     VALUE '0'.
           88 WS-PRESENT-A-OUVRIR   VALUE '0'.
           88 WS-PRESENT-OUVERTE    VALUE '1'.
      *---------------------------------------------------------------*
      * REMISE EN COURS DE LECTURE : LES LIGNES D'UNE REMISE SE       *
      * SUIVENT DANS LE FICHIER ET PORTENT TOUTES LA MEME ECHEANCE    *
      * (CELLE DE LA PREMIERE LIGNE ACCEPTEE). UNE REMISE DONT UNE    *
      * LIGNE FIGURE DEJA AU REGISTRE EST UNE RETRANSMISSION : TOUTES *
      * SES LIGNES SONT REFUSEES.                                     *
      *---------------------------------------------------------------*
       01  WS-REMISE-EN-COURS.
           05 WS-RP-CLE             PIC X(18) VALUE LOW-VALUE.
           05 WS-RP-DATE-ECH        PIC 9(8)  VALUE 0.
           05 WS-RP-CONNUE          PIC X     VALUE '0'.
              88 WS-RP-NOUVELLE     VALUE '0'.
              88 WS-RP-DEJA-RECUE   VALUE '1'.
      *---------------------------------------------------------------*
      * REMISE EN COURS DE PRESENTATION : CUMUL DES LIGNES ECHUES     *
      * D'UNE MEME REMISE, CREDITE EN UN SEUL MOUVEMENT.              *
      *---------------------------------------------------------------*
       01  WS-REMISE-PRESENTEE.
           05 WS-GRP-CLE.
              10 WS-GRP-CPTE        PIC 9(10).
              10 WS-GRP-NUM-REMISE  PIC X(08).
           05 WS-GRP-NB             PIC S9(4) COMP VALUE 0.
           05 WS-GRP-MT             PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-GRP-DATE-DISPO     PIC 9(8)  VALUE 0.
      *---------------------------------------------------------------*
      * NOMBRE DE JOURS DES MOIS (FEVRIER CORRIGE POUR LES ANNEES     *
      * BISSEXTILES AU CALCUL DE LA DATE DE DISPONIBILITE).           *
      *---------------------------------------------------------------*
       01  WS-TABLE-MOIS-VAL        PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-VAL.
           05 WS-JOURS-MOIS         PIC 99 OCCURS 12.
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
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES REMISES DE PRELEVEMENTS         *
      *---------------------------------------------------------------*
      *
       01  WS-LENC-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LENC-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'REMISES DE PRELEVEMENTS SEPA  '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LENC-TITRE-DATE.
              10 WS-LENC-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LENC-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LENC-SS-ED       PIC 9(2).
              10 WS-LENC-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LENC-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LENC-ETAT-ED        PIC X(9).
           05 WS-LENC-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-REMISE-ED      PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-LIGNE-ED       PIC 9(5).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-RUM-ED         PIC X(15).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-ECH-ED         PIC 9(8).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-MOTIF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE '   MOTIF : '.
           05 WS-LENC-MOTIF-ED       PIC X(30).
           05 FILLER                 PIC X(34) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-TOTREM.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE 'TOTAL REMISE '.
           05 WS-LENC-TR-CPTE-ED     PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-TR-REMISE-ED   PIC X(8).
           05 FILLER                 PIC X(8)  VALUE ' LIGNES:'.
           05 WS-LENC-TR-NBLIG-ED    PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE ' ACCEPTEES:'.
           05 WS-LENC-TR-NBACC-ED    PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE ' MT '.
           05 WS-LENC-TR-MT-ED       PIC ZZZZZZZZ9,99.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-SOUS-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(30) VALUE
                   'PRESENTATION A LA COMPENSATION'.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-PRESENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'PRESENTEE '.
           05 WS-LENC-PR-CPTE-ED     PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LENC-PR-REMISE-ED   PIC X(8).
           05 FILLER                 PIC X(8)  VALUE ' LIGNES:'.
           05 WS-LENC-PR-NBLIG-ED    PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE ' MT '.
           05 WS-LENC-PR-MT-ED       PIC ZZZZZZZZ9,99.
           05 FILLER                 PIC X(7)  VALUE ' DISPO '.
           05 WS-LENC-PR-DISPO-ED    PIC 9(8).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE 'LIGNES RECUES : '.
           05 WS-LENC-NBLIG-ED       PIC ZZZ9.
           05 FILLER                 PIC X(13) VALUE '  ACCEPTEES: '.
           05 WS-LENC-NBACC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE '  REFUSEES: '.
           05 WS-LENC-NBREF-ED       PIC ZZZ9.
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE 'PRESENTEES : '.
           05 WS-LENC-NBPRE-ED       PIC ZZZ9.
           05 FILLER                 PIC X(5)  VALUE '  MT '.
           05 WS-LENC-MTPRE-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(16) VALUE
                                         '  DEFINITIVES : '.
           05 WS-LENC-NBDEF-ED       PIC ZZZ9.
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LENC-TOTAL3.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'RETOURS : '.
           05 WS-LENC-NBRET-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  REPRIS : '.
           05 WS-LENC-NBIMP-ED       PIC ZZZ9.
           05 FILLER                 PIC X(19) VALUE
                                         '  NON RAPPROCHES : '.
           05 WS-LENC-NBNRA-ED       PIC ZZZ9.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DES IMPAYES SUR PRELEVEMENTS PAR CREANCIER    *
      *---------------------------------------------------------------*
      *
       01  WS-LRPR-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'IMPAYES SUR PRELEVEMENTS EMIS '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LRPR-TITRE-DATE.
              10 WS-LRPR-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LRPR-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LRPR-SS-ED       PIC 9(2).
              10 WS-LRPR-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LRPR-CREANC.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(12) VALUE 'CREANCIER : '.
           05 WS-LRPR-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(32) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LRPR-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LRPR-REMISE-ED      PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-LIGNE-ED       PIC 9(5).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-RUM-ED         PIC X(15).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-ECH-ED         PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-MOTIF-ED       PIC X(4).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LRPR-LIB-MOTIF-ED   PIC X(18).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LRPR-TOTCR.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL CREANCIER  : '.
           05 WS-LRPR-NBCR-ED        PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' IMPAYES MT '.
           05 WS-LRPR-MTCR-ED        PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LRPR-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL GENERAL    : '.
           05 WS-LRPR-NBIMP-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' IMPAYES MT '.
           05 WS-LRPR-MTIMP-ED       PIC ZZZZZZZZZ9,99.
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
      * LES REMISES DU JOUR SONT ENREGISTREES AVANT LE PARCOURS DES   *
      * ECHEANCES, DE SORTE QU'UNE LIGNE N'EST JAMAIS PRESENTEE LE    *
      * JOUR DE SA RECEPTION ; LES RETOURS SONT TRAITES EN DERNIER,   *
      * TRIES PAR CREANCIER POUR L'ETAT DES IMPAYES.                  *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6000-OUVRIR-F-ENCPRLV-DEB
              THRU 6000-OUVRIR-F-ENCPRLV-FIN.
      *
           PERFORM 6005-OUVRIR-F-MANDCRE-DEB
              THRU 6005-OUVRIR-F-MANDCRE-FIN.
      *
           PERFORM 6010-OUVRIR-F-CPTE-ES-DEB
              THRU 6010-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6020-OUVRIR-MVTPRLV-DEB
              THRU 6020-OUVRIR-MVTPRLV-FIN.
      *
           PERFORM 6025-OUVRIR-PRLVCOMP-DEB
              THRU 6025-OUVRIR-PRLVCOMP-FIN.
      *
           PERFORM 6030-OUVRIR-ETATENC-DEB
              THRU 6030-OUVRIR-ETATENC-FIN.
      *
           PERFORM 6035-OUVRIR-ETATRPR-DEB
              THRU 6035-OUVRIR-ETATRPR-FIN.
      *
           PERFORM 8000-ENTETE-ETATENC-DEB
              THRU 8000-ENTETE-ETATENC-FIN.
      *
           PERFORM 1000-TRT-REMISES-DEB
              THRU 1000-TRT-REMISES-FIN.
      *
           PERFORM 2000-TRT-ECHEANCES-DEB
              THRU 2000-TRT-ECHEANCES-FIN.
      *
           PERFORM 8040-ENTETE-ETATRPR-DEB
              THRU 8040-ENTETE-ETATRPR-FIN.
      *
           SORT F-TRI
                ON ASCENDING  KEY FS-TRI-CPTE
                ON ASCENDING  KEY FS-TRI-NUM-REMISE
                ON ASCENDING  KEY FS-TRI-NUM-LIGNE
                INPUT  PROCEDURE IS 3000-TRT-RETOURS-DEB
                                 THRU 3000-TRT-RETOURS-FIN
                OUTPUT PROCEDURE IS 4000-EDITER-IMPAYES-DEB
                                 THRU 4000-EDITER-IMPAYES-FIN.
      *
           PERFORM 8060-TOTAL-ETATRPR-DEB
              THRU 8060-TOTAL-ETATRPR-FIN.
      *
           PERFORM 8030-TOTAL-ETATENC-DEB
              THRU 8030-TOTAL-ETATENC-FIN.
      *
           PERFORM 6100-FERMER-F-ENCPRLV-DEB
              THRU 6100-FERMER-F-ENCPRLV-FIN.
      *
           PERFORM 6105-FERMER-F-MANDCRE-DEB
              THRU 6105-FERMER-F-MANDCRE-FIN.
      *
           PERFORM 6110-FERMER-F-CPTE-ES-DEB
              THRU 6110-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6120-FERMER-MVTPRLV-DEB
              THRU 6120-FERMER-MVTPRLV-FIN.
      *
           PERFORM 6125-FERMER-PRLVCOMP-DEB
              THRU 6125-FERMER-PRLVCOMP-FIN.
      *
           PERFORM 6130-FERMER-ETATENC-DEB
              THRU 6130-FERMER-ETATENC-FIN.
      *
           PERFORM 6135-FERMER-ETATRPR-DEB
              THRU 6135-FERMER-ETATRPR-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT REMISES DU JOUR              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * LE FICHIER DES REMISES EST FACULTATIF : EN SON ABSENCE, SEULS *
      * LA PRESENTATION DES ECHEANCES ET LES RETOURS SONT TRAITES.    *
      *---------------------------------------------------------------*
      *
       1000-TRT-REMISES-DEB.
      *
           OPEN INPUT F-REMPRLV-E.
           IF REMPRLV-ABSENT
                DISPLAY 'FICHIER REMPRLV ABSENT - AUCUNE REMISE'
                GO TO 1000-TRT-REMISES-FIN
           END-IF.
           IF NOT OK-F-REMPRLV-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMPRLV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMPRLV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-REMPRLV-DEB
              THRU 6040-LIRE-F-REMPRLV-FIN.
      *
           IF EOF-F-REMPRLV-E
              DISPLAY 'FICHIER F-REMPRLV-E VIDE'
           END-IF.
      *
           PERFORM 1010-TRT-LIGNE-DEB
              THRU 1010-TRT-LIGNE-FIN
             UNTIL EOF-F-REMPRLV-E.
      *
           IF WS-CLIG-REM > 0
                PERFORM 8025-TOTAL-REMISE-DEB
                   THRU 8025-TOTAL-REMISE-FIN
           END-IF.
      *
           CLOSE F-REMPRLV-E.
           IF NOT OK-F-REMPRLV-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REMPRLV-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMPRLV-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       1000-TRT-REMISES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE LIGNE VALIDE EST ENREGISTREE EN ATTENTE D'ECHEANCE ; UNE  *
      * LIGNE REFUSEE EST EDITEE AVEC SON MOTIF ET N'EST PAS          *
      * ENREGISTREE. LE TOTAL D'UNE REMISE EST EDITE A SA RUPTURE.    *
      *---------------------------------------------------------------*
       1010-TRT-LIGNE-DEB.
      *
           ADD  1                       TO WS-CLIG.
      *
           IF WS-ENC-CLE (1 : 18) NOT = WS-RP-CLE
                IF WS-CLIG-REM > 0
                     PERFORM 8025-TOTAL-REMISE-DEB
                        THRU 8025-TOTAL-REMISE-FIN
                END-IF
                PERFORM 7015-OUVRIR-REMISE-DEB
                   THRU 7015-OUVRIR-REMISE-FIN
           END-IF.
           ADD  1                       TO WS-CLIG-REM.
      *
           PERFORM 7010-CONTROLER-LIGNE-DEB
              THRU 7010-CONTROLER-LIGNE-FIN.
      *
           IF WS-LIGNE-VALIDE
                MOVE 'A'                TO WS-ENC-STATUT
                MOVE 0                  TO WS-ENC-DATE-DISPO
                MOVE SPACES             TO WS-ENC-MOTIF
                MOVE 0                  TO WS-ENC-DATE-IMPAYE
                MOVE SPACES             TO WS-ENC-REF-IMPAYE
                MOVE 0                  TO WS-ENC-DATE-PRESENT
                PERFORM 6050-ECRIRE-F-ENCPRLV-DEB
                   THRU 6050-ECRIRE-F-ENCPRLV-FIN
           END-IF.
      *
           IF WS-LIGNE-VALIDE
                IF WS-RP-DATE-ECH = 0
                     MOVE WS-ENC-DATE-ECH TO WS-RP-DATE-ECH
                END-IF
                ADD  1                  TO WS-CACC
                ADD  1                  TO WS-CACC-REM
                ADD  WS-ENC-MT          TO WS-MT-ACC
                ADD  WS-ENC-MT          TO WS-MT-REM
                MOVE 'ACCEPTEE '        TO WS-LENC-ETAT-ED
                PERFORM 8010-DETAIL-ETATENC-DEB
                   THRU 8010-DETAIL-ETATENC-FIN
           ELSE
                ADD  1                  TO WS-CREF
                MOVE 'REFUSEE  '        TO WS-LENC-ETAT-ED
                PERFORM 8010-DETAIL-ETATENC-DEB
                   THRU 8010-DETAIL-ETATENC-FIN
                PERFORM 8020-MOTIF-ETATENC-DEB
                   THRU 8020-MOTIF-ETATENC-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-REMPRLV-DEB
              THRU 6040-LIRE-F-REMPRLV-FIN.
      *
       1010-TRT-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT ECHEANCES                    *
      *     ======================================                    *
      *---------------------------------------------------------------*
      * PARCOURS COMPLET DU REGISTRE DANS L'ORDRE DE LA CLE (LES      *
      * LIGNES D'UNE REMISE SE SUIVENT) :                             *
      * - UNE LIGNE EN COMPENSATION DONT LE DELAI DE RETOUR EST       *
      *   ECOULE DEVIENT DEFINITIVE ; LE FLOTTANT CALCULE PAR LA MISE *
      *   A JOUR NE LA RETIENT DEJA PLUS ;                            *
      * - UNE LIGNE EN ATTENTE ARRIVEE A ECHEANCE EST REMISE A LA     *
      *   COMPENSATION ; LE CREANCIER EST CREDITE DU TOTAL DES LIGNES *
      *   PRESENTEES DE LA REMISE, A LA RUPTURE.                      *
      *---------------------------------------------------------------*
      *
       2000-TRT-ECHEANCES-DEB.
      *
           MOVE LOW-VALUE               TO FS-ENC-CLE.
           START F-ENCPRLV KEY IS NOT LESS THAN FS-ENC-CLE
           END-START.
           IF NOT OK-START-ENCPRLV
                DISPLAY 'PROBLEME DE START DU FICHIER F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ENC-INCONNUE
                SET WS-SCAN-ENC-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-ENC-EN-COURS TO TRUE
           END-IF.
      *
           PERFORM 2010-TRT-ECHEANCE-DEB
              THRU 2010-TRT-ECHEANCE-FIN
             UNTIL WS-SCAN-ENC-TERMINE.
      *
           IF WS-GRP-NB > 0
                PERFORM 2030-GENERER-CREDIT-DEB
                   THRU 2030-GENERER-CREDIT-FIN
           END-IF.
      *
       2000-TRT-ECHEANCES-FIN.
           EXIT.
      *
       2010-TRT-ECHEANCE-DEB.
           READ F-ENCPRLV NEXT RECORD INTO WS-ENRG-F-ENC.
           EVALUATE TRUE
             WHEN EOF-F-ENCPRLV
                  SET WS-SCAN-ENC-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-ENCPRLV
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-ENC-EN-COMPENS
                  AND WS-ENC-DATE-DISPO <= WS-DATE-JOUR-NUM
                  MOVE 'P'              TO WS-ENC-STATUT
                  PERFORM 6055-REECRIRE-F-ENCPRLV-DEB
                     THRU 6055-REECRIRE-F-ENCPRLV-FIN
                  ADD  1                TO WS-CDEF
             WHEN WS-ENC-EN-ATTENTE
                  AND WS-ENC-DATE-ECH <= WS-DATE-JOUR-NUM
                  PERFORM 2020-PRESENTER-LIGNE-DEB
                     THRU 2020-PRESENTER-LIGNE-FIN
           END-EVALUATE.
       2010-TRT-ECHEANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PRESENTATION D'UNE LIGNE ECHUE : DATE DE DISPONIBILITE =      *
      * ECHEANCE + DELAI DE RETOUR, STATUT EN COMPENSATION, DATE DE   *
      * PRESENTATION DU JOUR (LA MISE A JOUR EN TIRE LE FLOTTANT),    *
      * LIGNE ECRITE AU FICHIER DE LA COMPENSATION ET CUMULEE A SA    *
      * REMISE.                                                       *
      *---------------------------------------------------------------*
       2020-PRESENTER-LIGNE-DEB.
      *
           IF WS-GRP-NB > 0
              AND WS-ENC-CLE (1 : 18) NOT = WS-GRP-CLE
                PERFORM 2030-GENERER-CREDIT-DEB
                   THRU 2030-GENERER-CREDIT-FIN
           END-IF.
      *
           PERFORM 7020-DATE-DISPO-DEB
              THRU 7020-DATE-DISPO-FIN.
           MOVE 'E'                     TO WS-ENC-STATUT.
           MOVE WS-DATE-JOUR-NUM        TO WS-ENC-DATE-PRESENT.
           PERFORM 6055-REECRIRE-F-ENCPRLV-DEB
              THRU 6055-REECRIRE-F-ENCPRLV-FIN.
      *
           PERFORM 6065-ECRIRE-PRLVCOMP-DEB
              THRU 6065-ECRIRE-PRLVCOMP-FIN.
      *
           IF WS-GRP-NB = 0
                MOVE WS-ENC-CLE (1 : 18) TO WS-GRP-CLE
                MOVE WS-ENC-DATE-DISPO  TO WS-GRP-DATE-DISPO
           END-IF.
           ADD  1                       TO WS-GRP-NB.
           ADD  WS-ENC-MT               TO WS-GRP-MT.
           ADD  1                       TO WS-CPRE.
           ADD  WS-ENC-MT               TO WS-MT-PRE.
      *
       2020-PRESENTER-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE CREDIT DE LA REMISE : DEPOT 'D' DU TOTAL DES     *
      * LIGNES PRESENTEES, MARQUE PRELEVEMENT SEPA, DATE EN VALEUR A  *
      * LA DISPONIBILITE ; LA REFERENCE EST LE NUMERO DE REMISE.      *
      *---------------------------------------------------------------*
       2030-GENERER-CREDIT-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-GRP-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'D'                     TO WS-MVTS-CODE.
           MOVE WS-GRP-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-GRP-NUM-REMISE       TO WS-MVTS-REF.
           SET  WS-MVTS-REMISE-PRLV     TO TRUE.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE.
           MOVE 0                       TO WS-MVTS-NUM-CARTE.
           MOVE WS-GRP-DATE-DISPO       TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTPRLV-DEB
              THRU 6060-ECRIRE-MVTPRLV-FIN.
      *
           ADD  1                       TO WS-CREMP.
           PERFORM 8028-PRESENTEE-ETATENC-DEB
              THRU 8028-PRESENTEE-ETATENC-FIN.
      *
           MOVE 0                       TO WS-GRP-NB.
           MOVE 0                       TO WS-GRP-MT.
      *
       2030-GENERER-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT RETOURS D'IMPAYES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * PROCEDURE D'ENTREE DU TRI : CHAQUE RETOUR RAPPROCHE D'UNE     *
      * LIGNE PRESENTEE ET NON ENCORE REPRISE EST REPRIS AU DEBIT DU  *
      * CREANCIER ET PORTE A L'ETAT DES IMPAYES ; UN RETOUR SANS      *
      * LIGNE AU REGISTRE, SUR UNE LIGNE NON PRESENTEE OU DEJA        *
      * REPRISE, EST SIGNALE A L'ETAT DES REMISES.                    *
      *---------------------------------------------------------------*
      *
       3000-TRT-RETOURS-DEB.
      *
           OPEN INPUT F-PRLVRET-E.
           IF PRLVRET-ABSENT
                DISPLAY 'FICHIER PRLVRET ABSENT - AUCUN IMPAYE'
                GO TO 3000-TRT-RETOURS-FIN
           END-IF.
           IF NOT OK-F-PRLVRET-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRLVRET'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVRET-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6045-LIRE-F-PRLVRET-DEB
              THRU 6045-LIRE-F-PRLVRET-FIN.
      *
           PERFORM 3010-TRT-RETOUR-DEB
              THRU 3010-TRT-RETOUR-FIN
             UNTIL EOF-F-PRLVRET-E.
      *
           CLOSE F-PRLVRET-E.
           IF NOT OK-F-PRLVRET-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-PRLVRET-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVRET-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3000-TRT-RETOURS-FIN.
           EXIT.
      *
       3010-TRT-RETOUR-DEB.
      *
           ADD  1                       TO WS-CRET.
      *
           IF WS-RET-CPTE-CREANC IS NOT NUMERIC
              OR WS-RET-NUM-LIGNE IS NOT NUMERIC
              OR WS-RET-REF = SPACES
                ADD  1                  TO WS-CNRA
                DISPLAY 'RETOUR D''IMPAYE HORS DESSIN IGNORE'
                GO TO 3010-TRT-RETOUR-SUITE
           END-IF.
      *
           MOVE WS-RET-CLE              TO FS-ENC-CLE.
           READ F-ENCPRLV INTO WS-ENRG-F-ENC
                KEY IS FS-ENC-CLE.
           EVALUATE TRUE
             WHEN ENC-INCONNUE
                  MOVE SPACES            TO WS-ENRG-F-ENC
                  MOVE WS-RET-CLE        TO WS-ENC-CLE
                  MOVE 0                 TO WS-ENC-MT
                  MOVE 0                 TO WS-ENC-DATE-ECH
                  MOVE 'LIGNE INCONNUE AU REGISTRE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 3020-RETOUR-NON-RAPPROCHE-DEB
                     THRU 3020-RETOUR-NON-RAPPROCHE-FIN
                  GO TO 3010-TRT-RETOUR-SUITE
             WHEN NOT OK-F-ENCPRLV
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-ENC-EN-ATTENTE
                  MOVE 'LIGNE NON ENCORE PRESENTEE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 3020-RETOUR-NON-RAPPROCHE-DEB
                     THRU 3020-RETOUR-NON-RAPPROCHE-FIN
                  GO TO 3010-TRT-RETOUR-SUITE
             WHEN WS-ENC-IMPAYE
                  MOVE 'LIGNE DEJA REPRISE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 3020-RETOUR-NON-RAPPROCHE-DEB
                     THRU 3020-RETOUR-NON-RAPPROCHE-FIN
                  GO TO 3010-TRT-RETOUR-SUITE
           END-EVALUATE.
      *
           MOVE 'I'                     TO WS-ENC-STATUT.
           MOVE WS-RET-MOTIF            TO WS-ENC-MOTIF.
           MOVE WS-DATE-JOUR-NUM        TO WS-ENC-DATE-IMPAYE.
           MOVE WS-RET-REF              TO WS-ENC-REF-IMPAYE.
           PERFORM 6055-REECRIRE-F-ENCPRLV-DEB
              THRU 6055-REECRIRE-F-ENCPRLV-FIN.
      *
           PERFORM 3030-GENERER-REPRISE-DEB
              THRU 3030-GENERER-REPRISE-FIN.
      *
           MOVE WS-ENC-CPTE-CREANC      TO FS-TRI-CPTE.
           MOVE WS-ENC-NUM-REMISE       TO FS-TRI-NUM-REMISE.
           MOVE WS-ENC-NUM-LIGNE        TO FS-TRI-NUM-LIGNE.
           MOVE WS-ENC-RUM              TO FS-TRI-RUM.
           MOVE WS-ENC-MT               TO FS-TRI-MT.
           MOVE WS-ENC-DATE-ECH         TO FS-TRI-DATE-ECH.
           MOVE WS-ENC-MOTIF            TO FS-TRI-MOTIF.
           RELEASE FS-ENRG-TRI.
      *
       3010-TRT-RETOUR-SUITE.
           PERFORM 6045-LIRE-F-PRLVRET-DEB
              THRU 6045-LIRE-F-PRLVRET-FIN.
      *
       3010-TRT-RETOUR-FIN.
           EXIT.
      *
       3020-RETOUR-NON-RAPPROCHE-DEB.
           ADD  1                       TO WS-CNRA.
           MOVE 'RETOUR   '             TO WS-LENC-ETAT-ED.
           PERFORM 8010-DETAIL-ETATENC-DEB
              THRU 8010-DETAIL-ETATENC-FIN.
           PERFORM 8020-MOTIF-ETATENC-DEB
              THRU 8020-MOTIF-ETATENC-FIN.
       3020-RETOUR-NON-RAPPROCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE REPRISE 'U' : DEBIT DU CREANCIER POUR LE MONTANT *
      * DE LA LIGNE, EN VALEUR A LA DATE DE VALEUR DU CREDIT DE LA    *
      * REMISE, PORTEUR DU MOTIF SEPA ; IL EST PASSE PAR LA MISE A    *
      * JOUR SANS CONTROLE DE PROVISION.                              *
      *---------------------------------------------------------------*
       3030-GENERER-REPRISE-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-ENC-CPTE-CREANC      TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'U'                     TO WS-MVTS-CODE.
           MOVE WS-ENC-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-ENC-REF-IMPAYE       TO WS-MVTS-REF.
           SET  WS-MVTS-REMISE-PRLV     TO TRUE.
           MOVE WS-ENC-MOTIF            TO WS-MVTS-PRLV-MOTIF.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE.
           MOVE 0                       TO WS-MVTS-NUM-CARTE.
           MOVE WS-ENC-DATE-DISPO       TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTPRLV-DEB
              THRU 6060-ECRIRE-MVTPRLV-FIN.
      *
           ADD  1                       TO WS-CIMP.
           ADD  WS-ENC-MT               TO WS-MT-IMP.
      *
       3030-GENERER-REPRISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT EDITION DES IMPAYES              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * PROCEDURE DE SORTIE DU TRI : RUPTURE PAR CREANCIER AVEC UN    *
      * TOTAL PAR CREANCIER, QUI RECOIT SA PARTIE DE L'ETAT.          *
      *---------------------------------------------------------------*
      *
       4000-EDITER-IMPAYES-DEB.
      *
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
      *
           PERFORM 4010-TRT-IMPAYE-DEB
              THRU 4010-TRT-IMPAYE-FIN
             UNTIL WS-TRI-TERMINE.
      *
           IF WS-CREANC-OUVERT
                PERFORM 8055-TOTAL-CREANCIER-DEB
                   THRU 8055-TOTAL-CREANCIER-FIN
           END-IF.
      *
       4000-EDITER-IMPAYES-FIN.
           EXIT.
      *
       4010-TRT-IMPAYE-DEB.
           IF WS-CREANC-OUVERT
              AND FS-TRI-CPTE NOT = WS-CREANC-PREC
                PERFORM 8055-TOTAL-CREANCIER-DEB
                   THRU 8055-TOTAL-CREANCIER-FIN
           END-IF.
           IF WS-CREANC-A-OUVRIR
                PERFORM 8045-ENTETE-CREANCIER-DEB
                   THRU 8045-ENTETE-CREANCIER-FIN
           END-IF.
           ADD  1                       TO WS-CIMP-CR.
           ADD  FS-TRI-MT               TO WS-MT-IMP-CR.
           PERFORM 8050-DETAIL-ETATRPR-DEB
              THRU 8050-DETAIL-ETATRPR-FIN.
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
       4010-TRT-IMPAYE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * REGISTRE PERMANENT : CREE VIDE A LA PREMIERE EXECUTION.       *
      *---------------------------------------------------------------*
       6000-OUVRIR-F-ENCPRLV-DEB.
           OPEN I-O F-ENCPRLV.
           IF ENCPRLV-ABSENT
                OPEN OUTPUT F-ENCPRLV
                CLOSE F-ENCPRLV
                OPEN I-O F-ENCPRLV
           END-IF.
           IF NOT OK-F-ENCPRLV
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ENCPRLV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-ENCPRLV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE REGISTRE DES MANDATS CREANCIERS EST TENU PAR LA            *
      * MAINTENANCE DES MANDATS : EN SON ABSENCE TOUTE LIGNE DE       *
      * REMISE EST REFUSEE.                                           *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-MANDCRE-DEB.
           OPEN INPUT F-MANDCRE.
           EVALUATE TRUE
             WHEN OK-F-MANDCRE
                  SET WS-MANDCRE-OUVERT TO TRUE
             WHEN MANDCRE-ABSENT
                  SET WS-MANDCRE-FERME  TO TRUE
                  DISPLAY 'FICHIER MANDCRE ABSENT - REMISES REFUSEES'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDCRE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6005-OUVRIR-F-MANDCRE-FIN.
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
       6020-OUVRIR-MVTPRLV-DEB.
           OPEN OUTPUT F-MVTPRLV-S
           IF NOT OK-F-MVTPRLV-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTPRLV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTPRLV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-MVTPRLV-FIN.
           EXIT.
      *
       6025-OUVRIR-PRLVCOMP-DEB.
           OPEN OUTPUT F-PRLVCOMP-S
           IF NOT OK-F-PRLVCOMP-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER PRLVCOMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVCOMP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6025-OUVRIR-PRLVCOMP-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATENC-DEB.
           OPEN OUTPUT F-ETATENC-S
           IF NOT OK-F-ETATENC-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATENC'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATENC-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATENC-FIN.
           EXIT.
      *
       6035-OUVRIR-ETATRPR-DEB.
           OPEN OUTPUT F-ETATRPR-S
           IF NOT OK-F-ETATRPR-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATRPR'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATRPR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-ETATRPR-FIN.
           EXIT.
      *
       6040-LIRE-F-REMPRLV-DEB.
           READ F-REMPRLV-E INTO WS-ENRG-F-ENC.
           IF NOT OK-LEC-F-REMPRLV-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMPRLV-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMPRLV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-REMPRLV-FIN.
           EXIT.
      *
       6045-LIRE-F-PRLVRET-DEB.
           READ F-PRLVRET-E INTO WS-ENRG-F-RET.
           IF NOT OK-LEC-F-PRLVRET-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRLVRET-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVRET-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6045-LIRE-F-PRLVRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE CLE DEJA PRESENTE AU REGISTRE DESIGNE UNE LIGNE DEJA      *
      * ENREGISTREE (RETRANSMISSION) : ELLE EST REFUSEE.              *
      *---------------------------------------------------------------*
       6050-ECRIRE-F-ENCPRLV-DEB.
           MOVE WS-ENC-CLE              TO FS-ENC-CLE.
           WRITE FS-ENRG-F-ENC FROM WS-ENRG-F-ENC
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-ENCPRLV
                  CONTINUE
             WHEN ENC-DOUBLON
                  SET  WS-LIGNE-REFUSEE TO TRUE
                  MOVE 'LIGNE DEJA ENREGISTREE'
                                         TO WS-MOTIF-REFUS
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-ECRIRE-F-ENCPRLV-FIN.
           EXIT.
      *
       6055-REECRIRE-F-ENCPRLV-DEB.
           REWRITE FS-ENRG-F-ENC FROM WS-ENRG-F-ENC
           END-REWRITE.
           IF NOT OK-F-ENCPRLV
                DISPLAY 'PROBLEME DE REECRITURE F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6055-REECRIRE-F-ENCPRLV-FIN.
           EXIT.
      *
       6060-ECRIRE-MVTPRLV-DEB.
           WRITE FS-ENRG-F-MVTPRLV
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTPRLV-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTPRLV-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTPRLV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-MVTPRLV-FIN.
           EXIT.
      *
       6065-ECRIRE-PRLVCOMP-DEB.
           WRITE FS-ENRG-F-PRLVCOMP
                 FROM WS-ENRG-F-ENC
           END-WRITE.
           IF NOT OK-F-PRLVCOMP-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-PRLVCOMP-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVCOMP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6065-ECRIRE-PRLVCOMP-FIN.
           EXIT.
      *
       6070-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6070-RETURN-TRI-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-ETATENC-DEB.
           WRITE FS-ENRG-ETATENC
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATENC-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATENC-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATENC-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-ETATENC-FIN.
           EXIT.
      *
       6085-ECRIRE-LIGNE-ETATRPR-DEB.
           WRITE FS-ENRG-ETATRPR
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATRPR-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATRPR-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATRPR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6085-ECRIRE-LIGNE-ETATRPR-FIN.
           EXIT.
      *
       6100-FERMER-F-ENCPRLV-DEB.
           CLOSE F-ENCPRLV.
           IF NOT OK-F-ENCPRLV
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-ENCPRLV-FIN.
           EXIT.
      *
       6105-FERMER-F-MANDCRE-DEB.
           IF WS-MANDCRE-FERME
                GO TO 6105-FERMER-F-MANDCRE-FIN
           END-IF.
           CLOSE F-MANDCRE.
           IF NOT OK-F-MANDCRE
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MANDCRE'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6105-FERMER-F-MANDCRE-FIN.
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
       6120-FERMER-MVTPRLV-DEB.
           CLOSE F-MVTPRLV-S.
           IF NOT OK-F-MVTPRLV-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTPRLV-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTPRLV-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-MVTPRLV-FIN.
           EXIT.
      *
       6125-FERMER-PRLVCOMP-DEB.
           CLOSE F-PRLVCOMP-S.
           IF NOT OK-F-PRLVCOMP-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-PRLVCOMP-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRLVCOMP-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6125-FERMER-PRLVCOMP-FIN.
           EXIT.
      *
       6130-FERMER-ETATENC-DEB.
           CLOSE F-ETATENC-S.
           IF NOT OK-F-ETATENC-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATENC-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATENC-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-ETATENC-FIN.
           EXIT.
      *
       6135-FERMER-ETATRPR-DEB.
           CLOSE F-ETATRPR-S.
           IF NOT OK-F-ETATRPR-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATRPR-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATRPR-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-ETATRPR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEUL LE DELAI DE RETOUR DES PRELEVEMENTS (DELRETPR) SERT ICI. *
      *---------------------------------------------------------------*
       6240-CHARGER-F-PARAM-DEB.
           OPEN INPUT F-PARAM-E.
           IF OK-F-PARAM-E
                PERFORM 6245-LIRE-F-PARAM-DEB
                   THRU 6245-LIRE-F-PARAM-FIN
                PERFORM 7200-SELECT-PARAM-DEB
                   THRU 7200-SELECT-PARAM-FIN
                  UNTIL EOF-F-PARAM-E
                CLOSE F-PARAM-E
           ELSE
                DISPLAY 'FICHIER PARAMS ABSENT - '
                        'VALEURS PAR DEFAUT CONSERVEES'
           END-IF.
       6240-CHARGER-F-PARAM-FIN.
           EXIT.
      *
       6245-LIRE-F-PARAM-DEB.
           READ F-PARAM-E INTO WS-ENRG-F-PARAM.
           IF NOT OK-LEC-F-PARAM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARAM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARAM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6245-LIRE-F-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LENC-SS-ED
           MOVE AA                      TO WS-LENC-AA-ED
           MOVE MM                      TO WS-LENC-MM-ED
           MOVE JJ                      TO WS-LENC-JJ-ED
           MOVE SS                      TO WS-LRPR-SS-ED
           MOVE AA                      TO WS-LRPR-AA-ED
           MOVE MM                      TO WS-LRPR-MM-ED
           MOVE JJ                      TO WS-LRPR-JJ-ED.
      *
           STRING 'ETATENC_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATENC.
           STRING 'ETATRPR_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATRPR.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UNE LIGNE DE REMISE : ZONES NUMERIQUES, REMISE ET  *
      * MANDAT DESIGNES, MONTANT POSITIF, ECHEANCE FUTURE ET COMMUNE  *
      * A LA REMISE, COMPTE CREANCIER COURANT PRESENT AU FICHIER DES  *
      * COMPTES, MANDAT ACTIF AU REGISTRE DU CREANCIER POUR LE MEME   *
      * IBAN ET SIGNE AVANT L'ECHEANCE.                               *
      *---------------------------------------------------------------*
       7010-CONTROLER-LIGNE-DEB.
           SET  WS-LIGNE-VALIDE         TO TRUE.
           MOVE SPACES                  TO WS-MOTIF-REFUS.
           EVALUATE TRUE
             WHEN WS-ENC-CPTE-CREANC IS NOT NUMERIC
                  OR WS-ENC-NUM-LIGNE IS NOT NUMERIC
                  OR WS-ENC-MT IS NOT NUMERIC
                  OR WS-ENC-DATE-ECH IS NOT NUMERIC
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'LIGNE HORS DESSIN'
                                         TO WS-MOTIF-REFUS
             WHEN WS-ENC-NUM-REMISE = SPACES
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'NUMERO DE REMISE NON SERVI'
                                         TO WS-MOTIF-REFUS
             WHEN WS-ENC-RUM = SPACES
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'REFERENCE DE MANDAT NON SERVIE'
                                         TO WS-MOTIF-REFUS
             WHEN WS-ENC-MT = 0
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'MONTANT NUL'     TO WS-MOTIF-REFUS
             WHEN WS-RP-DEJA-RECUE
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'REMISE DEJA ENREGISTREE'
                                         TO WS-MOTIF-REFUS
             WHEN WS-ENC-DATE-ECH <= WS-DATE-JOUR-NUM
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'ECHEANCE NON FUTURE'
                                         TO WS-MOTIF-REFUS
             WHEN WS-RP-DATE-ECH NOT = 0
                  AND WS-ENC-DATE-ECH NOT = WS-RP-DATE-ECH
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'ECHEANCE DIFFERENTE DE LA REMISE'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
           IF WS-LIGNE-REFUSEE
                GO TO 7010-CONTROLER-LIGNE-FIN
           END-IF.
      *
           MOVE WS-ENC-CPTE-CREANC      TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           EVALUATE TRUE
             WHEN COMPTE-INEXISTANT
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'COMPTE CREANCIER INCONNU'
                                         TO WS-MOTIF-REFUS
             WHEN NOT OK-F-CPTE-ES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN NOT WS-CPT-COURANT
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'COMPTE CREANCIER NON COURANT'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
           IF WS-LIGNE-REFUSEE
                GO TO 7010-CONTROLER-LIGNE-FIN
           END-IF.
      *
           IF WS-MANDCRE-FERME
                SET  WS-LIGNE-REFUSEE   TO TRUE
                MOVE 'REGISTRE DES MANDATS ABSENT'
                                        TO WS-MOTIF-REFUS
                GO TO 7010-CONTROLER-LIGNE-FIN
           END-IF.
           MOVE WS-ENC-CPTE-CREANC      TO WS-MCR-CPTE-CREANC.
           MOVE WS-ENC-RUM              TO WS-MCR-RUM.
           MOVE WS-MCR-CLE              TO FS-MCR-CLE.
           READ F-MANDCRE INTO WS-ENRG-F-MCR.
           EVALUATE TRUE
             WHEN MCR-INCONNU
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'MANDAT INCONNU DU CREANCIER'
                                         TO WS-MOTIF-REFUS
             WHEN NOT OK-F-MANDCRE
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDCRE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-MCR-REVOQUE
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'MANDAT REVOQUE'  TO WS-MOTIF-REFUS
             WHEN WS-MCR-IBAN-DEBITEUR NOT = WS-ENC-IBAN-DEBITEUR
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'IBAN DIFFERENT DU MANDAT'
                                         TO WS-MOTIF-REFUS
             WHEN WS-MCR-DATE-SIGN > WS-ENC-DATE-ECH
                  SET  WS-LIGNE-REFUSEE  TO TRUE
                  MOVE 'ECHEANCE ANTERIEURE AU MANDAT'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
       7010-CONTROLER-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RUPTURE SUR UNE NOUVELLE REMISE : REMISE A ZERO DES CUMULS ET *
      * RECHERCHE AU REGISTRE D'UNE LIGNE DEJA ENREGISTREE SOUS LE    *
      * MEME CREANCIER ET LE MEME NUMERO DE REMISE (LECTURE DANS LA   *
      * ZONE DU FICHIER, LA LIGNE LUE RESTANT EN WS-ENRG-F-ENC).      *
      *---------------------------------------------------------------*
       7015-OUVRIR-REMISE-DEB.
           MOVE WS-ENC-CLE (1 : 18)     TO WS-RP-CLE.
           MOVE 0                       TO WS-RP-DATE-ECH.
           MOVE 0                       TO WS-CLIG-REM.
           MOVE 0                       TO WS-CACC-REM.
           MOVE 0                       TO WS-MT-REM.
           SET  WS-RP-NOUVELLE          TO TRUE.
      *
           MOVE LOW-VALUE               TO FS-ENC-CLE.
           MOVE WS-RP-CLE               TO FS-ENC-CLE (1 : 18).
           START F-ENCPRLV KEY IS NOT LESS THAN FS-ENC-CLE
           END-START.
           IF NOT OK-START-ENCPRLV
                DISPLAY 'PROBLEME DE START DU FICHIER F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ENC-INCONNUE
                GO TO 7015-OUVRIR-REMISE-FIN
           END-IF.
           READ F-ENCPRLV NEXT RECORD.
           IF NOT OK-LEC-F-ENCPRLV
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF NOT EOF-F-ENCPRLV
              AND FS-ENC-CLE (1 : 18) = WS-RP-CLE
                SET  WS-RP-DEJA-RECUE   TO TRUE
           END-IF.
       7015-OUVRIR-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DE DISPONIBILITE : ECHEANCE AUGMENTEE DU DELAI DE RETOUR *
      * EN JOURS CALENDAIRES, JOUR PAR JOUR.                          *
      *---------------------------------------------------------------*
       7020-DATE-DISPO-DEB.
           MOVE WS-ENC-DATE-ECH         TO WS-DATE-W-NUM.
           MOVE WS-DELAI-RETOUR-PRLV    TO WS-NB-JOURS.
           PERFORM 7030-JOUR-SUIVANT-DEB
              THRU 7030-JOUR-SUIVANT-FIN
             VARYING WS-IJOUR FROM 1 BY 1
             UNTIL WS-IJOUR > WS-NB-JOURS.
           MOVE WS-DATE-W-NUM           TO WS-ENC-DATE-DISPO.
       7020-DATE-DISPO-FIN.
           EXIT.
      *
       7030-JOUR-SUIVANT-DEB.
           MOVE WS-JOURS-MOIS (WS-DW-MM) TO WS-FIN-MOIS.
           IF WS-DW-MM = 2
                DIVIDE WS-DW-AAAA BY 4   GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-4
                DIVIDE WS-DW-AAAA BY 100 GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-100
                DIVIDE WS-DW-AAAA BY 400 GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-400
                IF (WS-RESTE-4 = 0 AND WS-RESTE-100 NOT = 0)
                   OR WS-RESTE-400 = 0
                     MOVE 29            TO WS-FIN-MOIS
                END-IF
           END-IF.
           IF WS-DW-JJ < WS-FIN-MOIS
                ADD  1                  TO WS-DW-JJ
           ELSE
                MOVE 1                  TO WS-DW-JJ
                IF WS-DW-MM < 12
                     ADD  1             TO WS-DW-MM
                ELSE
                     MOVE 1             TO WS-DW-MM
                     ADD  1             TO WS-DW-AAAA
                END-IF
           END-IF.
       7030-JOUR-SUIVANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LIBELLE DU MOTIF SEPA DE RETOUR POUR L'ETAT DES IMPAYES.      *
      *---------------------------------------------------------------*
       7040-LIBELLE-MOTIF-DEB.
           EVALUATE FS-TRI-MOTIF
             WHEN 'AM04'
                  MOVE 'PROVISION INSUFF. ' TO WS-LRPR-LIB-MOTIF-ED
             WHEN 'MD01'
                  MOVE 'MANDAT ABSENT/REV.' TO WS-LRPR-LIB-MOTIF-ED
             WHEN 'AC04'
                  MOVE 'COMPTE CLOTURE    ' TO WS-LRPR-LIB-MOTIF-ED
             WHEN OTHER
                  MOVE 'AUTRE MOTIF       ' TO WS-LRPR-LIB-MOTIF-ED
           END-EVALUATE.
       7040-LIBELLE-MOTIF-FIN.
           EXIT.
      *
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-DELRETPR
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-RETOUR-PRLV
                END-EVALUATE
           END-IF.
           PERFORM 6245-LIRE-F-PARAM-DEB
              THRU 6245-LIRE-F-PARAM-FIN.
       7200-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATENC-DEB.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-LENC-TITRE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8000-ENTETE-ETATENC-FIN.
           EXIT.
      *
       8010-DETAIL-ETATENC-DEB.
           IF WS-ENC-CPTE-CREANC IS NUMERIC
                MOVE WS-ENC-CPTE-CREANC TO WS-LENC-CPTE-ED
           ELSE MOVE 0               TO WS-LENC-CPTE-ED
           END-IF.
           IF WS-ENC-NUM-LIGNE IS NUMERIC
                MOVE WS-ENC-NUM-LIGNE TO WS-LENC-LIGNE-ED
           ELSE MOVE 0               TO WS-LENC-LIGNE-ED
           END-IF.
           IF WS-ENC-MT IS NUMERIC
                MOVE WS-ENC-MT       TO WS-LENC-MT-ED
           ELSE MOVE 0               TO WS-LENC-MT-ED
           END-IF.
           IF WS-ENC-DATE-ECH IS NUMERIC
                MOVE WS-ENC-DATE-ECH TO WS-LENC-ECH-ED
           ELSE MOVE 0               TO WS-LENC-ECH-ED
           END-IF.
           MOVE WS-ENC-NUM-REMISE    TO WS-LENC-REMISE-ED.
           MOVE WS-ENC-RUM           TO WS-LENC-RUM-ED.
           MOVE WS-LENC-DETAIL       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8010-DETAIL-ETATENC-FIN.
           EXIT.
      *
       8020-MOTIF-ETATENC-DEB.
           MOVE WS-MOTIF-REFUS       TO WS-LENC-MOTIF-ED.
           MOVE WS-LENC-MOTIF        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8020-MOTIF-ETATENC-FIN.
           EXIT.
      *
       8025-TOTAL-REMISE-DEB.
           MOVE WS-RP-CLE (1 : 10)   TO WS-LENC-TR-CPTE-ED.
           MOVE WS-RP-CLE (11 : 8)   TO WS-LENC-TR-REMISE-ED.
           MOVE WS-CLIG-REM          TO WS-LENC-TR-NBLIG-ED.
           MOVE WS-CACC-REM          TO WS-LENC-TR-NBACC-ED.
           MOVE WS-MT-REM            TO WS-LENC-TR-MT-ED.
           MOVE WS-LENC-TOTREM       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8025-TOTAL-REMISE-FIN.
           EXIT.
      *
       8028-PRESENTEE-ETATENC-DEB.
           IF WS-PRESENT-A-OUVRIR
                MOVE WS-LENC-L1         TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATENC-FIN
                MOVE WS-LENC-SOUS-TITRE TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATENC-FIN
                SET  WS-PRESENT-OUVERTE TO TRUE
           END-IF.
           MOVE WS-GRP-CPTE          TO WS-LENC-PR-CPTE-ED.
           MOVE WS-GRP-NUM-REMISE    TO WS-LENC-PR-REMISE-ED.
           MOVE WS-GRP-NB            TO WS-LENC-PR-NBLIG-ED.
           MOVE WS-GRP-MT            TO WS-LENC-PR-MT-ED.
           MOVE WS-GRP-DATE-DISPO    TO WS-LENC-PR-DISPO-ED.
           MOVE WS-LENC-PRESENT      TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8028-PRESENTEE-ETATENC-FIN.
           EXIT.
      *
       8030-TOTAL-ETATENC-DEB.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-CLIG              TO WS-LENC-NBLIG-ED.
           MOVE WS-CACC              TO WS-LENC-NBACC-ED.
           MOVE WS-CREF              TO WS-LENC-NBREF-ED.
           MOVE WS-LENC-TOTAL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-CPRE              TO WS-LENC-NBPRE-ED.
           MOVE WS-MT-PRE            TO WS-LENC-MTPRE-ED.
           MOVE WS-CDEF              TO WS-LENC-NBDEF-ED.
           MOVE WS-LENC-TOTAL2       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-CRET              TO WS-LENC-NBRET-ED.
           MOVE WS-CIMP              TO WS-LENC-NBIMP-ED.
           MOVE WS-CNRA              TO WS-LENC-NBNRA-ED.
           MOVE WS-LENC-TOTAL3       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATENC-DEB
              THRU 6080-ECRIRE-LIGNE-ETATENC-FIN.
       8030-TOTAL-ETATENC-FIN.
           EXIT.
      *
       8040-ENTETE-ETATRPR-DEB.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           MOVE WS-LRPR-TITRE        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
       8040-ENTETE-ETATRPR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EN-TETE D'UN CREANCIER : SON NOM EST RELU AU FICHIER DES      *
      * COMPTES (A BLANC SI LE COMPTE N'Y FIGURE PLUS).               *
      *---------------------------------------------------------------*
       8045-ENTETE-CREANCIER-DEB.
           MOVE FS-TRI-CPTE          TO WS-CREANC-PREC.
           MOVE FS-TRI-CPTE          TO WS-LRPR-CPTE-ED.
           MOVE FS-TRI-CPTE          TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           EVALUATE TRUE
             WHEN COMPTE-INEXISTANT
                  MOVE SPACES        TO WS-LRPR-NOM-ED
             WHEN NOT OK-F-CPTE-ES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN OTHER
                  MOVE WS-CPT-NOM    TO WS-LRPR-NOM-ED
           END-EVALUATE.
           MOVE WS-LRPR-CREANC       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           MOVE 0                    TO WS-CIMP-CR.
           MOVE 0                    TO WS-MT-IMP-CR.
           SET  WS-CREANC-OUVERT     TO TRUE.
       8045-ENTETE-CREANCIER-FIN.
           EXIT.
      *
       8050-DETAIL-ETATRPR-DEB.
           MOVE FS-TRI-NUM-REMISE    TO WS-LRPR-REMISE-ED.
           MOVE FS-TRI-NUM-LIGNE     TO WS-LRPR-LIGNE-ED.
           MOVE FS-TRI-RUM           TO WS-LRPR-RUM-ED.
           MOVE FS-TRI-MT            TO WS-LRPR-MT-ED.
           MOVE FS-TRI-DATE-ECH      TO WS-LRPR-ECH-ED.
           MOVE FS-TRI-MOTIF         TO WS-LRPR-MOTIF-ED.
           PERFORM 7040-LIBELLE-MOTIF-DEB
              THRU 7040-LIBELLE-MOTIF-FIN.
           MOVE WS-LRPR-DETAIL       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
       8050-DETAIL-ETATRPR-FIN.
           EXIT.
      *
       8055-TOTAL-CREANCIER-DEB.
           MOVE WS-CIMP-CR           TO WS-LRPR-NBCR-ED.
           MOVE WS-MT-IMP-CR         TO WS-LRPR-MTCR-ED.
           MOVE WS-LRPR-TOTCR        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           SET  WS-CREANC-A-OUVRIR   TO TRUE.
       8055-TOTAL-CREANCIER-FIN.
           EXIT.
      *
       8060-TOTAL-ETATRPR-DEB.
           MOVE WS-CIMP              TO WS-LRPR-NBIMP-ED.
           MOVE WS-MT-IMP            TO WS-LRPR-MTIMP-ED.
           MOVE WS-LRPR-TOTAL        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
           MOVE WS-LENC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATRPR-DEB
              THRU 6085-ECRIRE-LIGNE-ETATRPR-FIN.
       8060-TOTAL-ETATRPR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO119B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'LIGNES DE REMISE LUES : ' WS-CLIG.
           DISPLAY 'LIGNES ACCEPTEES      : ' WS-CACC.
           DISPLAY 'LIGNES REFUSEES       : ' WS-CREF.
           DISPLAY 'LIGNES PRESENTEES     : ' WS-CPRE.
           DISPLAY 'REMISES CREDITEES     : ' WS-CREMP.
           DISPLAY 'LIGNES DEFINITIVES    : ' WS-CDEF.
           DISPLAY 'RETOURS D''IMPAYES     : ' WS-CRET.
           DISPLAY 'IMPAYES REPRIS        : ' WS-CIMP.
           DISPLAY 'RETOURS NON RAPPROCHES: ' WS-CNRA.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO119B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
