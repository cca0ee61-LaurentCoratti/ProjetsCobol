      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO99B                                   *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    TRAITEMENT DES REMISES DE CHEQUES, AVANT LA MISE A JOUR    *
      *    QUOTIDIENNE :                                              *
      *    - LES REMISES ARRIVEES A DATE DE DISPONIBILITE SONT        *
      *      PASSEES ENCAISSEES AU REGISTRE DES REMISES ;             *
      *    - LES REMISES DU JOUR (FICHIER REMCHQ) SONT CONTROLEES,    *
      *      ENREGISTREES EN COMPENSATION AVEC LEUR DATE DE           *
      *      DISPONIBILITE (DATE DE REMISE + DELAI DELCOMPE) ET       *
      *      TRANSFORMEES EN MOUVEMENTS 'D' PORTEURS DU NUMERO DE     *
      *      CHEQUE, DATES EN VALEUR A LA DISPONIBILITE ;             *
      *    - LES CHEQUES RETOURNES IMPAYES PAR LA COMPENSATION        *
      *      (FICHIER CHQRET) SONT RAPPROCHES DU REGISTRE ET          *
      *      CONTRE-PASSES PAR UN MOUVEMENT 'U' AU DEBIT DU           *
      *      REMETTANT, AVEC UNE LISTE DES REMISES IMPAYEES PAR       *
      *      AGENCE.                                                  *
      *    LES MOUVEMENTS GENERES (MVTREM) SONT A FONDRE AVEC INP001. *
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
       PROGRAM-ID.      ARIO99B.
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
      *                      F-REMCHQ : REMISES DE CHEQUES DU JOUR
      *                      -------------------------------------------
           SELECT  F-REMCHQ-E          ASSIGN TO 'REMCHQ.txt'
                   FILE STATUS         IS WS-FS-F-REMCHQ-E.
      *                      -------------------------------------------
      *                      F-CHQRET : CHEQUES RETOURNES IMPAYES PAR
      *                                 LA COMPENSATION
      *                      -------------------------------------------
           SELECT  F-CHQRET-E          ASSIGN TO 'CHQRET.txt'
                   FILE STATUS         IS WS-FS-F-CHQRET-E.
      *                      -------------------------------------------
      *                      F-REMISES : REGISTRE DES REMISES DE
      *                                  CHEQUES
      *                      -------------------------------------------
           SELECT  F-REMISES           ASSIGN TO REMISES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-F-REMISES.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                                (CONTROLE DU COMPTE REMETTANT)
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
      *                      F-MVTREM : MOUVEMENTS 'D' ET 'U' GENERES
      *                      -------------------------------------------
           SELECT  F-MVTREM-S          ASSIGN TO 'MVTREM.txt'
                   FILE STATUS         IS WS-FS-F-MVTREM-S.
      *                      -------------------------------------------
      *                      ETATREM : ETAT DE CONTROLE DES REMISES
      *                      -------------------------------------------
           SELECT  F-ETATREM-S         ASSIGN TO WS-NOM-ETATREM
                   FILE STATUS         IS WS-FS-F-ETATREM-S.
      *                      -------------------------------------------
      *                      ETATIMP : LISTE DES REMISES IMPAYEES PAR
      *                                AGENCE
      *                      -------------------------------------------
           SELECT  F-ETATIMP-S         ASSIGN TO WS-NOM-ETATIMP
                   FILE STATUS         IS WS-FS-F-ETATIMP-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-REMCHQ-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-REMCHQ           PIC X(80).
      *
       FD  F-CHQRET-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CHQRET           PIC X(80).
      *
       FD  F-REMISES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-REM.
           05 FS-REM-CLE              PIC X(27).
           05 FILLER                  PIC X(53).
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
           05 FS-TRI-AGENCE           PIC 9.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-BQE-TIREE        PIC X(10).
           05 FS-TRI-NUM-CHEQUE       PIC 9(7).
           05 FS-TRI-MT               PIC 9(8)V99.
           05 FS-TRI-DATE-REMISE      PIC 9(8).
           05 FS-TRI-MOTIF            PIC X(2).
      *
       FD  F-MVTREM-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTREM           PIC X(107).
      *
       FD  F-ETATREM-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREM            PIC X(80).
      *
       FD  F-ETATIMP-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATIMP            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4MVTS.
           COPY TP4CPT.
           COPY TPPARAM.
           COPY TPREMISE.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU RETOUR D'IMPAYE DE LA COMPENSATION             *
      *---------------------------------------------------------------*
      * LA REMISE EST DESIGNEE PAR LA CLE DU REGISTRE (COMPTE         *
      * REMETTANT, BANQUE TIREE, NUMERO DE CHEQUE). LE MOTIF DE REJET *
      * EST CELUI DE LA COMPENSATION ; LA REFERENCE SERVIE SERT DE    *
      * REFERENCE UNIQUE AU MOUVEMENT DE CONTRE-PASSATION 'U' (UNE    *
      * RETRANSMISSION DU RETOUR EST ARRETEE PAR LE STATUT IMPAYE DU  *
      * REGISTRE, PUIS PAR LE REGISTRE DES DOUBLONS DE LA MISE A      *
      * JOUR).                                                        *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-RET.
           05 WS-RET-CLE.
              10 WS-RET-CPTE         PIC 9(10).
              10 WS-RET-BQE-TIREE    PIC X(10).
              10 WS-RET-NUM-CHEQUE   PIC 9(7).
           05 WS-RET-MOTIF           PIC X(02).
           05 WS-RET-DATE            PIC 9(8).
           05 WS-RET-REF             PIC X(08).
           05 FILLER                 PIC X(35).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-REMCHQ-E         PIC XX.
           88  OK-F-REMCHQ-E        VALUE '00'.
           88  OK-LEC-F-REMCHQ-E    VALUE '00' '10'.
           88  EOF-F-REMCHQ-E       VALUE '10'.
           88  REMCHQ-ABSENT        VALUE '35'.
       01  WS-FS-F-CHQRET-E         PIC XX.
           88  OK-F-CHQRET-E        VALUE '00'.
           88  OK-LEC-F-CHQRET-E    VALUE '00' '10'.
           88  EOF-F-CHQRET-E       VALUE '10'.
           88  CHQRET-ABSENT        VALUE '35'.
       01  WS-FS-F-REMISES          PIC XX.
           88  OK-F-REMISES         VALUE '00'.
           88  OK-LEC-F-REMISES     VALUE '00' '02' '10'.
           88  EOF-F-REMISES        VALUE '10'.
           88  REMISES-ABSENT       VALUE '35'.
           88  REM-INCONNUE         VALUE '23'.
           88  REM-DOUBLON          VALUE '22'.
           88  OK-START-REMISES     VALUE '00' '23'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-MVTREM-S         PIC XX.
           88  OK-F-MVTREM-S        VALUE '00'.
       01  WS-FS-F-ETATREM-S        PIC XX.
           88  OK-F-ETATREM-S       VALUE '00'.
       01  WS-FS-F-ETATIMP-S        PIC XX.
           88  OK-F-ETATIMP-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CREM                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CACC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREF                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CENC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRET                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CIMP                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CNRA                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CIMP-AG               PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATREM           PIC X(24).
       77  WS-NOM-ETATIMP           PIC X(24).
       77  WS-MT-ACC                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-IMP                PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-MT-IMP-AG             PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-AGENCE-PREC           PIC 9     VALUE 0.
       77  WS-MOTIF-REFUS           PIC X(30) VALUE SPACES.
       77  WS-NB-JOURS              PIC S9(4) COMP VALUE 0.
       77  WS-IJOUR                 PIC S9(4) COMP VALUE 0.
       77  WS-QUOTIENT              PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-4               PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-100             PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-400             PIC S9(5) COMP VALUE 0.
       77  WS-FIN-MOIS              PIC 99    VALUE 0.
       01  WS-STATUT-REMISE         PIC X     VALUE '0'.
           88 WS-REMISE-VALIDE      VALUE '0'.
           88 WS-REMISE-REFUSEE     VALUE '1'.
       01  WS-FIN-SCAN-REM          PIC X     VALUE '0'.
           88 WS-SCAN-REM-EN-COURS  VALUE '0'.
           88 WS-SCAN-REM-TERMINE   VALUE '1'.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-PREMIERE-AGENCE       PIC X     VALUE '1'.
           88 WS-AGENCE-A-OUVRIR    VALUE '1'.
           88 WS-AGENCE-OUVERTE     VALUE '0'.
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
       01  WS-DATE-OPE.
           05 WS-DO-SS              PIC 99.
           05 WS-DO-AA              PIC 99.
           05 WS-DO-MM              PIC 99.
           05 WS-DO-JJ              PIC 99.
       01  WS-DATE-OPE-NUM REDEFINES WS-DATE-OPE
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
      * ZONES D'EDITION DE L'ETAT DE CONTROLE DES REMISES             *
      *---------------------------------------------------------------*
      *
       01  WS-LREM-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LREM-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'CONTROLE DES REMISES CHEQUES  '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LREM-TITRE-DATE.
              10 WS-LREM-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LREM-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LREM-SS-ED       PIC 9(2).
              10 WS-LREM-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LREM-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LREM-ETAT-ED        PIC X(9).
           05 WS-LREM-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LREM-BQE-ED         PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LREM-CHQ-ED         PIC 9(7).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LREM-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LREM-DISPO-ED       PIC 9(8).
           05 FILLER                 PIC X(16) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREM-MOTIF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE '   MOTIF : '.
           05 WS-LREM-MOTIF-ED       PIC X(30).
           05 FILLER                 PIC X(34) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREM-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'REMISES : '.
           05 WS-LREM-NBREM-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE '  ACCEPTEES:'.
           05 WS-LREM-NBACC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  REFUSEES:'.
           05 WS-LREM-NBREF-ED       PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE '  MT'.
           05 WS-LREM-MTACC-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREM-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(22) VALUE
                                         'ENCAISSEES CE JOUR :  '.
           05 WS-LREM-NBENC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(22) VALUE
                                         '  RETOURS NON RAPPR. :'.
           05 WS-LREM-NBNRA-ED       PIC ZZZ9.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE LA LISTE DES REMISES IMPAYEES PAR AGENCE   *
      *---------------------------------------------------------------*
      *
       01  WS-LIMP-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'REMISES DE CHEQUES IMPAYEES   '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LIMP-TITRE-DATE.
              10 WS-LIMP-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LIMP-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LIMP-SS-ED       PIC 9(2).
              10 WS-LIMP-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LIMP-AGENCE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'AGENCE : '.
           05 WS-LIMP-AGENCE-ED      PIC 9.
           05 FILLER                 PIC X(65) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LIMP-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LIMP-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LIMP-BQE-ED         PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LIMP-CHQ-ED         PIC 9(7).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LIMP-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(9)  VALUE ' REMISE: '.
           05 WS-LIMP-DREM-ED        PIC 9(8).
           05 FILLER                 PIC X(8)  VALUE ' MOTIF: '.
           05 WS-LIMP-MOTIF-ED       PIC X(2).
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LIMP-TOTAG.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL AGENCE     : '.
           05 WS-LIMP-NBAG-ED        PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' IMPAYES MT '.
           05 WS-LIMP-MTAG-ED        PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LIMP-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'TOTAL GENERAL    : '.
           05 WS-LIMP-NBIMP-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE ' IMPAYES MT '.
           05 WS-LIMP-MTIMP-ED       PIC ZZZZZZZZZ9,99.
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
      * LES REMISES ARRIVEES A DISPONIBILITE SONT PASSEES ENCAISSEES  *
      * AVANT L'ENREGISTREMENT DES REMISES DU JOUR ; LES RETOURS      *
      * D'IMPAYES SONT TRAITES EN DERNIER, TRIES PAR AGENCE POUR LA   *
      * LISTE DES REMISES IMPAYEES.                                   *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6000-OUVRIR-F-REMISES-DEB
              THRU 6000-OUVRIR-F-REMISES-FIN.
      *
           PERFORM 6010-OUVRIR-F-CPTE-ES-DEB
              THRU 6010-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6020-OUVRIR-MVTREM-DEB
              THRU 6020-OUVRIR-MVTREM-FIN.
      *
           PERFORM 6030-OUVRIR-ETATREM-DEB
              THRU 6030-OUVRIR-ETATREM-FIN.
      *
           PERFORM 6035-OUVRIR-ETATIMP-DEB
              THRU 6035-OUVRIR-ETATIMP-FIN.
      *
           PERFORM 8000-ENTETE-ETATREM-DEB
              THRU 8000-ENTETE-ETATREM-FIN.
      *
           PERFORM 1000-TRT-ENCAISSEMENT-DEB
              THRU 1000-TRT-ENCAISSEMENT-FIN.
      *
           PERFORM 2000-TRT-REMISES-DEB
              THRU 2000-TRT-REMISES-FIN.
      *
           PERFORM 8040-ENTETE-ETATIMP-DEB
              THRU 8040-ENTETE-ETATIMP-FIN.
      *
           SORT F-TRI
                ON ASCENDING  KEY FS-TRI-AGENCE
                ON ASCENDING  KEY FS-TRI-CPTE
                ON ASCENDING  KEY FS-TRI-NUM-CHEQUE
                INPUT  PROCEDURE IS 3000-TRT-RETOURS-DEB
                                 THRU 3000-TRT-RETOURS-FIN
                OUTPUT PROCEDURE IS 4000-EDITER-IMPAYES-DEB
                                 THRU 4000-EDITER-IMPAYES-FIN.
      *
           PERFORM 8060-TOTAL-ETATIMP-DEB
              THRU 8060-TOTAL-ETATIMP-FIN.
      *
           PERFORM 8030-TOTAL-ETATREM-DEB
              THRU 8030-TOTAL-ETATREM-FIN.
      *
           PERFORM 6100-FERMER-F-REMISES-DEB
              THRU 6100-FERMER-F-REMISES-FIN.
      *
           PERFORM 6110-FERMER-F-CPTE-ES-DEB
              THRU 6110-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6120-FERMER-MVTREM-DEB
              THRU 6120-FERMER-MVTREM-FIN.
      *
           PERFORM 6130-FERMER-ETATREM-DEB
              THRU 6130-FERMER-ETATREM-FIN.
      *
           PERFORM 6135-FERMER-ETATIMP-DEB
              THRU 6135-FERMER-ETATIMP-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT ENCAISSEMENT                 *
      *     =========================================                 *
      *---------------------------------------------------------------*
      * PARCOURS COMPLET DU REGISTRE : UNE REMISE EN COMPENSATION     *
      * DONT LA DATE DE DISPONIBILITE EST ATTEINTE EST PASSEE         *
      * ENCAISSEE. LE FLOTTANT CALCULE PAR LA MISE A JOUR NE RETIENT  *
      * DEJA PLUS CES REMISES ; LE STATUT SERT AU SUIVI ET A LA       *
      * RECHERCHE DES RETOURS TARDIFS.                                *
      *---------------------------------------------------------------*
      *
       1000-TRT-ENCAISSEMENT-DEB.
      *
           MOVE LOW-VALUE               TO FS-REM-CLE.
           START F-REMISES KEY IS NOT LESS THAN FS-REM-CLE
           END-START.
           IF NOT OK-START-REMISES
                DISPLAY 'PROBLEME DE START DU FICHIER F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REM-INCONNUE
                SET WS-SCAN-REM-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-REM-EN-COURS TO TRUE
           END-IF.
      *
           PERFORM 1010-ENCAISSER-REMISE-DEB
              THRU 1010-ENCAISSER-REMISE-FIN
             UNTIL WS-SCAN-REM-TERMINE.
      *
       1000-TRT-ENCAISSEMENT-FIN.
           EXIT.
      *
       1010-ENCAISSER-REMISE-DEB.
           READ F-REMISES NEXT RECORD INTO WS-ENRG-F-REM.
           EVALUATE TRUE
             WHEN EOF-F-REMISES
                  SET WS-SCAN-REM-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-REMISES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-REM-EN-COMPENS
                  AND WS-REM-DATE-DISPO <= WS-DATE-JOUR-NUM
                  MOVE 'P'              TO WS-REM-STATUT
                  REWRITE FS-ENRG-F-REM FROM WS-ENRG-F-REM
                  END-REWRITE
                  IF NOT OK-F-REMISES
                       DISPLAY 'PROBLEME DE REECRITURE F-REMISES'
                       DISPLAY 'VALEUR DU FILE STATUS = '
                               WS-FS-F-REMISES
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                  END-IF
                  ADD  1                TO WS-CENC
           END-EVALUATE.
       1010-ENCAISSER-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT REMISES DU JOUR              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * LE FICHIER DES REMISES EST FACULTATIF : EN SON ABSENCE, SEULS *
      * L'ENCAISSEMENT ET LES RETOURS D'IMPAYES SONT TRAITES.         *
      *---------------------------------------------------------------*
      *
       2000-TRT-REMISES-DEB.
      *
           OPEN INPUT F-REMCHQ-E.
           IF REMCHQ-ABSENT
                DISPLAY 'FICHIER REMCHQ ABSENT - AUCUNE REMISE'
                GO TO 2000-TRT-REMISES-FIN
           END-IF.
           IF NOT OK-F-REMCHQ-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMCHQ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMCHQ-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-REMCHQ-DEB
              THRU 6040-LIRE-F-REMCHQ-FIN.
      *
           IF EOF-F-REMCHQ-E
              DISPLAY 'FICHIER F-REMCHQ-E VIDE'
           END-IF.
      *
           PERFORM 2010-TRT-REMISE-DEB
              THRU 2010-TRT-REMISE-FIN
             UNTIL EOF-F-REMCHQ-E.
      *
           CLOSE F-REMCHQ-E.
           IF NOT OK-F-REMCHQ-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REMCHQ-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMCHQ-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       2000-TRT-REMISES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE REMISE VALIDE EST ENREGISTREE EN COMPENSATION PUIS        *
      * TRANSFORMEE EN MOUVEMENT 'D' ; UNE REMISE REFUSEE EST EDITEE  *
      * AVEC SON MOTIF ET N'EST NI ENREGISTREE NI CREDITEE.           *
      *---------------------------------------------------------------*
       2010-TRT-REMISE-DEB.
      *
           ADD  1                       TO WS-CREM.
      *
           PERFORM 7010-CONTROLER-REMISE-DEB
              THRU 7010-CONTROLER-REMISE-FIN.
      *
           IF WS-REMISE-VALIDE
                PERFORM 7020-DATE-DISPO-DEB
                   THRU 7020-DATE-DISPO-FIN
                MOVE 'E'                TO WS-REM-STATUT
                MOVE SPACES             TO WS-REM-MOTIF
                MOVE 0                  TO WS-REM-DATE-IMPAYE
                MOVE SPACES             TO WS-REM-REF-IMPAYE
                PERFORM 6050-ECRIRE-F-REMISES-DEB
                   THRU 6050-ECRIRE-F-REMISES-FIN
           END-IF.
      *
           IF WS-REMISE-VALIDE
                PERFORM 2020-GENERER-CREDIT-DEB
                   THRU 2020-GENERER-CREDIT-FIN
                ADD  1                  TO WS-CACC
                ADD  WS-REM-MT          TO WS-MT-ACC
                MOVE 'ACCEPTEE '        TO WS-LREM-ETAT-ED
                PERFORM 8010-DETAIL-ETATREM-DEB
                   THRU 8010-DETAIL-ETATREM-FIN
           ELSE
                ADD  1                  TO WS-CREF
                MOVE 'REFUSEE  '        TO WS-LREM-ETAT-ED
                PERFORM 8010-DETAIL-ETATREM-DEB
                   THRU 8010-DETAIL-ETATREM-FIN
                PERFORM 8020-MOTIF-ETATREM-DEB
                   THRU 8020-MOTIF-ETATREM-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-REMCHQ-DEB
              THRU 6040-LIRE-F-REMCHQ-FIN.
      *
       2010-TRT-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE CREDIT DE LA REMISE : DEPOT 'D' PORTEUR DU       *
      * NUMERO DE CHEQUE ET DE LA BANQUE TIREE, DATE EN VALEUR A LA   *
      * DISPONIBILITE ; LA REFERENCE EST CELLE SERVIE PAR LA CAPTURE. *
      *---------------------------------------------------------------*
       2020-GENERER-CREDIT-DEB.
      *
           MOVE WS-REM-DATE-REMISE      TO WS-DATE-OPE-NUM.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-REM-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-DO-JJ                TO WS-MVTS-JJ.
           MOVE WS-DO-MM                TO WS-MVTS-MM.
           MOVE WS-DO-SS                TO WS-MVTS-SS.
           MOVE WS-DO-AA                TO WS-MVTS-AA.
           MOVE 'D'                     TO WS-MVTS-CODE.
           MOVE WS-REM-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-REM-REF              TO WS-MVTS-REF.
           MOVE WS-REM-BQE-TIREE        TO WS-MVTS-EXT-BQE.
           MOVE WS-REM-NUM-CHEQUE       TO WS-MVTS-NUM-CHEQUE.
           MOVE 0                       TO WS-MVTS-NUM-CARTE.
           MOVE WS-REM-DATE-DISPO       TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTREM-DEB
              THRU 6060-ECRIRE-MVTREM-FIN.
      *
       2020-GENERER-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT RETOURS D'IMPAYES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * PROCEDURE D'ENTREE DU TRI : CHAQUE RETOUR RAPPROCHE D'UNE     *
      * REMISE NON ENCORE IMPAYEE DU REGISTRE EST CONTRE-PASSE ET     *
      * PORTE A LA LISTE ; UN RETOUR SANS REMISE AU REGISTRE, OU SUR  *
      * UNE REMISE DEJA IMPAYEE, EST SIGNALE A L'ETAT DE CONTROLE.    *
      *---------------------------------------------------------------*
      *
       3000-TRT-RETOURS-DEB.
      *
           OPEN INPUT F-CHQRET-E.
           IF CHQRET-ABSENT
                DISPLAY 'FICHIER CHQRET ABSENT - AUCUN IMPAYE'
                GO TO 3000-TRT-RETOURS-FIN
           END-IF.
           IF NOT OK-F-CHQRET-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHQRET'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQRET-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6045-LIRE-F-CHQRET-DEB
              THRU 6045-LIRE-F-CHQRET-FIN.
      *
           PERFORM 3010-TRT-RETOUR-DEB
              THRU 3010-TRT-RETOUR-FIN
             UNTIL EOF-F-CHQRET-E.
      *
           CLOSE F-CHQRET-E.
           IF NOT OK-F-CHQRET-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CHQRET-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQRET-E
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
           IF WS-RET-CPTE IS NOT NUMERIC
              OR WS-RET-NUM-CHEQUE IS NOT NUMERIC
                ADD  1                  TO WS-CNRA
                DISPLAY 'RETOUR D''IMPAYE HORS DESSIN IGNORE'
                GO TO 3010-TRT-RETOUR-SUITE
           END-IF.
      *
           MOVE WS-RET-CLE              TO FS-REM-CLE.
           READ F-REMISES INTO WS-ENRG-F-REM
                KEY IS FS-REM-CLE.
           EVALUATE TRUE
             WHEN REM-INCONNUE
                  MOVE WS-RET-CPTE       TO WS-REM-CPTE
                  MOVE WS-RET-BQE-TIREE  TO WS-REM-BQE-TIREE
                  MOVE WS-RET-NUM-CHEQUE TO WS-REM-NUM-CHEQUE
                  MOVE 0                 TO WS-REM-MT
                  MOVE 0                 TO WS-REM-DATE-DISPO
                  MOVE 'REMISE INCONNUE AU REGISTRE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 3020-RETOUR-NON-RAPPROCHE-DEB
                     THRU 3020-RETOUR-NON-RAPPROCHE-FIN
                  GO TO 3010-TRT-RETOUR-SUITE
             WHEN NOT OK-F-REMISES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-REM-IMPAYEE
                  MOVE 'REMISE DEJA CONTRE-PASSEE'
                                         TO WS-MOTIF-REFUS
                  PERFORM 3020-RETOUR-NON-RAPPROCHE-DEB
                     THRU 3020-RETOUR-NON-RAPPROCHE-FIN
                  GO TO 3010-TRT-RETOUR-SUITE
           END-EVALUATE.
      *
           MOVE 'I'                     TO WS-REM-STATUT.
           MOVE WS-RET-MOTIF            TO WS-REM-MOTIF.
           MOVE WS-DATE-JOUR-NUM        TO WS-REM-DATE-IMPAYE.
           MOVE WS-RET-REF              TO WS-REM-REF-IMPAYE.
           REWRITE FS-ENRG-F-REM FROM WS-ENRG-F-REM
           END-REWRITE.
           IF NOT OK-F-REMISES
                DISPLAY 'PROBLEME DE REECRITURE F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3030-GENERER-IMPAYE-DEB
              THRU 3030-GENERER-IMPAYE-FIN.
      *
           COMPUTE FS-TRI-AGENCE = WS-REM-CPTE / 1000000000.
           MOVE WS-REM-CPTE             TO FS-TRI-CPTE.
           MOVE WS-REM-BQE-TIREE        TO FS-TRI-BQE-TIREE.
           MOVE WS-REM-NUM-CHEQUE       TO FS-TRI-NUM-CHEQUE.
           MOVE WS-REM-MT               TO FS-TRI-MT.
           MOVE WS-REM-DATE-REMISE      TO FS-TRI-DATE-REMISE.
           MOVE WS-REM-MOTIF            TO FS-TRI-MOTIF.
           RELEASE FS-ENRG-TRI.
      *
       3010-TRT-RETOUR-SUITE.
           PERFORM 6045-LIRE-F-CHQRET-DEB
              THRU 6045-LIRE-F-CHQRET-FIN.
      *
       3010-TRT-RETOUR-FIN.
           EXIT.
      *
       3020-RETOUR-NON-RAPPROCHE-DEB.
           ADD  1                       TO WS-CNRA.
           MOVE 'RETOUR   '             TO WS-LREM-ETAT-ED.
           PERFORM 8010-DETAIL-ETATREM-DEB
              THRU 8010-DETAIL-ETATREM-FIN.
           PERFORM 8020-MOTIF-ETATREM-DEB
              THRU 8020-MOTIF-ETATREM-FIN.
       3020-RETOUR-NON-RAPPROCHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT DE CONTRE-PASSATION 'U' : DEBIT DU REMETTANT POUR   *
      * LE MONTANT DE LA REMISE, EN VALEUR A LA DATE DE VALEUR DU     *
      * CREDIT ANNULE ; IL EST PASSE PAR LA MISE A JOUR SANS CONTROLE *
      * DE PROVISION.                                                 *
      *---------------------------------------------------------------*
       3030-GENERER-IMPAYE-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-REM-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'U'                     TO WS-MVTS-CODE.
           MOVE WS-REM-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-REM-REF-IMPAYE       TO WS-MVTS-REF.
           MOVE WS-REM-BQE-TIREE        TO WS-MVTS-EXT-BQE.
           MOVE WS-REM-NUM-CHEQUE       TO WS-MVTS-NUM-CHEQUE.
           MOVE 0                       TO WS-MVTS-NUM-CARTE.
           MOVE WS-REM-DATE-DISPO       TO WS-MVTS-DATE-VAL.
      *
           PERFORM 6060-ECRIRE-MVTREM-DEB
              THRU 6060-ECRIRE-MVTREM-FIN.
      *
           ADD  1                       TO WS-CIMP.
           ADD  WS-REM-MT               TO WS-MT-IMP.
      *
       3030-GENERER-IMPAYE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT EDITION DES IMPAYES              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * PROCEDURE DE SORTIE DU TRI : RUPTURE PAR AGENCE (PREMIER      *
      * CHIFFRE DU NUMERO DE COMPTE) AVEC UN TOTAL PAR AGENCE.        *
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
           IF WS-AGENCE-OUVERTE
                PERFORM 8055-TOTAL-AGENCE-DEB
                   THRU 8055-TOTAL-AGENCE-FIN
           END-IF.
      *
       4000-EDITER-IMPAYES-FIN.
           EXIT.
      *
       4010-TRT-IMPAYE-DEB.
           IF WS-AGENCE-OUVERTE
              AND FS-TRI-AGENCE NOT = WS-AGENCE-PREC
                PERFORM 8055-TOTAL-AGENCE-DEB
                   THRU 8055-TOTAL-AGENCE-FIN
           END-IF.
           IF WS-AGENCE-A-OUVRIR
                PERFORM 8045-ENTETE-AGENCE-DEB
                   THRU 8045-ENTETE-AGENCE-FIN
           END-IF.
           ADD  1                       TO WS-CIMP-AG.
           ADD  FS-TRI-MT               TO WS-MT-IMP-AG.
           PERFORM 8050-DETAIL-ETATIMP-DEB
              THRU 8050-DETAIL-ETATIMP-FIN.
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
       6000-OUVRIR-F-REMISES-DEB.
           OPEN I-O F-REMISES.
           IF REMISES-ABSENT
                OPEN OUTPUT F-REMISES
                CLOSE F-REMISES
                OPEN I-O F-REMISES
           END-IF.
           IF NOT OK-F-REMISES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-REMISES-FIN.
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
       6020-OUVRIR-MVTREM-DEB.
           OPEN OUTPUT F-MVTREM-S
           IF NOT OK-F-MVTREM-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTREM'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTREM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-MVTREM-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATREM-DEB.
           OPEN OUTPUT F-ETATREM-S
           IF NOT OK-F-ETATREM-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATREM'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATREM-FIN.
           EXIT.
      *
       6035-OUVRIR-ETATIMP-DEB.
           OPEN OUTPUT F-ETATIMP-S
           IF NOT OK-F-ETATIMP-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATIMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATIMP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-ETATIMP-FIN.
           EXIT.
      *
       6040-LIRE-F-REMCHQ-DEB.
           READ F-REMCHQ-E INTO WS-ENRG-F-REM.
           IF NOT OK-LEC-F-REMCHQ-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMCHQ-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMCHQ-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-REMCHQ-FIN.
           EXIT.
      *
       6045-LIRE-F-CHQRET-DEB.
           READ F-CHQRET-E INTO WS-ENRG-F-RET.
           IF NOT OK-LEC-F-CHQRET-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHQRET-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQRET-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6045-LIRE-F-CHQRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE CLE DEJA PRESENTE AU REGISTRE DESIGNE UNE REMISE DEJA     *
      * ENREGISTREE (RETRANSMISSION) : ELLE EST REFUSEE.              *
      *---------------------------------------------------------------*
       6050-ECRIRE-F-REMISES-DEB.
           MOVE WS-REM-CLE              TO FS-REM-CLE.
           WRITE FS-ENRG-F-REM FROM WS-ENRG-F-REM
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-REMISES
                  CONTINUE
             WHEN REM-DOUBLON
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'REMISE DEJA ENREGISTREE'
                                         TO WS-MOTIF-REFUS
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-ECRIRE-F-REMISES-FIN.
           EXIT.
      *
       6060-ECRIRE-MVTREM-DEB.
           WRITE FS-ENRG-F-MVTREM
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTREM-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTREM-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTREM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-MVTREM-FIN.
           EXIT.
      *
       6070-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6070-RETURN-TRI-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-ETATREM-DEB.
           WRITE FS-ENRG-ETATREM
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATREM-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATREM-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-ETATREM-FIN.
           EXIT.
      *
       6085-ECRIRE-LIGNE-ETATIMP-DEB.
           WRITE FS-ENRG-ETATIMP
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATIMP-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATIMP-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATIMP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6085-ECRIRE-LIGNE-ETATIMP-FIN.
           EXIT.
      *
       6100-FERMER-F-REMISES-DEB.
           CLOSE F-REMISES.
           IF NOT OK-F-REMISES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-REMISES-FIN.
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
       6120-FERMER-MVTREM-DEB.
           CLOSE F-MVTREM-S.
           IF NOT OK-F-MVTREM-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTREM-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTREM-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-MVTREM-FIN.
           EXIT.
      *
       6130-FERMER-ETATREM-DEB.
           CLOSE F-ETATREM-S.
           IF NOT OK-F-ETATREM-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATREM-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREM-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-ETATREM-FIN.
           EXIT.
      *
       6135-FERMER-ETATIMP-DEB.
           CLOSE F-ETATIMP-S.
           IF NOT OK-F-ETATIMP-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATIMP-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATIMP-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-ETATIMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEUL LE DELAI DE COMPENSATION (DELCOMPE) SERT ICI.            *
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
           MOVE SS                      TO WS-LREM-SS-ED
           MOVE AA                      TO WS-LREM-AA-ED
           MOVE MM                      TO WS-LREM-MM-ED
           MOVE JJ                      TO WS-LREM-JJ-ED
           MOVE SS                      TO WS-LIMP-SS-ED
           MOVE AA                      TO WS-LIMP-AA-ED
           MOVE MM                      TO WS-LIMP-MM-ED
           MOVE JJ                      TO WS-LIMP-JJ-ED.
      *
           STRING 'ETATREM_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATREM.
           STRING 'ETATIMP_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATIMP.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UNE REMISE : ZONES NUMERIQUES, MONTANT POSITIF,    *
      * DATE DE REMISE NON FUTURE, BANQUE TIREE SERVIE ET COMPTE      *
      * REMETTANT PRESENT AU FICHIER DES COMPTES.                     *
      *---------------------------------------------------------------*
       7010-CONTROLER-REMISE-DEB.
           SET  WS-REMISE-VALIDE        TO TRUE.
           MOVE SPACES                  TO WS-MOTIF-REFUS.
           EVALUATE TRUE
             WHEN WS-REM-CPTE IS NOT NUMERIC
                  OR WS-REM-NUM-CHEQUE IS NOT NUMERIC
                  OR WS-REM-MT IS NOT NUMERIC
                  OR WS-REM-DATE-REMISE IS NOT NUMERIC
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'REMISE HORS DESSIN'
                                         TO WS-MOTIF-REFUS
             WHEN WS-REM-MT = 0
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'MONTANT NUL'     TO WS-MOTIF-REFUS
             WHEN WS-REM-BQE-TIREE = SPACES
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'BANQUE TIREE NON SERVIE'
                                         TO WS-MOTIF-REFUS
             WHEN WS-REM-DATE-REMISE > WS-DATE-JOUR-NUM
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'DATE DE REMISE FUTURE'
                                         TO WS-MOTIF-REFUS
           END-EVALUATE.
           IF WS-REMISE-REFUSEE
                GO TO 7010-CONTROLER-REMISE-FIN
           END-IF.
           MOVE WS-REM-CPTE             TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           EVALUATE TRUE
             WHEN COMPTE-INEXISTANT
                  SET  WS-REMISE-REFUSEE TO TRUE
                  MOVE 'COMPTE REMETTANT INCONNU'
                                         TO WS-MOTIF-REFUS
             WHEN NOT OK-F-CPTE-ES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7010-CONTROLER-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DE DISPONIBILITE : DATE DE REMISE AUGMENTEE DU DELAI DE  *
      * COMPENSATION EN JOURS CALENDAIRES, JOUR PAR JOUR.             *
      *---------------------------------------------------------------*
       7020-DATE-DISPO-DEB.
           MOVE WS-REM-DATE-REMISE      TO WS-DATE-W-NUM.
           MOVE WS-DELAI-COMPENS        TO WS-NB-JOURS.
           PERFORM 7030-JOUR-SUIVANT-DEB
              THRU 7030-JOUR-SUIVANT-FIN
             VARYING WS-IJOUR FROM 1 BY 1
             UNTIL WS-IJOUR > WS-NB-JOURS.
           MOVE WS-DATE-W-NUM           TO WS-REM-DATE-DISPO.
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
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-DELCOMPE
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-COMPENS
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
       8000-ENTETE-ETATREM-DEB.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
           MOVE WS-LREM-TITRE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
       8000-ENTETE-ETATREM-FIN.
           EXIT.
      *
       8010-DETAIL-ETATREM-DEB.
           IF WS-REM-CPTE IS NUMERIC
                MOVE WS-REM-CPTE     TO WS-LREM-CPTE-ED
           ELSE MOVE 0               TO WS-LREM-CPTE-ED
           END-IF.
           IF WS-REM-NUM-CHEQUE IS NUMERIC
                MOVE WS-REM-NUM-CHEQUE TO WS-LREM-CHQ-ED
           ELSE MOVE 0               TO WS-LREM-CHQ-ED
           END-IF.
           IF WS-REM-MT IS NUMERIC
                MOVE WS-REM-MT       TO WS-LREM-MT-ED
           ELSE MOVE 0               TO WS-LREM-MT-ED
           END-IF.
           MOVE WS-REM-BQE-TIREE     TO WS-LREM-BQE-ED.
           IF WS-REMISE-VALIDE
              AND WS-REM-DATE-DISPO IS NUMERIC
                MOVE WS-REM-DATE-DISPO TO WS-LREM-DISPO-ED
           ELSE MOVE 0               TO WS-LREM-DISPO-ED
           END-IF.
           MOVE WS-LREM-DETAIL       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
       8010-DETAIL-ETATREM-FIN.
           EXIT.
      *
       8020-MOTIF-ETATREM-DEB.
           MOVE WS-MOTIF-REFUS       TO WS-LREM-MOTIF-ED.
           MOVE WS-LREM-MOTIF        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
       8020-MOTIF-ETATREM-FIN.
           EXIT.
      *
       8030-TOTAL-ETATREM-DEB.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
           MOVE WS-CREM              TO WS-LREM-NBREM-ED.
           MOVE WS-CACC              TO WS-LREM-NBACC-ED.
           MOVE WS-CREF              TO WS-LREM-NBREF-ED.
           MOVE WS-MT-ACC            TO WS-LREM-MTACC-ED.
           MOVE WS-LREM-TOTAL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
           MOVE WS-CENC              TO WS-LREM-NBENC-ED.
           MOVE WS-CNRA              TO WS-LREM-NBNRA-ED.
           MOVE WS-LREM-TOTAL2       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATREM-DEB
              THRU 6080-ECRIRE-LIGNE-ETATREM-FIN.
       8030-TOTAL-ETATREM-FIN.
           EXIT.
      *
       8040-ENTETE-ETATIMP-DEB.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           MOVE WS-LIMP-TITRE        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
       8040-ENTETE-ETATIMP-FIN.
           EXIT.
      *
       8045-ENTETE-AGENCE-DEB.
           MOVE FS-TRI-AGENCE        TO WS-AGENCE-PREC.
           MOVE FS-TRI-AGENCE        TO WS-LIMP-AGENCE-ED.
           MOVE WS-LIMP-AGENCE       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           MOVE 0                    TO WS-CIMP-AG.
           MOVE 0                    TO WS-MT-IMP-AG.
           SET  WS-AGENCE-OUVERTE    TO TRUE.
       8045-ENTETE-AGENCE-FIN.
           EXIT.
      *
       8050-DETAIL-ETATIMP-DEB.
           MOVE FS-TRI-CPTE          TO WS-LIMP-CPTE-ED.
           MOVE FS-TRI-BQE-TIREE     TO WS-LIMP-BQE-ED.
           MOVE FS-TRI-NUM-CHEQUE    TO WS-LIMP-CHQ-ED.
           MOVE FS-TRI-MT            TO WS-LIMP-MT-ED.
           MOVE FS-TRI-DATE-REMISE   TO WS-LIMP-DREM-ED.
           MOVE FS-TRI-MOTIF         TO WS-LIMP-MOTIF-ED.
           MOVE WS-LIMP-DETAIL       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
       8050-DETAIL-ETATIMP-FIN.
           EXIT.
      *
       8055-TOTAL-AGENCE-DEB.
           MOVE WS-CIMP-AG           TO WS-LIMP-NBAG-ED.
           MOVE WS-MT-IMP-AG         TO WS-LIMP-MTAG-ED.
           MOVE WS-LIMP-TOTAG        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           SET  WS-AGENCE-A-OUVRIR   TO TRUE.
       8055-TOTAL-AGENCE-FIN.
           EXIT.
      *
       8060-TOTAL-ETATIMP-DEB.
           MOVE WS-CIMP              TO WS-LIMP-NBIMP-ED.
           MOVE WS-MT-IMP            TO WS-LIMP-MTIMP-ED.
           MOVE WS-LIMP-TOTAL        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
           MOVE WS-LREM-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATIMP-DEB
              THRU 6085-ECRIRE-LIGNE-ETATIMP-FIN.
       8060-TOTAL-ETATIMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO99B         *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'REMISES LUES        : ' WS-CREM.
           DISPLAY 'REMISES ACCEPTEES   : ' WS-CACC.
           DISPLAY 'REMISES REFUSEES    : ' WS-CREF.
           DISPLAY 'REMISES ENCAISSEES  : ' WS-CENC.
           DISPLAY 'RETOURS D''IMPAYES   : ' WS-CRET.
           DISPLAY 'IMPAYES CONTRE-PASSES: ' WS-CIMP.
           DISPLAY 'RETOURS NON RAPPROCHES: ' WS-CNRA.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO99B        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
