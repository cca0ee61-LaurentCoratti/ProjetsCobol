      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO102B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    REEVALUATION DE FIN DE MOIS DES COMPTES TENUS EN DEVISES : *
      *    LE RUN NE TOURNE QU'UN JOUR DE FIN DE MOIS AU CALENDRIER   *
      *    BANCAIRE. LE SOLDE DE CHAQUE COMPTE HORS EUROS EST VALORISE*
      *    AU COURS DU JOUR (TAUXDEV) ; L'ECART DE CHANGE CUMULE      *
      *    (CONTRE-VALEUR MOINS SOLDE EN DEVISE, LE GRAND LIVRE       *
      *    RECEVANT LES MOUVEMENTS POUR LEUR MONTANT EN DEVISE) EST   *
      *    RAPPROCHE DE CELUI DE LA REEVALUATION PRECEDENTE, CONSERVEE*
      *    AU REGISTRE REEVAL. LA VARIATION EST COMPTABILISEE EN      *
      *    ECRITURES EQUILIBREES DE GAIN (RVG) OU DE PERTE (RVP) DE   *
      *    CHANGE PAR PORTEFEUILLE DANS UN FICHIER D'INTERFACE        *
      *    COMPTABLE DEDIE (INTCOMPTA_SSAAMMJJ_REV) ET UN ETAT DE     *
      *    REEVALUATION PAR DEVISE ET PAR PORTEFEUILLE EST EDITE      *
      *    (ETATREV). LA VALORISATION DU MOIS EST ENREGISTREE AU      *
      *    REGISTRE ET SERT DE BASE AU MOIS SUIVANT.                  *
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
       PROGRAM-ID.      ARIO102B.
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
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-TAUXDEV : COURS DE CHANGE DATES
      *                      -------------------------------------------
           SELECT  F-TAUXDEV-E         ASSIGN TO 'TAUXDEV.txt'
                   FILE STATUS         IS WS-FS-F-TAUXDEV-E.
      *                      -------------------------------------------
      *                      F-CALBANC : CALENDRIER BANCAIRE
      *                      -------------------------------------------
           SELECT  F-CALBANC-E         ASSIGN TO 'CALBANC.txt'
                   FILE STATUS         IS WS-FS-F-CALBANC-E.
      *                      -------------------------------------------
      *                      F-REEVAL : REGISTRE DES REEVALUATIONS
      *                                 MENSUELLES
      *                      -------------------------------------------
           SELECT  F-REEVAL            ASSIGN TO REEVAL
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-RVL-CLE
                   FILE STATUS         IS WS-FS-F-REEVAL.
      *                      -------------------------------------------
      *                      CPTA    : INTERFACE COMPTABLE DE LA
      *                                REEVALUATION
      *                      -------------------------------------------
           SELECT  F-CPTA-S            ASSIGN TO WS-NOM-CPTA
                   FILE STATUS         IS WS-FS-F-CPTA-S.
      *                      -------------------------------------------
      *                      ETATREV : ETAT DE REEVALUATION
      *                      -------------------------------------------
           SELECT  F-ETATREV-S         ASSIGN TO WS-NOM-ETATREV
                   FILE STATUS         IS WS-FS-F-ETATREV-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-TAUXDEV-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TAUXDEV          PIC X(80).
      *
       FD  F-CALBANC-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CALBANC          PIC X(80).
      *
       FD  F-REEVAL
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-ENRG-F-RVL.
           05 FS-RVL-CLE.
              10 FS-RVL-CPTE          PIC X(10).
              10 FS-RVL-MOIS          PIC X(6).
           05 FILLER                  PIC X(84).
      *
       FD  F-CPTA-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CPTA             PIC X(80).
      *
       FD  F-ETATREV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREV            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPDEVISE.
           COPY TPCALEND.
           COPY TPREEVAL.
           COPY TPCOMPTA.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-TAUXDEV-E        PIC XX.
           88  OK-F-TAUXDEV-E       VALUE '00'.
           88  OK-LEC-F-TAUXDEV-E   VALUE '00' '10'.
           88  EOF-F-TAUXDEV-E      VALUE '10'.
           88  TAUXDEV-ABSENT       VALUE '35'.
       01  WS-FS-F-CALBANC-E        PIC XX.
           88  OK-F-CALBANC-E       VALUE '00'.
           88  OK-LEC-F-CALBANC-E   VALUE '00' '10'.
           88  EOF-F-CALBANC-E      VALUE '10'.
           88  CALBANC-ABSENT       VALUE '35'.
       01  WS-FS-F-REEVAL           PIC XX.
           88  OK-F-REEVAL          VALUE '00'.
           88  OK-LEC-F-REEVAL      VALUE '00' '02' '10'.
           88  EOF-F-REEVAL         VALUE '10'.
           88  REEVAL-ABSENT        VALUE '35'.
           88  OK-START-REEVAL      VALUE '00' '23'.
           88  RVL-INCONNU          VALUE '23'.
       01  WS-FS-F-CPTA-S           PIC XX.
           88  OK-F-CPTA-S          VALUE '00'.
       01  WS-FS-F-ETATREV-S        PIC XX.
           88  OK-F-ETATREV-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEV                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CABS                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEJ                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CPREM                 PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-CPTA              PIC X(28).
       77  WS-NOM-ETATREV           PIC X(24).
       77  WS-MOIS-COURANT          PIC 9(6)  VALUE 0.
       77  WS-PORTEF                PIC X     VALUE SPACE.
       77  WS-TAUX-JOUR             PIC 9(3)V9(6) VALUE 0.
       77  WS-DATE-COURS            PIC 9(8)  VALUE 0.
       77  WS-CV-EUR                PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ECART                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ECART-PREC            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ECART-MOIS            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-GAIN                  PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PERTE                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-GAIN              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-PERTE             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-CV                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-MOIS-BASE             PIC 9(6)  VALUE 0.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
       01  WS-STATUT-RECH-DEV       PIC X     VALUE '0'.
           88 WS-DEVISE-ABSENTE     VALUE '0'.
           88 WS-DEVISE-TROUVEE     VALUE '1'.
       01  WS-FIN-REEVAL            PIC X     VALUE '0'.
           88 WS-RVL-EN-COURS       VALUE '0'.
           88 WS-RVL-EPUISE         VALUE '1'.
       01  WS-ETAT-BASE             PIC X     VALUE '0'.
           88 WS-SANS-BASE          VALUE '0'.
           88 WS-AVEC-BASE          VALUE '1'.
           88 WS-DEJA-REEVALUE      VALUE '2'.
      *
      *---------------------------------------------------------------*
      * ECRITURES DE CHANGE A PASSER PAR PORTEFEUILLE (C = COURANT ET *
      * A TERME, E = EPARGNE, COMME DANS L'INTERFACE QUOTIDIENNE).    *
      *---------------------------------------------------------------*
       77  WS-CPTA-RVG-C            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-RVG-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-RVP-C            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-RVP-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CUMUL-DB         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CUMUL-CR         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CONTROLE         PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *---------------------------------------------------------------*
      * CUMULS DE L'ETAT PAR DEVISE ET PAR PORTEFEUILLE               *
      *---------------------------------------------------------------*
       77  WS-MAX-REV               PIC S9(4) COMP VALUE 40.
       01  WS-TABLE-REV.
           05 WS-TRV-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TRV-POSTE          OCCURS 40
                                    INDEXED BY IDX-REV.
              10 WS-TRV-DEVISE      PIC X(3).
              10 WS-TRV-PORTEF      PIC X.
              10 WS-TRV-NB-CPT      PIC S9(4) COMP.
              10 WS-TRV-TAUX        PIC 9(3)V9(6).
              10 WS-TRV-SOLDE       PIC S9(11)V99 COMP-3.
              10 WS-TRV-CV-EUR      PIC S9(13)V99 COMP-3.
              10 WS-TRV-GAIN        PIC S9(11)V99 COMP-3.
              10 WS-TRV-PERTE       PIC S9(11)V99 COMP-3.
       01  WS-STATUT-RECH-REV       PIC X     VALUE '0'.
           88 WS-REV-ABSENT         VALUE '0'.
           88 WS-REV-TROUVE         VALUE '1'.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE REEVALUATION                     *
      *---------------------------------------------------------------*
      *
       01  WS-LREV-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LREV-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC X(39)  VALUE
                   'REEVALUATION DES COMPTES EN DEVISES AU '.
           05 WS-LREV-TITRE-DATE.
              10 WS-LREV-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LREV-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LREV-SS-ED       PIC 9(2).
              10 WS-LREV-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(15)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LREV-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(6)  VALUE 'DEV P '.
           05 FILLER                 PIC X(5)  VALUE '  NB '.
           05 FILLER                 PIC X(14) VALUE
                                         ' SOLDE DEVISE '.
           05 FILLER                 PIC X(11) VALUE
                                         '      COURS'.
           05 FILLER                 PIC X(14) VALUE
                                         '    C/V EUROS '.
           05 FILLER                 PIC X(11) VALUE
                                         '       GAIN'.
           05 FILLER                 PIC X(11) VALUE
                                         '      PERTE'.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREV-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LREV-DEVISE-ED      PIC X(3).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-PORTEF-ED      PIC X.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-NB-ED          PIC ZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-SOLDE-ED       PIC ZZZZZZZZ9,99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-TAUX-ED        PIC ZZ9,999999.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-CV-ED          PIC ZZZZZZZZ9,99-.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-GAIN-ED        PIC ZZZZZZ9,99.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LREV-PERTE-ED       PIC ZZZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREV-ABSENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE 'COURS ABSENT '.
           05 WS-LREV-ABS-DEVISE-ED  PIC X(3).
           05 FILLER                 PIC X(10) VALUE ' - COMPTE '.
           05 WS-LREV-ABS-CPTE-ED    PIC 9(10).
           05 FILLER                 PIC X(39) VALUE
                   ' : VALORISATION REPORTEE SANS ECART   '.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREV-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LREV-TOT-LIB        PIC X(35).
           05 WS-LREV-TOT-MT-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                 PIC X(21) VALUE SPACES.
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
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6340-CHARGER-F-CALBANC-DEB
              THRU 6340-CHARGER-F-CALBANC-FIN.
      *
      *---------------------------------------------------------------*
      * LA REEVALUATION NE TOURNE QU'UN JOUR DE FIN DE MOIS AU        *
      * CALENDRIER BANCAIRE ; CALENDRIER ABSENT OU DATE NON PORTEE :  *
      * L'EXPLOITANT CHOISIT LE JOUR.                                 *
      *---------------------------------------------------------------*
           PERFORM 7040-CONTROLER-FIN-MOIS-DEB
              THRU 7040-CONTROLER-FIN-MOIS-FIN.
      *
           PERFORM 6200-CHARGER-F-TAUXDEV-DEB
              THRU 6200-CHARGER-F-TAUXDEV-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6035-OUVRIR-F-REEVAL-DEB
              THRU 6035-OUVRIR-F-REEVAL-FIN.
      *
           PERFORM 6020-OUVRIR-ETATREV-DEB
              THRU 6020-OUVRIR-ETATREV-FIN.
      *
           PERFORM 8000-ENTETE-ETATREV-DEB
              THRU 8000-ENTETE-ETATREV-FIN.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
           PERFORM 8020-TABLE-ETATREV-DEB
              THRU 8020-TABLE-ETATREV-FIN.
      *
           PERFORM 8900-INTERFACE-COMPTA-DEB
              THRU 8900-INTERFACE-COMPTA-FIN.
      *
           PERFORM 8030-TOTAL-ETATREV-DEB
              THRU 8030-TOTAL-ETATREV-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6135-FERMER-F-REEVAL-DEB
              THRU 6135-FERMER-F-REEVAL-FIN.
      *
           PERFORM 6120-FERMER-ETATREV-DEB
              THRU 6120-FERMER-ETATREV-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT COMPTE                       *
      *     ===================================                       *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
      *
           IF NOT WS-CPT-EN-EUROS
                PERFORM 2000-REEVALUER-COMPTE-DEB
                   THRU 2000-REEVALUER-COMPTE-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT REEVALUATION D'UN COMPTE         *
      *     =================================================         *
      *---------------------------------------------------------------*
      * L'ECART DE CHANGE CUMULE DU COMPTE EST RAPPROCHE DE CELUI DE  *
      * SA DERNIERE REEVALUATION (ZERO POUR UNE PREMIERE) : UNE HAUSSE*
      * EST UNE PERTE DE CHANGE (DETTE ENVERS LE CLIENT ACCRUE OU     *
      * CREANCE DIMINUEE), UNE BAISSE UN GAIN. UN COMPTE DEJA         *
      * REEVALUE CE MOIS (REJEU) EST REPRIS DU REGISTRE SANS NOUVELLE *
      * VALORISATION, POUR QUE L'ETAT ET L'INTERFACE REEDITES SOIENT  *
      * IDENTIQUES A CEUX DU PREMIER PASSAGE.                         *
      *---------------------------------------------------------------*
       2000-REEVALUER-COMPTE-DEB.
      *
           IF WS-CPT-EPARGNE
                MOVE 'E'                TO WS-PORTEF
           ELSE
                MOVE 'C'                TO WS-PORTEF
           END-IF.
      *
           ADD  1                       TO WS-CDEV.
           PERFORM 7200-CHERCHER-BASE-DEB
              THRU 7200-CHERCHER-BASE-FIN.
           IF WS-DEJA-REEVALUE
                ADD  1                  TO WS-CDEJ
                DISPLAY 'COMPTE ' WS-CPT-CPTE
                        ' DEJA REEVALUE CE MOIS - REPRIS DU REGISTRE'
                MOVE WS-RVL-PORTEF      TO WS-PORTEF
                MOVE WS-RVL-TAUX        TO WS-TAUX-JOUR
                MOVE WS-RVL-CV-EUR      TO WS-CV-EUR
                MOVE WS-RVL-ECART-MOIS  TO WS-ECART-MOIS
                GO TO 2000-REEVALUER-COMPTE-CUMUL
           END-IF.
           IF WS-SANS-BASE
                ADD  1                  TO WS-CPREM
           END-IF.
      *
           PERFORM 7010-CHERCHER-COURS-DEB
              THRU 7010-CHERCHER-COURS-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-RVL.
           IF WS-DEVISE-ABSENTE
                ADD  1                  TO WS-CABS
                MOVE WS-ECART-PREC      TO WS-ECART
                COMPUTE WS-CV-EUR = WS-CPT-SOLDE + WS-ECART
                MOVE 0                  TO WS-ECART-MOIS
                SET  WS-RVL-COURS-ABSENT TO TRUE
                PERFORM 8015-COURS-ABSENT-ETATREV-DEB
                   THRU 8015-COURS-ABSENT-ETATREV-FIN
           ELSE
                COMPUTE WS-CV-EUR ROUNDED =
                        WS-CPT-SOLDE * WS-TAUX-JOUR
                COMPUTE WS-ECART = WS-CV-EUR - WS-CPT-SOLDE
                COMPUTE WS-ECART-MOIS = WS-ECART - WS-ECART-PREC
                SET  WS-RVL-REEVALUE    TO TRUE
           END-IF.
      *
       2000-REEVALUER-COMPTE-CUMUL.
           MOVE 0                       TO WS-GAIN.
           MOVE 0                       TO WS-PERTE.
           IF WS-ECART-MOIS > 0
                MOVE WS-ECART-MOIS      TO WS-PERTE
           ELSE
                COMPUTE WS-GAIN = WS-ECART-MOIS * -1
           END-IF.
           IF WS-PORTEF = 'E'
                ADD  WS-GAIN            TO WS-CPTA-RVG-E
                ADD  WS-PERTE           TO WS-CPTA-RVP-E
           ELSE
                ADD  WS-GAIN            TO WS-CPTA-RVG-C
                ADD  WS-PERTE           TO WS-CPTA-RVP-C
           END-IF.
           ADD  WS-GAIN                 TO WS-TOT-GAIN.
           ADD  WS-PERTE                TO WS-TOT-PERTE.
           ADD  WS-CV-EUR               TO WS-TOT-CV.
      *
           PERFORM 7300-CUMULER-DEVISE-DEB
              THRU 7300-CUMULER-DEVISE-FIN.
           IF WS-DEJA-REEVALUE
                GO TO 2000-REEVALUER-COMPTE-FIN
           END-IF.
      *
           MOVE WS-CPT-CPTE             TO WS-RVL-CPTE.
           MOVE WS-MOIS-COURANT         TO WS-RVL-MOIS.
           MOVE WS-CPT-DEVISE           TO WS-RVL-DEVISE.
           MOVE WS-PORTEF               TO WS-RVL-PORTEF.
           MOVE WS-CPT-SOLDE            TO WS-RVL-SOLDE.
           MOVE WS-TAUX-JOUR            TO WS-RVL-TAUX.
           MOVE WS-DATE-COURS           TO WS-RVL-DATE-COURS.
           MOVE WS-CV-EUR               TO WS-RVL-CV-EUR.
           MOVE WS-ECART                TO WS-RVL-ECART.
           MOVE WS-ECART-MOIS           TO WS-RVL-ECART-MOIS.
           MOVE WS-DATE-JOUR-NUM        TO WS-RVL-DATE.
           PERFORM 6310-ECRIRE-F-REEVAL-DEB
              THRU 6310-ECRIRE-F-REEVAL-FIN.
      *
       2000-REEVALUER-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-F-CPTE-ES-DEB.
           OPEN INPUT F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
       6020-OUVRIR-ETATREV-DEB.
           OPEN OUTPUT F-ETATREV-S
           IF NOT OK-F-ETATREV-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATREV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-ETATREV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REGISTRE PERMANENT : CREE VIDE A LA PREMIERE EXECUTION.       *
      *---------------------------------------------------------------*
       6035-OUVRIR-F-REEVAL-DEB.
           OPEN I-O F-REEVAL.
           IF REEVAL-ABSENT
                OPEN OUTPUT F-REEVAL
                CLOSE F-REEVAL
                OPEN I-O F-REEVAL
           END-IF.
           IF NOT OK-F-REEVAL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REEVAL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REEVAL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-F-REEVAL-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATREV-DEB.
           WRITE FS-ENRG-ETATREV
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATREV-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATREV-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATREV-FIN.
           EXIT.
      *
       6100-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6120-FERMER-ETATREV-DEB.
           CLOSE F-ETATREV-S.
           IF NOT OK-F-ETATREV-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATREV-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREV-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-ETATREV-FIN.
           EXIT.
      *
       6135-FERMER-F-REEVAL-DEB.
           CLOSE F-REEVAL.
           IF NOT OK-F-REEVAL
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REEVAL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REEVAL
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-F-REEVAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES COURS DE CHANGE DATES : SANS COURS, AUCUN      *
      * COMPTE NE PEUT ETRE REEVALUE (LES VALORISATIONS SONT          *
      * REPORTEES SANS ECART) ; L'ABSENCE DU FICHIER ARRETE LE RUN.   *
      *---------------------------------------------------------------*
       6200-CHARGER-F-TAUXDEV-DEB.
           OPEN INPUT F-TAUXDEV-E.
           IF NOT OK-F-TAUXDEV-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TAUXDEV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TAUXDEV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-LIRE-F-TAUXDEV-DEB
              THRU 6210-LIRE-F-TAUXDEV-FIN.
           PERFORM 6220-RANGER-TAUX-DEB
              THRU 6220-RANGER-TAUX-FIN
             UNTIL EOF-F-TAUXDEV-E.
           CLOSE F-TAUXDEV-E.
       6200-CHARGER-F-TAUXDEV-FIN.
           EXIT.
      *
       6210-LIRE-F-TAUXDEV-DEB.
           READ F-TAUXDEV-E INTO WS-ENRG-F-DEVISE.
           IF NOT OK-LEC-F-TAUXDEV-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TAUXDEV-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TAUXDEV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-LIRE-F-TAUXDEV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETIENT, POUR CHAQUE DEVISE, LE COURS LE PLUS RECENT DONT LA  *
      * DATE DE COTATION NE DEPASSE PAS LA DATE DE TRAITEMENT.        *
      *---------------------------------------------------------------*
       6220-RANGER-TAUX-DEB.
           IF WS-DEV-DATE IS NOT NUMERIC
              OR WS-DEV-TAUX IS NOT NUMERIC
              OR WS-DEV-CODE = SPACES
              OR WS-DEV-DATE > WS-DATE-JOUR-NUM
                DISPLAY 'COURS DE CHANGE HORS DESSIN OU FUTUR IGNORE'
                GO TO 6220-RANGER-TAUX-SUITE
           END-IF.
           SET WS-DEVISE-ABSENTE        TO TRUE.
           PERFORM 6225-RANGER-TAUX-CONNU-DEB
              THRU 6225-RANGER-TAUX-CONNU-FIN
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV > WS-TDV-NB
                OR WS-DEVISE-TROUVEE.
           IF WS-DEVISE-ABSENTE
                IF WS-TDV-NB < WS-MAX-DEVISES
                     ADD  1             TO WS-TDV-NB
                     MOVE WS-DEV-CODE   TO WS-TDV-CODE (WS-TDV-NB)
                     MOVE WS-DEV-DATE   TO WS-TDV-DATE (WS-TDV-NB)
                     MOVE WS-DEV-TAUX   TO WS-TDV-TAUX (WS-TDV-NB)
                ELSE
                     DISPLAY 'TABLE DES DEVISES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6220-RANGER-TAUX-SUITE.
           PERFORM 6210-LIRE-F-TAUXDEV-DEB
              THRU 6210-LIRE-F-TAUXDEV-FIN.
       6220-RANGER-TAUX-FIN.
           EXIT.
      *
       6225-RANGER-TAUX-CONNU-DEB.
           IF WS-TDV-CODE (IDX-DEV) = WS-DEV-CODE
                SET WS-DEVISE-TROUVEE   TO TRUE
                IF WS-DEV-DATE > WS-TDV-DATE (IDX-DEV)
                     MOVE WS-DEV-DATE   TO WS-TDV-DATE (IDX-DEV)
                     MOVE WS-DEV-TAUX   TO WS-TDV-TAUX (IDX-DEV)
                END-IF
           END-IF.
       6225-RANGER-TAUX-CONNU-FIN.
           EXIT.
      *
       6295-ECRIRE-F-CPTA-DEB.
           WRITE FS-ENRG-F-CPTA
                 FROM WS-ENRG-F-CPTA
           END-WRITE.
           IF NOT OK-F-CPTA-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CPTA-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTA-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6295-ECRIRE-F-CPTA-FIN.
           EXIT.
      *
       6310-ECRIRE-F-REEVAL-DEB.
           MOVE WS-RVL-CLE              TO FS-RVL-CLE.
           WRITE FS-ENRG-F-RVL FROM WS-ENRG-F-RVL
           END-WRITE.
           IF NOT OK-F-REEVAL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REEVAL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REEVAL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-ECRIRE-F-REEVAL-FIN.
           EXIT.
      *
       6340-CHARGER-F-CALBANC-DEB.
           OPEN INPUT F-CALBANC-E.
           IF CALBANC-ABSENT
                DISPLAY 'CALENDRIER BANCAIRE ABSENT - '
                        'CONTROLE DE DATE NEUTRALISE'
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
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LREV-SS-ED
           MOVE AA                      TO WS-LREV-AA-ED
           MOVE MM                      TO WS-LREV-MM-ED
           MOVE JJ                      TO WS-LREV-JJ-ED.
      *
           COMPUTE WS-MOIS-COURANT = WS-DATE-JOUR-NUM / 100.
      *
           STRING 'INTCOMPTA_' SS AA MM JJ '_REV.txt'
                  DELIMITED BY SIZE INTO WS-NOM-CPTA.
           STRING 'ETATREV_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATREV.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COURS DU JOUR DE LA DEVISE DU COMPTE ; UN COURS ANTERIEUR A   *
      * LA DATE D'ARRETE EST SIGNALE A L'EXPLOITANT.                  *
      *---------------------------------------------------------------*
       7010-CHERCHER-COURS-DEB.
           MOVE 0                       TO WS-TAUX-JOUR.
           MOVE 0                       TO WS-DATE-COURS.
           SET  WS-DEVISE-ABSENTE       TO TRUE.
           PERFORM 7015-CHERCHER-TAUX-DEB
              THRU 7015-CHERCHER-TAUX-FIN
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV > WS-TDV-NB
                OR WS-DEVISE-TROUVEE.
           IF WS-DEVISE-TROUVEE
              AND WS-DATE-COURS < WS-DATE-JOUR-NUM
                DISPLAY 'COURS DU ' WS-DATE-COURS ' RETENU POUR '
                        WS-CPT-DEVISE ' - COMPTE ' WS-CPT-CPTE
           END-IF.
       7010-CHERCHER-COURS-FIN.
           EXIT.
      *
       7015-CHERCHER-TAUX-DEB.
           IF WS-TDV-CODE (IDX-DEV) = WS-CPT-DEVISE
                MOVE WS-TDV-TAUX (IDX-DEV) TO WS-TAUX-JOUR
                MOVE WS-TDV-DATE (IDX-DEV) TO WS-DATE-COURS
                SET  WS-DEVISE-TROUVEE     TO TRUE
           END-IF.
       7015-CHERCHER-TAUX-FIN.
           EXIT.
      *
       7040-CONTROLER-FIN-MOIS-DEB.
           IF WS-CALEND-FERME
                GO TO 7040-CONTROLER-FIN-MOIS-FIN
           END-IF.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-CONSULT.
           PERFORM 7050-CONSULTER-CALENDRIER-DEB
              THRU 7050-CONSULTER-CALENDRIER-FIN.
           EVALUATE TRUE
             WHEN WS-CAL-DATE-ABSENTE
                  DISPLAY 'DATE ABSENTE DU CALENDRIER - '
                          'CONTROLE DE FIN DE MOIS NEUTRALISE'
             WHEN WS-CAL-FMOIS-TROUVE NOT = 'O'
                  DISPLAY 'JOUR HORS FIN DE MOIS AU CALENDRIER : '
                          'REEVALUATION REFUSEE'
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7040-CONTROLER-FIN-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSULTATION DU CALENDRIER POUR LA DATE WS-DATE-CONSULT.      *
      *---------------------------------------------------------------*
       7050-CONSULTER-CALENDRIER-DEB.
           SET  WS-CAL-DATE-ABSENTE     TO TRUE.
           MOVE ' '                     TO WS-CAL-OUVRE-TROUVE.
           MOVE ' '                     TO WS-CAL-FMOIS-TROUVE.
           MOVE ' '                     TO WS-CAL-FTRIM-TROUVE.
           PERFORM 7055-TESTER-DATE-CAL-DEB
              THRU 7055-TESTER-DATE-CAL-FIN
             VARYING IDX-CAL FROM 1 BY 1
             UNTIL IDX-CAL > WS-TCA-NB
                OR WS-CAL-DATE-TROUVEE.
       7050-CONSULTER-CALENDRIER-FIN.
           EXIT.
      *
       7055-TESTER-DATE-CAL-DEB.
           IF WS-TCA-DATE (IDX-CAL) = WS-DATE-CONSULT
                SET  WS-CAL-DATE-TROUVEE TO TRUE
                MOVE WS-TCA-OUVRE (IDX-CAL)
                                         TO WS-CAL-OUVRE-TROUVE
                MOVE WS-TCA-FIN-MOIS (IDX-CAL)
                                         TO WS-CAL-FMOIS-TROUVE
                MOVE WS-TCA-FIN-TRIM (IDX-CAL)
                                         TO WS-CAL-FTRIM-TROUVE
           END-IF.
       7055-TESTER-DATE-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DERNIERE REEVALUATION DU COMPTE : LES ENREGISTREMENTS DU      *
      * REGISTRE SONT PARCOURUS DANS L'ORDRE DES MOIS ; LE DERNIER    *
      * MOIS ANTERIEUR AU MOIS COURANT DONNE L'ECART CUMULE DE BASE   *
      * (UN MOIS SANS RUN N'INTERROMPT PAS LA CHAINE). UN             *
      * ENREGISTREMENT DU MOIS COURANT SIGNALE UN REJEU.              *
      *---------------------------------------------------------------*
       7200-CHERCHER-BASE-DEB.
           SET  WS-SANS-BASE            TO TRUE.
           SET  WS-RVL-EN-COURS         TO TRUE.
           MOVE 0                       TO WS-ECART-PREC.
           MOVE 0                       TO WS-MOIS-BASE.
           MOVE WS-CPT-CPTE             TO FS-RVL-CPTE.
           MOVE '000000'                TO FS-RVL-MOIS.
           START F-REEVAL KEY IS NOT LESS THAN FS-RVL-CLE
           END-START.
           IF NOT OK-START-REEVAL
                DISPLAY 'PROBLEME DE START DU FICHIER F-REEVAL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REEVAL
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF RVL-INCONNU
                SET WS-RVL-EPUISE       TO TRUE
           END-IF.
           PERFORM 7210-LIRE-REEVAL-CPTE-DEB
              THRU 7210-LIRE-REEVAL-CPTE-FIN
             UNTIL WS-RVL-EPUISE.
       7200-CHERCHER-BASE-FIN.
           EXIT.
      *
       7210-LIRE-REEVAL-CPTE-DEB.
           READ F-REEVAL NEXT RECORD INTO WS-ENRG-F-RVL.
           EVALUATE TRUE
             WHEN EOF-F-REEVAL
                  SET WS-RVL-EPUISE     TO TRUE
             WHEN NOT OK-LEC-F-REEVAL
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REEVAL'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REEVAL
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-RVL-CPTE NOT = WS-CPT-CPTE
                  SET WS-RVL-EPUISE     TO TRUE
             WHEN WS-RVL-MOIS NOT < WS-MOIS-COURANT
                  SET WS-DEJA-REEVALUE  TO TRUE
                  SET WS-RVL-EPUISE     TO TRUE
             WHEN OTHER
                  SET WS-AVEC-BASE      TO TRUE
                  MOVE WS-RVL-MOIS      TO WS-MOIS-BASE
                  MOVE WS-RVL-ECART     TO WS-ECART-PREC
           END-EVALUATE.
       7210-LIRE-REEVAL-CPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMUL DE L'ETAT PAR DEVISE ET PAR PORTEFEUILLE                *
      *---------------------------------------------------------------*
       7300-CUMULER-DEVISE-DEB.
           SET  WS-REV-ABSENT           TO TRUE.
           PERFORM 7305-CHERCHER-POSTE-REV-DEB
              THRU 7305-CHERCHER-POSTE-REV-FIN
             VARYING IDX-REV FROM 1 BY 1
             UNTIL IDX-REV > WS-TRV-NB
                OR WS-REV-TROUVE.
           IF WS-REV-ABSENT
                IF WS-TRV-NB < WS-MAX-REV
                     ADD  1             TO WS-TRV-NB
                     SET  IDX-REV       TO WS-TRV-NB
                     MOVE WS-CPT-DEVISE TO WS-TRV-DEVISE (IDX-REV)
                     MOVE WS-PORTEF     TO WS-TRV-PORTEF (IDX-REV)
                     MOVE 0             TO WS-TRV-NB-CPT (IDX-REV)
                     MOVE 0             TO WS-TRV-SOLDE (IDX-REV)
                     MOVE 0             TO WS-TRV-CV-EUR (IDX-REV)
                     MOVE 0             TO WS-TRV-GAIN (IDX-REV)
                     MOVE 0             TO WS-TRV-PERTE (IDX-REV)
                ELSE
                     DISPLAY 'TABLE DES DEVISES DE L''ETAT SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           ELSE
                SET  IDX-REV DOWN BY 1
           END-IF.
           ADD  1                       TO WS-TRV-NB-CPT (IDX-REV).
           MOVE WS-TAUX-JOUR            TO WS-TRV-TAUX (IDX-REV).
           ADD  WS-CPT-SOLDE            TO WS-TRV-SOLDE (IDX-REV).
           ADD  WS-CV-EUR               TO WS-TRV-CV-EUR (IDX-REV).
           ADD  WS-GAIN                 TO WS-TRV-GAIN (IDX-REV).
           ADD  WS-PERTE                TO WS-TRV-PERTE (IDX-REV).
       7300-CUMULER-DEVISE-FIN.
           EXIT.
      *
       7305-CHERCHER-POSTE-REV-DEB.
           IF WS-TRV-DEVISE (IDX-REV) = WS-CPT-DEVISE
              AND WS-TRV-PORTEF (IDX-REV) = WS-PORTEF
                SET  WS-REV-TROUVE      TO TRUE
           END-IF.
       7305-CHERCHER-POSTE-REV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATREV-DEB.
           MOVE WS-LREV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE WS-LREV-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE WS-LREV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
       8000-ENTETE-ETATREV-FIN.
           EXIT.
      *
       8015-COURS-ABSENT-ETATREV-DEB.
           MOVE WS-CPT-DEVISE        TO WS-LREV-ABS-DEVISE-ED.
           MOVE WS-CPT-CPTE          TO WS-LREV-ABS-CPTE-ED.
           MOVE WS-LREV-ABSENT       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
       8015-COURS-ABSENT-ETATREV-FIN.
           EXIT.
      *
       8020-TABLE-ETATREV-DEB.
           IF WS-CABS > 0
                MOVE WS-LREV-L1      TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
                   THRU 6070-ECRIRE-LIGNE-ETATREV-FIN
           END-IF.
           MOVE WS-LREV-TITRES       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE WS-LREV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           PERFORM 8025-POSTE-ETATREV-DEB
              THRU 8025-POSTE-ETATREV-FIN
             VARYING IDX-REV FROM 1 BY 1
             UNTIL IDX-REV > WS-TRV-NB.
           MOVE WS-LREV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
       8020-TABLE-ETATREV-FIN.
           EXIT.
      *
       8025-POSTE-ETATREV-DEB.
           MOVE WS-TRV-DEVISE (IDX-REV) TO WS-LREV-DEVISE-ED.
           MOVE WS-TRV-PORTEF (IDX-REV) TO WS-LREV-PORTEF-ED.
           MOVE WS-TRV-NB-CPT (IDX-REV) TO WS-LREV-NB-ED.
           MOVE WS-TRV-SOLDE (IDX-REV)  TO WS-LREV-SOLDE-ED.
           MOVE WS-TRV-TAUX (IDX-REV)   TO WS-LREV-TAUX-ED.
           MOVE WS-TRV-CV-EUR (IDX-REV) TO WS-LREV-CV-ED.
           MOVE WS-TRV-GAIN (IDX-REV)   TO WS-LREV-GAIN-ED.
           MOVE WS-TRV-PERTE (IDX-REV)  TO WS-LREV-PERTE-ED.
           MOVE WS-LREV-DETAIL          TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
       8025-POSTE-ETATREV-FIN.
           EXIT.
      *
       8030-TOTAL-ETATREV-DEB.
           MOVE 'CONTRE-VALEUR TOTALE EN EUROS     :'
                                     TO WS-LREV-TOT-LIB.
           MOVE WS-TOT-CV            TO WS-LREV-TOT-MT-ED.
           MOVE WS-LREV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE 'GAINS DE CHANGE (RVG)             :'
                                     TO WS-LREV-TOT-LIB.
           MOVE WS-TOT-GAIN          TO WS-LREV-TOT-MT-ED.
           MOVE WS-LREV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE 'PERTES DE CHANGE (RVP)            :'
                                     TO WS-LREV-TOT-LIB.
           MOVE WS-TOT-PERTE         TO WS-LREV-TOT-MT-ED.
           MOVE WS-LREV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE 'RESULTAT NET DE CHANGE            :'
                                     TO WS-LREV-TOT-LIB.
           COMPUTE WS-LREV-TOT-MT-ED = WS-TOT-GAIN - WS-TOT-PERTE.
           MOVE WS-LREV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
           MOVE WS-LREV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATREV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATREV-FIN.
       8030-TOTAL-ETATREV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INTERFACE COMPTABLE DE LA REEVALUATION : UNE ECRITURE         *
      * EQUILIBREE PAR FAMILLE (RVG GAIN, RVP PERTE DE CHANGE) ET PAR *
      * PORTEFEUILLE, PUIS LE TRAILER DE CONTROLE, DANS LE DESSIN DE  *
      * L'INTERFACE QUOTIDIENNE.                                      *
      *---------------------------------------------------------------*
       8900-INTERFACE-COMPTA-DEB.
           OPEN OUTPUT F-CPTA-S.
           IF NOT OK-F-CPTA-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER CPTA'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTA-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 0                       TO WS-CPTA-CUMUL-DB.
           MOVE 0                       TO WS-CPTA-CUMUL-CR.
           MOVE SPACES                  TO WS-ENRG-F-CPTA.
           MOVE 'RVG'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RVG-C           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'RVG'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RVG-E           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'RVP'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RVP-C           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'RVP'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RVP-E           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE SPACES                  TO WS-ENRG-F-CPTA.
           MOVE 'TRL'                   TO WS-CPTA-ENR.
           MOVE WS-DATE-JOUR-NUM        TO WS-CPTA-DATE.
           MOVE WS-CPTA-CUMUL-DB        TO WS-CPTA-TOTDB.
           MOVE WS-CPTA-CUMUL-CR        TO WS-CPTA-TOTCR.
           COMPUTE WS-CPTA-NET = WS-CPTA-CUMUL-DB - WS-CPTA-CUMUL-CR.
           PERFORM 6295-ECRIRE-F-CPTA-DEB
              THRU 6295-ECRIRE-F-CPTA-FIN.
           CLOSE F-CPTA-S.
       8900-INTERFACE-COMPTA-FIN.
           EXIT.
      *
       8996-ECRITURE-COMPTA-DEB.
           IF WS-CPTA-CONTROLE = 0
                CONTINUE
           ELSE
                MOVE 'ENT'              TO WS-CPTA-ENR
                MOVE WS-DATE-JOUR-NUM   TO WS-CPTA-DATE
                MOVE WS-CPTA-CONTROLE   TO WS-CPTA-MONTANT
                MOVE 'D'                TO WS-CPTA-SENS
                PERFORM 6295-ECRIRE-F-CPTA-DEB
                   THRU 6295-ECRIRE-F-CPTA-FIN
                ADD  WS-CPTA-CONTROLE   TO WS-CPTA-CUMUL-DB
                MOVE 'C'                TO WS-CPTA-SENS
                PERFORM 6295-ECRIRE-F-CPTA-DEB
                   THRU 6295-ECRIRE-F-CPTA-FIN
                ADD  WS-CPTA-CONTROLE   TO WS-CPTA-CUMUL-CR
           END-IF.
       8996-ECRITURE-COMPTA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO102B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'COMPTES EN DEVISES     : ' WS-CDEV.
           DISPLAY 'DONT PREMIERE REEVAL.  : ' WS-CPREM.
           DISPLAY 'DONT COURS ABSENT      : ' WS-CABS.
           DISPLAY 'DONT DEJA REEVALUES    : ' WS-CDEJ.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO102B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
