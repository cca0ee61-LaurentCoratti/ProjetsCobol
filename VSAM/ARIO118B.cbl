      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO118B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    SUIVI QUOTIDIEN DES COMPTES DE MINEURS (MINEURS). PASSE    *
      *    CHAQUE JOUR APRES LA MISE A JOUR DES COMPTES :             *
      *    - POUR CHAQUE COMPTE DE MINEUR EN COURS AYANT DES          *
      *      MOUVEMENTS DU JOUR A L'HISTORIQUE, UN AVIS EST ADRESSE   *
      *      A CHAQUE REPRESENTANT LEGAL (TITULRS, ROLE 'R') : LISTE  *
      *      DES MOUVEMENTS, SOLDE, BUDGET HEBDOMADAIRE, CUMUL DE LA  *
      *      SEMAINE ET RESTE DISPONIBLE (AVISMIN_SSAAMMJJ.txt) ;     *
      *    - AU 18EME ANNIVERSAIRE, LE COMPTE PASSE AU STATUT 'M'     *
      *      (MAJEUR) : IL REDEVIENT UN COMPTE COURANT ORDINAIRE      *
      *      (AUTORISATION DE DECOUVERT DU FICHIER DES COMPTES,       *
      *      CHEQUES ET PRELEVEMENTS ADMIS). UNE LETTRE DE CONVERSION *
      *      EST ADRESSEE AU TITULAIRE DEVENU MAJEUR, AVEC MENTION    *
      *      DE LA COPIE AU REPRESENTANT LEGAL (LETMAJ_SSAAMMJJ.txt). *
      *    UN MINEUR NE LE 29 FEVRIER EST CONVERTI LE 1ER MARS DES    *
      *    ANNEES NON BISSEXTILES.                                    *
      *---------------------------------------------------------------*
      * CODE RETOUR 4 SI LE FICHIER DES TITULAIRES EST ABSENT, SI UN  *
      * COMPTE DE MINEUR N'A PAS DE REPRESENTANT LEGAL OU S'IL EST    *
      * ABSENT DU FICHIER DES COMPTES.                                *
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
       PROGRAM-ID.      ARIO118B.
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
      *                      F-MINEURS : COMPTES DE MINEURS
      *                      -------------------------------------------
           SELECT  F-MINEURS           ASSIGN TO MINEURS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-MIN-CPTE
                   FILE STATUS         IS WS-FS-F-MINEURS.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-TITULRS : TITULAIRES DES COMPTES
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
      *                      -------------------------------------------
      *                      AVISMIN : AVIS AUX REPRESENTANTS LEGAUX
      *                      -------------------------------------------
           SELECT  F-AVISMIN-S         ASSIGN TO WS-NOM-AVISMIN
                   FILE STATUS         IS WS-FS-F-AVISMIN-S.
      *                      -------------------------------------------
      *                      LETMAJ  : LETTRES DE CONVERSION A LA
      *                                MAJORITE
      *                      -------------------------------------------
           SELECT  F-LETMAJ-S          ASSIGN TO WS-NOM-LETMAJ
                   FILE STATUS         IS WS-FS-F-LETMAJ-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-MINEURS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MIN.
           05 FS-MIN-CPTE             PIC X(10).
           05 FILLER                  PIC X(70).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE             PIC X(10).
              10 FS-HIST-DATE             PIC X(8).
              10 FS-HIST-SEQ              PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS          PIC X(80).
      *
       FD  F-AVISMIN-S
           RECORDING MODE IS F.
       01  FS-ENRG-AVISMIN            PIC X(80).
      *
       FD  F-LETMAJ-S
           RECORDING MODE IS F.
       01  FS-ENRG-LETMAJ             PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TPMINEUR.
      *
           COPY TP4CPT.
      *
           COPY TPHIST.
      *
           COPY TPTITUL.
      *
      *---------------------------------------------------------------*
      * TABLE DES MOUVEMENTS DU JOUR DU COMPTE EN COURS               *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-MVT               PIC S9(4) COMP VALUE 200.
       01  WS-TABLE-HIST.
           05 WS-THI-NB             PIC S9(4) COMP VALUE 0.
           05 WS-THI-POSTE          OCCURS 200
                                    INDEXED BY IDX-HIS.
              10 WS-THI-ENRG        PIC X(90).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-MINEURS          PIC XX.
           88  OK-F-MINEURS         VALUE '00'.
           88  OK-LEC-F-MINEURS     VALUE '00' '10'.
           88  EOF-F-MINEURS        VALUE '10'.
           88  MINEURS-ABSENT       VALUE '35'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-AVISMIN-S        PIC XX.
           88  OK-F-AVISMIN-S       VALUE '00'.
       01  WS-FS-F-LETMAJ-S         PIC XX.
           88  OK-F-LETMAJ-S        VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CMIN                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CACT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CAVI                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CMAJ                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CSREP                 PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CINC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-NB-REP                PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-AVISMIN           PIC X(24).
       77  WS-NOM-LETMAJ            PIC X(24).
       77  WS-DATE-MAJORITE         PIC 9(8)  VALUE 0.
       77  WS-SEMAINE-JOUR          PIC S9(9) COMP-3 VALUE 0.
       77  WS-CUMUL-SEMAINE         PIC S9(6)V99 COMP-3 VALUE 0.
       77  WS-RESTE-SEMAINE         PIC S9(6)V99 COMP-3 VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-FIN-HIST              PIC X     VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-DISPO-TITULRS         PIC X     VALUE '0'.
           88 WS-TITULRS-CHARGE     VALUE '0'.
           88 WS-TITULRS-MANQUANT   VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-DATE-SER.
           05 WS-SER-SSAA           PIC 9(4).
           05 WS-SER-MM             PIC 99.
           05 WS-SER-JJ             PIC 99.
       01  WS-DATE-SER-NUM REDEFINES WS-DATE-SER
                                    PIC 9(8).
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
       01  WS-DATE-ANNULEE.
           05 WS-ANNUL-SS           PIC 99.
           05 WS-ANNUL-AA           PIC 99.
           05 WS-ANNUL-MM           PIC 99.
           05 WS-ANNUL-JJ           PIC 99.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'AVIS AU REPRESENTANT LEGAL               *
      *---------------------------------------------------------------*
      *
       01  WS-LAVI-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '='.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LAVI-L2.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LAVI-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(30) VALUE
                   'AVIS D''OPERATIONS COMPTE JEUNE'.
           05 FILLER                 PIC X(31) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE 'LE '.
           05 WS-LAVI-DATE-ED        PIC X(10).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAVI-REPRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(21) VALUE
                   'REPRESENTANT LEGAL : '.
           05 WS-LAVI-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LAVI-NOM-REP-ED     PIC X(20).
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAVI-MINEUR.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'COMPTE '.
           05 WS-LAVI-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(3)  VALUE ' - '.
           05 WS-LAVI-NOM-MIN-ED     PIC X(20).
           05 FILLER                 PIC X(9)  VALUE '  SOLDE: '.
           05 WS-LAVI-SOLDE-ED       PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAVI-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LAVI-OP-JJ-ED       PIC 9(2).
           05 FILLER                 PIC X     VALUE '/'.
           05 WS-LAVI-OP-MM-ED       PIC 9(2).
           05 FILLER                 PIC X     VALUE '/'.
           05 WS-LAVI-OP-SS-ED       PIC 9(2).
           05 WS-LAVI-OP-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(2)  VALUE '  '.
           05 WS-LAVI-LIB-ED         PIC X(20).
           05 FILLER                 PIC X(2)  VALUE '  '.
           05 WS-LAVI-DEBIT-ED       PIC ZZZZZZZ9,99
                                         BLANK WHEN ZERO.
           05 FILLER                 PIC X(2)  VALUE '  '.
           05 WS-LAVI-CREDIT-ED      PIC ZZZZZZZ9,99
                                         BLANK WHEN ZERO.
           05 FILLER                 PIC X(17) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAVI-BUDGET.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(15) VALUE
                   'BUDGET HEBDO : '.
           05 WS-LAVI-BUDGET-ED      PIC ZZZZZ9,99.
           05 FILLER                 PIC X(11) VALUE
                   '  UTILISE: '.
           05 WS-LAVI-UTILISE-ED     PIC ZZZZZ9,99.
           05 FILLER                 PIC X(15) VALUE
                   '  DISPONIBLE : '.
           05 WS-LAVI-RESTE-ED       PIC ZZZZZ9,99.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LAVI-MAJORITE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(44) VALUE
                   'LE TITULAIRE EST MAJEUR : LE COMPTE DEVIENT '.
           05 FILLER                 PIC X(30) VALUE
                   'UN COMPTE COURANT ORDINAIRE.  '.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE LA LETTRE DE CONVERSION A LA MAJORITE      *
      *---------------------------------------------------------------*
      *
       01  WS-LLM-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(30) VALUE
                   'VOTRE COMPTE A LA MAJORITE    '.
           05 FILLER                 PIC X(31) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE 'LE '.
           05 WS-LLM-DATE-ED         PIC X(10).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT : '.
           05 WS-LLM-CLIENT-ED       PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLM-NOM-ED          PIC X(20).
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-ADRESSE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE SPACES.
           05 WS-LLM-ADR-ED          PIC X(30).
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-NPAI.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(32) VALUE
                   'COURRIER RETENU EN AGENCE (NPAI)'.
           05 FILLER                 PIC X(42) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-BLANC.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-COMPTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'COMPTE '.
           05 WS-LLM-CPTE-ED         PIC 9(10).
           05 FILLER                 PIC X(9)  VALUE '  SOLDE: '.
           05 WS-LLM-SOLDE-ED        PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(9)  VALUE '  AUTOR: '.
           05 WS-LLM-LIMITE-ED       PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(15) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-TEXTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LLM-TEXTE-ED        PIC X(70).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLM-COPIE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(30) VALUE
                   'COPIE AU REPRESENTANT LEGAL : '.
           05 WS-LLM-CLIENT-REP-ED   PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLM-NOM-REP-ED      PIC X(20).
           05 FILLER                 PIC X(15) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * TEXTE DE LA LETTRE DE CONVERSION                              *
      *---------------------------------------------------------------*
      *
       01  WS-TEXTE-LETMAJ.
           05 FILLER                 PIC X(70) VALUE
           'VOUS AVEZ 18 ANS : A COMPTER DE CE JOUR, VOTRE COMPTE'.
           05 FILLER                 PIC X(70) VALUE
           'JEUNE DEVIENT UN COMPTE COURANT ORDINAIRE.'.
           05 FILLER                 PIC X(70) VALUE
           'LE BUDGET HEBDOMADAIRE FIXE PAR VOTRE REPRESENTANT LEGAL'.
           05 FILLER                 PIC X(70) VALUE
           'NE S''APPLIQUE PLUS ; LES CHEQUES ET LES PRELEVEMENTS SONT'.
           05 FILLER                 PIC X(70) VALUE
           'ADMIS. VOTRE REPRESENTANT LEGAL NE RECOIT PLUS D''AVIS'.
           05 FILLER                 PIC X(70) VALUE
           'D''OPERATIONS. VOTRE CONSEILLER SE TIENT A VOTRE'.
           05 FILLER                 PIC X(70) VALUE
           'DISPOSITION POUR ADAPTER VOS MOYENS DE PAIEMENT.'.
       01  WS-TEXTE-LETMAJ-R REDEFINES WS-TEXTE-LETMAJ.
           05 WS-TLM-LIGNE           PIC X(70) OCCURS 7
                                     INDEXED BY IDX-TLM.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *---------------------------------------------------------------*
      * LE FICHIER DES MINEURS EST PARCOURU EN ORDRE DE COMPTE ; EN   *
      * SON ABSENCE (AUCUN COMPTE DE MINEUR OUVERT) LE PROGRAMME SE   *
      * TERMINE NORMALEMENT SANS EDITION.                             *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6200-CHARGER-F-TITULRS-DEB
              THRU 6200-CHARGER-F-TITULRS-FIN.
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 6010-LIRE-F-MINEURS-DEB
              THRU 6010-LIRE-F-MINEURS-FIN.
      *
           PERFORM 1000-TRT-MINEUR-DEB
              THRU 1000-TRT-MINEUR-FIN
             UNTIL EOF-F-MINEURS.
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
      *     DESCRIPTION DU COMPOSANT TRAITEMENT D'UN COMPTE DE MINEUR *
      *     ========================================================= *
      *---------------------------------------------------------------*
      * UN COMPTE DEJA CONVERTI N'EST PLUS SUIVI. L'AVIS DU JOUR EST  *
      * PRODUIT AVANT LA CONVERSION : LES MOUVEMENTS DU JOUR DU 18EME *
      * ANNIVERSAIRE SONT ENCORE PORTES A LA CONNAISSANCE DU          *
      * REPRESENTANT LEGAL.                                           *
      *---------------------------------------------------------------*
      *
       1000-TRT-MINEUR-DEB.
      *
           ADD  1                       TO WS-CMIN.
           IF WS-MIN-CONVERTI
                GO TO 1000-TRT-MINEUR-SUITE
           END-IF.
           ADD  1                       TO WS-CACT.
      *
           PERFORM 6020-LIRE-F-CPTE-ES-DEB
              THRU 6020-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                ADD  1                  TO WS-CINC
                DISPLAY 'COMPTE DE MINEUR ABSENT DU FICHIER DES '
                        'COMPTES : ' WS-MIN-CPTE
                GO TO 1000-TRT-MINEUR-SUITE
           END-IF.
      *
           MOVE 0                       TO WS-NB-REP.
           PERFORM 7040-COMPTER-REPRESENTANT-DEB
              THRU 7040-COMPTER-REPRESENTANT-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
           IF WS-NB-REP = 0
                ADD  1                  TO WS-CSREP
                DISPLAY 'COMPTE DE MINEUR SANS REPRESENTANT LEGAL : '
                        WS-MIN-CPTE
           END-IF.
      *
           PERFORM 7010-COLLECTER-MOUVEMENTS-DEB
              THRU 7010-COLLECTER-MOUVEMENTS-FIN.
      *
           IF WS-THI-NB > 0
              AND WS-NB-REP > 0
                PERFORM 7020-CALCULER-BUDGET-DEB
                   THRU 7020-CALCULER-BUDGET-FIN
                PERFORM 8000-AVIS-REPRESENTANT-DEB
                   THRU 8000-AVIS-REPRESENTANT-FIN
                  VARYING IDX-TIT FROM 1 BY 1
                  UNTIL IDX-TIT > WS-TTI-NB
           END-IF.
      *
           COMPUTE WS-DATE-MAJORITE = WS-MIN-DATE-NAISS + 180000.
           IF WS-DATE-JOUR-NUM NOT < WS-DATE-MAJORITE
                PERFORM 2000-CONVERTIR-COMPTE-DEB
                   THRU 2000-CONVERTIR-COMPTE-FIN
           END-IF.
      *
       1000-TRT-MINEUR-SUITE.
           PERFORM 6010-LIRE-F-MINEURS-DEB
              THRU 6010-LIRE-F-MINEURS-FIN.
      *
       1000-TRT-MINEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CONVERSION A LA MAJORITE         *
      *     =================================================         *
      *---------------------------------------------------------------*
      * LE STATUT 'M' SUFFIT A FAIRE REDEVENIR LE COMPTE UN COMPTE    *
      * COURANT ORDINAIRE POUR LES AUTORISATIONS ; LA LETTRE EST      *
      * ADRESSEE AU TITULAIRE, CHAQUE REPRESENTANT LEGAL EN EST       *
      * AVISE.                                                        *
      *---------------------------------------------------------------*
      *
       2000-CONVERTIR-COMPTE-DEB.
      *
           SET  WS-MIN-CONVERTI         TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-MIN-DATE-CONVERSION.
           PERFORM 6030-REECRIRE-F-MINEURS-DEB
              THRU 6030-REECRIRE-F-MINEURS-FIN.
      *
           PERFORM 8100-LETTRE-MAJORITE-DEB
              THRU 8100-LETTRE-MAJORITE-FIN.
      *
           PERFORM 8200-AVIS-MAJORITE-DEB
              THRU 8200-AVIS-MAJORITE-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
      *
           ADD  1                       TO WS-CMAJ.
      *
       2000-CONVERTIR-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-FICHIERS-DEB.
           OPEN I-O F-MINEURS.
           IF MINEURS-ABSENT
                DISPLAY 'AUCUN COMPTE DE MINEUR (FICHIER MINEURS '
                        'ABSENT)'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
                STOP RUN
           END-IF.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT  F-CPTE-ES F-MVTHIST.
           OPEN OUTPUT F-AVISMIN-S F-LETMAJ-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-MVTHIST
              OR NOT OK-F-AVISMIN-S OR NOT OK-F-LETMAJ-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CPTE-ES ' '
                     WS-FS-F-MVTHIST ' ' WS-FS-F-AVISMIN-S ' '
                     WS-FS-F-LETMAJ-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-FICHIERS-FIN.
           EXIT.
      *
       6010-LIRE-F-MINEURS-DEB.
           READ F-MINEURS NEXT RECORD INTO WS-ENRG-F-MIN.
           IF NOT OK-LEC-F-MINEURS
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-LIRE-F-MINEURS-FIN.
           EXIT.
      *
       6020-LIRE-F-CPTE-ES-DEB.
           MOVE WS-MIN-CPTE             TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6030-REECRIRE-F-MINEURS-DEB.
           REWRITE FS-ENRG-F-MIN FROM WS-ENRG-F-MIN.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-REECRIRE-F-MINEURS-FIN.
           EXIT.
      *
       6050-START-F-MVTHIST-DEB.
           MOVE WS-MIN-CPTE            TO FS-HIST-CPTE.
           MOVE WS-DATE-JOUR           TO FS-HIST-DATE.
           MOVE '0000'                 TO FS-HIST-SEQ.
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
             DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-START-F-MVTHIST-FIN.
           EXIT.
      *
       6055-READ-NEXT-F-MVTHIST-DEB.
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           IF EOF-F-MVTHIST
                SET WS-HIST-EPUISE     TO TRUE
           ELSE
                IF NOT OK-LEC-F-MVTHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6055-READ-NEXT-F-MVTHIST-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-AVISMIN-DEB.
           WRITE FS-ENRG-AVISMIN
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-AVISMIN-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-AVISMIN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AVISMIN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-AVISMIN-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-LETMAJ-DEB.
           WRITE FS-ENRG-LETMAJ
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-LETMAJ-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-LETMAJ-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LETMAJ-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-LETMAJ-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-MINEURS F-CPTE-ES F-MVTHIST
                 F-AVISMIN-S F-LETMAJ-S.
           IF NOT OK-F-MINEURS OR NOT OK-F-CPTE-ES
              OR NOT OK-F-MVTHIST OR NOT OK-F-AVISMIN-S
              OR NOT OK-F-LETMAJ-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES TITULAIRES : SANS CE FICHIER AUCUN             *
      * REPRESENTANT LEGAL N'EST CONNU, LES AVIS NE PEUVENT ETRE      *
      * PRODUITS (LES CONVERSIONS A LA MAJORITE LE SONT).             *
      *---------------------------------------------------------------*
       6200-CHARGER-F-TITULRS-DEB.
           OPEN INPUT F-TITULRS-E.
           IF TITULRS-ABSENT
                SET WS-TITULRS-MANQUANT TO TRUE
                DISPLAY 'FICHIER DES TITULAIRES ABSENT : AUCUN AVIS '
                        'AUX REPRESENTANTS LEGAUX'
                GO TO 6200-CHARGER-F-TITULRS-FIN
           END-IF.
           IF NOT OK-F-TITULRS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TITULRS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-LIRE-F-TITULRS-DEB
              THRU 6210-LIRE-F-TITULRS-FIN.
           PERFORM 6220-RANGER-TITULAIRE-DEB
              THRU 6220-RANGER-TITULAIRE-FIN
             UNTIL EOF-F-TITULRS-E.
           CLOSE F-TITULRS-E.
       6200-CHARGER-F-TITULRS-FIN.
           EXIT.
      *
       6210-LIRE-F-TITULRS-DEB.
           READ F-TITULRS-E INTO WS-ENRG-F-TIT.
           IF NOT OK-LEC-F-TITULRS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-LIRE-F-TITULRS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SEULS LES REPRESENTANTS LEGAUX (ROLE 'R') SONT RETENUS.       *
      *---------------------------------------------------------------*
       6220-RANGER-TITULAIRE-DEB.
           IF WS-TIT-CPTE IS NUMERIC
              AND WS-TIT-CLIENT IS NUMERIC
              AND WS-TIT-REPRESENTANT
                IF WS-TTI-NB < WS-MAX-TITUL
                     ADD  1             TO WS-TTI-NB
                     MOVE WS-TIT-CPTE   TO WS-TTI-CPTE (WS-TTI-NB)
                     MOVE WS-TIT-CLIENT TO WS-TTI-CLIENT (WS-TTI-NB)
                     MOVE WS-TIT-NOM    TO WS-TTI-NOM (WS-TTI-NB)
                     MOVE WS-TIT-ROLE   TO WS-TTI-ROLE (WS-TTI-NB)
                     MOVE WS-TIT-COURRIER
                                        TO WS-TTI-COURRIER (WS-TTI-NB)
                ELSE
                     DISPLAY 'TABLE DES TITULAIRES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6210-LIRE-F-TITULRS-DEB
              THRU 6210-LIRE-F-TITULRS-FIN.
       6220-RANGER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
           STRING 'AVISMIN_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-AVISMIN.
           STRING 'LETMAJ_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-LETMAJ.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED              TO WS-LAVI-DATE-ED.
           MOVE WS-DATE-ED              TO WS-LLM-DATE-ED.
      *---------------------------------------------------------------*
      * SEMAINE CIVILE DU JOUR, NUMEROTEE COMME LE CUMUL DU FICHIER   *
      * DES MINEURS.                                                  *
      *---------------------------------------------------------------*
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-SER-NUM.
           PERFORM 7030-SERIAL-DATE-DEB
              THRU 7030-SERIAL-DATE-FIN.
           COMPUTE WS-SEMAINE-JOUR = (WS-SERIAL + 1) / 7.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COLLECTE DES MOUVEMENTS DU JOUR DU COMPTE DE MINEUR. LES      *
      * ANCRES DE SOLDE 'S'/'N' DE LA BASCULE ANNUELLE NE SONT PAS    *
      * RETENUES. UN COMPTE QUI DEBORDE LA TABLE ARRETE LE PROGRAMME  *
      * PLUTOT QUE DE PRODUIRE UN AVIS TRONQUE.                       *
      *---------------------------------------------------------------*
       7010-COLLECTER-MOUVEMENTS-DEB.
           MOVE 0                       TO WS-THI-NB.
           SET  WS-HIST-EN-COURS        TO TRUE.
           PERFORM 6050-START-F-MVTHIST-DEB
              THRU 6050-START-F-MVTHIST-FIN.
           IF CLE-HIST-INEXISTANTE
                SET WS-HIST-EPUISE      TO TRUE
           ELSE
                PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                   THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-IF.
           PERFORM 7015-RETENIR-MVT-DEB
              THRU 7015-RETENIR-MVT-FIN
             UNTIL WS-HIST-EPUISE.
       7010-COLLECTER-MOUVEMENTS-FIN.
           EXIT.
      *
       7015-RETENIR-MVT-DEB.
           EVALUATE TRUE
             WHEN WS-HIST-CPTE NOT = WS-MIN-CPTE
                  SET WS-HIST-EPUISE    TO TRUE
             WHEN WS-HIST-DATE NOT = WS-DATE-JOUR
                  SET WS-HIST-EPUISE    TO TRUE
             WHEN WS-HIST-CODE = 'S' OR 'N'
                  PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                     THRU 6055-READ-NEXT-F-MVTHIST-FIN
             WHEN OTHER
                  IF WS-THI-NB < WS-MAX-MVT
                       ADD  1           TO WS-THI-NB
                       MOVE WS-ENRG-F-HIST
                                        TO WS-THI-ENRG (WS-THI-NB)
                  ELSE
                       DISPLAY 'TABLE DES MOUVEMENTS SATUREE - '
                               'COMPTE ' WS-MIN-CPTE
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                  END-IF
                  PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                     THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-EVALUATE.
       7015-RETENIR-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMUL DE LA SEMAINE : LE CUMUL DU FICHIER NE VAUT QUE POUR LA *
      * SEMAINE QU'IL PORTE ; UNE SEMAINE NOUVELLE SANS RETRAIT NI    *
      * PAIEMENT CARTE EST A ZERO.                                    *
      *---------------------------------------------------------------*
       7020-CALCULER-BUDGET-DEB.
           IF WS-MIN-SEMAINE = WS-SEMAINE-JOUR
                MOVE WS-MIN-CUMUL-SEMAINE TO WS-CUMUL-SEMAINE
           ELSE
                MOVE 0                  TO WS-CUMUL-SEMAINE
           END-IF.
           IF WS-CUMUL-SEMAINE < WS-MIN-BUDGET-HEBDO
                COMPUTE WS-RESTE-SEMAINE =
                        WS-MIN-BUDGET-HEBDO - WS-CUMUL-SEMAINE
           ELSE
                MOVE 0                  TO WS-RESTE-SEMAINE
           END-IF.
       7020-CALCULER-BUDGET-FIN.
           EXIT.
      *
       7030-SERIAL-DATE-DEB.
           MOVE WS-SER-SSAA             TO WS-SAN.
           MOVE WS-SER-MM               TO WS-SMO.
           IF WS-SMO < 3
                SUBTRACT 1            FROM WS-SAN
                ADD 12                  TO WS-SMO
           END-IF.
           COMPUTE WS-ST1 = WS-SAN / 4.
           COMPUTE WS-ST2 = WS-SAN / 100.
           COMPUTE WS-ST3 = WS-SAN / 400.
           COMPUTE WS-ST4 = (153 * (WS-SMO - 3) + 2) / 5.
           COMPUTE WS-SERIAL = 365 * WS-SAN + WS-ST1 - WS-ST2
                             + WS-ST3 + WS-ST4 + WS-SER-JJ.
       7030-SERIAL-DATE-FIN.
           EXIT.
      *
       7040-COMPTER-REPRESENTANT-DEB.
           IF WS-TTI-CPTE (IDX-TIT) = WS-MIN-CPTE
                ADD  1                  TO WS-NB-REP
           END-IF.
       7040-COMPTER-REPRESENTANT-FIN.
           EXIT.
      *
       7050-LIBELLE-MVT-DEB.
           IF WS-HIST-CONTRE-PASS
                MOVE WS-HIST-CTP-DATE    TO WS-DATE-ANNULEE
                MOVE SPACES              TO WS-LAVI-LIB-ED
                STRING 'ANNUL. OPE DU ' WS-ANNUL-JJ '/' WS-ANNUL-MM
                       DELIMITED BY SIZE INTO WS-LAVI-LIB-ED
                GO TO 7050-LIBELLE-MVT-FIN
           END-IF.
           EVALUATE WS-HIST-CODE
             WHEN 'R'  MOVE 'RETRAIT DAB'        TO WS-LAVI-LIB-ED
             WHEN 'D'
                  IF WS-HIST-VIR-CPTE NOT = 0
                       MOVE 'VIREMENT RECU'      TO WS-LAVI-LIB-ED
                  ELSE
                       MOVE 'DEPOT GUICHET'      TO WS-LAVI-LIB-ED
                  END-IF
             WHEN 'C'  MOVE 'CARTE BLEUE'        TO WS-LAVI-LIB-ED
             WHEN 'V'  MOVE 'VIREMENT EMIS'      TO WS-LAVI-LIB-ED
             WHEN 'I'  MOVE 'INTERETS CREDITES'  TO WS-LAVI-LIB-ED
             WHEN 'F'  MOVE 'AGIOS ET FRAIS'     TO WS-LAVI-LIB-ED
             WHEN 'T'  MOVE 'RETENUE FISCALE'    TO WS-LAVI-LIB-ED
             WHEN 'U'  MOVE 'REPRISE CONTEST. CB' TO WS-LAVI-LIB-ED
             WHEN OTHER MOVE 'AUTRE OPERATION'   TO WS-LAVI-LIB-ED
           END-EVALUATE.
       7050-LIBELLE-MVT-FIN.
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
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * AVIS D'OPERATIONS A UN REPRESENTANT LEGAL DU COMPTE : UN AVIS *
      * PAR REPRESENTANT (LES DEUX PARENTS PEUVENT ETRE DECLARES).    *
      *---------------------------------------------------------------*
       8000-AVIS-REPRESENTANT-DEB.
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-MIN-CPTE
                GO TO 8000-AVIS-REPRESENTANT-FIN
           END-IF.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-TTI-CLIENT (IDX-TIT) TO WS-LAVI-CLIENT-ED.
           MOVE WS-TTI-NOM (IDX-TIT) TO WS-LAVI-NOM-REP-ED.
           MOVE WS-LAVI-REPRES       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-MIN-CPTE          TO WS-LAVI-CPTE-ED.
           MOVE WS-CPT-NOM           TO WS-LAVI-NOM-MIN-ED.
           MOVE WS-CPT-SOLDE         TO WS-LAVI-SOLDE-ED.
           MOVE WS-LAVI-MINEUR       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-L2           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
      *
           PERFORM 8010-DETAIL-AVIS-DEB
              THRU 8010-DETAIL-AVIS-FIN
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS > WS-THI-NB.
      *
           MOVE WS-LAVI-L2           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-MIN-BUDGET-HEBDO  TO WS-LAVI-BUDGET-ED.
           MOVE WS-CUMUL-SEMAINE     TO WS-LAVI-UTILISE-ED.
           MOVE WS-RESTE-SEMAINE     TO WS-LAVI-RESTE-ED.
           MOVE WS-LAVI-BUDGET       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           ADD  1                    TO WS-CAVI.
       8000-AVIS-REPRESENTANT-FIN.
           EXIT.
      *
       8010-DETAIL-AVIS-DEB.
           MOVE WS-THI-ENRG (IDX-HIS) TO WS-ENRG-F-HIST.
           PERFORM 7050-LIBELLE-MVT-DEB
              THRU 7050-LIBELLE-MVT-FIN.
           MOVE WS-HIST-JJ           TO WS-LAVI-OP-JJ-ED.
           MOVE WS-HIST-MM           TO WS-LAVI-OP-MM-ED.
           MOVE WS-HIST-SS           TO WS-LAVI-OP-SS-ED.
           MOVE WS-HIST-AA           TO WS-LAVI-OP-AA-ED.
           IF WS-HIST-CODE = 'D' OR 'I'
                MOVE 0               TO WS-LAVI-DEBIT-ED
                MOVE WS-HIST-MT      TO WS-LAVI-CREDIT-ED
           ELSE
                MOVE WS-HIST-MT      TO WS-LAVI-DEBIT-ED
                MOVE 0               TO WS-LAVI-CREDIT-ED
           END-IF.
           MOVE WS-LAVI-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
       8010-DETAIL-AVIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LETTRE DE CONVERSION AU TITULAIRE DEVENU MAJEUR. UN CLIENT    *
      * NPAI N'A PAS D'ENVOI POSTAL : LA LETTRE EST MARQUEE RETENUE   *
      * EN AGENCE.                                                    *
      *---------------------------------------------------------------*
       8100-LETTRE-MAJORITE-DEB.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           MOVE WS-LLM-TITRE         TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           MOVE WS-CPT-CLIENT        TO WS-LLM-CLIENT-ED.
           MOVE WS-CPT-NOM           TO WS-LLM-NOM-ED.
           MOVE WS-LLM-CLIENT        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           MOVE WS-CPT-ADR           TO WS-LLM-ADR-ED.
           MOVE WS-LLM-ADRESSE       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           IF WS-CPT-NPAI-ACTIF
                MOVE WS-LLM-NPAI     TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
                   THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN
           END-IF.
           MOVE WS-LLM-BLANC         TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           MOVE WS-MIN-CPTE          TO WS-LLM-CPTE-ED.
           MOVE WS-CPT-SOLDE         TO WS-LLM-SOLDE-ED.
           MOVE WS-CPT-LIMITE        TO WS-LLM-LIMITE-ED.
           MOVE WS-LLM-COMPTE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           MOVE WS-LLM-BLANC         TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
      *
           PERFORM 8110-LIGNE-TEXTE-DEB
              THRU 8110-LIGNE-TEXTE-FIN
             VARYING IDX-TLM FROM 1 BY 1
             UNTIL IDX-TLM > 7.
      *
           MOVE WS-LLM-BLANC         TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
           PERFORM 8120-LIGNE-COPIE-DEB
              THRU 8120-LIGNE-COPIE-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
       8100-LETTRE-MAJORITE-FIN.
           EXIT.
      *
       8110-LIGNE-TEXTE-DEB.
           MOVE WS-TLM-LIGNE (IDX-TLM) TO WS-LLM-TEXTE-ED.
           MOVE WS-LLM-TEXTE         TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
              THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN.
       8110-LIGNE-TEXTE-FIN.
           EXIT.
      *
       8120-LIGNE-COPIE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) = WS-MIN-CPTE
                MOVE WS-TTI-CLIENT (IDX-TIT)
                                     TO WS-LLM-CLIENT-REP-ED
                MOVE WS-TTI-NOM (IDX-TIT)
                                     TO WS-LLM-NOM-REP-ED
                MOVE WS-LLM-COPIE    TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-LETMAJ-DEB
                   THRU 6080-ECRIRE-LIGNE-LETMAJ-FIN
           END-IF.
       8120-LIGNE-COPIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AVIS DE FIN DE SUIVI A CHAQUE REPRESENTANT LEGAL DU COMPTE    *
      * CONVERTI.                                                     *
      *---------------------------------------------------------------*
       8200-AVIS-MAJORITE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-MIN-CPTE
                GO TO 8200-AVIS-MAJORITE-FIN
           END-IF.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-TTI-CLIENT (IDX-TIT) TO WS-LAVI-CLIENT-ED.
           MOVE WS-TTI-NOM (IDX-TIT) TO WS-LAVI-NOM-REP-ED.
           MOVE WS-LAVI-REPRES       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-MIN-CPTE          TO WS-LAVI-CPTE-ED.
           MOVE WS-CPT-NOM           TO WS-LAVI-NOM-MIN-ED.
           MOVE WS-CPT-SOLDE         TO WS-LAVI-SOLDE-ED.
           MOVE WS-LAVI-MINEUR       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-MAJORITE     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           MOVE WS-LAVI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-AVISMIN-DEB
              THRU 6070-ECRIRE-LIGNE-AVISMIN-FIN.
           ADD  1                    TO WS-CAVI.
       8200-AVIS-MAJORITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO118B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES DE MINEURS LUS    : ' WS-CMIN.
           DISPLAY 'COMPTES SUIVIS            : ' WS-CACT.
           DISPLAY 'AVIS PRODUITS             : ' WS-CAVI.
           DISPLAY 'CONVERSIONS A LA MAJORITE : ' WS-CMAJ.
           DISPLAY 'SANS REPRESENTANT LEGAL   : ' WS-CSREP.
           DISPLAY 'ABSENTS DES COMPTES       : ' WS-CINC.
      *---------------------------------------------------------------*
      * UN COMPTE SANS REPRESENTANT, UN COMPTE INCONNU OU L'ABSENCE   *
      * DU FICHIER DES TITULAIRES EST SIGNALE PAR LE CODE RETOUR 4.   *
      *---------------------------------------------------------------*
           IF WS-CSREP > 0 OR WS-CINC > 0
              OR WS-TITULRS-MANQUANT
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO118B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
