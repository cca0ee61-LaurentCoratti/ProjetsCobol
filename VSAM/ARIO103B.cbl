      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO103B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    PROVISION DE FIN DE MOIS DES INTERETS COURUS NON ECHUS :   *
      *    POUR CHAQUE COMPTE EPARGNE, LES INTERETS DUS AU CLIENT     *
      *    DEPUIS LE DERNIER ARRETE DES INTERETS, ET POUR CHAQUE      *
      *    COMPTE COURANT, LES AGIOS DUS DEPUIS LA DERNIERE           *
      *    FACTURATION, SONT CALCULES JUSQU'A LA FIN DU MOIS SUR      *
      *    L'ECHELLE DES SOLDES QUOTIDIENS (SOLDHIST), AUX BAREMES    *
      *    TXEPARGN ET TXAGIOS DU FICHIER DES PARAMETRES ET SOUS      *
      *    RESERVE DE L'EXONERATION D'AGIOS DES FORFAITS. RIEN N'EST  *
      *    PASSE SUR LES COMPTES : LE RESULTAT EST ENVOYE AU GRAND    *
      *    LIVRE (INTCOMPTA_SSAAMMJJ_PRV) EN ECRITURES DE PROVISION   *
      *    DU JOUR ET EN ECRITURES D'EXTOURNE DATEES DU PREMIER JOUR  *
      *    DU MOIS SUIVANT, AVEC UN ETAT DETAILLE PAR COMPTE ET DES   *
      *    TOTAUX PAR PORTEFEUILLE (ETATPRV).                         *
      *---------------------------------------------------------------*
      * DATES DES DERNIERS ARRETES EN SYSIN (SSAAMMJJ SSAAMMJJ :      *
      * EPARGNE PUIS AGIOS). A DEFAUT : 31/12 DE L'ANNEE PRECEDENTE   *
      * POUR L'EPARGNE, DERNIERE FIN DE TRIMESTRE POUR LES AGIOS ;    *
      * UN ARRETE TOMBANT LE JOUR MEME (31/12, FIN DE TRIMESTRE) NE   *
      * LAISSE RIEN A PROVISIONNER.                                   *
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
       PROGRAM-ID.      ARIO103B.
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
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                                   (ECHELLE DES SOLDES)
      *                      -------------------------------------------
           SELECT  F-SOLDHIST          ASSIGN TO SOLDHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-SLD-CLE
                   FILE STATUS         IS WS-FS-F-SOLDHIST.
      *                      -------------------------------------------
      *                      CPTA    : INTERFACE COMPTABLE DE LA
      *                                PROVISION
      *                      -------------------------------------------
           SELECT  F-CPTA-S            ASSIGN TO WS-NOM-CPTA
                   FILE STATUS         IS WS-FS-F-CPTA-S.
      *                      -------------------------------------------
      *                      ETATPRV : ETAT DE LA PROVISION
      *                      -------------------------------------------
           SELECT  F-ETATPRV-S         ASSIGN TO WS-NOM-ETATPRV
                   FILE STATUS         IS WS-FS-F-ETATPRV-S.
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
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-F-SLD.
           05 FS-SLD-CLE.
              10 FS-SLD-CPTE          PIC X(10).
              10 FS-SLD-DATE          PIC X(8).
           05 FILLER                  PIC X(22).
      *
       FD  F-CPTA-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CPTA             PIC X(80).
      *
       FD  F-ETATPRV-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPRV            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPPARAM.
           COPY TPFORFA.
           COPY TPCALEND.
           COPY TPSOLDH.
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
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  OK-LEC-F-SOLDHIST    VALUE '00' '02' '10'.
           88  EOF-F-SOLDHIST       VALUE '10'.
           88  SOLDHIST-ABSENT      VALUE '35'.
           88  OK-START-SLD         VALUE '00' '23'.
           88  CLE-SLD-INEXISTANTE  VALUE '23'.
       01  WS-FS-F-CPTA-S           PIC XX.
           88  OK-F-CPTA-S          VALUE '00'.
       01  WS-FS-F-ETATPRV-S        PIC XX.
           88  OK-F-ETATPRV-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CEPA                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CAGI                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CEXO                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-CPTA              PIC X(28).
       77  WS-NOM-ETATPRV           PIC X(24).
       77  WS-COURU                 PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-DECOUVERT             PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-TOT-INT-COURUS        PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-TOT-AGI-COURUS        PIC S9(10)V99 COMP-3
                                    VALUE 0.
       77  WS-TOT-AGI-EXONERES      PIC S9(10)V99 COMP-3
                                    VALUE 0.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * DATES DES DERNIERS ARRETES RECUES EN SYSIN (SSAAMMJJ          *
      * SSAAMMJJ : EPARGNE PUIS AGIOS) ; A DEFAUT, DATES DEDUITES DU  *
      * RYTHME DES ARRETES (ANNUEL POUR L'EPARGNE, TRIMESTRIEL POUR   *
      * LES AGIOS).                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-SYSIN-ARRETES.
           05 WS-SYSIN-ARR-EPA      PIC X(8).
           05 FILLER                PIC X.
           05 WS-SYSIN-ARR-AGI      PIC X(8).
           05 FILLER                PIC X(63).
       77  WS-ARRETE-EPA            PIC 9(8)  VALUE 0.
       77  WS-ARRETE-AGI            PIC 9(8)  VALUE 0.
       77  WS-ARRETE-CPT            PIC 9(8)  VALUE 0.
      *
      *---------------------------------------------------------------*
      * DATE DES ECRITURES D'EXTOURNE : PREMIER JOUR DU MOIS SUIVANT. *
      *---------------------------------------------------------------*
       01  WS-DATE-EXTOURNE.
           05 WS-DEX-AAAA           PIC 9(4).
           05 WS-DEX-MM             PIC 99.
           05 WS-DEX-JJ             PIC 99.
       01  WS-DATE-EXTOURNE-NUM REDEFINES WS-DATE-EXTOURNE
                                    PIC 9(8).
       77  WS-DATE-ECRITURE         PIC 9(8)  VALUE 0.
      *
      *---------------------------------------------------------------*
      * ECHELLE DES SOLDES DU COMPTE EN COURS : LE SOLDE VALABLE UN   *
      * JOUR DONNE EST LE DERNIER CLICHE DONT LA DATE NE DEPASSE PAS  *
      * CE JOUR ; CHAQUE PALIER CUMULE SES NOMBRES (SOLDE X JOURS).   *
      *---------------------------------------------------------------*
       01  WS-DISPO-SLD             PIC X VALUE '0'.
           88 WS-SLD-FERME          VALUE '0'.
           88 WS-SLD-DISPONIBLE     VALUE '1'.
       01  WS-FIN-SLD               PIC X VALUE '0'.
           88 WS-SLD-EN-COURS       VALUE '0'.
           88 WS-SLD-EPUISE         VALUE '1'.
       01  WS-ETAT-OUVERTURE        PIC X VALUE '0'.
           88 WS-OUVERTURE-INCONNUE VALUE '0'.
           88 WS-OUVERTURE-CONNUE   VALUE '1'.
       77  WS-BAL-ECHELLE           PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-NB-JOURS-PAL          PIC S9(5) COMP VALUE 0.
       77  WS-JOURS-PERIODE         PIC S9(5) COMP VALUE 0.
       77  WS-DANS-PAL              PIC 9(8)V99 COMP-3 VALUE 0.
       77  WS-DEP-PAL               PIC 9(8)V99 COMP-3 VALUE 0.
       77  WS-CUM-CRED              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CUM-DANS              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CUM-DEP               PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-PAL            PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-ARR            PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-JOUR           PIC S9(9) COMP-3 VALUE 0.
       01  WS-DATE-W.
           05 WS-DW-AAAA            PIC 9(4).
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
      *---------------------------------------------------------------*
      * FORFAIT APPLIQUE AU COMPTE EN COURS                           *
      *---------------------------------------------------------------*
       77  WS-EXO-FORFAIT           PIC X VALUE 'N'.
       01  WS-STATUT-RECH-FOR       PIC X VALUE '0'.
           88 WS-FOR-ABSENT         VALUE '0'.
           88 WS-FOR-TROUVE         VALUE '1'.
      *
      *---------------------------------------------------------------*
      * ECRITURES DE PROVISION A PASSER (ICN : INTERETS COURUS        *
      * EPARGNE, ACN : AGIOS COURUS DES COMPTES COURANTS).            *
      *---------------------------------------------------------------*
       77  WS-CPTA-CUMUL-DB         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CUMUL-CR         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CONTROLE         PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE LA PROVISION                     *
      *---------------------------------------------------------------*
      *
       01  WS-LPRV-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LPRV-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC X(37)  VALUE
                   'PROVISION DES INTERETS COURUS AU     '.
           05 WS-LPRV-TITRE-DATE.
              10 WS-LPRV-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LPRV-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LPRV-SS-ED       PIC 9(2).
              10 WS-LPRV-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(17)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LPRV-BAREME.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(15)  VALUE
                                         'TAUX EPARGNE : '.
           05 WS-LPRV-TXEPA-ED       PIC ZZ9,9999.
           05 FILLER                 PIC X(4)   VALUE ' %  '.
           05 FILLER                 PIC X(13)  VALUE
                                         'TAUX AGIOS : '.
           05 WS-LPRV-TXAGI-ED       PIC ZZ9,9999.
           05 FILLER                 PIC X(2)   VALUE ' %'.
           05 FILLER                 PIC X(25)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LPRV-ARRETES.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(19)  VALUE
                                         'ARRETES : EPARGNE '.
           05 WS-LPRV-ARR-EPA-ED     PIC 9(8).
           05 FILLER                 PIC X(8)   VALUE '  AGIOS '.
           05 WS-LPRV-ARR-AGI-ED     PIC 9(8).
           05 FILLER                 PIC X(12)  VALUE
                                         '  EXTOURNE '.
           05 WS-LPRV-EXT-ED         PIC 9(8).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LPRV-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPRV-NUMCPT-ED      PIC 9(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LPRV-PORTEF-ED      PIC X.
           05 FILLER                 PIC X(9)  VALUE '  JOURS: '.
           05 WS-LPRV-JOURS-ED       PIC ZZZ9.
           05 FILLER                 PIC X(9)  VALUE '  SOLDE: '.
           05 WS-LPRV-SOLDE-ED       PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(9)  VALUE '  COURU: '.
           05 WS-LPRV-COURU-ED       PIC ZZZZZZ9,99.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LPRV-MENTION-ED     PIC X(7).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPRV-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPRV-TOT-LIB        PIC X(40).
           05 WS-LPRV-TOT-MT-ED      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                 PIC X(6)  VALUE ' POUR '.
           05 WS-LPRV-TOT-NB-ED      PIC ZZZ9.
           05 FILLER                 PIC X(8)  VALUE ' COMPTES'.
           05 FILLER                 PIC X(3)  VALUE SPACES.
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
           PERFORM 6200-CHARGER-F-PARAM-DEB
              THRU 6200-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6220-CHARGER-F-FORFAITS-DEB
              THRU 6220-CHARGER-F-FORFAITS-FIN.
      *
           PERFORM 6340-CHARGER-F-CALBANC-DEB
              THRU 6340-CHARGER-F-CALBANC-FIN.
      *
      *---------------------------------------------------------------*
      * LA PROVISION NE TOURNE QU'UN JOUR DE FIN DE MOIS AU           *
      * CALENDRIER BANCAIRE ; CALENDRIER ABSENT OU DATE NON PORTEE :  *
      * L'EXPLOITANT CHOISIT LE JOUR.                                 *
      *---------------------------------------------------------------*
           PERFORM 7040-CONTROLER-FIN-MOIS-DEB
              THRU 7040-CONTROLER-FIN-MOIS-FIN.
      *
           PERFORM 6190-ACCEPT-SYSIN-ARRETES-DEB
              THRU 6190-ACCEPT-SYSIN-ARRETES-FIN.
      *
           PERFORM 6210-OUVRIR-F-SOLDHIST-DEB
              THRU 6210-OUVRIR-F-SOLDHIST-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6020-OUVRIR-ETATPRV-DEB
              THRU 6020-OUVRIR-ETATPRV-FIN.
      *
           PERFORM 8000-ENTETE-ETATPRV-DEB
              THRU 8000-ENTETE-ETATPRV-FIN.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
           PERFORM 8020-TOTAL-ETATPRV-DEB
              THRU 8020-TOTAL-ETATPRV-FIN.
      *
           PERFORM 8900-INTERFACE-COMPTA-DEB
              THRU 8900-INTERFACE-COMPTA-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6215-FERMER-F-SOLDHIST-DEB
              THRU 6215-FERMER-F-SOLDHIST-FIN.
      *
           PERFORM 6120-FERMER-ETATPRV-DEB
              THRU 6120-FERMER-ETATPRV-FIN.
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
      * LES COMPTES EPARGNE PROVISIONNENT LEURS INTERETS CREDITEURS,  *
      * LES COMPTES COURANTS LEURS AGIOS DEBITEURS ; LES COMPTES A    *
      * TERME, SERVIS A L'ECHEANCE, NE SONT PAS TRAITES ICI.          *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
      *
           EVALUATE TRUE
             WHEN WS-CPT-EPARGNE
                  PERFORM 2000-TRT-INTERETS-COURUS-DEB
                     THRU 2000-TRT-INTERETS-COURUS-FIN
             WHEN WS-CPT-COURANT
                  PERFORM 2100-TRT-AGIOS-COURUS-DEB
                     THRU 2100-TRT-AGIOS-COURUS-FIN
           END-EVALUATE.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT INTERETS COURUS EPARGNE          *
      *     ================================================          *
      *---------------------------------------------------------------*
      * INTERET BRUT DU AU CLIENT SUR LES NOMBRES CREDITEURS DE LA    *
      * PERIODE ; LA RETENUE A LA SOURCE, A LA CHARGE DU CLIENT, NE   *
      * MODIFIE PAS LA CHARGE A PROVISIONNER.                         *
      *---------------------------------------------------------------*
       2000-TRT-INTERETS-COURUS-DEB.
      *
           MOVE WS-ARRETE-EPA           TO WS-ARRETE-CPT.
           PERFORM 7200-ECHELLE-SOLDES-DEB
              THRU 7200-ECHELLE-SOLDES-FIN.
      *
           COMPUTE WS-COURU ROUNDED =
                   (WS-CUM-CRED * WS-TAUX-EPARGNE) / 36500.
           IF WS-COURU NOT > 0
                GO TO 2000-TRT-INTERETS-COURUS-FIN
           END-IF.
      *
           ADD  1                       TO WS-CEPA.
           ADD  WS-COURU                TO WS-TOT-INT-COURUS.
           MOVE 'E'                     TO WS-LPRV-PORTEF-ED.
           MOVE SPACES                  TO WS-LPRV-MENTION-ED.
           PERFORM 8010-DETAIL-ETATPRV-DEB
              THRU 8010-DETAIL-ETATPRV-FIN.
      *
       2000-TRT-INTERETS-COURUS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AGIOS COURUS                     *
      *     =====================================                     *
      *---------------------------------------------------------------*
      * AGIOS SUR LES NOMBRES DEBITEURS DE LA PERIODE, AU TAUX PLEIN  *
      * DANS LA LIMITE DU DECOUVERT AUTORISE ET MAJORES DE MOITIE AU  *
      * DELA, COMME A LA FACTURATION. LES AGIOS D'UN COMPTE EXONERE   *
      * PAR SON FORFAIT SONT EDITES POUR MEMOIRE SANS ETRE            *
      * PROVISIONNES.                                                 *
      *---------------------------------------------------------------*
       2100-TRT-AGIOS-COURUS-DEB.
      *
           MOVE WS-ARRETE-AGI           TO WS-ARRETE-CPT.
           PERFORM 7200-ECHELLE-SOLDES-DEB
              THRU 7200-ECHELLE-SOLDES-FIN.
      *
           COMPUTE WS-COURU ROUNDED =
                   (WS-CUM-DANS * WS-TAUX-AGIOS) / 36500
                 + (WS-CUM-DEP * WS-TAUX-AGIOS * 1,5) / 36500.
           IF WS-COURU NOT > 0
                GO TO 2100-TRT-AGIOS-COURUS-FIN
           END-IF.
      *
           PERFORM 7080-RESOUDRE-FORFAIT-DEB
              THRU 7080-RESOUDRE-FORFAIT-FIN.
           MOVE 'C'                     TO WS-LPRV-PORTEF-ED.
           IF WS-EXO-FORFAIT = 'O'
                ADD  1                  TO WS-CEXO
                ADD  WS-COURU           TO WS-TOT-AGI-EXONERES
                MOVE 'EXONERE'          TO WS-LPRV-MENTION-ED
           ELSE
                ADD  1                  TO WS-CAGI
                ADD  WS-COURU           TO WS-TOT-AGI-COURUS
                MOVE SPACES             TO WS-LPRV-MENTION-ED
           END-IF.
           PERFORM 8010-DETAIL-ETATPRV-DEB
              THRU 8010-DETAIL-ETATPRV-FIN.
      *
       2100-TRT-AGIOS-COURUS-FIN.
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
       6020-OUVRIR-ETATPRV-DEB.
           OPEN OUTPUT F-ETATPRV-S
           IF NOT OK-F-ETATPRV-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATPRV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPRV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-ETATPRV-FIN.
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
       6070-ECRIRE-LIGNE-ETATPRV-DEB.
           WRITE FS-ENRG-ETATPRV
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATPRV-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATPRV-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPRV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATPRV-FIN.
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
       6120-FERMER-ETATPRV-DEB.
           CLOSE F-ETATPRV-S.
           IF NOT OK-F-ETATPRV-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATPRV-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPRV-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-ETATPRV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATES DES DERNIERS ARRETES : LA CARTE SYSIN, SI ELLE EST      *
      * SERVIE, PRIME SUR LES DATES DEDUITES. EPARGNE : ARRETE ANNUEL *
      * AU 31/12 ; AGIOS : FACTURATION A CHAQUE FIN DE TRIMESTRE. LE  *
      * JOUR D'UN ARRETE, LA PERIODE A PROVISIONNER EST VIDE.         *
      *---------------------------------------------------------------*
       6190-ACCEPT-SYSIN-ARRETES-DEB.
           IF MM = 12
                MOVE WS-DATE-JOUR-NUM   TO WS-ARRETE-EPA
           ELSE
                COMPUTE WS-ARRETE-EPA = (SS * 100 + AA - 1) * 10000
                                      + 1231
           END-IF.
           EVALUATE MM
             WHEN 03
             WHEN 06
             WHEN 09
             WHEN 12
                  MOVE WS-DATE-JOUR-NUM TO WS-ARRETE-AGI
             WHEN 01
             WHEN 02
                  COMPUTE WS-ARRETE-AGI = (SS * 100 + AA - 1) * 10000
                                        + 1231
             WHEN 04
             WHEN 05
                  COMPUTE WS-ARRETE-AGI = (SS * 100 + AA) * 10000
                                        + 0331
             WHEN 07
             WHEN 08
                  COMPUTE WS-ARRETE-AGI = (SS * 100 + AA) * 10000
                                        + 0630
             WHEN OTHER
                  COMPUTE WS-ARRETE-AGI = (SS * 100 + AA) * 10000
                                        + 0930
           END-EVALUATE.
      *
           ACCEPT WS-SYSIN-ARRETES.
           IF WS-SYSIN-ARR-EPA IS NUMERIC
              AND WS-SYSIN-ARR-EPA > '00000000'
              AND WS-SYSIN-ARR-EPA NOT > WS-DATE-JOUR
                MOVE WS-SYSIN-ARR-EPA      TO WS-ARRETE-EPA
           END-IF.
           IF WS-SYSIN-ARR-AGI IS NUMERIC
              AND WS-SYSIN-ARR-AGI > '00000000'
              AND WS-SYSIN-ARR-AGI NOT > WS-DATE-JOUR
                MOVE WS-SYSIN-ARR-AGI      TO WS-ARRETE-AGI
           END-IF.
           MOVE WS-ARRETE-EPA           TO WS-LPRV-ARR-EPA-ED.
           MOVE WS-ARRETE-AGI           TO WS-LPRV-ARR-AGI-ED.
       6190-ACCEPT-SYSIN-ARRETES-FIN.
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
      * OUVERTURE DE L'HISTORIQUE DES SOLDES : FICHIER FACULTATIF     *
      * (PREMIERES INSTALLATIONS), EN SON ABSENCE LE SOLDE ACTUEL EST *
      * RETENU SUR TOUTE LA PERIODE.                                  *
      *---------------------------------------------------------------*
       6210-OUVRIR-F-SOLDHIST-DEB.
           OPEN INPUT F-SOLDHIST.
           EVALUATE TRUE
             WHEN OK-F-SOLDHIST
                  SET WS-SLD-DISPONIBLE TO TRUE
             WHEN SOLDHIST-ABSENT
                  SET WS-SLD-FERME      TO TRUE
                  DISPLAY 'HISTORIQUE DES SOLDES ABSENT - '
                          'SOLDE ACTUEL RETENU SUR LA PERIODE'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6210-OUVRIR-F-SOLDHIST-FIN.
           EXIT.
      *
       6215-FERMER-F-SOLDHIST-DEB.
           IF WS-SLD-FERME
                GO TO 6215-FERMER-F-SOLDHIST-FIN
           END-IF.
           CLOSE F-SOLDHIST.
           IF NOT OK-F-SOLDHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-SOLDHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6215-FERMER-F-SOLDHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CATALOGUE DES FORFAITS : FICHIER FACULTATIF, EN *
      * SON ABSENCE AUCUN COMPTE N'EST EXONERE D'AGIOS. SEULS LES     *
      * ENREGISTREMENTS DONT LA PLAGE DE DATES D'EFFET COUVRE LA DATE *
      * DE TRAITEMENT SONT RETENUS.                                   *
      *---------------------------------------------------------------*
       6220-CHARGER-F-FORFAITS-DEB.
           OPEN INPUT F-FORFAITS-E.
           IF FORFAITS-ABSENT
                DISPLAY 'CATALOGUE DES FORFAITS ABSENT - '
                        'AUCUNE EXONERATION D''AGIOS'
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
      *---------------------------------------------------------------*
      * CHARGEMENT DU CALENDRIER BANCAIRE : FICHIER FACULTATIF.       *
      *---------------------------------------------------------------*
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
           MOVE SS                      TO WS-LPRV-SS-ED
           MOVE AA                      TO WS-LPRV-AA-ED
           MOVE MM                      TO WS-LPRV-MM-ED
           MOVE JJ                      TO WS-LPRV-JJ-ED.
      *
           STRING 'INTCOMPTA_' SS AA MM JJ '_PRV.txt'
                  DELIMITED BY SIZE INTO WS-NOM-CPTA.
           STRING 'ETATPRV_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATPRV.
      *
           COMPUTE WS-DEX-AAAA = SS * 100 + AA.
           IF MM = 12
                ADD  1                  TO WS-DEX-AAAA
                MOVE 01                 TO WS-DEX-MM
           ELSE
                COMPUTE WS-DEX-MM = MM + 1
           END-IF.
           MOVE 01                      TO WS-DEX-JJ.
           MOVE WS-DATE-EXTOURNE-NUM    TO WS-LPRV-EXT-ED.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
       7000-ACCEPT-DATE-JOUR-FIN.
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
                END-EVALUATE
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
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
                          'PROVISION REFUSEE'
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
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN) : SERT AUX ECARTS DE JOURS ENTRE CLICHES.          *
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
      * RESOLUTION DU FORFAIT DU COMPTE : SEUL LE TOP D'EXONERATION   *
      * DES AGIOS EST EXPLOITE ICI ; UN CODE INCONNU DU CATALOGUE     *
      * SUIT LE TARIF STANDARD, COMME A LA FACTURATION.               *
      *---------------------------------------------------------------*
       7080-RESOUDRE-FORFAIT-DEB.
           MOVE 'N'                     TO WS-EXO-FORFAIT.
           IF WS-CPT-SANS-FORFAIT
                GO TO 7080-RESOUDRE-FORFAIT-FIN
           END-IF.
           SET  WS-FOR-ABSENT           TO TRUE.
           PERFORM 7085-CHERCHER-FORFAIT-DEB
              THRU 7085-CHERCHER-FORFAIT-FIN
             VARYING IDX-FOR FROM 1 BY 1
             UNTIL IDX-FOR > WS-TFO-NB
                OR WS-FOR-TROUVE.
       7080-RESOUDRE-FORFAIT-FIN.
           EXIT.
      *
       7085-CHERCHER-FORFAIT-DEB.
           IF WS-TFO-CODE (IDX-FOR) = WS-CPT-FORFAIT
                SET  WS-FOR-TROUVE      TO TRUE
                MOVE WS-TFO-EXO-AGIOS (IDX-FOR)
                                        TO WS-EXO-FORFAIT
           END-IF.
       7085-CHERCHER-FORFAIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ECHELLE DES SOLDES DE LA PERIODE : DU LENDEMAIN DU DERNIER    *
      * ARRETE JUSQU'AU JOUR DE LA PROVISION INCLUS. LE SOLDE DE      *
      * DEPART EST LE DERNIER CLICHE DATE AU PLUS TARD DU JOUR DE     *
      * L'ARRETE ; CHAQUE CLICHE DE LA PERIODE OUVRE UN NOUVEAU       *
      * PALIER. SANS CLICHE ANTERIEUR, LE PREMIER CLICHE DE LA        *
      * PERIODE VAUT DEPUIS SON DEBUT ; SANS AUCUN CLICHE (COMPTE NON *
      * MOUVEMENTE OU HISTORIQUE ABSENT), LE SOLDE ACTUEL VAUT POUR   *
      * TOUTE LA PERIODE.                                             *
      *---------------------------------------------------------------*
       7200-ECHELLE-SOLDES-DEB.
           MOVE 0                       TO WS-CUM-CRED.
           MOVE 0                       TO WS-CUM-DANS.
           MOVE 0                       TO WS-CUM-DEP.
           MOVE 0                       TO WS-JOURS-PERIODE.
           IF WS-ARRETE-CPT NOT < WS-DATE-JOUR-NUM
                GO TO 7200-ECHELLE-SOLDES-FIN
           END-IF.
           MOVE WS-ARRETE-CPT           TO WS-DATE-W-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-ARR.
           COMPUTE WS-JOURS-PERIODE = WS-SERIAL-JOUR - WS-SERIAL-ARR.
           COMPUTE WS-SERIAL-PAL = WS-SERIAL-ARR + 1.
           MOVE WS-CPT-SOLDE            TO WS-BAL-ECHELLE.
           SET  WS-OUVERTURE-INCONNUE   TO TRUE.
      *
           IF WS-SLD-DISPONIBLE
                PERFORM 7205-LIRE-CLICHES-DEB
                   THRU 7205-LIRE-CLICHES-FIN
           END-IF.
      *
           COMPUTE WS-NB-JOURS-PAL =
                   WS-SERIAL-JOUR - WS-SERIAL-PAL + 1.
           PERFORM 7220-CUMULER-PALIER-DEB
              THRU 7220-CUMULER-PALIER-FIN.
       7200-ECHELLE-SOLDES-FIN.
           EXIT.
      *
       7205-LIRE-CLICHES-DEB.
           SET  WS-SLD-EN-COURS         TO TRUE.
           MOVE WS-CPT-CPTE             TO FS-SLD-CPTE.
           MOVE '00000000'              TO FS-SLD-DATE.
           START F-SOLDHIST KEY IS NOT LESS THAN FS-SLD-CLE
           END-START.
           IF NOT OK-START-SLD
                DISPLAY 'PROBLEME DE START DU FICHIER F-SOLDHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-SLD-INEXISTANTE
                SET WS-SLD-EPUISE       TO TRUE
           END-IF.
           PERFORM 7210-RETENIR-CLICHE-DEB
              THRU 7210-RETENIR-CLICHE-FIN
             UNTIL WS-SLD-EPUISE.
       7205-LIRE-CLICHES-FIN.
           EXIT.
      *
       7210-RETENIR-CLICHE-DEB.
           READ F-SOLDHIST NEXT RECORD INTO WS-ENRG-F-SLD.
           EVALUATE TRUE
             WHEN EOF-F-SOLDHIST
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN NOT OK-LEC-F-SOLDHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-SLD-CPTE NOT = WS-CPT-CPTE
               OR WS-SLD-DATE > WS-DATE-JOUR-NUM
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN WS-SLD-DATE NOT > WS-ARRETE-CPT
                  MOVE WS-SLD-SOLDE     TO WS-BAL-ECHELLE
                  SET  WS-OUVERTURE-CONNUE TO TRUE
             WHEN WS-OUVERTURE-INCONNUE
                  MOVE WS-SLD-SOLDE     TO WS-BAL-ECHELLE
                  SET  WS-OUVERTURE-CONNUE TO TRUE
                  PERFORM 7215-OUVRIR-PALIER-DEB
                     THRU 7215-OUVRIR-PALIER-FIN
             WHEN OTHER
                  PERFORM 7215-OUVRIR-PALIER-DEB
                     THRU 7215-OUVRIR-PALIER-FIN
           END-EVALUATE.
       7210-RETENIR-CLICHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN CLICHE DE LA PERIODE CLOT LE PALIER EN COURS LA VEILLE DE  *
      * SA DATE ET OUVRE LE SUIVANT A SON SOLDE.                      *
      *---------------------------------------------------------------*
       7215-OUVRIR-PALIER-DEB.
           MOVE WS-SLD-DATE             TO WS-DATE-W-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           COMPUTE WS-NB-JOURS-PAL = WS-SERIAL - WS-SERIAL-PAL.
           PERFORM 7220-CUMULER-PALIER-DEB
              THRU 7220-CUMULER-PALIER-FIN.
           MOVE WS-SLD-SOLDE            TO WS-BAL-ECHELLE.
           MOVE WS-SERIAL               TO WS-SERIAL-PAL.
       7215-OUVRIR-PALIER-FIN.
           EXIT.
      *
       7220-CUMULER-PALIER-DEB.
           IF WS-NB-JOURS-PAL NOT > 0
                GO TO 7220-CUMULER-PALIER-FIN
           END-IF.
           IF WS-BAL-ECHELLE > 0
                COMPUTE WS-CUM-CRED =
                        WS-CUM-CRED + WS-BAL-ECHELLE * WS-NB-JOURS-PAL
                GO TO 7220-CUMULER-PALIER-FIN
           END-IF.
           IF WS-BAL-ECHELLE = 0
                GO TO 7220-CUMULER-PALIER-FIN
           END-IF.
           COMPUTE WS-DECOUVERT = WS-BAL-ECHELLE * -1.
           IF WS-DECOUVERT > WS-CPT-LIMITE
                COMPUTE WS-DEP-PAL = WS-DECOUVERT - WS-CPT-LIMITE
                MOVE WS-CPT-LIMITE      TO WS-DANS-PAL
           ELSE
                MOVE 0                  TO WS-DEP-PAL
                MOVE WS-DECOUVERT       TO WS-DANS-PAL
           END-IF.
           COMPUTE WS-CUM-DANS =
                   WS-CUM-DANS + WS-DANS-PAL * WS-NB-JOURS-PAL.
           COMPUTE WS-CUM-DEP =
                   WS-CUM-DEP + WS-DEP-PAL * WS-NB-JOURS-PAL.
       7220-CUMULER-PALIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATPRV-DEB.
           MOVE WS-LPRV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE WS-LPRV-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE WS-TAUX-EPARGNE      TO WS-LPRV-TXEPA-ED.
           MOVE WS-TAUX-AGIOS        TO WS-LPRV-TXAGI-ED.
           MOVE WS-LPRV-BAREME       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE WS-LPRV-ARRETES      TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE WS-LPRV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
       8000-ENTETE-ETATPRV-FIN.
           EXIT.
      *
       8010-DETAIL-ETATPRV-DEB.
           MOVE WS-CPT-CPTE          TO WS-LPRV-NUMCPT-ED.
           MOVE WS-JOURS-PERIODE     TO WS-LPRV-JOURS-ED.
           MOVE WS-CPT-SOLDE         TO WS-LPRV-SOLDE-ED.
           MOVE WS-COURU             TO WS-LPRV-COURU-ED.
           MOVE WS-LPRV-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
       8010-DETAIL-ETATPRV-FIN.
           EXIT.
      *
       8020-TOTAL-ETATPRV-DEB.
           MOVE WS-LPRV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE 'INTERETS COURUS EPARGNE (E)       :'
                                     TO WS-LPRV-TOT-LIB.
           MOVE WS-TOT-INT-COURUS    TO WS-LPRV-TOT-MT-ED.
           MOVE WS-CEPA              TO WS-LPRV-TOT-NB-ED.
           MOVE WS-LPRV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE 'AGIOS COURUS COMPTES COURANTS (C) :'
                                     TO WS-LPRV-TOT-LIB.
           MOVE WS-TOT-AGI-COURUS    TO WS-LPRV-TOT-MT-ED.
           MOVE WS-CAGI              TO WS-LPRV-TOT-NB-ED.
           MOVE WS-LPRV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE 'POUR MEMOIRE AGIOS EXONERES (C)   :'
                                     TO WS-LPRV-TOT-LIB.
           MOVE WS-TOT-AGI-EXONERES  TO WS-LPRV-TOT-MT-ED.
           MOVE WS-CEXO              TO WS-LPRV-TOT-NB-ED.
           MOVE WS-LPRV-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
           MOVE WS-LPRV-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPRV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPRV-FIN.
       8020-TOTAL-ETATPRV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INTERFACE COMPTABLE DE LA PROVISION, DANS LE DESSIN DE        *
      * L'INTERFACE QUOTIDIENNE : ECRITURES EQUILIBREES DE PROVISION  *
      * DATEES DU JOUR (ICN EPARGNE, ACN COMPTES COURANTS), PUIS LEUR *
      * EXTOURNE DATEE DU PREMIER JOUR DU MOIS SUIVANT (XIC, XAC),    *
      * ET LE TRAILER DE CONTROLE.                                    *
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
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-ECRITURE.
           MOVE 'ICN'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-TOT-INT-COURUS       TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'ACN'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-TOT-AGI-COURUS       TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE WS-DATE-EXTOURNE-NUM    TO WS-DATE-ECRITURE.
           MOVE 'XIC'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-TOT-INT-COURUS       TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'XAC'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-TOT-AGI-COURUS       TO WS-CPTA-CONTROLE
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
                MOVE WS-DATE-ECRITURE   TO WS-CPTA-DATE
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO103B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'EPARGNE PROVISIONNES   : ' WS-CEPA.
           DISPLAY 'AGIOS PROVISIONNES     : ' WS-CAGI.
           DISPLAY 'AGIOS EXONERES         : ' WS-CEXO.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO103B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
