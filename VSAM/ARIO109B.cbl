      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO109B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    SURVEILLANCE MENSUELLE DES ESPECES (LUTTE CONTRE LE        *
      *    BLANCHIMENT) SUR L'HISTORIQUE PERMANENT DES MOUVEMENTS     *
      *    ET SES GENERATIONS ANNUELLES : LES DEPOTS ET RETRAITS      *
      *    D'ESPECES DE CHAQUE CLIENT (TOUS SES COMPTES, COMPTES      *
      *    JOINTS DE TITULRS COMPRIS) SONT CUMULES SUR DES FENETRES   *
      *    GLISSANTES DE 30 JOURS, LES OPERATIONS REPETEES JUSTE SOUS *
      *    LE SEUIL UNITAIRE SONT COMPTEES ET LES VIREMENTS EXTERNES  *
      *    COUVERTS PAR DES ESPECES DEPOSEES JUSTE AVANT SONT         *
      *    RELEVES. LES SEUILS SONT CEUX DE PARAMS.                   *
      *    EN SORTIE : UNE FICHE D'ANALYSE PAR CLIENT SUSPECT POUR LE *
      *    SERVICE CONFORMITE (ETATLCB) ET LE FICHIER DES             *
      *    DECLARATIONS SYSTEMATIQUES A TRACFIN POUR LES CUMULS       *
      *    D'ESPECES AU-DELA DU SEUIL.                                *
      *---------------------------------------------------------------*
      * LE MOIS ANALYSE EST RECU EN SYSIN (SSAAMM) ; A DEFAUT, C'EST  *
      * LE MOIS PRECEDANT LA DATE DU JOUR. LES FENETRES RETENUES SE   *
      * TERMINENT DANS LE MOIS ANALYSE ET REMONTENT DE 29 JOURS.      *
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
       PROGRAM-ID.      ARIO109B.
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
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-HISTGEN : GENERATION ANNUELLE DE
      *                                  L'HISTORIQUE (BASCULE)
      *                      -------------------------------------------
           SELECT  F-HISTGEN           ASSIGN TO WS-NOM-HISTGEN
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-GEN-CLE
                   FILE STATUS         IS WS-FS-F-HISTGEN.
      *                      -------------------------------------------
      *                      F-TITULRS : TITULAIRES DES COMPTES JOINTS
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
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
      *                      F-TRACF : DECLARATIONS SYSTEMATIQUES
      *                                D'ESPECES (TRACFIN)
      *                      -------------------------------------------
           SELECT  F-TRACF-S           ASSIGN TO WS-NOM-TRACF
                   FILE STATUS         IS WS-FS-F-TRACF-S.
      *                      -------------------------------------------
      *                      ETATLCB : FICHES D'ANALYSE DES CLIENTS
      *                                SUSPECTS (CONFORMITE)
      *                      -------------------------------------------
           SELECT  F-ETATLCB-S         ASSIGN TO WS-NOM-ETATLCB
                   FILE STATUS         IS WS-FS-F-ETATLCB-S.
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
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE             PIC X(10).
              10 FS-HIST-DATE             PIC X(8).
              10 FS-HIST-SEQ              PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-HISTGEN
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-GEN.
           05 FS-GEN-CLE.
              10 FS-GEN-CPTE              PIC X(10).
              10 FS-GEN-DATE              PIC X(8).
              10 FS-GEN-SEQ               PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS          PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CLIENT           PIC 9(8).
           05 FS-TRI-DATE             PIC 9(8).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-SEQ              PIC 9(4).
           05 FS-TRI-SENS             PIC X.
           05 FS-TRI-MT               PIC 9(8)V99.
           05 FS-TRI-SERIAL           PIC S9(9) COMP-3.
           05 FS-TRI-NOM              PIC X(20).
      *
       FD  F-TRACF-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-TRACF            PIC X(120).
      *
       FD  F-ETATLCB-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLCB            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPHIST.
      *
           COPY TPTITUL.
      *
           COPY TPPARAM.
      *
           COPY TPTRACF.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-HISTGEN          PIC XX.
           88  OK-F-HISTGEN         VALUE '00'.
           88  EOF-F-HISTGEN        VALUE '10'.
           88  OK-LEC-F-HISTGEN     VALUE '00' '02' '10'.
           88  OK-START-GEN         VALUE '00' '23'.
           88  CLE-GEN-INEXISTANTE  VALUE '23'.
           88  HISTGEN-ABSENT       VALUE '35'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-TRACF-S          PIC XX.
           88  OK-F-TRACF-S         VALUE '00'.
       01  WS-FS-F-ETATLCB-S        PIC XX.
           88  OK-F-ETATLCB-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CMVT                  PIC S9(8) COMP
                                    VALUE 0.
       77  WS-CCLI                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CSUS                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CDEC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-COPE-DEC              PIC S9(6) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      * UNE OPERATION D'ESPECES EST DITE JUSTE SOUS LE SEUIL UNITAIRE *
      * QUAND ELLE EN ATTEINT 90 % SANS L'ATTEINDRE. UN VIREMENT      *
      * EXTERNE N'EST RAPPROCHE DES ESPECES QU'A PARTIR DU SEUIL      *
      * UNITAIRE.                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-TAUX-FRACTION         PIC 9V99  VALUE 0,90.
       77  WS-BORNE-FRACTION        PIC 9(8)V99 VALUE 0.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATLCB           PIC X(24).
       77  WS-NOM-TRACF             PIC X(24).
       77  WS-NOM-HISTGEN           PIC X(16).
       77  WS-ANNEE-GEN             PIC 9(4)  VALUE 0.
       77  WS-NB-TIT-CPTE           PIC S9(4) COMP VALUE 0.
       77  WS-CLIENT-COURANT        PIC 9(8)  VALUE 0.
       77  WS-NOM-COURANT           PIC X(20) VALUE SPACES.
       77  WS-SENS-MVT              PIC X     VALUE SPACE.
       77  WS-SERIAL-MVT            PIC S9(9) COMP-3 VALUE 0.
       77  WS-DATE-PER-DEB          PIC 9(8)  VALUE 0.
       77  WS-DATE-PER-SUIV         PIC 9(8)  VALUE 0.
       77  WS-DATE-LECT-DEB         PIC 9(8)  VALUE 0.
       77  WS-SER-PER-DEB           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-FEN-DEB           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-BORNE             PIC S9(9) COMP-3 VALUE 0.
       77  WS-IOE                   PIC S9(4) COMP VALUE 0.
       77  WS-IBAS                  PIC S9(4) COMP VALUE 0.
       77  WS-ISCN                  PIC S9(4) COMP VALUE 0.
       77  WS-SUM-E                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-SUM-S                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-NB-FRC                PIC S9(4) COMP VALUE 0.
       77  WS-MAX-E                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-MAX-S                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-MAX-FRC               PIC S9(4) COMP VALUE 0.
       77  WS-IMAX-E                PIC S9(4) COMP VALUE 0.
       77  WS-IMAX-S                PIC S9(4) COMP VALUE 0.
       77  WS-NB-ESPVIR             PIC S9(4) COMP VALUE 0.
       77  WS-ESP-DELAI             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-SENS-DECL             PIC X     VALUE SPACE.
       77  WS-IMAX-DECL             PIC S9(4) COMP VALUE 0.
       77  WS-CUMUL-DECL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-NB-OPE-DECL           PIC S9(4) COMP VALUE 0.
       77  WS-DATE-DEB-DECL         PIC 9(8)  VALUE 0.
       77  WS-TOT-DECLARE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-FIN-HIST              PIC X     VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-FIN-GEN               PIC X     VALUE '0'.
           88 WS-GEN-EN-COURS       VALUE '0'.
           88 WS-GEN-EPUISEE        VALUE '1'.
       01  WS-STATUT-CLIENT         PIC X     VALUE '0'.
           88 WS-CLIENT-SANS-SUITE  VALUE '0'.
           88 WS-CLIENT-SUSPECT     VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-DATE-W.
           05 WS-DW-AAAA            PIC 9(4).
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * MOIS ANALYSE RECU EN SYSIN (SSAAMM)                           *
      *---------------------------------------------------------------*
      *
       01  WS-SYSIN-MOIS.
           05 WS-SYSIN-PERIODE      PIC X(6).
           05 FILLER                PIC X(74).
       01  WS-PERIODE.
           05 WS-PER-SSAA           PIC 9(4).
           05 WS-PER-MM             PIC 99.
       01  WS-PERIODE-NUM REDEFINES WS-PERIODE
                                    PIC 9(6).
      *
      *---------------------------------------------------------------*
      * OPERATIONS D'ESPECES ET VIREMENTS EXTERNES DU CLIENT COURANT, *
      * EN ORDRE DE DATES (SENS 'E' DEPOT D'ESPECES, 'S' RETRAIT      *
      * D'ESPECES, 'X' VIREMENT EXTERNE EMIS). LES OPERATIONS DES 29  *
      * JOURS PRECEDANT LE MOIS N'Y SONT QUE POUR LES FENETRES.       *
      *---------------------------------------------------------------*
       77  WS-MAX-OPE               PIC S9(4) COMP VALUE 1000.
       01  WS-TABLE-OPE.
           05 WS-TOE-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TOE-POSTE          OCCURS 1000.
              10 WS-TOE-DATE        PIC 9(8).
              10 WS-TOE-SERIAL      PIC S9(9) COMP-3.
              10 WS-TOE-CPTE        PIC 9(10).
              10 WS-TOE-SENS        PIC X.
              10 WS-TOE-MT          PIC 9(8)V99.
              10 WS-TOE-FRACTION    PIC X.
              10 WS-TOE-SIGNALE     PIC X.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DES FICHES D'ANALYSE                          *
      *---------------------------------------------------------------*
      *
       01  WS-LLCB-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LLCB-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(14)  VALUE SPACES.
           05 FILLER                 PIC X(36)  VALUE
                   'SURVEILLANCE DES ESPECES (LCB-FT) - '.
           05 FILLER                 PIC X(5)   VALUE 'MOIS '.
           05 WS-LLCB-TITRE-MOIS.
              10 WS-LLCB-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LLCB-SSAA-ED     PIC 9(4).
           05 FILLER                 PIC X(13)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LLCB-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT : '.
           05 WS-LLCB-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LLCB-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-CUMUL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WS-LLCB-CUMUL-LIB      PIC X(26).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-CUMUL-ED       PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE ' AU '.
           05 WS-LLCB-CUMUL-DATE-ED  PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LLCB-CUMUL-ETAT-ED  PIC X(9).
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-FRACTION.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(26) VALUE
                                     'FRACTIONNEMENT SUR 30 J  :'.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-NBFRC-ED       PIC ZZZ9.
           05 FILLER                 PIC X(15) VALUE
                                     ' OPERATIONS DE '.
           05 WS-LLCB-BORNE-ED       PIC ZZZZZ9,99.
           05 FILLER                 PIC X(3)  VALUE ' A '.
           05 WS-LLCB-SEUIL-ED       PIC ZZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-ESPVIR.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(26) VALUE
                                     'ESPECES PUIS VIR. EXTERNE:'.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-NBVIR-ED       PIC ZZZ9.
           05 FILLER                 PIC X(17) VALUE
                                     ' VIREMENT(S) SOUS'.
           05 WS-LLCB-DELAI-ED       PIC ZZ9.
           05 FILLER                 PIC X(8)  VALUE ' JOUR(S)'.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-OPE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 WS-LLCB-OPE-DATE-ED    PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-OPE-CPTE-ED    PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-OPE-LIB-ED     PIC X(20).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-OPE-MT-ED      PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLCB-OPE-MARQUE-ED  PIC X(12).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(19) VALUE
                                         'CLIENTS EXAMINES : '.
           05 WS-LLCB-NBCLI-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE '  SUSPECTS : '.
           05 WS-LLCB-NBSUS-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(17) VALUE
                                         '  DECLARATIONS : '.
           05 WS-LLCB-NBDEC-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(23) VALUE
                                         'OPERATIONS DECLAREES : '.
           05 WS-LLCB-NBOPE-ED       PIC ZZZZZ9.
           05 FILLER                 PIC X(18) VALUE
                                         '  CUMUL DECLARE : '.
           05 WS-LLCB-TOTDEC-ED      PIC ZZZZZZZZZZ9,99.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLCB-VIDE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(32) VALUE
                   'AUCUN CLIENT SUSPECT SUR LE MOIS'.
           05 FILLER                 PIC X(42) VALUE SPACES.
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
      * LA PROCEDURE D'ENTREE DU TRI RELIT L'HISTORIQUE DE CHAQUE     *
      * COMPTE ET RESTITUE LES OPERATIONS RETENUES SOUS CHACUN DE SES *
      * TITULAIRES ; LA PROCEDURE DE SORTIE ANALYSE CLIENT PAR CLIENT.*
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6190-ACCEPT-SYSIN-MOIS-DEB
              THRU 6190-ACCEPT-SYSIN-MOIS-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6230-CHARGER-F-TITULRS-DEB
              THRU 6230-CHARGER-F-TITULRS-FIN.
      *
           PERFORM 7010-BORNER-PERIODE-DEB
              THRU 7010-BORNER-PERIODE-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6010-OUVRIR-F-MVTHIST-DEB
              THRU 6010-OUVRIR-F-MVTHIST-FIN.
      *
           PERFORM 6020-OUVRIR-TRACF-DEB
              THRU 6020-OUVRIR-TRACF-FIN.
      *
           PERFORM 6030-OUVRIR-ETATLCB-DEB
              THRU 6030-OUVRIR-ETATLCB-FIN.
      *
           PERFORM 8000-ENTETE-ETATLCB-DEB
              THRU 8000-ENTETE-ETATLCB-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-TRF.
           SET  WS-TRF-ENTETE           TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-TRF-DATE.
           MOVE WS-PERIODE-NUM          TO WS-TRF-PERIODE.
           MOVE WS-SEUIL-ESPECES        TO WS-TRF-SEUIL.
           PERFORM 6060-ECRIRE-TRACF-DEB
              THRU 6060-ECRIRE-TRACF-FIN.
      *
           SORT F-TRI
                ON ASCENDING  KEY FS-TRI-CLIENT
                ON ASCENDING  KEY FS-TRI-DATE
                ON ASCENDING  KEY FS-TRI-CPTE
                ON ASCENDING  KEY FS-TRI-SEQ
                INPUT  PROCEDURE IS 1000-ALIMENTER-TRI-DEB
                                 THRU 1000-ALIMENTER-TRI-FIN
                OUTPUT PROCEDURE IS 2000-ANALYSER-CLIENTS-DEB
                                 THRU 2000-ANALYSER-CLIENTS-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-TRF.
           SET  WS-TRF-TRAILER          TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-TRF-DATE.
           MOVE WS-CDEC                 TO WS-TRF-NB-DEC.
           MOVE WS-COPE-DEC             TO WS-TRF-NB-OPE.
           MOVE WS-TOT-DECLARE          TO WS-TRF-TOT-CUMUL.
           PERFORM 6060-ECRIRE-TRACF-DEB
              THRU 6060-ECRIRE-TRACF-FIN.
      *
           PERFORM 8030-TOTAL-ETATLCB-DEB
              THRU 8030-TOTAL-ETATLCB-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6110-FERMER-F-MVTHIST-DEB
              THRU 6110-FERMER-F-MVTHIST-FIN.
      *
           PERFORM 6120-FERMER-TRACF-DEB
              THRU 6120-FERMER-TRACF-FIN.
      *
           PERFORM 6130-FERMER-ETATLCB-DEB
              THRU 6130-FERMER-ETATLCB-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ALIMENTATION DU TRI              *
      *     ============================================              *
      *---------------------------------------------------------------*
      *
       1000-ALIMENTER-TRI-DEB.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1010-RELEASE-COMPTE-DEB
              THRU 1010-RELEASE-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1000-ALIMENTER-TRI-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN COMPTE PORTE AU FICHIER CROISE DES TITULAIRES EST UN       *
      * COMPTE JOINT : SES OPERATIONS SONT RESTITUEES SOUS CHACUN DE  *
      * SES TITULAIRES. LES AUTRES COMPTES LE SONT SOUS LEUR CLIENT.  *
      * LES GENERATIONS ANNUELLES SONT LUES AVANT L'HISTORIQUE VIF,   *
      * DE L'ANNEE DU DEBUT DE LECTURE A CELLE DU MOIS ANALYSE.       *
      *---------------------------------------------------------------*
       1010-RELEASE-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
           MOVE 0                       TO WS-NB-TIT-CPTE.
           PERFORM 1015-COMPTER-TITULAIRE-DEB
              THRU 1015-COMPTER-TITULAIRE-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
      *
           MOVE WS-DATE-LECT-DEB (1 : 4) TO WS-ANNEE-GEN.
           PERFORM 1020-COLLECTER-GENERATION-DEB
              THRU 1020-COLLECTER-GENERATION-FIN
             UNTIL WS-ANNEE-GEN > WS-PER-SSAA.
      *
           SET  WS-HIST-EN-COURS        TO TRUE.
           PERFORM 6050-START-F-MVTHIST-DEB
              THRU 6050-START-F-MVTHIST-FIN.
           IF CLE-HIST-INEXISTANTE
                SET WS-HIST-EPUISE      TO TRUE
           ELSE
                PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                   THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-IF.
           PERFORM 1030-RETENIR-MVT-DEB
              THRU 1030-RETENIR-MVT-FIN
             UNTIL WS-HIST-EPUISE.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-COMPTE-FIN.
           EXIT.
      *
       1015-COMPTER-TITULAIRE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) = WS-CPT-CPTE
              AND WS-TTI-ROLE (IDX-TIT) NOT = 'R'
                ADD  1                  TO WS-NB-TIT-CPTE
           END-IF.
       1015-COMPTER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE D'UNE GENERATION ANNUELLE POUR LE COMPTE COURANT : LA *
      * GENERATION EST OUVERTE SI ELLE EXISTE (UNE ANNEE ENCORE DANS  *
      * LE VIF N'A PAS DE GENERATION), PUIS REFERMEE.                 *
      *---------------------------------------------------------------*
       1020-COLLECTER-GENERATION-DEB.
           MOVE SPACES                  TO WS-NOM-HISTGEN.
           STRING 'MVTHIST_' WS-ANNEE-GEN
                  DELIMITED BY SIZE INTO WS-NOM-HISTGEN.
           OPEN INPUT F-HISTGEN.
           IF HISTGEN-ABSENT
                GO TO 1020-COLLECTER-GENERATION-SUITE
           END-IF.
           IF NOT OK-F-HISTGEN
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISTGEN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-GEN-EN-COURS         TO TRUE.
           MOVE WS-CPT-CPTE             TO FS-GEN-CPTE.
           MOVE WS-DATE-LECT-DEB        TO FS-GEN-DATE.
           MOVE '0000'                  TO FS-GEN-SEQ.
           START F-HISTGEN KEY IS NOT LESS THAN FS-GEN-CLE
           END-START.
           IF NOT OK-START-GEN
             DISPLAY 'PROBLEME DE START DU FICHIER F-HISTGEN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-GEN-INEXISTANTE
                SET WS-GEN-EPUISEE      TO TRUE
           ELSE
                PERFORM 6056-READ-NEXT-F-HISTGEN-DEB
                   THRU 6056-READ-NEXT-F-HISTGEN-FIN
           END-IF.
           PERFORM 1025-RETENIR-MVT-GEN-DEB
              THRU 1025-RETENIR-MVT-GEN-FIN
             UNTIL WS-GEN-EPUISEE.
           CLOSE F-HISTGEN.
       1020-COLLECTER-GENERATION-SUITE.
           ADD  1                       TO WS-ANNEE-GEN.
       1020-COLLECTER-GENERATION-FIN.
           EXIT.
      *
       1025-RETENIR-MVT-GEN-DEB.
           IF WS-HIST-CPTE NOT = WS-CPT-CPTE
              OR WS-HIST-DATE NOT < WS-DATE-PER-SUIV
                SET WS-GEN-EPUISEE      TO TRUE
                GO TO 1025-RETENIR-MVT-GEN-FIN
           END-IF.
           PERFORM 1040-CLASSER-MVT-DEB
              THRU 1040-CLASSER-MVT-FIN.
           PERFORM 6056-READ-NEXT-F-HISTGEN-DEB
              THRU 6056-READ-NEXT-F-HISTGEN-FIN.
       1025-RETENIR-MVT-GEN-FIN.
           EXIT.
      *
       1030-RETENIR-MVT-DEB.
           IF WS-HIST-CPTE NOT = WS-CPT-CPTE
              OR WS-HIST-DATE NOT < WS-DATE-PER-SUIV
                SET WS-HIST-EPUISE      TO TRUE
                GO TO 1030-RETENIR-MVT-FIN
           END-IF.
           PERFORM 1040-CLASSER-MVT-DEB
              THRU 1040-CLASSER-MVT-FIN.
           PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
              THRU 6055-READ-NEXT-F-MVTHIST-FIN.
       1030-RETENIR-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SONT RETENUS : LE DEPOT 'D' SANS COMPTE DONNEUR D'ORDRE NI    *
      * NUMERO DE CHEQUE (ESPECES), LE RETRAIT 'R' ET LE VIREMENT 'V' *
      * SANS COMPTE BENEFICIAIRE INTERNE (VIREMENT EXTERNE EMIS). LES *
      * ANCRES DE SOLDE ET LES MOUVEMENTS ANTERIEURS A LA PREMIERE    *
      * FENETRE SONT ECARTES, DE MEME QUE LES MOUVEMENTS ANNULES ET   *
      * LEURS CONTRE-PASSATIONS (AUCUNE ESPECE N'A CIRCULE).          *
      *---------------------------------------------------------------*
       1040-CLASSER-MVT-DEB.
           EVALUATE TRUE
             WHEN NOT WS-HIST-NORMAL
                  GO TO 1040-CLASSER-MVT-FIN
             WHEN WS-HIST-CODE = 'D'
              AND WS-HIST-VIR-CPTE = 0
              AND WS-HIST-NUM-CHEQUE = 0
                  MOVE 'E'              TO WS-SENS-MVT
             WHEN WS-HIST-CODE = 'R'
                  MOVE 'S'              TO WS-SENS-MVT
             WHEN WS-HIST-CODE = 'V'
              AND WS-HIST-VIR-CPTE = 0
                  MOVE 'X'              TO WS-SENS-MVT
             WHEN OTHER
                  GO TO 1040-CLASSER-MVT-FIN
           END-EVALUATE.
      *
           MOVE WS-HIST-DATE            TO WS-DATE-W.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           IF WS-SERIAL < WS-SER-FEN-DEB
                GO TO 1040-CLASSER-MVT-FIN
           END-IF.
           ADD  1                       TO WS-CMVT.
      *
           MOVE WS-HIST-DATE            TO FS-TRI-DATE.
           MOVE WS-HIST-CPTE            TO FS-TRI-CPTE.
           MOVE WS-HIST-SEQ             TO FS-TRI-SEQ.
           MOVE WS-SENS-MVT             TO FS-TRI-SENS.
           MOVE WS-HIST-MT              TO FS-TRI-MT.
           MOVE WS-SERIAL               TO FS-TRI-SERIAL.
           IF WS-NB-TIT-CPTE = 0
                MOVE WS-CPT-CLIENT      TO FS-TRI-CLIENT
                MOVE WS-CPT-NOM         TO FS-TRI-NOM
                RELEASE FS-ENRG-TRI
           ELSE
                PERFORM 1045-RELEASE-TITULAIRE-DEB
                   THRU 1045-RELEASE-TITULAIRE-FIN
                  VARYING IDX-TIT FROM 1 BY 1
                  UNTIL IDX-TIT > WS-TTI-NB
           END-IF.
       1040-CLASSER-MVT-FIN.
           EXIT.
      *
       1045-RELEASE-TITULAIRE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-CPT-CPTE
              OR WS-TTI-ROLE (IDX-TIT) = 'R'
                GO TO 1045-RELEASE-TITULAIRE-FIN
           END-IF.
           MOVE WS-TTI-CLIENT (IDX-TIT) TO FS-TRI-CLIENT.
           MOVE WS-TTI-NOM (IDX-TIT)    TO FS-TRI-NOM.
           RELEASE FS-ENRG-TRI.
       1045-RELEASE-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ANALYSE DES CLIENTS              *
      *     ============================================              *
      *---------------------------------------------------------------*
      *
       2000-ANALYSER-CLIENTS-DEB.
      *
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-RUPTURE-CLIENT-DEB
              THRU 2010-TRT-RUPTURE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE.
      *
       2000-ANALYSER-CLIENTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRAITEMENT D'UN CLIENT COMPLET (RUPTURE SUR FS-TRI-CLIENT) :  *
      * SES OPERATIONS SONT RANGEES EN TABLE PUIS ANALYSEES ; UN      *
      * CLIENT SUSPECT A SA FICHE D'ANALYSE ET CHAQUE CUMUL AU-DELA   *
      * DU SEUIL (DEPOTS, RETRAITS) FAIT L'OBJET D'UNE DECLARATION.   *
      *---------------------------------------------------------------*
       2010-TRT-RUPTURE-CLIENT-DEB.
      *
           MOVE FS-TRI-CLIENT           TO WS-CLIENT-COURANT.
           MOVE FS-TRI-NOM              TO WS-NOM-COURANT.
           MOVE 0                       TO WS-TOE-NB.
           ADD  1                       TO WS-CCLI.
      *
           PERFORM 2020-RANGER-OPERATION-DEB
              THRU 2020-RANGER-OPERATION-FIN
             UNTIL WS-TRI-TERMINE
                OR FS-TRI-CLIENT NOT = WS-CLIENT-COURANT.
      *
           PERFORM 7100-ANALYSER-CLIENT-DEB
              THRU 7100-ANALYSER-CLIENT-FIN.
           IF WS-CLIENT-SANS-SUITE
                GO TO 2010-TRT-RUPTURE-CLIENT-FIN
           END-IF.
      *
           ADD  1                       TO WS-CSUS.
           PERFORM 8010-FICHE-CLIENT-DEB
              THRU 8010-FICHE-CLIENT-FIN.
      *
           IF WS-MAX-E NOT < WS-SEUIL-ESPECES
                MOVE 'E'                TO WS-SENS-DECL
                MOVE WS-IMAX-E          TO WS-IMAX-DECL
                MOVE WS-MAX-E           TO WS-CUMUL-DECL
                PERFORM 2100-DECLARER-CUMUL-DEB
                   THRU 2100-DECLARER-CUMUL-FIN
           END-IF.
           IF WS-MAX-S NOT < WS-SEUIL-ESPECES
                MOVE 'S'                TO WS-SENS-DECL
                MOVE WS-IMAX-S          TO WS-IMAX-DECL
                MOVE WS-MAX-S           TO WS-CUMUL-DECL
                PERFORM 2100-DECLARER-CUMUL-DEB
                   THRU 2100-DECLARER-CUMUL-FIN
           END-IF.
      *
       2010-TRT-RUPTURE-CLIENT-FIN.
           EXIT.
      *
       2020-RANGER-OPERATION-DEB.
      *
           IF WS-TOE-NB NOT < WS-MAX-OPE
                DISPLAY 'TABLE DES OPERATIONS DU CLIENT SATUREE - '
                        'CLIENT ' WS-CLIENT-COURANT
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-TOE-NB.
           MOVE FS-TRI-DATE             TO WS-TOE-DATE (WS-TOE-NB).
           MOVE FS-TRI-SERIAL           TO WS-TOE-SERIAL (WS-TOE-NB).
           MOVE FS-TRI-CPTE             TO WS-TOE-CPTE (WS-TOE-NB).
           MOVE FS-TRI-SENS             TO WS-TOE-SENS (WS-TOE-NB).
           MOVE FS-TRI-MT               TO WS-TOE-MT (WS-TOE-NB).
           MOVE '0'                     TO WS-TOE-FRACTION (WS-TOE-NB).
           MOVE '0'                     TO WS-TOE-SIGNALE (WS-TOE-NB).
           IF FS-TRI-SENS NOT = 'X'
              AND FS-TRI-MT NOT < WS-BORNE-FRACTION
              AND FS-TRI-MT < WS-SEUIL-FRACTION
                MOVE '1'                TO WS-TOE-FRACTION (WS-TOE-NB)
           END-IF.
      *
           PERFORM 6070-RETURN-TRI-DEB
              THRU 6070-RETURN-TRI-FIN.
       2020-RANGER-OPERATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DECLARATION D'UN CUMUL D'ESPECES (SENS WS-SENS-DECL) : LA     *
      * FENETRE DECLAREE EST CELLE DU CUMUL MAXIMAL DU MOIS, QUI SE   *
      * TERMINE SUR L'OPERATION WS-IMAX-DECL ET REMONTE DE 29 JOURS.  *
      *---------------------------------------------------------------*
       2100-DECLARER-CUMUL-DEB.
      *
           COMPUTE WS-SER-BORNE = WS-TOE-SERIAL (WS-IMAX-DECL) - 29.
           MOVE 0                       TO WS-NB-OPE-DECL.
           MOVE 0                       TO WS-DATE-DEB-DECL.
           PERFORM 7130-COMPTER-FENETRE-DEB
              THRU 7130-COMPTER-FENETRE-FIN
             VARYING WS-ISCN FROM 1 BY 1
             UNTIL WS-ISCN > WS-IMAX-DECL.
      *
           ADD  1                       TO WS-CDEC.
           ADD  WS-CUMUL-DECL           TO WS-TOT-DECLARE.
           MOVE SPACES                  TO WS-ENRG-F-TRF.
           SET  WS-TRF-DECLARATION      TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-TRF-DATE.
           MOVE WS-CLIENT-COURANT       TO WS-TRF-DEC-CLIENT.
           MOVE WS-NOM-COURANT          TO WS-TRF-DEC-NOM.
           MOVE WS-SENS-DECL            TO WS-TRF-DEC-SENS.
           MOVE WS-CUMUL-DECL           TO WS-TRF-DEC-CUMUL.
           MOVE WS-DATE-DEB-DECL        TO WS-TRF-DEC-DATE-DEB.
           MOVE WS-TOE-DATE (WS-IMAX-DECL)
                                        TO WS-TRF-DEC-DATE-FIN.
           MOVE WS-NB-OPE-DECL          TO WS-TRF-DEC-NB-OPE.
           PERFORM 6060-ECRIRE-TRACF-DEB
              THRU 6060-ECRIRE-TRACF-FIN.
      *
           PERFORM 2110-DECLARER-OPERATION-DEB
              THRU 2110-DECLARER-OPERATION-FIN
             VARYING WS-ISCN FROM 1 BY 1
             UNTIL WS-ISCN > WS-IMAX-DECL.
      *
       2100-DECLARER-CUMUL-FIN.
           EXIT.
      *
       2110-DECLARER-OPERATION-DEB.
           IF WS-TOE-SENS (WS-ISCN) NOT = WS-SENS-DECL
              OR WS-TOE-SERIAL (WS-ISCN) < WS-SER-BORNE
                GO TO 2110-DECLARER-OPERATION-FIN
           END-IF.
           ADD  1                       TO WS-COPE-DEC.
           MOVE SPACES                  TO WS-ENRG-F-TRF.
           SET  WS-TRF-OPERATION        TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-TRF-DATE.
           MOVE WS-CLIENT-COURANT       TO WS-TRF-OPE-CLIENT.
           MOVE WS-TOE-CPTE (WS-ISCN)   TO WS-TRF-OPE-CPTE.
           MOVE WS-TOE-DATE (WS-ISCN)   TO WS-TRF-OPE-DATE.
           MOVE WS-SENS-DECL            TO WS-TRF-OPE-SENS.
           MOVE WS-TOE-MT (WS-ISCN)     TO WS-TRF-OPE-MT.
           PERFORM 6060-ECRIRE-TRACF-DEB
              THRU 6060-ECRIRE-TRACF-FIN.
       2110-DECLARER-OPERATION-FIN.
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
       6010-OUVRIR-F-MVTHIST-DEB.
           OPEN INPUT F-MVTHIST.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-F-MVTHIST-FIN.
           EXIT.
      *
       6020-OUVRIR-TRACF-DEB.
           OPEN OUTPUT F-TRACF-S
           IF NOT OK-F-TRACF-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER TRACFIN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TRACF-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-TRACF-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATLCB-DEB.
           OPEN OUTPUT F-ETATLCB-S
           IF NOT OK-F-ETATLCB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATLCB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATLCB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATLCB-FIN.
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
       6050-START-F-MVTHIST-DEB.
           MOVE WS-CPT-CPTE            TO FS-HIST-CPTE.
           MOVE WS-DATE-LECT-DEB       TO FS-HIST-DATE.
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
       6056-READ-NEXT-F-HISTGEN-DEB.
           READ F-HISTGEN NEXT RECORD INTO WS-ENRG-F-HIST.
           IF EOF-F-HISTGEN
                SET WS-GEN-EPUISEE     TO TRUE
           ELSE
                IF NOT OK-LEC-F-HISTGEN
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISTGEN'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6056-READ-NEXT-F-HISTGEN-FIN.
           EXIT.
      *
       6060-ECRIRE-TRACF-DEB.
           WRITE FS-ENRG-F-TRACF
                 FROM WS-ENRG-F-TRF
           END-WRITE.
           IF NOT OK-F-TRACF-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-TRACF-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TRACF-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-TRACF-FIN.
           EXIT.
      *
       6070-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6070-RETURN-TRI-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-ETATLCB-DEB.
           WRITE FS-ENRG-ETATLCB
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATLCB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATLCB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATLCB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-ETATLCB-FIN.
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
       6110-FERMER-F-MVTHIST-DEB.
           CLOSE F-MVTHIST.
           IF NOT OK-F-MVTHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-F-MVTHIST-FIN.
           EXIT.
      *
       6120-FERMER-TRACF-DEB.
           CLOSE F-TRACF-S.
           IF NOT OK-F-TRACF-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-TRACF-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TRACF-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-TRACF-FIN.
           EXIT.
      *
       6130-FERMER-ETATLCB-DEB.
           CLOSE F-ETATLCB-S.
           IF NOT OK-F-ETATLCB-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATLCB-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATLCB-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-ETATLCB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOIS ANALYSE : LA CARTE SYSIN, SI ELLE EST SERVIE, DOIT       *
      * DESIGNER UN MOIS ECOULE ; A DEFAUT LE MOIS PRECEDENT EST PRIS.*
      *---------------------------------------------------------------*
       6190-ACCEPT-SYSIN-MOIS-DEB.
           IF MM = 1
                COMPUTE WS-PER-SSAA = SS * 100 + AA - 1
                MOVE 12                 TO WS-PER-MM
           ELSE
                COMPUTE WS-PER-SSAA = SS * 100 + AA
                COMPUTE WS-PER-MM   = MM - 1
           END-IF.
           MOVE SPACES                  TO WS-SYSIN-MOIS.
           ACCEPT WS-SYSIN-MOIS.
           IF WS-SYSIN-PERIODE IS NUMERIC
              AND WS-SYSIN-PERIODE (5 : 2) > '00'
              AND WS-SYSIN-PERIODE (5 : 2) < '13'
              AND WS-SYSIN-PERIODE < WS-DATE-JOUR (1 : 6)
                MOVE WS-SYSIN-PERIODE   TO WS-PERIODE
           ELSE
                DISPLAY 'MOIS ANALYSE PAR DEFAUT : ' WS-PERIODE
           END-IF.
           MOVE WS-PER-MM               TO WS-LLCB-MM-ED.
           MOVE WS-PER-SSAA             TO WS-LLCB-SSAA-ED.
       6190-ACCEPT-SYSIN-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES TITULAIRES DE COMPTES JOINTS : FICHIER         *
      * FACULTATIF, EN SON ABSENCE CHAQUE COMPTE RESTE A SON CLIENT.  *
      *---------------------------------------------------------------*
       6230-CHARGER-F-TITULRS-DEB.
           OPEN INPUT F-TITULRS-E.
           IF TITULRS-ABSENT
                GO TO 6230-CHARGER-F-TITULRS-FIN
           END-IF.
           IF NOT OK-F-TITULRS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TITULRS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6235-LIRE-F-TITULRS-DEB
              THRU 6235-LIRE-F-TITULRS-FIN.
           PERFORM 6236-RANGER-TITULAIRE-DEB
              THRU 6236-RANGER-TITULAIRE-FIN
             UNTIL EOF-F-TITULRS-E.
           CLOSE F-TITULRS-E.
       6230-CHARGER-F-TITULRS-FIN.
           EXIT.
      *
       6235-LIRE-F-TITULRS-DEB.
           READ F-TITULRS-E INTO WS-ENRG-F-TIT.
           IF NOT OK-LEC-F-TITULRS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6235-LIRE-F-TITULRS-FIN.
           EXIT.
      *
       6236-RANGER-TITULAIRE-DEB.
           IF WS-TIT-CPTE IS NUMERIC
              AND WS-TIT-CLIENT IS NUMERIC
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
           ELSE
                DISPLAY 'TITULAIRE HORS DESSIN IGNORE'
           END-IF.
           PERFORM 6235-LIRE-F-TITULRS-DEB
              THRU 6235-LIRE-F-TITULRS-FIN.
       6236-RANGER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEULS LES SEUILS DE SURVEILLANCE DES ESPECES SERVENT ICI.     *
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
           COMPUTE WS-BORNE-FRACTION ROUNDED
                 = WS-SEUIL-FRACTION * WS-TAUX-FRACTION.
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
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
      *
           STRING 'ETATLCB_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATLCB.
           STRING 'TRACFIN_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-TRACF.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BORNES DU MOIS ANALYSE : PREMIER JOUR DU MOIS, PREMIER JOUR   *
      * DU MOIS SUIVANT (EXCLU) ET DEBUT DE LECTURE DE L'HISTORIQUE,  *
      * LE PREMIER JOUR DU MOIS M-2, QUI COUVRE TOUJOURS LES 29 JOURS *
      * PRECEDANT LE MOIS (LE SURPLUS EST ECARTE PAR NUMERO DE JOUR). *
      *---------------------------------------------------------------*
       7010-BORNER-PERIODE-DEB.
           MOVE WS-PER-SSAA             TO WS-DW-AAAA.
           MOVE WS-PER-MM               TO WS-DW-MM.
           MOVE 1                       TO WS-DW-JJ.
           MOVE WS-DATE-W-NUM           TO WS-DATE-PER-DEB.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SER-PER-DEB.
           COMPUTE WS-SER-FEN-DEB = WS-SER-PER-DEB - 29.
      *
           IF WS-PER-MM = 12
                COMPUTE WS-DW-AAAA = WS-PER-SSAA + 1
                MOVE 1                  TO WS-DW-MM
           ELSE
                MOVE WS-PER-SSAA        TO WS-DW-AAAA
                COMPUTE WS-DW-MM = WS-PER-MM + 1
           END-IF.
           MOVE WS-DATE-W-NUM           TO WS-DATE-PER-SUIV.
      *
           IF WS-PER-MM > 2
                MOVE WS-PER-SSAA        TO WS-DW-AAAA
                COMPUTE WS-DW-MM = WS-PER-MM - 2
           ELSE
                COMPUTE WS-DW-AAAA = WS-PER-SSAA - 1
                COMPUTE WS-DW-MM = WS-PER-MM + 10
           END-IF.
           MOVE WS-DATE-W-NUM           TO WS-DATE-LECT-DEB.
       7010-BORNER-PERIODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN) : SERT AUX FENETRES GLISSANTES EN JOURS.           *
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
      * ANALYSE DU CLIENT COURANT : LA FENETRE DE 30 JOURS GLISSE     *
      * D'OPERATION EN OPERATION (ENTREE DE L'OPERATION, SORTIE DES   *
      * OPERATIONS DE PLUS DE 29 JOURS). POUR LES FENETRES QUI SE     *
      * TERMINENT DANS LE MOIS, LES CUMULS D'ESPECES DEPOSEES ET      *
      * RETIREES ET LE NOMBRE D'OPERATIONS JUSTE SOUS LE SEUIL        *
      * UNITAIRE SONT COMPARES A LEUR MAXIMUM ; CHAQUE VIREMENT        *
      * EXTERNE DU MOIS EST RAPPROCHE DES ESPECES DEPOSEES JUSTE      *
      * AVANT.                                                        *
      *---------------------------------------------------------------*
       7100-ANALYSER-CLIENT-DEB.
           MOVE 0                       TO WS-SUM-E.
           MOVE 0                       TO WS-SUM-S.
           MOVE 0                       TO WS-NB-FRC.
           MOVE 0                       TO WS-MAX-E.
           MOVE 0                       TO WS-MAX-S.
           MOVE 0                       TO WS-MAX-FRC.
           MOVE 0                       TO WS-IMAX-E.
           MOVE 0                       TO WS-IMAX-S.
           MOVE 0                       TO WS-NB-ESPVIR.
           MOVE 1                       TO WS-IBAS.
           PERFORM 7110-GLISSER-FENETRE-DEB
              THRU 7110-GLISSER-FENETRE-FIN
             VARYING WS-IOE FROM 1 BY 1
             UNTIL WS-IOE > WS-TOE-NB.
      *
           IF WS-MAX-E NOT < WS-SEUIL-ESPECES
              OR WS-MAX-S NOT < WS-SEUIL-ESPECES
              OR WS-MAX-FRC NOT < WS-NB-FRACTION
              OR WS-NB-ESPVIR > 0
                SET  WS-CLIENT-SUSPECT    TO TRUE
           ELSE
                SET  WS-CLIENT-SANS-SUITE TO TRUE
           END-IF.
       7100-ANALYSER-CLIENT-FIN.
           EXIT.
      *
       7110-GLISSER-FENETRE-DEB.
           EVALUATE WS-TOE-SENS (WS-IOE)
             WHEN 'E'
                  ADD  WS-TOE-MT (WS-IOE)   TO WS-SUM-E
             WHEN 'S'
                  ADD  WS-TOE-MT (WS-IOE)   TO WS-SUM-S
           END-EVALUATE.
           IF WS-TOE-FRACTION (WS-IOE) = '1'
                ADD  1                  TO WS-NB-FRC
           END-IF.
           COMPUTE WS-SER-BORNE = WS-TOE-SERIAL (WS-IOE) - 29.
           PERFORM 7115-SORTIR-FENETRE-DEB
              THRU 7115-SORTIR-FENETRE-FIN
             UNTIL WS-TOE-SERIAL (WS-IBAS) NOT < WS-SER-BORNE.
      *
           IF WS-TOE-SERIAL (WS-IOE) < WS-SER-PER-DEB
                GO TO 7110-GLISSER-FENETRE-FIN
           END-IF.
           IF WS-SUM-E > WS-MAX-E
                MOVE WS-SUM-E           TO WS-MAX-E
                MOVE WS-IOE             TO WS-IMAX-E
           END-IF.
           IF WS-SUM-S > WS-MAX-S
                MOVE WS-SUM-S           TO WS-MAX-S
                MOVE WS-IOE             TO WS-IMAX-S
           END-IF.
           IF WS-NB-FRC > WS-MAX-FRC
                MOVE WS-NB-FRC          TO WS-MAX-FRC
           END-IF.
           IF WS-TOE-SENS (WS-IOE) = 'X'
              AND WS-TOE-MT (WS-IOE) NOT < WS-SEUIL-FRACTION
                PERFORM 7120-RAPPROCHER-ESPECES-DEB
                   THRU 7120-RAPPROCHER-ESPECES-FIN
           END-IF.
       7110-GLISSER-FENETRE-FIN.
           EXIT.
      *
       7115-SORTIR-FENETRE-DEB.
           EVALUATE WS-TOE-SENS (WS-IBAS)
             WHEN 'E'
                  SUBTRACT WS-TOE-MT (WS-IBAS) FROM WS-SUM-E
             WHEN 'S'
                  SUBTRACT WS-TOE-MT (WS-IBAS) FROM WS-SUM-S
           END-EVALUATE.
           IF WS-TOE-FRACTION (WS-IBAS) = '1'
                SUBTRACT 1            FROM WS-NB-FRC
           END-IF.
           ADD  1                       TO WS-IBAS.
       7115-SORTIR-FENETRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VIREMENT EXTERNE COUVERT PAR DES ESPECES : LES DEPOTS         *
      * D'ESPECES DU CLIENT (TOUS COMPTES) DATES DU JOUR DU VIREMENT  *
      * OU DES DELESPVI JOURS PRECEDENTS COUVRENT AU MOINS PCTESPVI % *
      * DU MONTANT VIRE.                                              *
      *---------------------------------------------------------------*
       7120-RAPPROCHER-ESPECES-DEB.
           MOVE 0                       TO WS-ESP-DELAI.
           PERFORM 7125-CUMULER-ESPECES-DEB
              THRU 7125-CUMULER-ESPECES-FIN
             VARYING WS-ISCN FROM 1 BY 1
             UNTIL WS-ISCN > WS-TOE-NB.
           IF WS-ESP-DELAI > 0
              AND WS-ESP-DELAI * 100 NOT <
                  WS-TOE-MT (WS-IOE) * WS-PCT-ESP-VIR
                MOVE '1'                TO WS-TOE-SIGNALE (WS-IOE)
                ADD  1                  TO WS-NB-ESPVIR
           END-IF.
       7120-RAPPROCHER-ESPECES-FIN.
           EXIT.
      *
       7125-CUMULER-ESPECES-DEB.
           IF WS-TOE-SENS (WS-ISCN) = 'E'
              AND WS-TOE-SERIAL (WS-ISCN) NOT >
                  WS-TOE-SERIAL (WS-IOE)
              AND WS-TOE-SERIAL (WS-ISCN) + WS-DELAI-ESP-VIR NOT <
                  WS-TOE-SERIAL (WS-IOE)
                ADD  WS-TOE-MT (WS-ISCN) TO WS-ESP-DELAI
           END-IF.
       7125-CUMULER-ESPECES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FENETRE DECLAREE : NOMBRE D'OPERATIONS DU SENS DECLARE ET     *
      * DATE DE LA PREMIERE D'ENTRE ELLES.                            *
      *---------------------------------------------------------------*
       7130-COMPTER-FENETRE-DEB.
           IF WS-TOE-SENS (WS-ISCN) = WS-SENS-DECL
              AND WS-TOE-SERIAL (WS-ISCN) NOT < WS-SER-BORNE
                ADD  1                  TO WS-NB-OPE-DECL
                IF WS-DATE-DEB-DECL = 0
                     MOVE WS-TOE-DATE (WS-ISCN)
                                        TO WS-DATE-DEB-DECL
                END-IF
           END-IF.
       7130-COMPTER-FENETRE-FIN.
           EXIT.
      *
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-SEUILESP
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-ESPECES
                  WHEN WS-PARAM-SEUILFRC
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-FRACTION
                  WHEN WS-PARAM-NBFRACT
                       MOVE WS-PARAM-VALEUR TO WS-NB-FRACTION
                  WHEN WS-PARAM-DELESPVI
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-ESP-VIR
                  WHEN WS-PARAM-PCTESPVI
                       MOVE WS-PARAM-VALEUR TO WS-PCT-ESP-VIR
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
       8000-ENTETE-ETATLCB-DEB.
           MOVE WS-LLCB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
           MOVE WS-LLCB-TITRE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
           MOVE WS-LLCB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
       8000-ENTETE-ETATLCB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHE D'ANALYSE D'UN CLIENT SUSPECT : LES MOTIFS RELEVES,     *
      * PUIS LES OPERATIONS DU MOIS ANALYSE AVEC LEUR MARQUE.         *
      *---------------------------------------------------------------*
       8010-FICHE-CLIENT-DEB.
           MOVE WS-CLIENT-COURANT    TO WS-LLCB-CLIENT-ED.
           MOVE WS-NOM-COURANT       TO WS-LLCB-NOM-ED.
           MOVE WS-LLCB-CLIENT       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
      *
           IF WS-MAX-E > 0
                MOVE 'ESPECES DEPOSEES 30 J    :'
                                     TO WS-LLCB-CUMUL-LIB
                MOVE WS-MAX-E        TO WS-LLCB-CUMUL-ED
                MOVE WS-TOE-DATE (WS-IMAX-E)
                                     TO WS-LLCB-CUMUL-DATE-ED
                IF WS-MAX-E NOT < WS-SEUIL-ESPECES
                     MOVE 'DECLARE'  TO WS-LLCB-CUMUL-ETAT-ED
                ELSE
                     MOVE SPACES     TO WS-LLCB-CUMUL-ETAT-ED
                END-IF
                MOVE WS-LLCB-CUMUL   TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
           END-IF.
           IF WS-MAX-S > 0
                MOVE 'ESPECES RETIREES 30 J    :'
                                     TO WS-LLCB-CUMUL-LIB
                MOVE WS-MAX-S        TO WS-LLCB-CUMUL-ED
                MOVE WS-TOE-DATE (WS-IMAX-S)
                                     TO WS-LLCB-CUMUL-DATE-ED
                IF WS-MAX-S NOT < WS-SEUIL-ESPECES
                     MOVE 'DECLARE'  TO WS-LLCB-CUMUL-ETAT-ED
                ELSE
                     MOVE SPACES     TO WS-LLCB-CUMUL-ETAT-ED
                END-IF
                MOVE WS-LLCB-CUMUL   TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
           END-IF.
           IF WS-MAX-FRC NOT < WS-NB-FRACTION
                MOVE WS-MAX-FRC      TO WS-LLCB-NBFRC-ED
                MOVE WS-BORNE-FRACTION
                                     TO WS-LLCB-BORNE-ED
                MOVE WS-SEUIL-FRACTION
                                     TO WS-LLCB-SEUIL-ED
                MOVE WS-LLCB-FRACTION
                                     TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
           END-IF.
           IF WS-NB-ESPVIR > 0
                MOVE WS-NB-ESPVIR    TO WS-LLCB-NBVIR-ED
                MOVE WS-DELAI-ESP-VIR
                                     TO WS-LLCB-DELAI-ED
                MOVE WS-LLCB-ESPVIR  TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
           END-IF.
      *
           PERFORM 8020-DETAIL-OPERATION-DEB
              THRU 8020-DETAIL-OPERATION-FIN
             VARYING WS-ISCN FROM 1 BY 1
             UNTIL WS-ISCN > WS-TOE-NB.
      *
           MOVE WS-LLCB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
       8010-FICHE-CLIENT-FIN.
           EXIT.
      *
       8020-DETAIL-OPERATION-DEB.
           IF WS-TOE-SERIAL (WS-ISCN) < WS-SER-PER-DEB
                GO TO 8020-DETAIL-OPERATION-FIN
           END-IF.
           MOVE WS-TOE-DATE (WS-ISCN) TO WS-LLCB-OPE-DATE-ED.
           MOVE WS-TOE-CPTE (WS-ISCN) TO WS-LLCB-OPE-CPTE-ED.
           MOVE WS-TOE-MT (WS-ISCN)   TO WS-LLCB-OPE-MT-ED.
           EVALUATE WS-TOE-SENS (WS-ISCN)
             WHEN 'E'
                  MOVE 'DEPOT ESPECES'  TO WS-LLCB-OPE-LIB-ED
             WHEN 'S'
                  MOVE 'RETRAIT ESPECES' TO WS-LLCB-OPE-LIB-ED
             WHEN OTHER
                  MOVE 'VIREMENT EXTERNE' TO WS-LLCB-OPE-LIB-ED
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WS-TOE-FRACTION (WS-ISCN) = '1'
                  MOVE 'SOUS SEUIL'     TO WS-LLCB-OPE-MARQUE-ED
             WHEN WS-TOE-SIGNALE (WS-ISCN) = '1'
                  MOVE 'SUR ESPECES'    TO WS-LLCB-OPE-MARQUE-ED
             WHEN OTHER
                  MOVE SPACES           TO WS-LLCB-OPE-MARQUE-ED
           END-EVALUATE.
           MOVE WS-LLCB-OPE          TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
       8020-DETAIL-OPERATION-FIN.
           EXIT.
      *
       8030-TOTAL-ETATLCB-DEB.
           IF WS-CSUS = 0
                MOVE WS-LLCB-VIDE    TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
                MOVE WS-LLCB-L1      TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN
           END-IF.
           MOVE WS-CCLI              TO WS-LLCB-NBCLI-ED.
           MOVE WS-CSUS              TO WS-LLCB-NBSUS-ED.
           MOVE WS-CDEC              TO WS-LLCB-NBDEC-ED.
           MOVE WS-LLCB-TOTAL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
           MOVE WS-COPE-DEC          TO WS-LLCB-NBOPE-ED.
           MOVE WS-TOT-DECLARE       TO WS-LLCB-TOTDEC-ED.
           MOVE WS-LLCB-TOTAL2       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
           MOVE WS-LLCB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATLCB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATLCB-FIN.
       8030-TOTAL-ETATLCB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO109B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'MOIS ANALYSE          : ' WS-PERIODE.
           DISPLAY 'COMPTES LUS           : ' WS-CCPT.
           DISPLAY 'OPERATIONS RETENUES   : ' WS-CMVT.
           DISPLAY 'CLIENTS EXAMINES      : ' WS-CCLI.
           DISPLAY 'CLIENTS SUSPECTS      : ' WS-CSUS.
           DISPLAY 'DECLARATIONS EMISES   : ' WS-CDEC.
           DISPLAY 'OPERATIONS DECLAREES  : ' WS-COPE-DEC.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO109B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
