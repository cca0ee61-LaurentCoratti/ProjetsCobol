      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO104B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    AUDIT HEBDOMADAIRE D'INTEGRITE REFERENTIELLE : CHAQUE      *
      *    FICHIER SATELLITE TENU PAR NUMERO DE COMPTE (CARTES,       *
      *    TITULAIRES, MANDATS, SERIES DE CHEQUIERS, CORRESPONDANCE   *
      *    IBAN, INCIDENTS, AUTORISATIONS CB, VIREMENTS PERMANENTS,   *
      *    REGISTRE DES PRETS, REMISES DE CHEQUES) EST BALAYE CONTRE  *
      *    LE FICHIER DES COMPTES. SONT RELEVES LES ORPHELINS         *
      *    (COMPTE CLOS, ARCHIVE OU EPURE) ET LES CONTRADICTIONS      *
      *    AVEC L'ETAT DU COMPTE (GEL SUCCESSION, INTERDICTION        *
      *    BANCAIRE). LES CONSTATS SONT EDITES PAR FICHIER ET PAR     *
      *    GRAVITE DECROISSANTE, SUIVIS D'UNE RECAPITULATION.         *
      *---------------------------------------------------------------*
      * GRAVITE E : OBJET VIVANT RATTACHE A UN COMPTE INEXISTANT      *
      * (CARTE ACTIVE, MANDAT ACTIF, ORDRE OU PRET EN COURS, REMISE   *
      * EN COMPENSATION, INCIDENT OUVERT, TITULAIRE). GRAVITE W :     *
      * TRACE INERTE ORPHELINE OU CONTRADICTION DEJA NEUTRALISEE PAR  *
      * LES CONTROLES DE LA CHAINE MAIS A REGULARISER PAR L'AGENCE.   *
      * CODE RETOUR 8 SI ERREUR, 4 SI AVERTISSEMENTS SEULS.           *
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
       PROGRAM-ID.      ARIO104B.
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
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-CARTES : CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
      *                      -------------------------------------------
      *                      F-TITULRS : TITULAIRES DES COMPTES
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
      *                      -------------------------------------------
      *                      F-MANDATS : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-MANDATS           ASSIGN TO MANDATS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-CHQREG : SERIES DE CHEQUIERS EMISES
      *                      -------------------------------------------
           SELECT  F-CHQREG            ASSIGN TO CHQREG
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-CHR-CLE
                   FILE STATUS         IS WS-FS-F-CHQREG.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF-E         ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-E.
      *                      -------------------------------------------
      *                      F-INCID : INCIDENTS DE PAIEMENT
      *                      -------------------------------------------
           SELECT  F-INCID             ASSIGN TO INCIDENT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-INC-CLE
                   FILE STATUS         IS WS-FS-F-INCID.
      *                      -------------------------------------------
      *                      F-AUTORCB : AUTORISATIONS CARTE EN COURS
      *                      -------------------------------------------
           SELECT  F-AUTORCB-E         ASSIGN TO 'AUTORCB.txt'
                   FILE STATUS         IS WS-FS-F-AUTORCB-E.
      *                      -------------------------------------------
      *                      F-VIRPERM : ORDRES DE VIREMENTS PERMANENTS
      *                      -------------------------------------------
           SELECT  F-VIRPERM-E         ASSIGN TO 'VIRPERM.txt'
                   FILE STATUS         IS WS-FS-F-VIRPERM-E.
      *                      -------------------------------------------
      *                      F-PRETS : REGISTRE DES PRETS EN COURS
      *                      -------------------------------------------
           SELECT  F-PRETS-E           ASSIGN TO 'PRETS.txt'
                   FILE STATUS         IS WS-FS-F-PRETS-E.
      *                      -------------------------------------------
      *                      F-REMISES : REGISTRE DES REMISES DE
      *                                  CHEQUES
      *                      -------------------------------------------
           SELECT  F-REMISES           ASSIGN TO REMISES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-F-REMISES.
      *                      -------------------------------------------
      *                      ETATCOH : CONSTATS PAR FICHIER ET GRAVITE
      *                      -------------------------------------------
           SELECT  F-ETATCOH-S         ASSIGN TO WS-NOM-ETATCOH
                   FILE STATUS         IS WS-FS-F-ETATCOH-S.
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
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES           PIC X(80).
      *
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS          PIC X(80).
      *
       FD  F-MANDATS
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-CHQREG
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-CHR.
           05 FS-CHR-CLE              PIC X(17).
           05 FILLER                  PIC X(33).
      *
       FD  F-IBANREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF          PIC X(80).
      *
       FD  F-INCID
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-INC.
           05 FS-INC-CLE              PIC X(17).
           05 FILLER                  PIC X(33).
      *
       FD  F-AUTORCB-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-AUTORCB          PIC X(80).
      *
       FD  F-VIRPERM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRPERM          PIC X(80).
      *
       FD  F-PRETS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRETS            PIC X(80).
      *
       FD  F-REMISES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-REM.
           05 FS-REM-CLE              PIC X(27).
           05 FILLER                  PIC X(53).
      *
       FD  F-ETATCOH-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCOH            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPCARTE.
           COPY TPTITUL.
           COPY TPMANDAT.
           COPY TPCHQREG.
           COPY TPIBAN.
           COPY TPINCID.
           COPY TPAUTOR.
           COPY TPREMISE.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ORDRE DE VIREMENT PERMANENT (DESSIN DU       *
      * GENERATEUR DES VIREMENTS PERMANENTS)                          *
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
      * DESCRIPTION DU PRET AU REGISTRE (DESSIN DU GENERATEUR DES     *
      * ECHEANCES DE PRETS)                                           *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-PRT.
           05 WS-PRT-CPTE            PIC 9(10).
           05 WS-PRT-REF-BASE        PIC X(4).
           05 WS-PRT-CAPITAL         PIC 9(8)V99.
           05 WS-PRT-TAUX            PIC 9(3)V9(4).
           05 WS-PRT-DUREE           PIC 9(3).
           05 WS-PRT-JOUR            PIC 99.
           05 WS-PRT-DATE-DEB        PIC 9(8).
           05 WS-PRT-CAP-RESTANT     PIC 9(8)V99.
           05 WS-PRT-ECH-RESTANT     PIC 9(3).
           05 FILLER                 PIC X(23).
      *
      *---------------------------------------------------------------*
      * TABLE DES FICHIERS AUDITES : NOM EDITE ET COMPTEURS DE LA     *
      * RECAPITULATION. LE RANG DU FICHIER EN COURS D'AUDIT EST       *
      * PORTE PAR WS-FIC-COURANT.                                     *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-FICHIERS          PIC S9(4) COMP VALUE 10.
       01  WS-NOMS-FICHIERS-INIT.
           05 FILLER                PIC X(8)  VALUE 'CARTES  '.
           05 FILLER                PIC X(8)  VALUE 'TITULRS '.
           05 FILLER                PIC X(8)  VALUE 'MANDATS '.
           05 FILLER                PIC X(8)  VALUE 'CHQREG  '.
           05 FILLER                PIC X(8)  VALUE 'IBANREF '.
           05 FILLER                PIC X(8)  VALUE 'INCIDENT'.
           05 FILLER                PIC X(8)  VALUE 'AUTORCB '.
           05 FILLER                PIC X(8)  VALUE 'VIRPERM '.
           05 FILLER                PIC X(8)  VALUE 'PRETS   '.
           05 FILLER                PIC X(8)  VALUE 'REMISES '.
       01  WS-NOMS-FICHIERS REDEFINES WS-NOMS-FICHIERS-INIT.
           05 WS-TFI-NOM            PIC X(8)  OCCURS 10.
       01  WS-TABLE-FICHIERS.
           05 WS-TFI-POSTE          OCCURS 10
                                    INDEXED BY IDX-FIC.
              10 WS-TFI-LUS         PIC S9(7) COMP.
              10 WS-TFI-NBE         PIC S9(5) COMP.
              10 WS-TFI-NBW         PIC S9(5) COMP.
              10 WS-TFI-ABSENT      PIC X.
       77  WS-FIC-COURANT           PIC S9(4) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * TABLE DES CONSTATS DU FICHIER EN COURS : ILS SONT COLLECTES   *
      * PUIS EDITES ERREURS D'ABORD, AVERTISSEMENTS ENSUITE, ET LA    *
      * TABLE EST VIDEE AVANT LE FICHIER SUIVANT. AU DELA DE SA       *
      * CAPACITE LES CONSTATS SONT COMPTES SANS ETRE DETAILLES.       *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-CONSTATS          PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-CONSTATS.
           05 WS-TCO-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TCO-POSTE          OCCURS 500
                                    INDEXED BY IDX-CON.
              10 WS-TCO-GRAVITE     PIC X.
              10 WS-TCO-TEXTE       PIC X(70).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '02' '23'.
           88  CPTE-INEXISTANT      VALUE '23'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-MANDATS          PIC XX.
           88  OK-F-MANDATS         VALUE '00'.
           88  OK-LEC-F-MANDATS     VALUE '00' '02' '10'.
           88  EOF-F-MANDATS        VALUE '10'.
           88  MANDATS-ABSENT       VALUE '35'.
       01  WS-FS-F-CHQREG           PIC XX.
           88  OK-F-CHQREG          VALUE '00'.
           88  OK-LEC-F-CHQREG      VALUE '00' '02' '10'.
           88  EOF-F-CHQREG         VALUE '10'.
           88  CHQREG-ABSENT        VALUE '35'.
       01  WS-FS-F-IBANREF-E        PIC XX.
           88  OK-F-IBANREF-E       VALUE '00'.
           88  OK-LEC-F-IBANREF-E   VALUE '00' '10'.
           88  EOF-F-IBANREF-E      VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-INCID            PIC XX.
           88  OK-F-INCID           VALUE '00'.
           88  OK-LEC-F-INCID       VALUE '00' '02' '10'.
           88  EOF-F-INCID          VALUE '10'.
           88  INCID-ABSENT         VALUE '35'.
       01  WS-FS-F-AUTORCB-E        PIC XX.
           88  OK-F-AUTORCB-E       VALUE '00'.
           88  OK-LEC-F-AUTORCB-E   VALUE '00' '10'.
           88  EOF-F-AUTORCB-E      VALUE '10'.
           88  AUTORCB-ABSENT       VALUE '35'.
       01  WS-FS-F-VIRPERM-E        PIC XX.
           88  OK-F-VIRPERM-E       VALUE '00'.
           88  OK-LEC-F-VIRPERM-E   VALUE '00' '10'.
           88  EOF-F-VIRPERM-E      VALUE '10'.
           88  VIRPERM-ABSENT       VALUE '35'.
       01  WS-FS-F-PRETS-E          PIC XX.
           88  OK-F-PRETS-E         VALUE '00'.
           88  OK-LEC-F-PRETS-E     VALUE '00' '10'.
           88  EOF-F-PRETS-E        VALUE '10'.
           88  PRETS-ABSENT         VALUE '35'.
       01  WS-FS-F-REMISES          PIC XX.
           88  OK-F-REMISES         VALUE '00'.
           88  OK-LEC-F-REMISES     VALUE '00' '02' '10'.
           88  EOF-F-REMISES        VALUE '10'.
           88  REMISES-ABSENT       VALUE '35'.
       01  WS-FS-F-ETATCOH-S        PIC XX.
           88  OK-F-ETATCOH-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CERR                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CAVT                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CNONDET               PIC S9(5) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCOH           PIC X(24).
       77  WS-CONSTAT               PIC X(70) VALUE SPACES.
       77  WS-AUD-CPTE              PIC 9(10) VALUE 0.
       01  WS-ETAT-COMPTE           PIC X VALUE '0'.
           88 WS-COMPTE-CONNU       VALUE '0'.
           88 WS-COMPTE-INCONNU     VALUE '1'.
       01  WS-ETAT-CONSTAT          PIC X VALUE '0'.
           88 WS-CONSTAT-RANGE      VALUE '0'.
           88 WS-CONSTAT-NON-RANGE  VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT D'INTEGRITE                         *
      *---------------------------------------------------------------*
      *
       01  WS-LCOH-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCOH-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC X(41)  VALUE
                   'AUDIT D''INTEGRITE DES FICHIERS SATELLITES'.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LCOH-TITRE-DATE.
              10 WS-LCOH-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCOH-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCOH-SS-ED       PIC 9(2).
              10 WS-LCOH-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(10)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCOH-FICHIER.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(8)   VALUE 'FICHIER '.
           05 WS-LCOH-FIC-NOM-ED     PIC X(8).
           05 FILLER                 PIC X(25)  VALUE
                                         ' - ENREGISTREMENTS LUS : '.
           05 WS-LCOH-FIC-LUS-ED     PIC ZZZZZ9.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 WS-LCOH-FIC-MENTION-ED PIC X(26).
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LCOH-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCOH-GRAV-ED        PIC X.
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LCOH-TEXTE-ED       PIC X(70).
           05 FILLER                 PIC X(4)  VALUE ' ! '.
      *
       01  WS-LCOH-NONDET.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(47) VALUE
                   'CONSTATS NON DETAILLES (CAPACITE DE L''ETAT) : '.
           05 WS-LCOH-NONDET-ED      PIC ZZZZ9.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOH-RECAP.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCOH-REC-NOM-ED     PIC X(8).
           05 FILLER                 PIC X(8)  VALUE '  LUS : '.
           05 WS-LCOH-REC-LUS-ED     PIC ZZZZZ9.
           05 FILLER                 PIC X(12) VALUE '  ERREURS : '.
           05 WS-LCOH-REC-NBE-ED     PIC ZZZZ9.
           05 FILLER                 PIC X(19) VALUE
                                         '  AVERTISSEMENTS : '.
           05 WS-LCOH-REC-NBW-ED     PIC ZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LCOH-REC-MENTION-ED PIC X(10).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOH-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'ERREURS : '.
           05 WS-LCOH-NBERR-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(18) VALUE
                                         '  AVERTISSEMENTS :'.
           05 WS-LCOH-NBAVT-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(37) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 8000-ENTETE-ETATCOH-DEB
              THRU 8000-ENTETE-ETATCOH-FIN.
      *
           PERFORM 2100-AUDITER-CARTES-DEB
              THRU 2100-AUDITER-CARTES-FIN.
      *
           PERFORM 2200-AUDITER-TITULRS-DEB
              THRU 2200-AUDITER-TITULRS-FIN.
      *
           PERFORM 2300-AUDITER-MANDATS-DEB
              THRU 2300-AUDITER-MANDATS-FIN.
      *
           PERFORM 2400-AUDITER-CHQREG-DEB
              THRU 2400-AUDITER-CHQREG-FIN.
      *
           PERFORM 2500-AUDITER-IBANREF-DEB
              THRU 2500-AUDITER-IBANREF-FIN.
      *
           PERFORM 2600-AUDITER-INCIDENT-DEB
              THRU 2600-AUDITER-INCIDENT-FIN.
      *
           PERFORM 2700-AUDITER-AUTORCB-DEB
              THRU 2700-AUDITER-AUTORCB-FIN.
      *
           PERFORM 2800-AUDITER-VIRPERM-DEB
              THRU 2800-AUDITER-VIRPERM-FIN.
      *
           PERFORM 2900-AUDITER-PRETS-DEB
              THRU 2900-AUDITER-PRETS-FIN.
      *
           PERFORM 3000-AUDITER-REMISES-DEB
              THRU 3000-AUDITER-REMISES-FIN.
      *
           PERFORM 8200-EDITER-RECAP-DEB
              THRU 8200-EDITER-RECAP-FIN.
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
      *     DESCRIPTION DU COMPOSANT AUDIT DES CARTES                 *
      *     =========================================                 *
      *---------------------------------------------------------------*
      * UNE CARTE ACTIVE SUR UN COMPTE DISPARU EST UNE ERREUR ; UNE   *
      * CARTE BLOQUEE N'EST QU'UNE TRACE A EPURER. UNE CARTE ACTIVE   *
      * SUR UN COMPTE GELE POUR SUCCESSION DOIT ETRE RETIREE ; SUR UN *
      * COMPTE AU CONTENTIEUX, ELLE AURAIT DU ETRE BLOQUEE AU         *
      * TRANSFERT DU DOSSIER.                                         *
      *---------------------------------------------------------------*
      *
       2100-AUDITER-CARTES-DEB.
      *
           MOVE 1                       TO WS-FIC-COURANT.
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (1)
                GO TO 2100-AUDITER-CARTES-EDITION
           END-IF.
           IF NOT OK-F-CARTES-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6110-LIRE-F-CARTES-DEB
              THRU 6110-LIRE-F-CARTES-FIN.
           PERFORM 2110-CONTROLER-CARTE-DEB
              THRU 2110-CONTROLER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
           CLOSE F-CARTES-E.
      *
       2100-AUDITER-CARTES-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2100-AUDITER-CARTES-FIN.
           EXIT.
      *
       2110-CONTROLER-CARTE-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (1).
           IF WS-CRT-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-CRT (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2110-CONTROLER-CARTE-SUITE
           END-IF.
      *
           MOVE WS-CRT-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-CRT-ACTIVE
                     STRING 'CARTE ACTIVE SUR COMPTE INEXISTANT '
                            WS-CRT-CPTE ' CARTE ' WS-CRT-NUMERO
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'CARTE BLOQUEE SUR COMPTE INEXISTANT '
                            WS-CRT-CPTE ' CARTE ' WS-CRT-NUMERO
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
                GO TO 2110-CONTROLER-CARTE-SUITE
           END-IF.
      *
           IF WS-CRT-ACTIVE AND WS-CPT-SUCC-ACTIF
                STRING 'CARTE ACTIVE SUR COMPTE EN SUCCESSION '
                       WS-CRT-CPTE ' CARTE ' WS-CRT-NUMERO
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
           IF WS-CRT-ACTIVE AND WS-CPT-CTX-ACTIF
                STRING 'CARTE ACTIVE COMPTE AU CONTENTIEUX '
                       WS-CRT-CPTE ' CARTE ' WS-CRT-NUMERO
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2110-CONTROLER-CARTE-SUITE.
           PERFORM 6110-LIRE-F-CARTES-DEB
              THRU 6110-LIRE-F-CARTES-FIN.
      *
       2110-CONTROLER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES TITULAIRES             *
      *     =============================================             *
      *---------------------------------------------------------------*
      * UN TITULAIRE RATTACHE A UN COMPTE DISPARU FAUSSE LES          *
      * POSITIONS CONSOLIDEES ET LA VUE UNIQUE DU DEPOSANT.           *
      *---------------------------------------------------------------*
      *
       2200-AUDITER-TITULRS-DEB.
      *
           MOVE 2                       TO WS-FIC-COURANT.
           OPEN INPUT F-TITULRS-E.
           IF TITULRS-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (2)
                GO TO 2200-AUDITER-TITULRS-EDITION
           END-IF.
           IF NOT OK-F-TITULRS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6120-LIRE-F-TITULRS-DEB
              THRU 6120-LIRE-F-TITULRS-FIN.
           PERFORM 2210-CONTROLER-TITULAIRE-DEB
              THRU 2210-CONTROLER-TITULAIRE-FIN
             UNTIL EOF-F-TITULRS-E.
           CLOSE F-TITULRS-E.
      *
       2200-AUDITER-TITULRS-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2200-AUDITER-TITULRS-FIN.
           EXIT.
      *
       2210-CONTROLER-TITULAIRE-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (2).
           IF WS-TIT-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-TIT (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2210-CONTROLER-TITULAIRE-SUITE
           END-IF.
      *
           MOVE WS-TIT-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                STRING 'TITULAIRE SUR COMPTE INEXISTANT '
                       WS-TIT-CPTE ' CLIENT ' WS-TIT-CLIENT
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
           END-IF.
      *
       2210-CONTROLER-TITULAIRE-SUITE.
           PERFORM 6120-LIRE-F-TITULRS-DEB
              THRU 6120-LIRE-F-TITULRS-FIN.
      *
       2210-CONTROLER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES MANDATS                *
      *     ==========================================                *
      *---------------------------------------------------------------*
      * UN MANDAT ACTIF SUR UN COMPTE DISPARU EST UNE ERREUR ; UN     *
      * MANDAT REVOQUE N'EST QU'UNE TRACE. UN MANDAT ACTIF SUR UN     *
      * COMPTE GELE POUR SUCCESSION EST A REVOQUER PAR L'AGENCE.      *
      *---------------------------------------------------------------*
      *
       2300-AUDITER-MANDATS-DEB.
      *
           MOVE 3                       TO WS-FIC-COURANT.
           OPEN INPUT F-MANDATS.
           IF MANDATS-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (3)
                GO TO 2300-AUDITER-MANDATS-EDITION
           END-IF.
           IF NOT OK-F-MANDATS
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6130-LIRE-F-MANDATS-DEB
              THRU 6130-LIRE-F-MANDATS-FIN.
           PERFORM 2310-CONTROLER-MANDAT-DEB
              THRU 2310-CONTROLER-MANDAT-FIN
             UNTIL EOF-F-MANDATS.
           CLOSE F-MANDATS.
      *
       2300-AUDITER-MANDATS-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2300-AUDITER-MANDATS-FIN.
           EXIT.
      *
       2310-CONTROLER-MANDAT-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (3).
           IF WS-MAN-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-MAN (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2310-CONTROLER-MANDAT-SUITE
           END-IF.
      *
           MOVE WS-MAN-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-MAN-ACTIF
                     STRING 'MANDAT ACTIF SUR COMPTE INEXISTANT '
                            WS-MAN-CPTE ' CREANCIER '
                            WS-MAN-CREANCIER
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'MANDAT REVOQUE SUR COMPTE INEXISTANT '
                            WS-MAN-CPTE ' CREANCIER '
                            WS-MAN-CREANCIER
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
                GO TO 2310-CONTROLER-MANDAT-SUITE
           END-IF.
      *
           IF WS-MAN-ACTIF AND WS-CPT-SUCC-ACTIF
                STRING 'MANDAT ACTIF SUR COMPTE EN SUCCESSION '
                       WS-MAN-CPTE ' CREANCIER ' WS-MAN-CREANCIER
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2310-CONTROLER-MANDAT-SUITE.
           PERFORM 6130-LIRE-F-MANDATS-DEB
              THRU 6130-LIRE-F-MANDATS-FIN.
      *
       2310-CONTROLER-MANDAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES SERIES DE CHEQUIERS    *
      *     ====================================================      *
      *---------------------------------------------------------------*
      * LA SERIE D'UN COMPTE DISPARU EST UNE TRACE (LES CHEQUES       *
      * PRESENTES SONT REJETES SUR COMPTE INCONNU) ; UNE SERIE SUR UN *
      * COMPTE INTERDIT APPELLE LA RESTITUTION DES FORMULES.          *
      *---------------------------------------------------------------*
      *
       2400-AUDITER-CHQREG-DEB.
      *
           MOVE 4                       TO WS-FIC-COURANT.
           OPEN INPUT F-CHQREG.
           IF CHQREG-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (4)
                GO TO 2400-AUDITER-CHQREG-EDITION
           END-IF.
           IF NOT OK-F-CHQREG
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6140-LIRE-F-CHQREG-DEB
              THRU 6140-LIRE-F-CHQREG-FIN.
           PERFORM 2410-CONTROLER-SERIE-DEB
              THRU 2410-CONTROLER-SERIE-FIN
             UNTIL EOF-F-CHQREG.
           CLOSE F-CHQREG.
      *
       2400-AUDITER-CHQREG-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2400-AUDITER-CHQREG-FIN.
           EXIT.
      *
       2410-CONTROLER-SERIE-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (4).
           IF WS-CHR-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-CHR (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2410-CONTROLER-SERIE-SUITE
           END-IF.
      *
           MOVE WS-CHR-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                STRING 'SERIE DE CHEQUES SUR COMPTE INEXISTANT '
                       WS-CHR-CPTE ' DU N. ' WS-CHR-PREMIER
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
                GO TO 2410-CONTROLER-SERIE-SUITE
           END-IF.
      *
           IF WS-CPT-IB-ACTIF
                STRING 'SERIE DE CHEQUES SUR COMPTE INTERDIT '
                       WS-CHR-CPTE ' DU N. ' WS-CHR-PREMIER
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2410-CONTROLER-SERIE-SUITE.
           PERFORM 6140-LIRE-F-CHQREG-DEB
              THRU 6140-LIRE-F-CHQREG-FIN.
      *
       2410-CONTROLER-SERIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DE LA CORRESPONDANCE IBAN  *
      *     ======================================================    *
      *---------------------------------------------------------------*
      * SEULES LES LIGNES INTERNES (CODE BANQUE A BLANC) DESIGNENT UN *
      * COMPTE DE LA BANQUE ; UN IBAN ORPHELIN ENVOIE LES VIREMENTS   *
      * RECUS EN SUSPENS.                                             *
      *---------------------------------------------------------------*
      *
       2500-AUDITER-IBANREF-DEB.
      *
           MOVE 5                       TO WS-FIC-COURANT.
           OPEN INPUT F-IBANREF-E.
           IF IBANREF-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (5)
                GO TO 2500-AUDITER-IBANREF-EDITION
           END-IF.
           IF NOT OK-F-IBANREF-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANREF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6150-LIRE-F-IBANREF-DEB
              THRU 6150-LIRE-F-IBANREF-FIN.
           PERFORM 2510-CONTROLER-IBAN-DEB
              THRU 2510-CONTROLER-IBAN-FIN
             UNTIL EOF-F-IBANREF-E.
           CLOSE F-IBANREF-E.
      *
       2500-AUDITER-IBANREF-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2500-AUDITER-IBANREF-FIN.
           EXIT.
      *
       2510-CONTROLER-IBAN-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (5).
           IF NOT WS-IBR-INTERNE
                GO TO 2510-CONTROLER-IBAN-SUITE
           END-IF.
           IF WS-IBR-CPTE (1 : 10) IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-IBR (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2510-CONTROLER-IBAN-SUITE
           END-IF.
      *
           MOVE WS-IBR-CPTE (1 : 10)    TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                STRING 'IBAN SUR COMPTE INEXISTANT '
                       WS-IBR-CPTE (1 : 10) ' ' WS-IBR-IBAN
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2510-CONTROLER-IBAN-SUITE.
           PERFORM 6150-LIRE-F-IBANREF-DEB
              THRU 6150-LIRE-F-IBANREF-FIN.
      *
       2510-CONTROLER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES INCIDENTS              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * UN INCIDENT OUVERT SUR UN COMPTE DISPARU SERAIT DECLARE A     *
      * TORT ; UN INCIDENT REGULARISE N'EST QU'UNE TRACE. UN INCIDENT *
      * OUVERT SUR UN COMPTE SANS INTERDICTION EST CONTRADICTOIRE.    *
      *---------------------------------------------------------------*
      *
       2600-AUDITER-INCIDENT-DEB.
      *
           MOVE 6                       TO WS-FIC-COURANT.
           OPEN INPUT F-INCID.
           IF INCID-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (6)
                GO TO 2600-AUDITER-INCIDENT-EDITION
           END-IF.
           IF NOT OK-F-INCID
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6160-LIRE-F-INCID-DEB
              THRU 6160-LIRE-F-INCID-FIN.
           PERFORM 2610-CONTROLER-INCIDENT-DEB
              THRU 2610-CONTROLER-INCIDENT-FIN
             UNTIL EOF-F-INCID.
           CLOSE F-INCID.
      *
       2600-AUDITER-INCIDENT-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2600-AUDITER-INCIDENT-FIN.
           EXIT.
      *
       2610-CONTROLER-INCIDENT-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (6).
           IF WS-INC-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-INC (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2610-CONTROLER-INCIDENT-SUITE
           END-IF.
      *
           MOVE WS-INC-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-INC-OUVERT
                     STRING 'INCIDENT OUVERT SUR COMPTE INEXISTANT '
                            WS-INC-CPTE ' CHEQUE ' WS-INC-NUM-CHEQUE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'INCIDENT REGULARISE SUR COMPTE INEXISTANT '
                            WS-INC-CPTE ' CHEQUE ' WS-INC-NUM-CHEQUE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
                GO TO 2610-CONTROLER-INCIDENT-SUITE
           END-IF.
      *
           IF WS-INC-OUVERT AND WS-CPT-IB-LEVE
                STRING 'INCIDENT OUVERT SANS INTERDICTION '
                       WS-INC-CPTE ' CHEQUE ' WS-INC-NUM-CHEQUE
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2610-CONTROLER-INCIDENT-SUITE.
           PERFORM 6160-LIRE-F-INCID-DEB
              THRU 6160-LIRE-F-INCID-FIN.
      *
       2610-CONTROLER-INCIDENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES AUTORISATIONS CB       *
      *     ===================================================       *
      *---------------------------------------------------------------*
      * UNE AUTORISATION ORPHELINE EXPIRE D'ELLE-MEME : TRACE SEULE.  *
      *---------------------------------------------------------------*
      *
       2700-AUDITER-AUTORCB-DEB.
      *
           MOVE 7                       TO WS-FIC-COURANT.
           OPEN INPUT F-AUTORCB-E.
           IF AUTORCB-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (7)
                GO TO 2700-AUDITER-AUTORCB-EDITION
           END-IF.
           IF NOT OK-F-AUTORCB-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUTORCB-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6170-LIRE-F-AUTORCB-DEB
              THRU 6170-LIRE-F-AUTORCB-FIN.
           PERFORM 2710-CONTROLER-AUTOR-DEB
              THRU 2710-CONTROLER-AUTOR-FIN
             UNTIL EOF-F-AUTORCB-E.
           CLOSE F-AUTORCB-E.
      *
       2700-AUDITER-AUTORCB-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2700-AUDITER-AUTORCB-FIN.
           EXIT.
      *
       2710-CONTROLER-AUTOR-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (7).
           IF WS-AUT-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-AUT (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2710-CONTROLER-AUTOR-SUITE
           END-IF.
      *
           MOVE WS-AUT-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                STRING 'AUTORISATION CB SUR COMPTE INEXISTANT '
                       WS-AUT-CPTE ' REF ' WS-AUT-REF
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2710-CONTROLER-AUTOR-SUITE.
           PERFORM 6170-LIRE-F-AUTORCB-DEB
              THRU 6170-LIRE-F-AUTORCB-FIN.
      *
       2710-CONTROLER-AUTOR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES VIREMENTS PERMANENTS   *
      *     =======================================================   *
      *---------------------------------------------------------------*
      * UN ORDRE EN COURS (DATE DE FIN NON ATTEINTE) DONT LE DONNEUR  *
      * OU LE BENEFICIAIRE A DISPARU EST UNE ERREUR ; UN ORDRE ECHU   *
      * N'EST QU'UNE TRACE. UN ORDRE EN COURS SUR UN COMPTE GELE POUR *
      * SUCCESSION EST SUSPENDU PAR LE GENERATEUR MAIS DOIT ETRE      *
      * RESILIE PAR L'AGENCE.                                         *
      *---------------------------------------------------------------*
      *
       2800-AUDITER-VIRPERM-DEB.
      *
           MOVE 8                       TO WS-FIC-COURANT.
           OPEN INPUT F-VIRPERM-E.
           IF VIRPERM-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (8)
                GO TO 2800-AUDITER-VIRPERM-EDITION
           END-IF.
           IF NOT OK-F-VIRPERM-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VIRPERM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6180-LIRE-F-VIRPERM-DEB
              THRU 6180-LIRE-F-VIRPERM-FIN.
           PERFORM 2810-CONTROLER-ORDRE-DEB
              THRU 2810-CONTROLER-ORDRE-FIN
             UNTIL EOF-F-VIRPERM-E.
           CLOSE F-VIRPERM-E.
      *
       2800-AUDITER-VIRPERM-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2800-AUDITER-VIRPERM-FIN.
           EXIT.
      *
       2810-CONTROLER-ORDRE-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (8).
           IF WS-VP-CPTE IS NOT NUMERIC
              OR WS-VP-BENEF IS NOT NUMERIC
              OR WS-VP-DATE-FIN IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-VIRP (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2810-CONTROLER-ORDRE-SUITE
           END-IF.
      *
           MOVE WS-VP-BENEF             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
              AND WS-VP-DATE-FIN NOT < WS-DATE-JOUR-NUM
                STRING 'VIREMENT PERMANENT EN COURS BENEF. INEXISTANT '
                       WS-VP-BENEF ' REF ' WS-VP-REF-BASE
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
           END-IF.
      *
           MOVE WS-VP-CPTE              TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-VP-DATE-FIN NOT < WS-DATE-JOUR-NUM
                     STRING 'VIREMENT PERMANENT EN COURS DONNEUR '
                            'INEXISTANT ' WS-VP-CPTE
                            ' REF ' WS-VP-REF-BASE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'VIREMENT PERMANENT ECHU DONNEUR '
                            'INEXISTANT ' WS-VP-CPTE
                            ' REF ' WS-VP-REF-BASE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
                GO TO 2810-CONTROLER-ORDRE-SUITE
           END-IF.
      *
           IF WS-CPT-SUCC-ACTIF
              AND WS-VP-DATE-FIN NOT < WS-DATE-JOUR-NUM
                STRING 'VIR. PERMANENT EN COURS SUR COMPTE EN '
                       'SUCCESSION ' WS-VP-CPTE ' REF ' WS-VP-REF-BASE
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7020-CONSTAT-AVERT-DEB
                   THRU 7020-CONSTAT-AVERT-FIN
           END-IF.
      *
       2810-CONTROLER-ORDRE-SUITE.
           PERFORM 6180-LIRE-F-VIRPERM-DEB
              THRU 6180-LIRE-F-VIRPERM-FIN.
      *
       2810-CONTROLER-ORDRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DU REGISTRE DES PRETS      *
      *     ====================================================      *
      *---------------------------------------------------------------*
      * UN PRET AYANT ENCORE DES ECHEANCES A PRELEVER SUR UN COMPTE   *
      * DISPARU EST UNE ERREUR ; UN PRET SOLDE N'EST QU'UNE TRACE.    *
      *---------------------------------------------------------------*
      *
       2900-AUDITER-PRETS-DEB.
      *
           MOVE 9                       TO WS-FIC-COURANT.
           OPEN INPUT F-PRETS-E.
           IF PRETS-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (9)
                GO TO 2900-AUDITER-PRETS-EDITION
           END-IF.
           IF NOT OK-F-PRETS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRETS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6190-LIRE-F-PRETS-DEB
              THRU 6190-LIRE-F-PRETS-FIN.
           PERFORM 2910-CONTROLER-PRET-DEB
              THRU 2910-CONTROLER-PRET-FIN
             UNTIL EOF-F-PRETS-E.
           CLOSE F-PRETS-E.
      *
       2900-AUDITER-PRETS-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       2900-AUDITER-PRETS-FIN.
           EXIT.
      *
       2910-CONTROLER-PRET-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (9).
           IF WS-PRT-CPTE IS NOT NUMERIC
              OR WS-PRT-ECH-RESTANT IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-PRT (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 2910-CONTROLER-PRET-SUITE
           END-IF.
      *
           MOVE WS-PRT-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-PRT-ECH-RESTANT > 0
                     STRING 'PRET EN COURS SUR COMPTE INEXISTANT '
                            WS-PRT-CPTE ' REF ' WS-PRT-REF-BASE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'PRET SOLDE SUR COMPTE INEXISTANT '
                            WS-PRT-CPTE ' REF ' WS-PRT-REF-BASE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
           END-IF.
      *
       2910-CONTROLER-PRET-SUITE.
           PERFORM 6190-LIRE-F-PRETS-DEB
              THRU 6190-LIRE-F-PRETS-FIN.
      *
       2910-CONTROLER-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT AUDIT DES REMISES DE CHEQUES     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * UNE REMISE ENCORE EN COMPENSATION SUR UN COMPTE DISPARU NE    *
      * POURRA NI ETRE LIBEREE NI ETRE CONTRE-PASSEE : ERREUR. UNE    *
      * REMISE ENCAISSEE OU IMPAYEE N'EST QU'UNE TRACE.               *
      *---------------------------------------------------------------*
      *
       3000-AUDITER-REMISES-DEB.
      *
           MOVE 10                      TO WS-FIC-COURANT.
           OPEN INPUT F-REMISES.
           IF REMISES-ABSENT
                MOVE 'O'                TO WS-TFI-ABSENT (10)
                GO TO 3000-AUDITER-REMISES-EDITION
           END-IF.
           IF NOT OK-F-REMISES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6195-LIRE-F-REMISES-DEB
              THRU 6195-LIRE-F-REMISES-FIN.
           PERFORM 3010-CONTROLER-REMISE-DEB
              THRU 3010-CONTROLER-REMISE-FIN
             UNTIL EOF-F-REMISES.
           CLOSE F-REMISES.
      *
       3000-AUDITER-REMISES-EDITION.
           PERFORM 8100-EDITER-FICHIER-DEB
              THRU 8100-EDITER-FICHIER-FIN.
      *
       3000-AUDITER-REMISES-FIN.
           EXIT.
      *
       3010-CONTROLER-REMISE-DEB.
      *
           ADD  1                       TO WS-TFI-LUS (10).
           IF WS-REM-CPTE IS NOT NUMERIC
                STRING 'ENREGISTREMENT HORS DESSIN : '
                       WS-ENRG-F-REM (1 : 40)
                       DELIMITED BY SIZE INTO WS-CONSTAT
                PERFORM 7010-CONSTAT-ERREUR-DEB
                   THRU 7010-CONSTAT-ERREUR-FIN
                GO TO 3010-CONTROLER-REMISE-SUITE
           END-IF.
      *
           MOVE WS-REM-CPTE             TO WS-AUD-CPTE.
           PERFORM 7100-CHERCHER-COMPTE-DEB
              THRU 7100-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-INCONNU
                IF WS-REM-EN-COMPENS
                     STRING 'REMISE EN COMPENSATION SUR COMPTE '
                            'INEXISTANT ' WS-REM-CPTE
                            ' CHQ ' WS-REM-NUM-CHEQUE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7010-CONSTAT-ERREUR-DEB
                        THRU 7010-CONSTAT-ERREUR-FIN
                ELSE
                     STRING 'REMISE TRAITEE SUR COMPTE INEXISTANT '
                            WS-REM-CPTE ' CHQ ' WS-REM-NUM-CHEQUE
                            DELIMITED BY SIZE INTO WS-CONSTAT
                     PERFORM 7020-CONSTAT-AVERT-DEB
                        THRU 7020-CONSTAT-AVERT-FIN
                END-IF
           END-IF.
      *
       3010-CONTROLER-REMISE-SUITE.
           PERFORM 6195-LIRE-F-REMISES-DEB
              THRU 6195-LIRE-F-REMISES-FIN.
      *
       3010-CONTROLER-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-FICHIERS-DEB.
           OPEN INPUT F-CPTE-ES.
           OPEN OUTPUT F-ETATCOH-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-ETATCOH-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CPTE-ES ' '
                     WS-FS-F-ETATCOH-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 7005-INIT-FICHIER-DEB
              THRU 7005-INIT-FICHIER-FIN
             VARYING IDX-FIC FROM 1 BY 1
             UNTIL IDX-FIC > WS-MAX-FICHIERS.
       6000-OUVRIR-FICHIERS-FIN.
           EXIT.
      *
       6050-LIRE-COMPTE-DEB.
           MOVE WS-AUD-CPTE             TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-LIRE-COMPTE-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATCOH-DEB.
           WRITE FS-ENRG-ETATCOH
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCOH-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCOH-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCOH-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATCOH-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES F-ETATCOH-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-ETATCOH-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
       6110-LIRE-F-CARTES-DEB.
           READ F-CARTES-E INTO WS-ENRG-F-CRT.
           IF NOT OK-LEC-F-CARTES-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-LIRE-F-CARTES-FIN.
           EXIT.
      *
       6120-LIRE-F-TITULRS-DEB.
           READ F-TITULRS-E INTO WS-ENRG-F-TIT.
           IF NOT OK-LEC-F-TITULRS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-LIRE-F-TITULRS-FIN.
           EXIT.
      *
       6130-LIRE-F-MANDATS-DEB.
           READ F-MANDATS NEXT RECORD INTO WS-ENRG-F-MAN.
           IF NOT OK-LEC-F-MANDATS
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6130-LIRE-F-MANDATS-FIN.
           EXIT.
      *
       6140-LIRE-F-CHQREG-DEB.
           READ F-CHQREG NEXT RECORD INTO WS-ENRG-F-CHR.
           IF NOT OK-LEC-F-CHQREG
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6140-LIRE-F-CHQREG-FIN.
           EXIT.
      *
       6150-LIRE-F-IBANREF-DEB.
           READ F-IBANREF-E INTO WS-ENRG-F-IBR.
           IF NOT OK-LEC-F-IBANREF-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANREF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-LIRE-F-IBANREF-FIN.
           EXIT.
      *
       6160-LIRE-F-INCID-DEB.
           READ F-INCID NEXT RECORD INTO WS-ENRG-F-INC.
           IF NOT OK-LEC-F-INCID
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6160-LIRE-F-INCID-FIN.
           EXIT.
      *
       6170-LIRE-F-AUTORCB-DEB.
           READ F-AUTORCB-E INTO WS-ENRG-F-AUT.
           IF NOT OK-LEC-F-AUTORCB-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AUTORCB-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6170-LIRE-F-AUTORCB-FIN.
           EXIT.
      *
       6180-LIRE-F-VIRPERM-DEB.
           READ F-VIRPERM-E INTO WS-ENRG-F-VIRP.
           IF NOT OK-LEC-F-VIRPERM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VIRPERM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6180-LIRE-F-VIRPERM-FIN.
           EXIT.
      *
       6190-LIRE-F-PRETS-DEB.
           READ F-PRETS-E INTO WS-ENRG-F-PRT.
           IF NOT OK-LEC-F-PRETS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRETS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6190-LIRE-F-PRETS-FIN.
           EXIT.
      *
       6195-LIRE-F-REMISES-DEB.
           READ F-REMISES NEXT RECORD INTO WS-ENRG-F-REM.
           IF NOT OK-LEC-F-REMISES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6195-LIRE-F-REMISES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LCOH-SS-ED
           MOVE AA                      TO WS-LCOH-AA-ED
           MOVE MM                      TO WS-LCOH-MM-ED
           MOVE JJ                      TO WS-LCOH-JJ-ED.
      *
           STRING 'ETATCOH_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCOH.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
       7005-INIT-FICHIER-DEB.
           MOVE 0                       TO WS-TFI-LUS (IDX-FIC).
           MOVE 0                       TO WS-TFI-NBE (IDX-FIC).
           MOVE 0                       TO WS-TFI-NBW (IDX-FIC).
           MOVE 'N'                     TO WS-TFI-ABSENT (IDX-FIC).
       7005-INIT-FICHIER-FIN.
           EXIT.
      *
       7010-CONSTAT-ERREUR-DEB.
           ADD  1                       TO WS-CERR.
           ADD  1                       TO WS-TFI-NBE (WS-FIC-COURANT).
           PERFORM 7050-RANGER-CONSTAT-DEB
              THRU 7050-RANGER-CONSTAT-FIN.
           IF WS-CONSTAT-RANGE
                MOVE 'E'                TO WS-TCO-GRAVITE (WS-TCO-NB)
           END-IF.
           MOVE SPACES                  TO WS-CONSTAT.
       7010-CONSTAT-ERREUR-FIN.
           EXIT.
      *
       7020-CONSTAT-AVERT-DEB.
           ADD  1                       TO WS-CAVT.
           ADD  1                       TO WS-TFI-NBW (WS-FIC-COURANT).
           PERFORM 7050-RANGER-CONSTAT-DEB
              THRU 7050-RANGER-CONSTAT-FIN.
           IF WS-CONSTAT-RANGE
                MOVE 'W'                TO WS-TCO-GRAVITE (WS-TCO-NB)
           END-IF.
           MOVE SPACES                  TO WS-CONSTAT.
       7020-CONSTAT-AVERT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN CONSTAT AU DELA DE LA CAPACITE DE LA TABLE EST COMPTE SANS *
      * ETRE DETAILLE : L'AUDIT VA TOUJOURS A SON TERME.              *
      *---------------------------------------------------------------*
       7050-RANGER-CONSTAT-DEB.
           IF WS-TCO-NB < WS-MAX-CONSTATS
                ADD  1                  TO WS-TCO-NB
                MOVE WS-CONSTAT         TO WS-TCO-TEXTE (WS-TCO-NB)
                SET  WS-CONSTAT-RANGE   TO TRUE
           ELSE
                ADD  1                  TO WS-CNONDET
                SET  WS-CONSTAT-NON-RANGE TO TRUE
           END-IF.
       7050-RANGER-CONSTAT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DU COMPTE WS-AUD-CPTE AU FICHIER DES COMPTES : EN   *
      * CAS DE SUCCES L'ENREGISTREMENT EST DISPONIBLE DANS            *
      * WS-ENRG-F-CPT POUR LES CONTROLES DE CONTRADICTION.            *
      *---------------------------------------------------------------*
       7100-CHERCHER-COMPTE-DEB.
           PERFORM 6050-LIRE-COMPTE-DEB
              THRU 6050-LIRE-COMPTE-FIN.
           IF CPTE-INEXISTANT
                SET  WS-COMPTE-INCONNU  TO TRUE
           ELSE
                SET  WS-COMPTE-CONNU    TO TRUE
           END-IF.
       7100-CHERCHER-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCOH-DEB.
           MOVE WS-LCOH-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
           MOVE WS-LCOH-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
       8000-ENTETE-ETATCOH-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSTATS DU FICHIER QUI VIENT D'ETRE AUDITE, ERREURS PUIS     *
      * AVERTISSEMENTS ; LA TABLE EST ENSUITE VIDEE.                  *
      *---------------------------------------------------------------*
       8100-EDITER-FICHIER-DEB.
           MOVE WS-LCOH-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
           MOVE WS-TFI-NOM (WS-FIC-COURANT)
                                     TO WS-LCOH-FIC-NOM-ED.
           MOVE WS-TFI-LUS (WS-FIC-COURANT)
                                     TO WS-LCOH-FIC-LUS-ED.
           EVALUATE TRUE
             WHEN WS-TFI-ABSENT (WS-FIC-COURANT) = 'O'
                  MOVE 'FICHIER ABSENT-NON AUDITE'
                                     TO WS-LCOH-FIC-MENTION-ED
             WHEN WS-TCO-NB = 0 AND WS-CNONDET = 0
                  MOVE 'AUCUN CONSTAT'
                                     TO WS-LCOH-FIC-MENTION-ED
             WHEN OTHER
                  MOVE SPACES        TO WS-LCOH-FIC-MENTION-ED
           END-EVALUATE.
           MOVE WS-LCOH-FICHIER      TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
      *
           PERFORM 8110-EDITER-GRAVITE-E-DEB
              THRU 8110-EDITER-GRAVITE-E-FIN
             VARYING IDX-CON FROM 1 BY 1
             UNTIL IDX-CON > WS-TCO-NB.
           PERFORM 8120-EDITER-GRAVITE-W-DEB
              THRU 8120-EDITER-GRAVITE-W-FIN
             VARYING IDX-CON FROM 1 BY 1
             UNTIL IDX-CON > WS-TCO-NB.
      *
           IF WS-CNONDET > 0
                MOVE WS-CNONDET      TO WS-LCOH-NONDET-ED
                MOVE WS-LCOH-NONDET  TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
                   THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN
           END-IF.
           MOVE 0                    TO WS-TCO-NB.
           MOVE 0                    TO WS-CNONDET.
       8100-EDITER-FICHIER-FIN.
           EXIT.
      *
       8110-EDITER-GRAVITE-E-DEB.
           IF WS-TCO-GRAVITE (IDX-CON) = 'E'
                MOVE 'E'             TO WS-LCOH-GRAV-ED
                MOVE WS-TCO-TEXTE (IDX-CON) TO WS-LCOH-TEXTE-ED
                MOVE WS-LCOH-DETAIL  TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
                   THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN
           END-IF.
       8110-EDITER-GRAVITE-E-FIN.
           EXIT.
      *
       8120-EDITER-GRAVITE-W-DEB.
           IF WS-TCO-GRAVITE (IDX-CON) = 'W'
                MOVE 'W'             TO WS-LCOH-GRAV-ED
                MOVE WS-TCO-TEXTE (IDX-CON) TO WS-LCOH-TEXTE-ED
                MOVE WS-LCOH-DETAIL  TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
                   THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN
           END-IF.
       8120-EDITER-GRAVITE-W-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECAPITULATION PAR FICHIER ET TOTAUX GENERAUX                 *
      *---------------------------------------------------------------*
       8200-EDITER-RECAP-DEB.
           MOVE WS-LCOH-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
           PERFORM 8210-EDITER-LIGNE-RECAP-DEB
              THRU 8210-EDITER-LIGNE-RECAP-FIN
             VARYING IDX-FIC FROM 1 BY 1
             UNTIL IDX-FIC > WS-MAX-FICHIERS.
           MOVE WS-LCOH-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
           MOVE WS-CERR              TO WS-LCOH-NBERR-ED.
           MOVE WS-CAVT              TO WS-LCOH-NBAVT-ED.
           MOVE WS-LCOH-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
           MOVE WS-LCOH-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
       8200-EDITER-RECAP-FIN.
           EXIT.
      *
       8210-EDITER-LIGNE-RECAP-DEB.
           MOVE WS-TFI-NOM (IDX-FIC) TO WS-LCOH-REC-NOM-ED.
           MOVE WS-TFI-LUS (IDX-FIC) TO WS-LCOH-REC-LUS-ED.
           MOVE WS-TFI-NBE (IDX-FIC) TO WS-LCOH-REC-NBE-ED.
           MOVE WS-TFI-NBW (IDX-FIC) TO WS-LCOH-REC-NBW-ED.
           IF WS-TFI-ABSENT (IDX-FIC) = 'O'
                MOVE 'ABSENT'        TO WS-LCOH-REC-MENTION-ED
           ELSE
                MOVE SPACES          TO WS-LCOH-REC-MENTION-ED
           END-IF.
           MOVE WS-LCOH-RECAP        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCOH-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCOH-FIN.
       8210-EDITER-LIGNE-RECAP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO104B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'ERREURS           : ' WS-CERR.
           DISPLAY 'AVERTISSEMENTS    : ' WS-CAVT.
      *
      *---------------------------------------------------------------*
      * CODE RETOUR 8 EN PRESENCE D'ERREURS, 4 EN PRESENCE            *
      * D'AVERTISSEMENTS SEULS : L'ORDONNANCEUR ALERTE L'EXPLOITATION *
      * OU OUVRE UNE DEMANDE DE REGULARISATION.                       *
      *---------------------------------------------------------------*
           EVALUATE TRUE
             WHEN WS-CERR > 0
                  MOVE 8 TO RETURN-CODE
             WHEN WS-CAVT > 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO104B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
