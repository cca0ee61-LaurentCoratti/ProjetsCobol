      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO112B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    MESSAGE DE VIREMENTS SEPA (ISO 20022 PAIN.001.001.03) DES  *
      *    VIREMENTS INTERBANCAIRES EMIS DU JOUR : LE FICHIER VIREXT  *
      *    PRODUIT PAR LA MISE A JOUR (ET SES VARIANTES _PN EN        *
      *    MARCHE PARTITIONNEE) EST CONVERTI EN UN MESSAGE XML        *
      *    PAIN001_SSAAMMJJ.xml : UN ENTETE DE GROUPE, UN BLOC PAR    *
      *    COMPTE DONNEUR (IBAN LU DANS LA CORRESPONDANCE IBANIDX)    *
      *    ET UNE TRANSACTION PAR VIREMENT (REFERENCE DU MOUVEMENT    *
      *    EN IDENTIFIANT DE BOUT EN BOUT, IBAN DU BENEFICIAIRE,      *
      *    MONTANT). LE NOMBRE ET LE MONTANT CUMULE DES VIREMENTS LUS *
      *    SONT POINTES CONTRE LES TOTAUX DECLARES AU REGISTRE DES    *
      *    RUNS PAR LA MISE A JOUR : UN ECART ARRETE LE PROGRAMME     *
      *    SANS PRODUIRE DE MESSAGE. LES VIREMENTS NON EXPRIMABLES    *
      *    (IBAN ABSENT OU INVALIDE, DEVISE HORS EUROS, ...) SONT     *
      *    ECARTES DU MESSAGE ET LISTES SUR L'ETAT ETATPAIN AVEC LE   *
      *    MOTIF DU REJET.                                            *
      *---------------------------------------------------------------*
      * DATE DES VIREMENTS EN SYSIN (SSAAMMJJ) ; A DEFAUT, DATE DU    *
      * JOUR. CODE RETOUR 4 SI UN VIREMENT EST REJETE, 12 SI LE       *
      * POINTAGE AU REGISTRE DES RUNS EST EN ECART.                   *
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
       PROGRAM-ID.      ARIO112B.
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
      *---------------------------------------------------------------*
      * JEU DE CARACTERES ADMIS DANS LES MESSAGES SEPA, ET CARACTERES *
      * D'UN IBAN.                                                    *
      *---------------------------------------------------------------*
           CLASS CAR-SEPA IS 'A' THRU 'Z' 'a' THRU 'z' '0' THRU '9'
                             '/' '-' '?' ':' '(' ')' '.' ',' '''' '+'
                             ' '
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
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-RUNCTL : REGISTRE DES EXECUTIONS
      *                      -------------------------------------------
           SELECT  F-RUNCTL            ASSIGN TO RUNCTL
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-RUN-CLE
                   FILE STATUS         IS WS-FS-F-RUNCTL.
      *                      -------------------------------------------
      *                      F-IBANIDX : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANIDX           ASSIGN TO IBANIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-IBX-CLE
                   FILE STATUS         IS WS-FS-F-IBANIDX.
      *                      -------------------------------------------
      *                      VIREXT  : VIREMENTS EMIS VERS LA
      *                                COMPENSATION (UN FICHIER PAR
      *                                PARTITION DE LA MISE A JOUR)
      *                      -------------------------------------------
           SELECT  F-VIREXT-E          ASSIGN TO WS-NOM-VIREXT
                   FILE STATUS         IS WS-FS-F-VIREXT-E.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      PAIN001 : MESSAGE XML DES VIREMENTS SEPA
      *                      -------------------------------------------
           SELECT  F-PAIN-S            ASSIGN TO WS-NOM-PAIN
                   FILE STATUS         IS WS-FS-F-PAIN-S.
      *                      -------------------------------------------
      *                      ETATPAIN : ETAT DES REJETS ET DU POINTAGE
      *                      -------------------------------------------
           SELECT  F-ETATPAIN-S        ASSIGN TO WS-NOM-ETATPAIN
                   FILE STATUS         IS WS-FS-F-ETATPAIN-S.
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
       FD  F-RUNCTL
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-RUN.
           05 FS-RUN-CLE              PIC X(16).
           05 FILLER                  PIC X(34).
      *
       FD  F-IBANIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-IBX.
           05 FS-IBX-CLE              PIC X(26).
           05 FILLER                  PIC X(34).
      *
       FD  F-VIREXT-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIREXT           PIC X(96).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-REF              PIC X(8).
           05 FS-TRI-MT               PIC 9(8)V99.
           05 FS-TRI-IBAN-BENEF       PIC X(27).
           05 FS-TRI-IBAN-DONNEUR     PIC X(27).
           05 FS-TRI-NOM-DONNEUR      PIC X(20).
      *
       FD  F-PAIN-S
           RECORDING MODE IS F.
       01  FS-ENRG-PAIN               PIC X(100).
      *
       FD  F-ETATPAIN-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPAIN           PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPRUNCTL.
           COPY TPIBNIDX.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT EMIS VERS LA COMPENSATION     *
      * (IDENTIQUE A CELUI DE LA MISE A JOUR)                         *
      *---------------------------------------------------------------*
       01  WS-ENRG-F-VEX.
           05 WS-VEX-DATE           PIC 9(8).
           05 WS-VEX-REF            PIC X(8).
           05 WS-VEX-CPTE           PIC 9(10).
           05 WS-VEX-BQE            PIC X(10).
           05 WS-VEX-CPTE-EXT       PIC X(16).
           05 WS-VEX-MT             PIC 9(8)V99.
           05 WS-VEX-IBAN           PIC X(27).
              88 WS-VEX-SANS-IBAN   VALUE SPACE.
           05 WS-VEX-DEVISE         PIC X(3).
           05 FILLER                PIC X(4).
      *
      *---------------------------------------------------------------*
      * TABLE DES VIREMENTS DU COMPTE DONNEUR EN COURS : LE BLOC DU   *
      * DONNEUR PORTE SON NOMBRE DE TRANSACTIONS ET SON MONTANT       *
      * CUMULE AVANT LES TRANSACTIONS ELLES-MEMES.                    *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-TVX               PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-VIREMENTS.
           05 WS-TVX-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TVX-POSTE          OCCURS 500
                                    INDEXED BY IDX-TVX.
              10 WS-TVX-REF         PIC X(8).
              10 WS-TVX-MT          PIC 9(8)V99.
              10 WS-TVX-IBAN        PIC X(27).
      *
      *---------------------------------------------------------------*
      * TABLE DU POINTAGE AU REGISTRE DES RUNS : UN POSTE PAR FICHIER *
      * VIREXT (MARCHE UNIQUE PUIS PARTITIONS 1 A 9).                 *
      *---------------------------------------------------------------*
      *
       01  WS-TABLE-SOURCES.
           05 WS-TSR-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TSR-POSTE          OCCURS 10
                                    INDEXED BY IDX-TSR.
              10 WS-TSR-RUN         PIC X(8).
              10 WS-TSR-REG-NB      PIC 9(6).
              10 WS-TSR-REG-MT      PIC 9(11)V99.
              10 WS-TSR-LU-NB       PIC 9(6).
              10 WS-TSR-LU-MT       PIC 9(11)V99.
              10 WS-TSR-STATUT      PIC X(14).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  CPTE-INEXISTANT      VALUE '23'.
       01  WS-FS-F-RUNCTL           PIC XX.
           88  OK-F-RUNCTL          VALUE '00'.
           88  OK-LEC-F-RUNCTL      VALUE '00' '23'.
           88  RUN-INCONNU          VALUE '23'.
           88  RUNCTL-ABSENT        VALUE '35'.
       01  WS-FS-F-IBANIDX          PIC XX.
           88  OK-F-IBANIDX         VALUE '00'.
           88  IBANIDX-ABSENT       VALUE '35'.
           88  IBX-INCONNU          VALUE '23'.
       01  WS-FS-F-VIREXT-E         PIC XX.
           88  OK-F-VIREXT-E        VALUE '00'.
           88  OK-LEC-F-VIREXT-E    VALUE '00' '10'.
           88  EOF-F-VIREXT-E       VALUE '10'.
           88  VIREXT-ABSENT        VALUE '35'.
       01  WS-FS-F-PAIN-S           PIC XX.
           88  OK-F-PAIN-S          VALUE '00'.
       01  WS-FS-F-ETATPAIN-S       PIC XX.
           88  OK-F-ETATPAIN-S      VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CLUS                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CACC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREJ                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CPMT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CXML                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-MT-LUS                PIC 9(11)V99 VALUE 0.
       77  WS-MT-ACC                PIC 9(11)V99 VALUE 0.
       77  WS-MT-REJ                PIC 9(11)V99 VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-LIGNE-XML             PIC X(100).
       77  WS-NOM-VIREXT            PIC X(24).
       77  WS-NOM-PAIN              PIC X(24).
       77  WS-NOM-ETATPAIN          PIC X(24).
       77  WS-ISRC                  PIC S9(4) COMP VALUE 0.
       77  WS-IPOS                  PIC S9(4) COMP VALUE 0.
       77  WS-PARTITION             PIC X     VALUE SPACE.
       77  WS-PART-N REDEFINES WS-PARTITION
                                    PIC 9.
       77  WS-NOM-RUN-VIREXT        PIC X(8).
       77  WS-SRC-NB                PIC 9(6)  VALUE 0.
       77  WS-SRC-MT                PIC 9(11)V99 VALUE 0.
       77  WS-CPTE-DONNEUR          PIC 9(10) VALUE 0.
       77  WS-IBAN-DONNEUR          PIC X(27).
       77  WS-NOM-DONNEUR           PIC X(20).
       77  WS-PMT-MT                PIC 9(11)V99 VALUE 0.
       77  WS-MOTIF-REJET           PIC X(30).
       77  WS-MSG-ID                PIC X(24).
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-ETAT-CONTROLE         PIC X     VALUE '0'.
           88 WS-CONTROLE-OK        VALUE '0'.
           88 WS-CONTROLE-KO        VALUE '1'.
       01  WS-ETAT-REGISTRE         PIC X     VALUE '0'.
           88 WS-REG-ABSENT         VALUE '0'.
           88 WS-REG-PRESENT        VALUE '1'.
       01  WS-ETAT-VIREXT           PIC X     VALUE '0'.
           88 WS-VIREXT-ABSENT      VALUE '0'.
           88 WS-VIREXT-PRESENT     VALUE '1'.
       01  WS-DISPO-IBANIDX         PIC X     VALUE '0'.
           88 WS-IBANIDX-FERME      VALUE '0'.
           88 WS-IBANIDX-OUVERT     VALUE '1'.
       01  WS-ETAT-DONNEUR          PIC X     VALUE '0'.
           88 WS-DONNEUR-INCONNU    VALUE '0'.
           88 WS-DONNEUR-TROUVE     VALUE '1'.
       01  WS-ETAT-MESSAGE          PIC X     VALUE '0'.
           88 WS-MESSAGE-NON-PRODUIT VALUE '0'.
           88 WS-MESSAGE-PRODUIT    VALUE '1'.
      *
      *---------------------------------------------------------------*
      * DATE ET HEURE DU JOUR, DATE DES VIREMENTS (SSAAMMJJ)          *
      *---------------------------------------------------------------*
      *
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-HEURE-JOUR.
           05 WS-HJ-HH              PIC 99.
           05 WS-HJ-MN              PIC 99.
           05 WS-HJ-SS              PIC 99.
           05 WS-HJ-CC              PIC 99.
       01  WS-DATE-TRT.
           05 WS-TRT-SS             PIC 99.
           05 WS-TRT-AA             PIC 99.
           05 WS-TRT-MM             PIC 99.
           05 WS-TRT-JJ             PIC 99.
       01  WS-DATE-TRT-NUM REDEFINES WS-DATE-TRT
                                    PIC 9(8).
      *
       01  WS-SYSIN-PAIN.
           05 WS-SYSIN-DATE         PIC X(8).
           05 FILLER                PIC X(72).
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
      * MONTANTS ET NOMBRES AU FORMAT XML : CHIFFRES CADRES A GAUCHE  *
      * SANS ZEROS NON SIGNIFICATIFS, POINT DECIMAL ET 2 DECIMALES.   *
      *---------------------------------------------------------------*
      *
       01  WS-EDM-MT                PIC 9(11)V99.
       01  WS-EDM-VUE REDEFINES WS-EDM-MT.
           05 WS-EDM-ENT            PIC 9(11).
           05 WS-EDM-DEC            PIC 99.
       77  WS-EDM-ENT-ED            PIC Z(10)9.
       77  WS-EDM-TXT               PIC X(16).
       77  WS-EDN-NB                PIC 9(6)  VALUE 0.
       77  WS-EDN-ED                PIC Z(5)9.
       77  WS-EDN-TXT               PIC X(6).
       77  WS-ED-BLANCS             PIC S9(4) COMP VALUE 0.
       01  WS-DATE-XML.
           05 WS-DX-SS              PIC 99.
           05 WS-DX-AA              PIC 99.
           05 FILLER                PIC X     VALUE '-'.
           05 WS-DX-MM              PIC 99.
           05 FILLER                PIC X     VALUE '-'.
           05 WS-DX-JJ              PIC 99.
       01  WS-HEURE-XML.
           05 WS-HX-HH              PIC 99.
           05 FILLER                PIC X     VALUE ':'.
           05 WS-HX-MN              PIC 99.
           05 FILLER                PIC X     VALUE ':'.
           05 WS-HX-SS              PIC 99.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES REJETS ET DU POINTAGE           *
      *---------------------------------------------------------------*
      *
       01  WS-LPAI-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LPAI-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(34) VALUE
                          'VIREMENTS SEPA EMIS (PAIN.001) DU '.
           05 WS-LPAI-DATE-ED.
              10 WS-LPAI-JJ-ED       PIC 99.
              10 FILLER              PIC X     VALUE '/'.
              10 WS-LPAI-MM-ED       PIC 99.
              10 FILLER              PIC X     VALUE '/'.
              10 WS-LPAI-SS-ED       PIC 99.
              10 WS-LPAI-AA-ED       PIC 99.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-RUBRIQUE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPAI-RUBRIQUE-ED    PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-ENTETE-REJ.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(20) VALUE
                                         'COMPTE     REF.     '.
           05 FILLER                 PIC X(12) VALUE
                                         '    MONTANT '.
           05 FILLER                 PIC X(30) VALUE 'MOTIF DU REJET'.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-REJET.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPAI-REJ-CPTE-ED    PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-REJ-REF-ED     PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-REJ-MT-ED      PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-REJ-MOTIF-ED   PIC X(30).
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-ENTETE-SRC.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(30) VALUE
                                'RUN      NB REG. MONTANT REG. '.
           05 FILLER                 PIC X(30) VALUE
                                '   NB LU      MONTANT LU STATU'.
           05 FILLER                 PIC X(14) VALUE 'T'.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-SOURCE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPAI-SRC-RUN-ED     PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-SRC-REG-NB-ED  PIC ZZZZZ9.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-SRC-REG-MT-ED  PIC Z(10)9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-SRC-LU-NB-ED   PIC ZZZZZ9.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-SRC-LU-MT-ED   PIC Z(10)9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-SRC-STATUT-ED  PIC X(14).
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPAI-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPAI-TOT-LIB-ED     PIC X(30).
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LPAI-TOT-NB-ED      PIC ZZZZZ9.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPAI-TOT-MT-ED      PIC Z(10)9,99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *---------------------------------------------------------------*
      * LA PROCEDURE D'ENTREE DU TRI LIT ET POINTE LES FICHIERS       *
      * VIREXT ET ECARTE LES VIREMENTS NON EXPRIMABLES ; LES          *
      * VIREMENTS RETENUS, TRIES PAR COMPTE DONNEUR, SONT ECRITS      *
      * DANS LE MESSAGE PAR LA PROCEDURE DE SORTIE SI LE POINTAGE AU  *
      * REGISTRE DES RUNS EST JUSTE.                                  *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6190-ACCEPT-SYSIN-DATE-DEB
              THRU 6190-ACCEPT-SYSIN-DATE-FIN.
      *
           PERFORM 6200-OUVRIR-F-IBANIDX-DEB
              THRU 6200-OUVRIR-F-IBANIDX-FIN.
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 8000-ENTETE-ETATPAIN-DEB
              THRU 8000-ENTETE-ETATPAIN-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CPTE
                                 FS-TRI-REF
                INPUT  PROCEDURE IS 1000-CONTROLER-VIREMENTS-DEB
                                 THRU 1000-CONTROLER-VIREMENTS-FIN
                OUTPUT PROCEDURE IS 2000-PRODUIRE-MESSAGE-DEB
                                 THRU 2000-PRODUIRE-MESSAGE-FIN.
      *
           PERFORM 8020-POINTAGE-ETATPAIN-DEB
              THRU 8020-POINTAGE-ETATPAIN-FIN.
      *
           PERFORM 8040-TOTAL-ETATPAIN-DEB
              THRU 8040-TOTAL-ETATPAIN-FIN.
      *
           PERFORM 6100-FERMER-FICHIERS-DEB
              THRU 6100-FERMER-FICHIERS-FIN.
      *
           PERFORM 6210-FERMER-F-IBANIDX-DEB
              THRU 6210-FERMER-F-IBANIDX-FIN.
      *
           IF WS-CONTROLE-KO
                DISPLAY 'POINTAGE AU REGISTRE DES RUNS EN ECART :'
                DISPLAY 'MESSAGE PAIN.001 NON PRODUIT (VOIR ETATPAIN)'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CONTROLE DES VIREMENTS           *
      *     ===============================================           *
      *---------------------------------------------------------------*
      * LE FICHIER DE LA MARCHE UNIQUE PUIS CEUX DES PARTITIONS 1 A 9 *
      * SONT RECHERCHES. AUCUN FICHIER POUR LA DATE EST UNE ANOMALIE. *
      *---------------------------------------------------------------*
      *
       1000-CONTROLER-VIREMENTS-DEB.
      *
           PERFORM 1010-TRT-SOURCE-DEB
              THRU 1010-TRT-SOURCE-FIN
             VARYING WS-ISRC FROM 0 BY 1
             UNTIL WS-ISRC > 9.
      *
           IF WS-TSR-NB = 0
                DISPLAY 'AUCUN FICHIER VIREXT NI AUCUN RUN DECLARE '
                        'POUR LE ' WS-DATE-TRT
                SET WS-CONTROLE-KO      TO TRUE
           END-IF.
      *
           IF WS-CREJ = 0
                MOVE 'AUCUN VIREMENT REJETE' TO WS-LPAI-RUBRIQUE-ED
                MOVE WS-LPAI-RUBRIQUE   TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
                   THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN
           END-IF.
      *
       1000-CONTROLER-VIREMENTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE SOURCE : ENTREE DU REGISTRE DES RUNS ET FICHIER VIREXT.   *
      * L'UN SANS L'AUTRE, UN RUN NON CLOS OU UN ECART DE NOMBRE OU   *
      * DE MONTANT ENTRE LE FICHIER LU ET LES TOTAUX DECLARES PAR LA  *
      * MISE A JOUR INTERDISENT LA PRODUCTION DU MESSAGE.             *
      *---------------------------------------------------------------*
      *
       1010-TRT-SOURCE-DEB.
      *
           IF WS-ISRC = 0
                MOVE SPACE              TO WS-PARTITION
           ELSE
                MOVE WS-ISRC            TO WS-PART-N
           END-IF.
           PERFORM 7010-NOMMER-SOURCE-DEB
              THRU 7010-NOMMER-SOURCE-FIN.
      *
           PERFORM 6020-LIRE-F-RUNCTL-DEB
              THRU 6020-LIRE-F-RUNCTL-FIN.
      *
           PERFORM 6030-OUVRIR-F-VIREXT-DEB
              THRU 6030-OUVRIR-F-VIREXT-FIN.
      *
           IF WS-REG-ABSENT AND WS-VIREXT-ABSENT
                GO TO 1010-TRT-SOURCE-FIN
           END-IF.
      *
           MOVE 0                       TO WS-SRC-NB.
           MOVE 0                       TO WS-SRC-MT.
           IF WS-VIREXT-PRESENT
                PERFORM 6035-LIRE-F-VIREXT-DEB
                   THRU 6035-LIRE-F-VIREXT-FIN
                PERFORM 1020-CONTROLER-VIREMENT-DEB
                   THRU 1020-CONTROLER-VIREMENT-FIN
                  UNTIL EOF-F-VIREXT-E
                PERFORM 6038-FERMER-F-VIREXT-DEB
                   THRU 6038-FERMER-F-VIREXT-FIN
           END-IF.
      *
           ADD  1                       TO WS-TSR-NB.
           SET  IDX-TSR                 TO WS-TSR-NB.
           MOVE WS-NOM-RUN-VIREXT       TO WS-TSR-RUN (IDX-TSR).
           MOVE WS-SRC-NB               TO WS-TSR-LU-NB (IDX-TSR).
           MOVE WS-SRC-MT               TO WS-TSR-LU-MT (IDX-TSR).
           IF WS-REG-PRESENT
                MOVE WS-RUN-NBMVT       TO WS-TSR-REG-NB (IDX-TSR)
                MOVE WS-RUN-TOTDB       TO WS-TSR-REG-MT (IDX-TSR)
           ELSE
                MOVE 0                  TO WS-TSR-REG-NB (IDX-TSR)
                MOVE 0                  TO WS-TSR-REG-MT (IDX-TSR)
           END-IF.
           EVALUATE TRUE
             WHEN WS-REG-ABSENT
                  MOVE 'NON DECLARE'    TO WS-TSR-STATUT (IDX-TSR)
             WHEN WS-VIREXT-ABSENT
                  MOVE 'FICHIER ABSENT' TO WS-TSR-STATUT (IDX-TSR)
             WHEN NOT WS-RUN-TERMINE
                  MOVE 'RUN NON CLOS'   TO WS-TSR-STATUT (IDX-TSR)
             WHEN WS-RUN-NBMVT NOT = WS-SRC-NB
               OR WS-RUN-TOTDB NOT = WS-SRC-MT
                  MOVE 'ECART'          TO WS-TSR-STATUT (IDX-TSR)
             WHEN OTHER
                  MOVE 'OK'             TO WS-TSR-STATUT (IDX-TSR)
           END-EVALUATE.
           IF WS-TSR-STATUT (IDX-TSR) NOT = 'OK'
                SET WS-CONTROLE-KO      TO TRUE
           END-IF.
      *
       1010-TRT-SOURCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN VIREMENT LU : CUMUL DU POINTAGE, PUIS REJET LISTE OU       *
      * TRANSMISSION AU TRI AVEC L'IBAN ET LE NOM DU DONNEUR.         *
      *---------------------------------------------------------------*
      *
       1020-CONTROLER-VIREMENT-DEB.
      *
           ADD  1                       TO WS-SRC-NB.
           ADD  WS-VEX-MT               TO WS-SRC-MT.
           ADD  1                       TO WS-CLUS.
           ADD  WS-VEX-MT               TO WS-MT-LUS.
      *
           PERFORM 7020-VALIDER-VIREMENT-DEB
              THRU 7020-VALIDER-VIREMENT-FIN.
      *
           IF WS-MOTIF-REJET NOT = SPACES
                ADD  1                  TO WS-CREJ
                ADD  WS-VEX-MT          TO WS-MT-REJ
                PERFORM 8010-LIGNE-REJET-DEB
                   THRU 8010-LIGNE-REJET-FIN
           ELSE
                ADD  1                  TO WS-CACC
                ADD  WS-VEX-MT          TO WS-MT-ACC
                MOVE WS-VEX-CPTE        TO FS-TRI-CPTE
                MOVE WS-VEX-REF         TO FS-TRI-REF
                MOVE WS-VEX-MT          TO FS-TRI-MT
                MOVE WS-VEX-IBAN        TO FS-TRI-IBAN-BENEF
                MOVE WS-IBAN-DONNEUR    TO FS-TRI-IBAN-DONNEUR
                MOVE WS-NOM-DONNEUR     TO FS-TRI-NOM-DONNEUR
                RELEASE FS-ENRG-TRI
           END-IF.
      *
           PERFORM 6035-LIRE-F-VIREXT-DEB
              THRU 6035-LIRE-F-VIREXT-FIN.
      *
       1020-CONTROLER-VIREMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT PRODUCTION DU MESSAGE            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * PAS DE MESSAGE SI LE POINTAGE EST EN ECART OU SI AUCUN        *
      * VIREMENT N'EST A TRANSMETTRE (UN MESSAGE VIDE EST INVALIDE).  *
      *---------------------------------------------------------------*
      *
       2000-PRODUIRE-MESSAGE-DEB.
      *
           IF WS-CONTROLE-KO
                GO TO 2000-PRODUIRE-MESSAGE-FIN
           END-IF.
           IF WS-CACC = 0
                DISPLAY 'AUCUN VIREMENT A TRANSMETTRE - '
                        'PAS DE MESSAGE PAIN.001'
                GO TO 2000-PRODUIRE-MESSAGE-FIN
           END-IF.
      *
           PERFORM 6050-OUVRIR-F-PAIN-DEB
              THRU 6050-OUVRIR-F-PAIN-FIN.
      *
           PERFORM 8100-ENTETE-MESSAGE-DEB
              THRU 8100-ENTETE-MESSAGE-FIN.
      *
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-DONNEUR-DEB
              THRU 2010-TRT-DONNEUR-FIN
             UNTIL WS-TRI-TERMINE.
      *
           PERFORM 8130-FIN-MESSAGE-DEB
              THRU 8130-FIN-MESSAGE-FIN.
      *
           PERFORM 6055-FERMER-F-PAIN-DEB
              THRU 6055-FERMER-F-PAIN-FIN.
      *
           SET  WS-MESSAGE-PRODUIT      TO TRUE.
      *
       2000-PRODUIRE-MESSAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN COMPTE DONNEUR : SES VIREMENTS SONT COLLECTES JUSQU'A LA   *
      * RUPTURE DE COMPTE, PUIS SON BLOC EST ECRIT. UN DONNEUR QUI    *
      * DEBORDE LA TABLE ARRETE LE PROGRAMME PLUTOT QUE DE PRODUIRE   *
      * UN MESSAGE INCOMPLET.                                         *
      *---------------------------------------------------------------*
      *
       2010-TRT-DONNEUR-DEB.
      *
           MOVE FS-TRI-CPTE             TO WS-CPTE-DONNEUR.
           MOVE FS-TRI-IBAN-DONNEUR     TO WS-IBAN-DONNEUR.
           MOVE FS-TRI-NOM-DONNEUR      TO WS-NOM-DONNEUR.
           MOVE 0                       TO WS-TVX-NB.
           MOVE 0                       TO WS-PMT-MT.
      *
           PERFORM 2020-RETENIR-VIREMENT-DEB
              THRU 2020-RETENIR-VIREMENT-FIN
             UNTIL WS-TRI-TERMINE
                OR FS-TRI-CPTE NOT = WS-CPTE-DONNEUR.
      *
           PERFORM 8110-BLOC-DONNEUR-DEB
              THRU 8110-BLOC-DONNEUR-FIN.
      *
           PERFORM 8120-TRANSACTION-DEB
              THRU 8120-TRANSACTION-FIN
             VARYING IDX-TVX FROM 1 BY 1
             UNTIL IDX-TVX > WS-TVX-NB.
      *
           MOVE '    </PmtInf>'         TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           ADD  1                       TO WS-CPMT.
      *
       2010-TRT-DONNEUR-FIN.
           EXIT.
      *
       2020-RETENIR-VIREMENT-DEB.
           IF WS-TVX-NB < WS-MAX-TVX
                ADD  1                  TO WS-TVX-NB
                MOVE FS-TRI-REF         TO WS-TVX-REF (WS-TVX-NB)
                MOVE FS-TRI-MT          TO WS-TVX-MT (WS-TVX-NB)
                MOVE FS-TRI-IBAN-BENEF  TO WS-TVX-IBAN (WS-TVX-NB)
                ADD  FS-TRI-MT          TO WS-PMT-MT
           ELSE
                DISPLAY 'TABLE DES VIREMENTS SATUREE - '
                        'COMPTE ' WS-CPTE-DONNEUR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
       2020-RETENIR-VIREMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * LE REGISTRE DES RUNS EST INDISPENSABLE AU POINTAGE.           *
      *---------------------------------------------------------------*
       6000-OUVRIR-FICHIERS-DEB.
           OPEN INPUT  F-RUNCTL.
           IF RUNCTL-ABSENT
                DISPLAY 'REGISTRE DES RUNS ABSENT - POINTAGE IMPOSSIBLE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN INPUT  F-CPTE-ES.
           OPEN OUTPUT F-ETATPAIN-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-RUNCTL
              OR NOT OK-F-ETATPAIN-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CPTE-ES ' '
                     WS-FS-F-RUNCTL ' ' WS-FS-F-ETATPAIN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-FICHIERS-FIN.
           EXIT.
      *
       6020-LIRE-F-RUNCTL-DEB.
           MOVE WS-NOM-RUN-VIREXT       TO WS-RUN-PROG.
           MOVE WS-DATE-TRT-NUM         TO WS-RUN-DATE.
           MOVE WS-RUN-CLE              TO FS-RUN-CLE.
           READ F-RUNCTL INTO WS-ENRG-F-RUN
           END-READ.
           IF NOT OK-LEC-F-RUNCTL
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUNCTL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RUNCTL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF RUN-INCONNU
                SET WS-REG-ABSENT       TO TRUE
           ELSE
                SET WS-REG-PRESENT      TO TRUE
           END-IF.
       6020-LIRE-F-RUNCTL-FIN.
           EXIT.
      *
       6030-OUVRIR-F-VIREXT-DEB.
           SET  WS-VIREXT-PRESENT       TO TRUE.
           OPEN INPUT F-VIREXT-E.
           IF VIREXT-ABSENT
                SET WS-VIREXT-ABSENT    TO TRUE
                GO TO 6030-OUVRIR-F-VIREXT-FIN
           END-IF.
           IF NOT OK-F-VIREXT-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VIREXT-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIREXT-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-F-VIREXT-FIN.
           EXIT.
      *
       6035-LIRE-F-VIREXT-DEB.
           READ F-VIREXT-E INTO WS-ENRG-F-VEX.
           IF NOT OK-LEC-F-VIREXT-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VIREXT-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIREXT-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-LIRE-F-VIREXT-FIN.
           EXIT.
      *
       6038-FERMER-F-VIREXT-DEB.
           CLOSE F-VIREXT-E.
           IF NOT OK-F-VIREXT-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-VIREXT-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIREXT-E
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6038-FERMER-F-VIREXT-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           MOVE WS-VEX-CPTE             TO FS-CPTE-CPT.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT
           END-READ.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6050-OUVRIR-F-PAIN-DEB.
           OPEN OUTPUT F-PAIN-S.
           IF NOT OK-F-PAIN-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PAIN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PAIN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OUVRIR-F-PAIN-FIN.
           EXIT.
      *
       6055-FERMER-F-PAIN-DEB.
           CLOSE F-PAIN-S.
           IF NOT OK-F-PAIN-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-PAIN-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PAIN-S
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6055-FERMER-F-PAIN-FIN.
           EXIT.
      *
       6060-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6060-RETURN-TRI-FIN.
           EXIT.
      *
       6065-ECRIRE-F-PAIN-DEB.
           WRITE FS-ENRG-PAIN
                 FROM WS-LIGNE-XML
           END-WRITE.
           IF NOT OK-F-PAIN-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-PAIN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PAIN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CXML.
           MOVE SPACES                  TO WS-LIGNE-XML.
       6065-ECRIRE-F-PAIN-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATPAIN-DEB.
           WRITE FS-ENRG-ETATPAIN
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATPAIN-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATPAIN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPAIN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES F-RUNCTL F-ETATPAIN-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-RUNCTL
              OR NOT OK-F-ETATPAIN-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DES VIREMENTS : LA CARTE SYSIN, SI ELLE EST SERVIE,      *
      * PERMET DE REPRODUIRE LE MESSAGE D'UN JOUR PASSE ; A DEFAUT LE *
      * MESSAGE EST CELUI DU JOUR. LE MESSAGE ET L'ETAT PORTENT LA    *
      * DATE DES VIREMENTS.                                           *
      *---------------------------------------------------------------*
       6190-ACCEPT-SYSIN-DATE-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-TRT-NUM.
           ACCEPT WS-SYSIN-PAIN.
           IF WS-SYSIN-DATE IS NUMERIC
              AND WS-SYSIN-DATE > '00000000'
              AND WS-SYSIN-DATE NOT > WS-DATE-JOUR
                MOVE WS-SYSIN-DATE      TO WS-DATE-TRT
           END-IF.
           MOVE WS-TRT-JJ               TO WS-LPAI-JJ-ED.
           MOVE WS-TRT-MM               TO WS-LPAI-MM-ED.
           MOVE WS-TRT-SS               TO WS-LPAI-SS-ED.
           MOVE WS-TRT-AA               TO WS-LPAI-AA-ED.
           STRING 'PAIN001_' WS-DATE-TRT '.xml'
                  DELIMITED BY SIZE INTO WS-NOM-PAIN.
           STRING 'ETATPAIN_' WS-DATE-TRT '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATPAIN.
       6190-ACCEPT-SYSIN-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CORRESPONDANCE IBAN (INDEXEE PAR CODE BANQUE + COMPTE) :      *
      * FICHIER FACULTATIF. EN SON ABSENCE AUCUN IBAN DONNEUR N'EST   *
      * CONNU ET TOUS LES VIREMENTS SONT REJETES.                     *
      *---------------------------------------------------------------*
       6200-OUVRIR-F-IBANIDX-DEB.
           OPEN INPUT F-IBANIDX.
           EVALUATE TRUE
             WHEN OK-F-IBANIDX
                  SET WS-IBANIDX-OUVERT  TO TRUE
             WHEN IBANIDX-ABSENT
                  SET WS-IBANIDX-FERME   TO TRUE
                  DISPLAY 'CORRESPONDANCE IBAN ABSENTE - '
                          'AUCUN IBAN DONNEUR DISPONIBLE'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-OUVRIR-F-IBANIDX-FIN.
           EXIT.
      *
       6210-FERMER-F-IBANIDX-DEB.
           IF WS-IBANIDX-FERME
                GO TO 6210-FERMER-F-IBANIDX-FIN
           END-IF.
           CLOSE F-IBANIDX.
           IF NOT OK-F-IBANIDX
                DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-IBANIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6210-FERMER-F-IBANIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR         FROM TIME.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NOMS DU FICHIER VIREXT ET DE L'ENTREE DU REGISTRE DES RUNS    *
      * D'UNE SOURCE, SUR LE MODELE DE LA MISE A JOUR.                *
      *---------------------------------------------------------------*
       7010-NOMMER-SOURCE-DEB.
           MOVE SPACES                  TO WS-NOM-VIREXT.
           MOVE SPACES                  TO WS-NOM-RUN-VIREXT.
           IF WS-ISRC = 0
                STRING 'VIREXT_' WS-DATE-TRT '.txt'
                       DELIMITED BY SIZE INTO WS-NOM-VIREXT
                MOVE 'VIREXT'           TO WS-NOM-RUN-VIREXT
           ELSE
                STRING 'VIREXT_' WS-DATE-TRT '_P' WS-PARTITION '.txt'
                       DELIMITED BY SIZE INTO WS-NOM-VIREXT
                STRING 'VIREXTP' WS-PARTITION
                       DELIMITED BY SIZE INTO WS-NOM-RUN-VIREXT
           END-IF.
       7010-NOMMER-SOURCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN VIREMENT N'EST EXPRIMABLE DANS LE MESSAGE QU'EN EUROS,     *
      * POUR UN MONTANT NON NUL, AVEC UNE REFERENCE CONFORME, UN IBAN *
      * BENEFICIAIRE VALIDE ET UN COMPTE DONNEUR CONNU DONT L'IBAN    *
      * FIGURE A LA CORRESPONDANCE. LE PREMIER MOTIF RENCONTRE EST    *
      * RETENU.                                                       *
      *---------------------------------------------------------------*
       7020-VALIDER-VIREMENT-DEB.
           MOVE SPACES                  TO WS-MOTIF-REJET.
           MOVE SPACES                  TO WS-IBAN-DONNEUR.
           MOVE SPACES                  TO WS-NOM-DONNEUR.
      *
           IF WS-VEX-DEVISE NOT = SPACES
              AND WS-VEX-DEVISE NOT = 'EUR'
                MOVE 'DEVISE HORS EUROS'    TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           IF WS-VEX-MT = 0
                MOVE 'MONTANT NUL'          TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           IF WS-VEX-REF = SPACES
                MOVE 'REFERENCE ABSENTE'    TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           IF WS-VEX-REF IS NOT CAR-SEPA
              OR WS-VEX-REF (1 : 1) = SPACE
                MOVE 'REFERENCE NON CONFORME' TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           IF WS-VEX-SANS-IBAN
                MOVE 'IBAN BENEFICIAIRE ABSENT' TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           MOVE WS-VEX-IBAN             TO WS-IBAN-CTL.
           PERFORM 7030-CONTROLER-IBAN-DEB
              THRU 7030-CONTROLER-IBAN-FIN.
           IF WS-IBAN-INVALIDE
                MOVE 'IBAN BENEFICIAIRE INVALIDE' TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
           IF CPTE-INEXISTANT
                MOVE 'COMPTE DONNEUR INCONNU'   TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           MOVE WS-CPT-NOM              TO WS-NOM-DONNEUR.
           PERFORM 7050-NETTOYER-CAR-DEB
              THRU 7050-NETTOYER-CAR-FIN
             VARYING WS-IPOS FROM 1 BY 1
             UNTIL WS-IPOS > 20.
           IF WS-NOM-DONNEUR = SPACES
                MOVE 'NOM DONNEUR ABSENT'       TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
      *
           PERFORM 7040-CHERCHER-IBAN-DEB
              THRU 7040-CHERCHER-IBAN-FIN.
           IF WS-DONNEUR-INCONNU
                MOVE 'IBAN DONNEUR ABSENT'      TO WS-MOTIF-REJET
                GO TO 7020-VALIDER-VIREMENT-FIN
           END-IF.
           MOVE WS-IBAN-DONNEUR         TO WS-IBAN-CTL.
           PERFORM 7030-CONTROLER-IBAN-DEB
              THRU 7030-CONTROLER-IBAN-FIN.
           IF WS-IBAN-INVALIDE
                MOVE 'IBAN DONNEUR INVALIDE'    TO WS-MOTIF-REJET
           END-IF.
       7020-VALIDER-VIREMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * IBAN : LETTRES MAJUSCULES ET CHIFFRES CADRES A GAUCHE, 15 A   *
      * 27 CARACTERES, CODE PAYS ALPHABETIQUE, CLE NUMERIQUE ET RESTE *
      * DE LA DIVISION PAR 97 EGAL A 1.                               *
      *---------------------------------------------------------------*
       7030-CONTROLER-IBAN-DEB.
           SET  WS-IBAN-VALIDE          TO TRUE.
           MOVE 0                       TO WS-IBAN-LG.
           INSPECT WS-IBAN-CTL TALLYING WS-IBAN-LG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LG < 15
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7030-CONTROLER-IBAN-FIN
           END-IF.
           IF WS-IBAN-LG < 27
                IF WS-IBAN-CTL (WS-IBAN-LG + 1 : ) NOT = SPACES
                     SET WS-IBAN-INVALIDE TO TRUE
                     GO TO 7030-CONTROLER-IBAN-FIN
                END-IF
           END-IF.
           IF WS-IBAN-CTL (1 : WS-IBAN-LG) IS NOT CAR-IBAN
              OR WS-IBAN-CTL (1 : 2) IS NOT ALPHABETIC
              OR WS-IBAN-CTL (3 : 2) IS NOT NUMERIC
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7030-CONTROLER-IBAN-FIN
           END-IF.
           MOVE 0                       TO WS-IBAN-RESTE.
           PERFORM 7035-CUMULER-CAR-DEB
              THRU 7035-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 5 BY 1
             UNTIL WS-IBAN-POS > WS-IBAN-LG.
           PERFORM 7035-CUMULER-CAR-DEB
              THRU 7035-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 1 BY 1
             UNTIL WS-IBAN-POS > 4.
           IF WS-IBAN-RESTE NOT = 1
                SET WS-IBAN-INVALIDE    TO TRUE
           END-IF.
       7030-CONTROLER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN CHIFFRE DECALE LE RESTE D'UN RANG, UNE LETTRE (RANG DANS   *
      * L'ALPHABET + 9) DE DEUX RANGS.                                *
      *---------------------------------------------------------------*
       7035-CUMULER-CAR-DEB.
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
       7035-CUMULER-CAR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * IBAN DU DONNEUR : LIGNE INTERNE DE LA CORRESPONDANCE (CODE    *
      * BANQUE A BLANC) DU COMPTE DEBITE, LUE PAR CLE.                *
      *---------------------------------------------------------------*
       7040-CHERCHER-IBAN-DEB.
           SET  WS-DONNEUR-INCONNU      TO TRUE.
           IF WS-IBANIDX-FERME
                GO TO 7040-CHERCHER-IBAN-FIN
           END-IF.
           MOVE SPACES                  TO WS-IBX-BQE.
           MOVE WS-VEX-CPTE             TO WS-IBX-CPTE.
           MOVE WS-IBX-CLE              TO FS-IBX-CLE.
           READ F-IBANIDX INTO WS-ENRG-F-IBX
           END-READ.
           EVALUATE TRUE
             WHEN OK-F-IBANIDX
                  MOVE WS-IBX-IBAN      TO WS-IBAN-DONNEUR
                  SET  WS-DONNEUR-TROUVE TO TRUE
             WHEN IBX-INCONNU
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7040-CHERCHER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES CARACTERES HORS DU JEU SEPA DU NOM DU DONNEUR (ACCENTS,   *
      * ESPERLUETTE, ...) SONT REMPLACES PAR DES BLANCS : LE NOM NE   *
      * DEMANDE ALORS AUCUN ECHAPPEMENT XML.                          *
      *---------------------------------------------------------------*
       7050-NETTOYER-CAR-DEB.
           IF WS-NOM-DONNEUR (WS-IPOS : 1) IS NOT CAR-SEPA
                MOVE SPACE              TO WS-NOM-DONNEUR (WS-IPOS : 1)
           END-IF.
       7050-NETTOYER-CAR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MONTANT WS-EDM-MT EDITE DANS WS-EDM-TXT (EX. 1250.00)         *
      *---------------------------------------------------------------*
       7080-EDITER-MONTANT-DEB.
           MOVE WS-EDM-ENT              TO WS-EDM-ENT-ED.
           MOVE 0                       TO WS-ED-BLANCS.
           INSPECT WS-EDM-ENT-ED TALLYING WS-ED-BLANCS
                   FOR LEADING SPACES.
           MOVE SPACES                  TO WS-EDM-TXT.
           STRING WS-EDM-ENT-ED (WS-ED-BLANCS + 1 : ) '.' WS-EDM-DEC
                  DELIMITED BY SIZE INTO WS-EDM-TXT.
       7080-EDITER-MONTANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NOMBRE WS-EDN-NB EDITE DANS WS-EDN-TXT                        *
      *---------------------------------------------------------------*
       7085-EDITER-NOMBRE-DEB.
           MOVE WS-EDN-NB               TO WS-EDN-ED.
           MOVE 0                       TO WS-ED-BLANCS.
           INSPECT WS-EDN-ED TALLYING WS-ED-BLANCS
                   FOR LEADING SPACES.
           MOVE SPACES                  TO WS-EDN-TXT.
           MOVE WS-EDN-ED (WS-ED-BLANCS + 1 : ) TO WS-EDN-TXT.
       7085-EDITER-NOMBRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATPAIN-DEB.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE 'VIREMENTS REJETES (NON TRANSMIS)'
                                     TO WS-LPAI-RUBRIQUE-ED.
           MOVE WS-LPAI-RUBRIQUE     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-ENTETE-REJ   TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
       8000-ENTETE-ETATPAIN-FIN.
           EXIT.
      *
       8010-LIGNE-REJET-DEB.
           MOVE WS-VEX-CPTE          TO WS-LPAI-REJ-CPTE-ED.
           MOVE WS-VEX-REF           TO WS-LPAI-REJ-REF-ED.
           MOVE WS-VEX-MT            TO WS-LPAI-REJ-MT-ED.
           MOVE WS-MOTIF-REJET       TO WS-LPAI-REJ-MOTIF-ED.
           MOVE WS-LPAI-REJET        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
       8010-LIGNE-REJET-FIN.
           EXIT.
      *
       8020-POINTAGE-ETATPAIN-DEB.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE 'POINTAGE AU REGISTRE DES RUNS'
                                     TO WS-LPAI-RUBRIQUE-ED.
           MOVE WS-LPAI-RUBRIQUE     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-ENTETE-SRC   TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           PERFORM 8030-LIGNE-SOURCE-DEB
              THRU 8030-LIGNE-SOURCE-FIN
             VARYING IDX-TSR FROM 1 BY 1
             UNTIL IDX-TSR > WS-TSR-NB.
       8020-POINTAGE-ETATPAIN-FIN.
           EXIT.
      *
       8030-LIGNE-SOURCE-DEB.
           MOVE WS-TSR-RUN (IDX-TSR)    TO WS-LPAI-SRC-RUN-ED.
           MOVE WS-TSR-REG-NB (IDX-TSR) TO WS-LPAI-SRC-REG-NB-ED.
           MOVE WS-TSR-REG-MT (IDX-TSR) TO WS-LPAI-SRC-REG-MT-ED.
           MOVE WS-TSR-LU-NB (IDX-TSR)  TO WS-LPAI-SRC-LU-NB-ED.
           MOVE WS-TSR-LU-MT (IDX-TSR)  TO WS-LPAI-SRC-LU-MT-ED.
           MOVE WS-TSR-STATUT (IDX-TSR) TO WS-LPAI-SRC-STATUT-ED.
           MOVE WS-LPAI-SOURCE          TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
       8030-LIGNE-SOURCE-FIN.
           EXIT.
      *
       8040-TOTAL-ETATPAIN-DEB.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE 'VIREMENTS LUS'      TO WS-LPAI-TOT-LIB-ED.
           MOVE WS-CLUS              TO WS-LPAI-TOT-NB-ED.
           MOVE WS-MT-LUS            TO WS-LPAI-TOT-MT-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'VIREMENTS REJETES'  TO WS-LPAI-TOT-LIB-ED.
           MOVE WS-CREJ              TO WS-LPAI-TOT-NB-ED.
           MOVE WS-MT-REJ            TO WS-LPAI-TOT-MT-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           IF WS-MESSAGE-PRODUIT
                MOVE 'VIREMENTS TRANSMIS' TO WS-LPAI-TOT-LIB-ED
                MOVE WS-CACC         TO WS-LPAI-TOT-NB-ED
                MOVE WS-MT-ACC       TO WS-LPAI-TOT-MT-ED
                PERFORM 8045-LIGNE-TOTAL-DEB
                   THRU 8045-LIGNE-TOTAL-FIN
                MOVE 'COMPTES DONNEURS (PMTINF)'
                                     TO WS-LPAI-TOT-LIB-ED
                MOVE WS-CPMT         TO WS-LPAI-TOT-NB-ED
                MOVE 0               TO WS-LPAI-TOT-MT-ED
                PERFORM 8045-LIGNE-TOTAL-DEB
                   THRU 8045-LIGNE-TOTAL-FIN
                MOVE SPACES          TO WS-LPAI-RUBRIQUE-ED
                STRING 'MESSAGE ' WS-NOM-PAIN ' ID ' WS-MSG-ID
                       DELIMITED BY SIZE INTO WS-LPAI-RUBRIQUE-ED
           ELSE
                MOVE 'MESSAGE PAIN.001 NON PRODUIT'
                                     TO WS-LPAI-RUBRIQUE-ED
           END-IF.
           MOVE WS-LPAI-RUBRIQUE     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
           MOVE WS-LPAI-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
       8040-TOTAL-ETATPAIN-FIN.
           EXIT.
      *
       8045-LIGNE-TOTAL-DEB.
           MOVE WS-LPAI-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATPAIN-DEB
              THRU 6070-ECRIRE-LIGNE-ETATPAIN-FIN.
       8045-LIGNE-TOTAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ENTETE DU MESSAGE : DECLARATION XML, DOCUMENT ET ENTETE DE    *
      * GROUPE (IDENTIFIANT, HORODATAGE, NOMBRE DE TRANSACTIONS ET    *
      * MONTANT DE CONTROLE DE L'ENSEMBLE DES VIREMENTS TRANSMIS).    *
      *---------------------------------------------------------------*
       8100-ENTETE-MESSAGE-DEB.
           MOVE SPACES                  TO WS-LIGNE-XML.
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '<Document xmlns="urn:iso:std:iso:20022:'
                  'tech:xsd:pain.001.001.03">'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '  <CstmrCdtTrfInitn>'  TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '    <GrpHdr>'          TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE SPACES                  TO WS-MSG-ID.
           STRING 'PAIN001-' WS-DATE-TRT '-' WS-HJ-HH WS-HJ-MN
                  WS-HJ-SS
                  DELIMITED BY SIZE INTO WS-MSG-ID.
           STRING '      <MsgId>' DELIMITED BY SIZE
                  WS-MSG-ID       DELIMITED BY SPACE
                  '</MsgId>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE SS                      TO WS-DX-SS.
           MOVE AA                      TO WS-DX-AA.
           MOVE MM                      TO WS-DX-MM.
           MOVE JJ                      TO WS-DX-JJ.
           MOVE WS-HJ-HH                TO WS-HX-HH.
           MOVE WS-HJ-MN                TO WS-HX-MN.
           MOVE WS-HJ-SS                TO WS-HX-SS.
           STRING '      <CreDtTm>' WS-DATE-XML 'T' WS-HEURE-XML
                  '</CreDtTm>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE WS-CACC                 TO WS-EDN-NB.
           PERFORM 7085-EDITER-NOMBRE-DEB
              THRU 7085-EDITER-NOMBRE-FIN.
           STRING '      <NbOfTxs>' DELIMITED BY SIZE
                  WS-EDN-TXT        DELIMITED BY SPACE
                  '</NbOfTxs>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE WS-MT-ACC               TO WS-EDM-MT.
           PERFORM 7080-EDITER-MONTANT-DEB
              THRU 7080-EDITER-MONTANT-FIN.
           STRING '      <CtrlSum>' DELIMITED BY SIZE
                  WS-EDM-TXT        DELIMITED BY SPACE
                  '</CtrlSum>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE '      <InitgPty><Nm>ESTIAC</Nm></InitgPty>'
                                        TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '    </GrpHdr>'         TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
       8100-ENTETE-MESSAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BLOC D'UN COMPTE DONNEUR (PMTINF) : IDENTIFIANT, NOMBRE ET    *
      * MONTANT DE SES VIREMENTS, DATE D'EXECUTION DEMANDEE (DATE DES *
      * VIREMENTS), NOM, IBAN. LE BIC DE LA BANQUE N'EST PAS FOURNI   *
      * (IBAN SEUL) ET LES FRAIS SONT PARTAGES (SLEV).                *
      *---------------------------------------------------------------*
       8110-BLOC-DONNEUR-DEB.
           MOVE '    <PmtInf>'          TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '      <PmtInfId>PMT-' WS-DATE-TRT '-'
                  WS-CPTE-DONNEUR '</PmtInfId>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '      <PmtMtd>TRF</PmtMtd>' TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE WS-TVX-NB               TO WS-EDN-NB.
           PERFORM 7085-EDITER-NOMBRE-DEB
              THRU 7085-EDITER-NOMBRE-FIN.
           STRING '      <NbOfTxs>' DELIMITED BY SIZE
                  WS-EDN-TXT        DELIMITED BY SPACE
                  '</NbOfTxs>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE WS-PMT-MT               TO WS-EDM-MT.
           PERFORM 7080-EDITER-MONTANT-DEB
              THRU 7080-EDITER-MONTANT-FIN.
           STRING '      <CtrlSum>' DELIMITED BY SIZE
                  WS-EDM-TXT        DELIMITED BY SPACE
                  '</CtrlSum>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           STRING '      <PmtTpInf><SvcLvl><Cd>SEPA</Cd>'
                  '</SvcLvl></PmtTpInf>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           MOVE WS-TRT-SS               TO WS-DX-SS.
           MOVE WS-TRT-AA               TO WS-DX-AA.
           MOVE WS-TRT-MM               TO WS-DX-MM.
           MOVE WS-TRT-JJ               TO WS-DX-JJ.
           STRING '      <ReqdExctnDt>' WS-DATE-XML '</ReqdExctnDt>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
      *
           STRING '      <Dbtr><Nm>' DELIMITED BY SIZE
                  WS-NOM-DONNEUR     DELIMITED BY '  '
                  '</Nm></Dbtr>'     DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '      <DbtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  WS-IBAN-DONNEUR              DELIMITED BY SPACE
                  '</IBAN></Id></DbtrAcct>'    DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '      <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED'
                  '</Id></Othr></FinInstnId></DbtrAgt>'
                  DELIMITED BY SIZE INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '      <ChrgBr>SLEV</ChrgBr>' TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
       8110-BLOC-DONNEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRANSACTION D'UN VIREMENT : REFERENCE DU MOUVEMENT EN         *
      * IDENTIFIANT DE BOUT EN BOUT, MONTANT EN EUROS ET IBAN DU      *
      * BENEFICIAIRE. LE FICHIER VIREXT NE PORTANT PAS LE NOM DU      *
      * BENEFICIAIRE, CELUI-CI EST DECLARE NON FOURNI.                *
      *---------------------------------------------------------------*
       8120-TRANSACTION-DEB.
           MOVE '      <CdtTrfTxInf>'   TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '        <PmtId><EndToEndId>' DELIMITED BY SIZE
                  WS-TVX-REF (IDX-TVX)          DELIMITED BY SPACE
                  '</EndToEndId></PmtId>'       DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE WS-TVX-MT (IDX-TVX)     TO WS-EDM-MT.
           PERFORM 7080-EDITER-MONTANT-DEB
              THRU 7080-EDITER-MONTANT-FIN.
           STRING '        <Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                  WS-EDM-TXT                 DELIMITED BY SPACE
                  '</InstdAmt></Amt>'        DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '        <Cdtr><Nm>NOTPROVIDED</Nm></Cdtr>'
                                        TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           STRING '        <CdtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  WS-TVX-IBAN (IDX-TVX)          DELIMITED BY SPACE
                  '</IBAN></Id></CdtrAcct>'      DELIMITED BY SIZE
                  INTO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '      </CdtTrfTxInf>'  TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
       8120-TRANSACTION-FIN.
           EXIT.
      *
       8130-FIN-MESSAGE-DEB.
           MOVE '  </CstmrCdtTrfInitn>' TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
           MOVE '</Document>'           TO WS-LIGNE-XML.
           PERFORM 6065-ECRIRE-F-PAIN-DEB
              THRU 6065-ECRIRE-F-PAIN-FIN.
       8130-FIN-MESSAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO112B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'VIREMENTS LUS     : ' WS-CLUS.
           DISPLAY 'VIREMENTS TRANSMIS: ' WS-CACC.
           DISPLAY 'VIREMENTS REJETES : ' WS-CREJ.
           DISPLAY 'COMPTES DONNEURS  : ' WS-CPMT.
           DISPLAY 'LIGNES DU MESSAGE : ' WS-CXML.
      *---------------------------------------------------------------*
      * UN VIREMENT REJETE EST SIGNALE A L'EXPLOITATION PAR LE CODE   *
      * RETOUR 4 : IL RESTE SANS ACQUITTEMENT ET PASSE EN SUSPENS AU  *
      * RAPPROCHEMENT DES ACQUITTEMENTS.                              *
      *---------------------------------------------------------------*
           IF WS-CREJ > 0
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO112B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
