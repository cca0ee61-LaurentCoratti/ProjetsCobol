      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO113B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    CYCLE DE RELANCE DES COMPTES DEBITEURS HORS AUTORISATION   *
      *    (PRECONTENTIEUX). PASSE CHAQUE JOUR APRES LA MISE A JOUR : *
      *    - UN COMPTE DONT LE SOLDE DEPASSE L'AUTORISATION DE        *
      *      DECOUVERT ENTRE AU FICHIER DES RELANCES EN SURVEILLANCE, *
      *      DATE DU PASSAGE HORS AUTORISATION TIREE DE L'HISTORIQUE  *
      *      DES SOLDES ;                                             *
      *    - IL FRANCHIT LES ETAPES PREMIERE RELANCE, MISE EN DEMEURE *
      *      PUIS TRANSFERT AU CONTENTIEUX AU TERME DES DELAIS DU     *
      *      FICHIER DES PARAMETRES DE RELANCE (PARRELAN), UNE ETAPE  *
      *      AU PLUS PAR JOUR ; CHAQUE ETAPE DONNE LIEU A UNE LETTRE  *
      *      AU CLIENT (LETREL), RETENUE EN AGENCE EN CAS DE NPAI,    *
      *      DONT LE TEXTE EST CELUI DES PARAMETRES ;                 *
      *    - LE TRANSFERT AU CONTENTIEUX POSE LE TOP CONTENTIEUX DU   *
      *      COMPTE (DEBITS REFUSES PAR LA MISE A JOUR), BLOQUE SES   *
      *      CARTES (CARTES RECOPIE DANS CARTESNEW, QUE               *
      *      L'EXPLOITATION SUBSTITUE A CARTES) ET ALIMENTE LE        *
      *      FICHIER DES DOSSIERS DU SERVICE DU RECOUVREMENT (RECOUV) ;*
      *    - UN SOLDE REVENU DANS L'AUTORISATION SORT LE COMPTE DU    *
      *      CYCLE. AU CONTENTIEUX, LA REGULARISATION EST SEULEMENT   *
      *      SIGNALEE : LE TOP EST LEVE PAR LA MAINTENANCE (CODE CX)  *
      *      A LA CLOTURE DU DOSSIER, CE QUI CLOT LE CYCLE.           *
      *    LES COMPTES GELES POUR SUCCESSION RESTENT HORS DU CYCLE.   *
      *    L'ETAT ETATREL RECAPITULE LES EVENEMENTS DU JOUR ET LE     *
      *    PORTEFEUILLE PAR ETAPE.                                    *
      *---------------------------------------------------------------*
      * UNE REPRISE DANS LA JOURNEE REEDITE LES LETTRES, LES DOSSIERS *
      * ET LE BLOCAGE DES CARTES DES ETAPES DATEES DU JOUR.           *
      * CODE RETOUR 4 SI DES COMPTES PASSENT AU CONTENTIEUX SANS QUE  *
      * LE FICHIER DES CARTES SOIT DISPONIBLE.                        *
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
       PROGRAM-ID.      ARIO113B.
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
      *                      F-RELANCE : RELANCES DES COMPTES DEBITEURS
      *                      -------------------------------------------
           SELECT  F-RELANCE           ASSIGN TO RELANCE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-REL-CPTE
                   FILE STATUS         IS WS-FS-F-RELANCE.
      *                      -------------------------------------------
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-SOLDHIST          ASSIGN TO SOLDHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-SLD-CLE
                   FILE STATUS         IS WS-FS-F-SOLDHIST.
      *                      -------------------------------------------
      *                      F-PARREL : DELAIS ET TEXTES DES ETAPES
      *                      -------------------------------------------
           SELECT  F-PARREL-E          ASSIGN TO 'PARRELAN.txt'
                   FILE STATUS         IS WS-FS-F-PARREL-E.
      *                      -------------------------------------------
      *                      F-CARTES : CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
           SELECT  F-CARTES-S          ASSIGN TO 'CARTESNEW.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-S.
      *                      -------------------------------------------
      *                      LETREL  : LETTRES DE RELANCE DU JOUR
      *                      -------------------------------------------
           SELECT  F-LETREL-S          ASSIGN TO WS-NOM-LETREL
                   FILE STATUS         IS WS-FS-F-LETREL-S.
      *                      -------------------------------------------
      *                      RECOUV  : DOSSIERS TRANSFERES AU SERVICE
      *                                DU RECOUVREMENT
      *                      -------------------------------------------
           SELECT  F-RECOUV-S          ASSIGN TO WS-NOM-RECOUV
                   FILE STATUS         IS WS-FS-F-RECOUV-S.
      *                      -------------------------------------------
      *                      ETATREL : ETAT DU CYCLE DE RELANCE
      *                      -------------------------------------------
           SELECT  F-ETATREL-S         ASSIGN TO WS-NOM-ETATREL
                   FILE STATUS         IS WS-FS-F-ETATREL-S.
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
       FD  F-RELANCE
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-ENRG-F-REL.
           05 FS-REL-CPTE             PIC X(10).
           05 FILLER                  PIC X(60).
      *
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-F-SLD.
           05 FS-SLD-CLE.
              10 FS-SLD-CPTE          PIC X(10).
              10 FS-SLD-DATE          PIC X(8).
           05 FILLER                  PIC X(22).
      *
       FD  F-PARREL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARREL           PIC X(80).
      *
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-E         PIC X(80).
      *
       FD  F-CARTES-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-S         PIC X(80).
      *
       FD  F-LETREL-S
           RECORDING MODE IS F.
       01  FS-ENRG-LETREL             PIC X(80).
      *
       FD  F-RECOUV-S
           RECORDING MODE IS F.
       01  FS-ENRG-RECOUV             PIC X(150).
      *
       FD  F-ETATREL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATREL            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPRELANC.
           COPY TPRELPAR.
           COPY TPRECOUV.
           COPY TPSOLDH.
           COPY TPCARTE.
      *
      *---------------------------------------------------------------*
      * PARAMETRES DES ETAPES (1 = PREMIERE RELANCE, 2 = MISE EN      *
      * DEMEURE, 3 = TRANSFERT AU CONTENTIEUX) : DELAI EN JOURS ET    *
      * TEXTE DE LA LETTRE. LES VALEURS DE REPLI SONT POSEES AU       *
      * LANCEMENT ; UNE ETAPE SERVIE AU FICHIER PARRELAN LES          *
      * REMPLACE.                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-LIGNES            PIC S9(4) COMP VALUE 10.
       01  WS-TABLE-ETAPES.
           05 WS-TET-POSTE          OCCURS 3
                                    INDEXED BY IDX-ETA.
              10 WS-TET-DELAI       PIC 9(3).
              10 WS-TET-TEXTE-LU    PIC X.
                 88 WS-TET-TEXTE-DEFAUT VALUE '0'.
                 88 WS-TET-TEXTE-PARAM  VALUE '1'.
              10 WS-TET-NB-LIGNES   PIC S9(4) COMP.
              10 WS-TET-LIGNE       PIC X(70) OCCURS 10
                                    INDEXED BY IDX-LIG.
      *
      *---------------------------------------------------------------*
      * COMPTES TRANSFERES AU CONTENTIEUX DANS LA JOURNEE : LEURS     *
      * CARTES SONT BLOQUEES A LA RECOPIE DU FICHIER DES CARTES.      *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-CTX               PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-CTX.
           05 WS-TCX-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TCX-CPTE           PIC 9(10) OCCURS 500
                                    INDEXED BY IDX-CTX.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-RELANCE          PIC XX.
           88  OK-F-RELANCE         VALUE '00'.
           88  RELANCE-ABSENT       VALUE '35'.
           88  REL-INCONNUE         VALUE '23'.
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  OK-LEC-F-SOLDHIST    VALUE '00' '02' '10'.
           88  EOF-F-SOLDHIST       VALUE '10'.
           88  SOLDHIST-ABSENT      VALUE '35'.
           88  OK-START-SLD         VALUE '00' '23'.
           88  CLE-SLD-INEXISTANTE  VALUE '23'.
       01  WS-FS-F-PARREL-E         PIC XX.
           88  OK-F-PARREL-E        VALUE '00'.
           88  OK-LEC-F-PARREL-E    VALUE '00' '10'.
           88  EOF-F-PARREL-E       VALUE '10'.
           88  PARREL-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTES-S         PIC XX.
           88  OK-F-CARTES-S        VALUE '00'.
       01  WS-FS-F-LETREL-S         PIC XX.
           88  OK-F-LETREL-S        VALUE '00'.
       01  WS-FS-F-RECOUV-S         PIC XX.
           88  OK-F-RECOUV-S        VALUE '00'.
       01  WS-FS-F-ETATREL-S        PIC XX.
           88  OK-F-ETATREL-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CSUC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CENT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREG                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREGCTX               PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CLEV                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CLET                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CNPAI                 PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CRCV                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CCRT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CPAR-IGN              PIC S9(6) COMP
                                    VALUE 0.
       01  WS-PORTEFEUILLE.
           05 WS-CPF-ETAPE          PIC S9(6) COMP OCCURS 4.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-LETREL            PIC X(24).
       77  WS-NOM-RECOUV            PIC X(24).
       77  WS-NOM-ETATREL           PIC X(24).
       77  WS-DEPASSEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-DEPASSE-SLD           PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-DEBUT-DEBIT           PIC 9(8)  VALUE 0.
       77  WS-DATE-REFERENCE        PIC 9(8)  VALUE 0.
       77  WS-NB-JOURS              PIC S9(5) COMP VALUE 0.
       77  WS-ETAPE-SUIVANTE        PIC S9(4) COMP VALUE 0.
       77  WS-IPF                   PIC S9(4) COMP VALUE 0.
       77  WS-LIBELLE-EVT           PIC X(22) VALUE SPACES.
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
       01  WS-STATUT-REL            PIC X     VALUE '0'.
           88 WS-REL-ABSENTE        VALUE '0'.
           88 WS-REL-PRESENTE       VALUE '1'.
       01  WS-STATUT-ETAPE          PIC X     VALUE '0'.
           88 WS-ETAPE-INCHANGEE    VALUE '0'.
           88 WS-ETAPE-FRANCHIE     VALUE '1'.
       01  WS-FIN-SLD               PIC X     VALUE '0'.
           88 WS-SLD-EN-COURS       VALUE '0'.
           88 WS-SLD-EPUISE         VALUE '1'.
       01  WS-ETAT-SOLDHIST         PIC X     VALUE '0'.
           88 WS-SLD-INDISPONIBLE   VALUE '0'.
           88 WS-SLD-DISPONIBLE     VALUE '1'.
       01  WS-ETAT-CARTES           PIC X     VALUE '0'.
           88 WS-CARTES-NON-TRAITEES VALUE '0'.
           88 WS-CARTES-RECOPIEES   VALUE '1'.
           88 WS-CARTES-INDISPO     VALUE '2'.
       01  WS-STATUT-CARTE          PIC X     VALUE '0'.
           88 WS-CARTE-HORS-CTX     VALUE '0'.
           88 WS-CARTE-SUR-CTX      VALUE '1'.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DES LETTRES DE RELANCE : UNE LETTRE PAR       *
      * COMPTE ET PAR ETAPE FRANCHIE, ADRESSEE AU TITULAIRE.          *
      *---------------------------------------------------------------*
      *
       01  WS-LLR-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '='.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LLR-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LLR-OBJET-ED        PIC X(30).
           05 FILLER                 PIC X(31) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE 'LE '.
           05 WS-LLR-DATE-ED         PIC X(10).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT : '.
           05 WS-LLR-CLIENT-ED       PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLR-NOM-ED          PIC X(20).
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-ADRESSE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE SPACES.
           05 WS-LLR-ADR-ED          PIC X(30).
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-NPAI.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(32) VALUE
                   'COURRIER RETENU EN AGENCE (NPAI)'.
           05 FILLER                 PIC X(42) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-BLANC.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-COMPTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'COMPTE '.
           05 WS-LLR-CPTE-ED         PIC 9(10).
           05 FILLER                 PIC X(9)  VALUE '  SOLDE: '.
           05 WS-LLR-SOLDE-ED        PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LLR-DEVISE-ED       PIC X(3).
           05 FILLER                 PIC X(9)  VALUE '  AUTOR: '.
           05 WS-LLR-LIMITE-ED       PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-DEBIT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(39) VALUE
                   'DECOUVERT NON AUTORISE CONSTATE DEPUIS '.
           05 FILLER                 PIC X(3)  VALUE 'LE '.
           05 WS-LLR-DEBUT-ED        PIC X(10).
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LLR-TEXTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LLR-TEXTE-ED        PIC X(70).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DU CYCLE DE RELANCE                 *
      *---------------------------------------------------------------*
      *
       01  WS-LREL-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LREL-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(16)  VALUE SPACES.
           05 FILLER                 PIC X(34)  VALUE
                   'CYCLE DE RELANCE DES DEBITEURS DU '.
           05 WS-LREL-DATE-ED        PIC X(10).
           05 FILLER                 PIC X(14)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LREL-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LREL-EVT-ED         PIC X(22).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LREL-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(8)  VALUE '  SOLDE:'.
           05 WS-LREL-SOLDE-ED       PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(9)  VALUE '  DEPUIS:'.
           05 WS-LREL-DEBUT-ED       PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-NPAI.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE
                   'LETTRE RETENUE EN AGENCE (NPAI)'.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-PORTEF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(14) VALUE 'SURVEILLANCE :'.
           05 WS-LREL-NB0-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(12) VALUE '  RELANCES :'.
           05 WS-LREL-NB1-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(12) VALUE '  DEMEURES :'.
           05 WS-LREL-NB2-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(15) VALUE
                                         '  CONTENTIEUX :'.
           05 WS-LREL-NB3-ED         PIC ZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-TOTAL1.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'ENTREES       : '.
           05 WS-LREL-NBENT-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  LETTRES     : '.
           05 WS-LREL-NBLET-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  DONT NPAI   : '.
           05 WS-LREL-NBNPAI-ED      PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-TOTAL2.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'REGULARISES   : '.
           05 WS-LREL-NBREG-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  DONT CTX    : '.
           05 WS-LREL-NBRCX-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  CTX LEVES   : '.
           05 WS-LREL-NBLEV-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-TOTAL3.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                                         'DOSSIERS RECOUV:'.
           05 WS-LREL-NBRCV-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  CARTES BLOQ.: '.
           05 WS-LREL-NBCRT-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(32) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LREL-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LREL-MESSAGE-ED     PIC X(74).
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
      * LES COMPTES SONT PARCOURUS DANS L'ORDRE DU FICHIER ; LE       *
      * FICHIER DES CARTES N'EST RECOPIE QUE SI DES COMPTES SONT      *
      * PASSES AU CONTENTIEUX DANS LA JOURNEE.                        *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 7010-INIT-ETAPES-DEB
              THRU 7010-INIT-ETAPES-FIN.
      *
           PERFORM 6240-CHARGER-F-PARREL-DEB
              THRU 6240-CHARGER-F-PARREL-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6005-OUVRIR-F-RELANCE-DEB
              THRU 6005-OUVRIR-F-RELANCE-FIN.
      *
           PERFORM 6210-OUVRIR-F-SOLDHIST-DEB
              THRU 6210-OUVRIR-F-SOLDHIST-FIN.
      *
           PERFORM 6010-OUVRIR-SORTIES-DEB
              THRU 6010-OUVRIR-SORTIES-FIN.
      *
           PERFORM 8000-ENTETE-ETATREL-DEB
              THRU 8000-ENTETE-ETATREL-FIN.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
           IF WS-TCX-NB > 0
                PERFORM 3000-BLOQUER-CARTES-DEB
                   THRU 3000-BLOQUER-CARTES-FIN
           END-IF.
      *
           PERFORM 8030-TOTAL-ETATREL-DEB
              THRU 8030-TOTAL-ETATREL-FIN.
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
      *     DESCRIPTION DU COMPOSANT TRT D'UN COMPTE                  *
      *     ========================================                  *
      *---------------------------------------------------------------*
      * LE DEPASSEMENT EST LA PART DU DECOUVERT AU-DELA DE             *
      * L'AUTORISATION (WS-CPT-LIMITE) ; NUL OU NEGATIF, LE COMPTE    *
      * EST DANS SON AUTORISATION.                                    *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
           IF WS-CPT-SUCC-ACTIF
                ADD  1                  TO WS-CSUC
                GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
           COMPUTE WS-DEPASSEMENT = (WS-CPT-SOLDE + WS-CPT-LIMITE)
                                  * -1.
           PERFORM 6300-LIRE-F-RELANCE-DEB
              THRU 6300-LIRE-F-RELANCE-FIN.
      *
           IF WS-REL-ABSENTE
              AND (WS-DEPASSEMENT NOT > 0 OR WS-CPT-CTX-ACTIF)
                GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
      *---------------------------------------------------------------*
      * CONTENTIEUX LEVE PAR LA MAINTENANCE : LE CYCLE EST CLOS.      *
      *---------------------------------------------------------------*
           IF WS-REL-PRESENTE AND WS-REL-CONTENTIEUX
              AND WS-CPT-CTX-LEVE
                PERFORM 6330-SUPPRIMER-F-RELANCE-DEB
                   THRU 6330-SUPPRIMER-F-RELANCE-FIN
                ADD  1                  TO WS-CLEV
                MOVE 'CONTENTIEUX LEVE'  TO WS-LIBELLE-EVT
                PERFORM 8010-DETAIL-ETATREL-DEB
                   THRU 8010-DETAIL-ETATREL-FIN
                GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
           IF WS-DEPASSEMENT NOT > 0
                PERFORM 1100-TRT-REGULARISE-DEB
                   THRU 1100-TRT-REGULARISE-FIN
                GO TO 1000-TRT-COMPTE-SUITE
           END-IF.
      *
           PERFORM 1200-TRT-DEBITEUR-DEB
              THRU 1200-TRT-DEBITEUR-FIN.
      *
       1000-TRT-COMPTE-SUITE.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SOLDE REVENU DANS L'AUTORISATION : LE COMPTE SORT DU CYCLE ;  *
      * AU CONTENTIEUX, LA REGULARISATION EST SIGNALEE JUSQU'A LA     *
      * LEVEE DU TOP PAR LA MAINTENANCE.                              *
      *---------------------------------------------------------------*
      *
       1100-TRT-REGULARISE-DEB.
      *
           IF WS-REL-CONTENTIEUX
                ADD  1                  TO WS-CREGCTX
                ADD  1                  TO WS-CPF-ETAPE (4)
                MOVE 'REGULARISE CONTENTIEUX'
                                        TO WS-LIBELLE-EVT
           ELSE
                PERFORM 6330-SUPPRIMER-F-RELANCE-DEB
                   THRU 6330-SUPPRIMER-F-RELANCE-FIN
                ADD  1                  TO WS-CREG
                MOVE 'REGULARISE'       TO WS-LIBELLE-EVT
           END-IF.
           PERFORM 8010-DETAIL-ETATREL-DEB
              THRU 8010-DETAIL-ETATREL-FIN.
      *
       1100-TRT-REGULARISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTE HORS AUTORISATION : ENTREE EN SURVEILLANCE S'IL N'EST  *
      * PAS ENCORE SUIVI, PUIS FRANCHISSEMENT EVENTUEL DE L'ETAPE     *
      * SUIVANTE. LES ETAPES DATEES DU JOUR SONT TRAITEES (LETTRE,    *
      * DOSSIER DE RECOUVREMENT), Y COMPRIS EN REPRISE.               *
      *---------------------------------------------------------------*
      *
       1200-TRT-DEBITEUR-DEB.
      *
           IF WS-REL-ABSENTE
                PERFORM 7200-DATER-DEBIT-DEB
                   THRU 7200-DATER-DEBIT-FIN
                MOVE WS-CPT-CPTE        TO WS-REL-CPTE
                MOVE 0                  TO WS-REL-ETAPE
                MOVE WS-DEBUT-DEBIT     TO WS-REL-DATE-DEBIT
                MOVE WS-DEBUT-DEBIT     TO WS-REL-DATE-ETAPE
                MOVE 0                  TO WS-REL-DATE-RELANCE
                MOVE 0                  TO WS-REL-DATE-DEMEURE
                MOVE 0                  TO WS-REL-DATE-CTX
                MOVE WS-CPT-SOLDE       TO WS-REL-SOLDE-ETAPE
                ADD  1                  TO WS-CENT
                MOVE 'ENTREE SURVEILLANCE'
                                        TO WS-LIBELLE-EVT
                PERFORM 8010-DETAIL-ETATREL-DEB
                   THRU 8010-DETAIL-ETATREL-FIN
           END-IF.
      *
           SET  WS-ETAPE-INCHANGEE      TO TRUE.
           IF NOT WS-REL-CONTENTIEUX
                PERFORM 7100-TESTER-ETAPE-DEB
                   THRU 7100-TESTER-ETAPE-FIN
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-REL-ABSENTE
                  PERFORM 6310-ECRIRE-F-RELANCE-DEB
                     THRU 6310-ECRIRE-F-RELANCE-FIN
             WHEN WS-ETAPE-FRANCHIE
                  PERFORM 6320-REECRIRE-F-RELANCE-DEB
                     THRU 6320-REECRIRE-F-RELANCE-FIN
           END-EVALUATE.
      *
           COMPUTE WS-IPF = WS-REL-ETAPE + 1.
           ADD  1                       TO WS-CPF-ETAPE (WS-IPF).
      *
           IF WS-REL-DATE-ETAPE = WS-DATE-JOUR-NUM
              AND NOT WS-REL-SURVEILLANCE
                PERFORM 2000-TRT-ETAPE-JOUR-DEB
                   THRU 2000-TRT-ETAPE-JOUR-FIN
           END-IF.
      *
       1200-TRT-DEBITEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ETAPE DU JOUR                    *
      *     ======================================                    *
      *---------------------------------------------------------------*
      * LETTRE DE L'ETAPE ; AU CONTENTIEUX, POSE DU TOP SUR LE        *
      * COMPTE, DOSSIER AU SERVICE DU RECOUVREMENT ET MISE EN TABLE   *
      * DU COMPTE POUR LE BLOCAGE DE SES CARTES.                      *
      *---------------------------------------------------------------*
      *
       2000-TRT-ETAPE-JOUR-DEB.
      *
           EVALUATE TRUE
             WHEN WS-REL-RELANCE
                  MOVE 'PREMIERE RELANCE'  TO WS-LIBELLE-EVT
             WHEN WS-REL-DEMEURE
                  MOVE 'MISE EN DEMEURE'   TO WS-LIBELLE-EVT
             WHEN WS-REL-CONTENTIEUX
                  MOVE 'TRANSFERT CONTENTIEUX'
                                           TO WS-LIBELLE-EVT
           END-EVALUATE.
           PERFORM 8010-DETAIL-ETATREL-DEB
              THRU 8010-DETAIL-ETATREL-FIN.
      *
           PERFORM 8100-LETTRE-RELANCE-DEB
              THRU 8100-LETTRE-RELANCE-FIN.
      *
           IF NOT WS-REL-CONTENTIEUX
                GO TO 2000-TRT-ETAPE-JOUR-FIN
           END-IF.
      *
           IF WS-CPT-CTX-LEVE
                MOVE '1'                TO WS-CPT-CONTENTIEUX
                PERFORM 6050-REECRIRE-F-CPTE-ES-DEB
                   THRU 6050-REECRIRE-F-CPTE-ES-FIN
           END-IF.
      *
           PERFORM 2100-ECRIRE-DOSSIER-DEB
              THRU 2100-ECRIRE-DOSSIER-FIN.
      *
           IF WS-TCX-NB < WS-MAX-CTX
                ADD  1                  TO WS-TCX-NB
                MOVE WS-CPT-CPTE        TO WS-TCX-CPTE (WS-TCX-NB)
           ELSE
                DISPLAY 'TABLE DES COMPTES AU CONTENTIEUX SATUREE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       2000-TRT-ETAPE-JOUR-FIN.
           EXIT.
      *
       2100-ECRIRE-DOSSIER-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-RCV.
           MOVE WS-CPT-CPTE             TO WS-RCV-CPTE.
           MOVE WS-CPT-CLIENT           TO WS-RCV-CLIENT.
           MOVE WS-CPT-NOM              TO WS-RCV-NOM.
           MOVE WS-CPT-TEL              TO WS-RCV-TEL.
           MOVE WS-CPT-ADR              TO WS-RCV-ADR.
           IF WS-CPT-NPAI-ACTIF
                MOVE '1'                TO WS-RCV-NPAI
           ELSE
                MOVE '0'                TO WS-RCV-NPAI
           END-IF.
           MOVE WS-CPT-DEVISE           TO WS-RCV-DEVISE.
           IF WS-RCV-DEVISE = SPACES
                MOVE 'EUR'              TO WS-RCV-DEVISE
           END-IF.
           MOVE WS-CPT-SOLDE            TO WS-RCV-SOLDE.
           MOVE WS-CPT-LIMITE           TO WS-RCV-LIMITE.
           MOVE WS-REL-DATE-DEBIT       TO WS-RCV-DATE-DEBIT.
           MOVE WS-REL-DATE-RELANCE     TO WS-RCV-DATE-RELANCE.
           MOVE WS-REL-DATE-DEMEURE     TO WS-RCV-DATE-DEMEURE.
           MOVE WS-REL-DATE-CTX         TO WS-RCV-DATE-CTX.
      *
           PERFORM 6080-ECRIRE-RECOUV-DEB
              THRU 6080-ECRIRE-RECOUV-FIN.
           ADD  1                       TO WS-CRCV.
      *
       2100-ECRIRE-DOSSIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT BLOCAGE DES CARTES               *
      *     ===========================================               *
      *---------------------------------------------------------------*
      * LE FICHIER DES CARTES EST RECOPIE DANS SA VERSION ...NEW, LES *
      * CARTES ACTIVES DES COMPTES PASSES AU CONTENTIEUX ETANT        *
      * PORTEES BLOQUEES ('B') ; L'EXPLOITATION SUBSTITUE LA NOUVELLE *
      * VERSION A L'ANCIENNE. FICHIER ABSENT : LE BLOCAGE EST A FAIRE *
      * PAR L'AGENCE, LA MISE A JOUR REFUSANT DEJA LES DEBITS.        *
      *---------------------------------------------------------------*
      *
       3000-BLOQUER-CARTES-DEB.
      *
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                SET  WS-CARTES-INDISPO  TO TRUE
                DISPLAY 'FICHIER CARTES ABSENT - CARTES NON BLOQUEES'
                GO TO 3000-BLOQUER-CARTES-FIN
           END-IF.
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
           PERFORM 3010-RECOPIER-CARTE-DEB
              THRU 3010-RECOPIER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
      *
           CLOSE F-CARTES-E F-CARTES-S.
           SET  WS-CARTES-RECOPIEES     TO TRUE.
      *
       3000-BLOQUER-CARTES-FIN.
           EXIT.
      *
       3010-RECOPIER-CARTE-DEB.
      *
           IF WS-CRT-ACTIVE AND WS-CRT-CPTE IS NUMERIC
                SET  WS-CARTE-HORS-CTX  TO TRUE
                PERFORM 3020-COMPARER-COMPTE-DEB
                   THRU 3020-COMPARER-COMPTE-FIN
                  VARYING IDX-CTX FROM 1 BY 1
                  UNTIL IDX-CTX > WS-TCX-NB
                     OR WS-CARTE-SUR-CTX
                IF WS-CARTE-SUR-CTX
                     MOVE 'B'           TO WS-CRT-STATUT
                     ADD  1             TO WS-CCRT
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
       3010-RECOPIER-CARTE-FIN.
           EXIT.
      *
       3020-COMPARER-COMPTE-DEB.
           IF WS-TCX-CPTE (IDX-CTX) = WS-CRT-CPTE
                SET  WS-CARTE-SUR-CTX   TO TRUE
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
      * FICHIER DES RELANCES PERMANENT : CREE VIDE A LA PREMIERE      *
      * EXECUTION.                                                    *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-RELANCE-DEB.
           OPEN I-O F-RELANCE.
           IF RELANCE-ABSENT
                OPEN OUTPUT F-RELANCE
                CLOSE F-RELANCE
                OPEN I-O F-RELANCE
           END-IF.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OUVRIR-F-RELANCE-FIN.
           EXIT.
      *
       6010-OUVRIR-SORTIES-DEB.
           OPEN OUTPUT F-LETREL-S
           IF NOT OK-F-LETREL-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER LETREL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LETREL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-RECOUV-S
           IF NOT OK-F-RECOUV-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER RECOUV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RECOUV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATREL-S
           IF NOT OK-F-ETATREL-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATREL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-SORTIES-FIN.
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
       6050-REECRIRE-F-CPTE-ES-DEB.
           REWRITE FS-ENRG-F-CPT
                   FROM WS-ENRG-F-CPT
           END-REWRITE.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-REECRIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6060-ECRIRE-LIGNE-ETATREL-DEB.
           WRITE FS-ENRG-ETATREL
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATREL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATREL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATREL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-LIGNE-ETATREL-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-LETREL-DEB.
           WRITE FS-ENRG-LETREL
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-LETREL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-LETREL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LETREL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-LETREL-FIN.
           EXIT.
      *
       6080-ECRIRE-RECOUV-DEB.
           WRITE FS-ENRG-RECOUV
                 FROM WS-ENRG-F-RCV
           END-WRITE.
           IF NOT OK-F-RECOUV-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-RECOUV-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RECOUV-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-RECOUV-FIN.
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
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           CLOSE F-RELANCE.
           IF NOT OK-F-RELANCE
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-RELANCE'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           PERFORM 6215-FERMER-F-SOLDHIST-DEB
              THRU 6215-FERMER-F-SOLDHIST-FIN.
           CLOSE F-LETREL-S F-RECOUV-S F-ETATREL-S.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * OUVERTURE DE L'HISTORIQUE DES SOLDES : FICHIER FACULTATIF ;   *
      * EN SON ABSENCE, UN COMPTE ENTRE EN SURVEILLANCE A LA DATE DU  *
      * JOUR.                                                         *
      *---------------------------------------------------------------*
       6210-OUVRIR-F-SOLDHIST-DEB.
           OPEN INPUT F-SOLDHIST.
           EVALUATE TRUE
             WHEN OK-F-SOLDHIST
                  SET WS-SLD-DISPONIBLE TO TRUE
             WHEN SOLDHIST-ABSENT
                  SET WS-SLD-INDISPONIBLE TO TRUE
                  DISPLAY 'HISTORIQUE DES SOLDES ABSENT - '
                          'DEBIT DATE DU JOUR'
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
           IF WS-SLD-INDISPONIBLE
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
      * CHARGEMENT DES PARAMETRES DE RELANCE : FICHIER FACULTATIF, EN *
      * SON ABSENCE LES DELAIS ET TEXTES DE REPLI SONT CONSERVES. LE  *
      * PREMIER TEXTE LU POUR UNE ETAPE REMPLACE LE TEXTE DE REPLI.   *
      *---------------------------------------------------------------*
       6240-CHARGER-F-PARREL-DEB.
           OPEN INPUT F-PARREL-E.
           IF PARREL-ABSENT
                DISPLAY 'FICHIER PARRELAN ABSENT - '
                        'DELAIS ET TEXTES PAR DEFAUT CONSERVES'
                GO TO 6240-CHARGER-F-PARREL-FIN
           END-IF.
           IF NOT OK-F-PARREL-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PARREL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARREL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6245-LIRE-F-PARREL-DEB
              THRU 6245-LIRE-F-PARREL-FIN.
           PERFORM 7050-RANGER-PARAMETRE-DEB
              THRU 7050-RANGER-PARAMETRE-FIN
             UNTIL EOF-F-PARREL-E.
           CLOSE F-PARREL-E.
           IF WS-CPAR-IGN > 0
                DISPLAY 'PARAMETRES DE RELANCE IGNORES : '
                        WS-CPAR-IGN
           END-IF.
       6240-CHARGER-F-PARREL-FIN.
           EXIT.
      *
       6245-LIRE-F-PARREL-DEB.
           READ F-PARREL-E INTO WS-ENRG-F-RLP.
           IF NOT OK-LEC-F-PARREL-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARREL-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARREL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6245-LIRE-F-PARREL-FIN.
           EXIT.
      *
       6300-LIRE-F-RELANCE-DEB.
           MOVE WS-CPT-CPTE             TO FS-REL-CPTE.
           READ F-RELANCE INTO WS-ENRG-F-REL.
           EVALUATE TRUE
             WHEN OK-F-RELANCE
                  SET WS-REL-PRESENTE   TO TRUE
             WHEN REL-INCONNUE
                  SET WS-REL-ABSENTE    TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RELANCE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6300-LIRE-F-RELANCE-FIN.
           EXIT.
      *
       6310-ECRIRE-F-RELANCE-DEB.
           WRITE FS-ENRG-F-REL FROM WS-ENRG-F-REL
           END-WRITE.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-ECRIRE-F-RELANCE-FIN.
           EXIT.
      *
       6320-REECRIRE-F-RELANCE-DEB.
           REWRITE FS-ENRG-F-REL FROM WS-ENRG-F-REL
           END-REWRITE.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-REECRIRE-F-RELANCE-FIN.
           EXIT.
      *
       6330-SUPPRIMER-F-RELANCE-DEB.
           MOVE WS-CPT-CPTE             TO FS-REL-CPTE.
           DELETE F-RELANCE
           END-DELETE.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6330-SUPPRIMER-F-RELANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED              TO WS-LREL-DATE-ED.
           MOVE WS-DATE-ED              TO WS-LLR-DATE-ED.
      *
           STRING 'LETREL_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-LETREL.
           STRING 'RECOUV_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-RECOUV.
           STRING 'ETATREL_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATREL.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VALEURS DE REPLI DES ETAPES : RELANCE APRES 15 JOURS HORS     *
      * AUTORISATION, MISE EN DEMEURE 15 JOURS PLUS TARD, CONTENTIEUX *
      * 30 JOURS APRES LA MISE EN DEMEURE.                            *
      *---------------------------------------------------------------*
       7010-INIT-ETAPES-DEB.
           MOVE SPACES                  TO WS-TABLE-ETAPES.
           MOVE 15                      TO WS-TET-DELAI (1).
           MOVE 15                      TO WS-TET-DELAI (2).
           MOVE 30                      TO WS-TET-DELAI (3).
           MOVE 0                       TO WS-CPF-ETAPE (1)
                                           WS-CPF-ETAPE (2)
                                           WS-CPF-ETAPE (3)
                                           WS-CPF-ETAPE (4).
      *
           SET  WS-TET-TEXTE-DEFAUT (1) TO TRUE.
           MOVE 2                       TO WS-TET-NB-LIGNES (1).
           MOVE 'VOTRE COMPTE PRESENTE UN DECOUVERT QUI DEPASSE VOTRE'
                                        TO WS-TET-LIGNE (1 1).
           MOVE 'AUTORISATION. MERCI DE LE REGULARISER SANS TARDER.'
                                        TO WS-TET-LIGNE (1 2).
      *
           SET  WS-TET-TEXTE-DEFAUT (2) TO TRUE.
           MOVE 2                       TO WS-TET-NB-LIGNES (2).
           MOVE 'MALGRE NOTRE RELANCE, VOTRE DECOUVERT N''EST PAS'
                                        TO WS-TET-LIGNE (2 1).
           MOVE 'REGULARISE. NOUS VOUS METTONS EN DEMEURE DE LE PAYER.'
                                        TO WS-TET-LIGNE (2 2).
      *
           SET  WS-TET-TEXTE-DEFAUT (3) TO TRUE.
           MOVE 2                       TO WS-TET-NB-LIGNES (3).
           MOVE 'FAUTE DE REGULARISATION, VOTRE DOSSIER EST TRANSMIS'
                                        TO WS-TET-LIGNE (3 1).
           MOVE 'AU SERVICE DU RECOUVREMENT. VOS CARTES SONT BLOQUEES.'
                                        TO WS-TET-LIGNE (3 2).
       7010-INIT-ETAPES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RANGEMENT D'UN PARAMETRE DE RELANCE : DELAI NUMERIQUE NON NUL *
      * OU LIGNE DE TEXTE NUMEROTEE DE 01 A 10 ; TOUT AUTRE           *
      * ENREGISTREMENT EST IGNORE.                                    *
      *---------------------------------------------------------------*
       7050-RANGER-PARAMETRE-DEB.
           IF NOT WS-RLP-ETAPE-VALIDE
                ADD  1                  TO WS-CPAR-IGN
                GO TO 7050-RANGER-PARAMETRE-SUITE
           END-IF.
           SET  IDX-ETA                 TO WS-RLP-ETAPE.
           EVALUATE TRUE
             WHEN WS-RLP-DELAI-ETAPE
                  AND WS-RLP-DELAI IS NUMERIC
                  AND WS-RLP-DELAI > 0
                  MOVE WS-RLP-DELAI     TO WS-TET-DELAI (IDX-ETA)
             WHEN WS-RLP-LIGNE-TEXTE
                  AND WS-RLP-NUM-LIGNE IS NUMERIC
                  AND WS-RLP-NUM-LIGNE > 0
                  AND WS-RLP-NUM-LIGNE NOT > WS-MAX-LIGNES
                  IF WS-TET-TEXTE-DEFAUT (IDX-ETA)
                       SET  WS-TET-TEXTE-PARAM (IDX-ETA) TO TRUE
                       MOVE 0           TO WS-TET-NB-LIGNES (IDX-ETA)
                       MOVE SPACES      TO WS-TET-LIGNE (IDX-ETA 1)
                                           WS-TET-LIGNE (IDX-ETA 2)
                  END-IF
                  SET  IDX-LIG          TO WS-RLP-NUM-LIGNE
                  MOVE WS-RLP-VALEUR
                                   TO WS-TET-LIGNE (IDX-ETA IDX-LIG)
                  IF WS-RLP-NUM-LIGNE > WS-TET-NB-LIGNES (IDX-ETA)
                       MOVE WS-RLP-NUM-LIGNE
                                        TO WS-TET-NB-LIGNES (IDX-ETA)
                  END-IF
             WHEN OTHER
                  ADD  1                TO WS-CPAR-IGN
           END-EVALUATE.
       7050-RANGER-PARAMETRE-SUITE.
           PERFORM 6245-LIRE-F-PARREL-DEB
              THRU 6245-LIRE-F-PARREL-FIN.
       7050-RANGER-PARAMETRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EDITION JJ/MM/SSAA DE LA DATE WS-DATE-W DANS WS-DATE-ED.      *
      *---------------------------------------------------------------*
       7080-EDITER-DATE-DEB.
           MOVE WS-DW-JJ                TO WS-DED-JJ.
           MOVE WS-DW-MM                TO WS-DED-MM.
           MOVE WS-DW-AAAA              TO WS-DED-AAAA.
       7080-EDITER-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FRANCHISSEMENT D'ETAPE : LE DELAI DE L'ETAPE SUIVANTE COURT   *
      * DEPUIS LE PASSAGE HORS AUTORISATION POUR LA PREMIERE RELANCE, *
      * DEPUIS L'ETAPE ATTEINTE POUR LES SUIVANTES. UNE SEULE ETAPE   *
      * EST FRANCHIE PAR JOUR : LE CLIENT RECOIT TOUJOURS LA RELANCE  *
      * ET LA MISE EN DEMEURE AVANT LE CONTENTIEUX.                   *
      *---------------------------------------------------------------*
       7100-TESTER-ETAPE-DEB.
           IF WS-REL-SURVEILLANCE
                MOVE WS-REL-DATE-DEBIT  TO WS-DATE-REFERENCE
           ELSE
                MOVE WS-REL-DATE-ETAPE  TO WS-DATE-REFERENCE
           END-IF.
           MOVE WS-DATE-REFERENCE       TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           COMPUTE WS-NB-JOURS = WS-SERIAL-JOUR - WS-SERIAL.
           COMPUTE WS-ETAPE-SUIVANTE = WS-REL-ETAPE + 1.
      *
           IF WS-NB-JOURS < WS-TET-DELAI (WS-ETAPE-SUIVANTE)
              OR WS-REL-DATE-ETAPE = WS-DATE-JOUR-NUM
                GO TO 7100-TESTER-ETAPE-FIN
           END-IF.
      *
           SET  WS-ETAPE-FRANCHIE       TO TRUE.
           MOVE WS-ETAPE-SUIVANTE       TO WS-REL-ETAPE.
           MOVE WS-DATE-JOUR-NUM        TO WS-REL-DATE-ETAPE.
           MOVE WS-CPT-SOLDE            TO WS-REL-SOLDE-ETAPE.
           EVALUATE TRUE
             WHEN WS-REL-RELANCE
                  MOVE WS-DATE-JOUR-NUM TO WS-REL-DATE-RELANCE
             WHEN WS-REL-DEMEURE
                  MOVE WS-DATE-JOUR-NUM TO WS-REL-DATE-DEMEURE
             WHEN WS-REL-CONTENTIEUX
                  MOVE WS-DATE-JOUR-NUM TO WS-REL-DATE-CTX
           END-EVALUATE.
       7100-TESTER-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DE PASSAGE HORS AUTORISATION : PREMIER CLICHE DU SOLDE   *
      * AU-DELA DE L'AUTORISATION ACTUELLE QUI SUIT LE DERNIER        *
      * CLICHE DANS L'AUTORISATION. SANS CLICHE EN DEPASSEMENT (OU    *
      * SANS HISTORIQUE), LE DEBIT EST DATE DU JOUR.                  *
      *---------------------------------------------------------------*
       7200-DATER-DEBIT-DEB.
           MOVE 0                       TO WS-DEBUT-DEBIT.
           IF WS-SLD-DISPONIBLE
                PERFORM 7205-LIRE-CLICHES-DEB
                   THRU 7205-LIRE-CLICHES-FIN
           END-IF.
           IF WS-DEBUT-DEBIT = 0
                MOVE WS-DATE-JOUR-NUM   TO WS-DEBUT-DEBIT
           END-IF.
       7200-DATER-DEBIT-FIN.
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
           PERFORM 7210-EXAMINER-CLICHE-DEB
              THRU 7210-EXAMINER-CLICHE-FIN
             UNTIL WS-SLD-EPUISE.
       7205-LIRE-CLICHES-FIN.
           EXIT.
      *
       7210-EXAMINER-CLICHE-DEB.
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
             WHEN OTHER
                  COMPUTE WS-DEPASSE-SLD =
                          (WS-SLD-SOLDE + WS-CPT-LIMITE) * -1
                  IF WS-DEPASSE-SLD > 0
                       IF WS-DEBUT-DEBIT = 0
                            MOVE WS-SLD-DATE TO WS-DEBUT-DEBIT
                       END-IF
                  ELSE
                       MOVE 0           TO WS-DEBUT-DEBIT
                  END-IF
           END-EVALUATE.
       7210-EXAMINER-CLICHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN) : SERT AU DECOMPTE DES DELAIS DES ETAPES.          *
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
       8000-ENTETE-ETATREL-DEB.
           MOVE WS-LREL-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-LREL-TITRE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-LREL-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
       8000-ENTETE-ETATREL-FIN.
           EXIT.
      *
       8010-DETAIL-ETATREL-DEB.
           MOVE WS-LIBELLE-EVT       TO WS-LREL-EVT-ED.
           MOVE WS-CPT-CPTE          TO WS-LREL-CPTE-ED.
           MOVE WS-CPT-SOLDE         TO WS-LREL-SOLDE-ED.
           MOVE WS-REL-DATE-DEBIT    TO WS-DATE-W-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED           TO WS-LREL-DEBUT-ED.
           MOVE WS-LREL-DETAIL       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
       8010-DETAIL-ETATREL-FIN.
           EXIT.
      *
       8030-TOTAL-ETATREL-DEB.
           MOVE WS-LREL-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-CPF-ETAPE (1)     TO WS-LREL-NB0-ED.
           MOVE WS-CPF-ETAPE (2)     TO WS-LREL-NB1-ED.
           MOVE WS-CPF-ETAPE (3)     TO WS-LREL-NB2-ED.
           MOVE WS-CPF-ETAPE (4)     TO WS-LREL-NB3-ED.
           MOVE WS-LREL-PORTEF       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-CENT              TO WS-LREL-NBENT-ED.
           MOVE WS-CLET              TO WS-LREL-NBLET-ED.
           MOVE WS-CNPAI             TO WS-LREL-NBNPAI-ED.
           MOVE WS-LREL-TOTAL1       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           COMPUTE WS-LREL-NBREG-ED = WS-CREG + WS-CREGCTX.
           MOVE WS-CREGCTX           TO WS-LREL-NBRCX-ED.
           MOVE WS-CLEV              TO WS-LREL-NBLEV-ED.
           MOVE WS-LREL-TOTAL2       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-CRCV              TO WS-LREL-NBRCV-ED.
           MOVE WS-CCRT              TO WS-LREL-NBCRT-ED.
           MOVE WS-LREL-TOTAL3       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
      *
           EVALUATE TRUE
             WHEN WS-CARTES-RECOPIEES
                  MOVE 'CARTESNEW PRODUIT : A SUBSTITUER A CARTES'
                                     TO WS-LREL-MESSAGE-ED
             WHEN WS-CARTES-INDISPO
                  MOVE 'FICHIER CARTES ABSENT : CARTES A BLOQUER PAR'
                                     TO WS-LREL-MESSAGE-ED
                  MOVE 'L''AGENCE'    TO WS-LREL-MESSAGE-ED (45:)
             WHEN OTHER
                  MOVE 'AUCUN TRANSFERT AU CONTENTIEUX DANS LA JOURNEE'
                                     TO WS-LREL-MESSAGE-ED
           END-EVALUATE.
           MOVE WS-LREL-MESSAGE      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
           MOVE WS-LREL-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
              THRU 6060-ECRIRE-LIGNE-ETATREL-FIN.
       8030-TOTAL-ETATREL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LETTRE DE L'ETAPE ATTEINTE : OBJET, DESTINATAIRE, POSITION DU *
      * COMPTE PUIS TEXTE DES PARAMETRES. UN CLIENT NPAI N'A PAS      *
      * D'ENVOI POSTAL : LA LETTRE EST MARQUEE RETENUE EN AGENCE.     *
      *---------------------------------------------------------------*
       8100-LETTRE-RELANCE-DEB.
           EVALUATE TRUE
             WHEN WS-REL-RELANCE
                  MOVE 'PREMIERE RELANCE' TO WS-LLR-OBJET-ED
             WHEN WS-REL-DEMEURE
                  MOVE 'MISE EN DEMEURE'  TO WS-LLR-OBJET-ED
             WHEN WS-REL-CONTENTIEUX
                  MOVE 'TRANSFERT AU CONTENTIEUX'
                                          TO WS-LLR-OBJET-ED
           END-EVALUATE.
           MOVE WS-LLR-L1            TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-LLR-TITRE         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-CPT-CLIENT        TO WS-LLR-CLIENT-ED.
           MOVE WS-CPT-NOM           TO WS-LLR-NOM-ED.
           MOVE WS-LLR-CLIENT        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-CPT-ADR           TO WS-LLR-ADR-ED.
           MOVE WS-LLR-ADRESSE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           IF WS-CPT-NPAI-ACTIF
                MOVE WS-LLR-NPAI     TO WS-BUFFER
                PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
                   THRU 6070-ECRIRE-LIGNE-LETREL-FIN
           END-IF.
           MOVE WS-LLR-BLANC         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-CPT-CPTE          TO WS-LLR-CPTE-ED.
           MOVE WS-CPT-SOLDE         TO WS-LLR-SOLDE-ED.
           MOVE WS-CPT-DEVISE        TO WS-LLR-DEVISE-ED.
           IF WS-CPT-DEVISE = SPACES
                MOVE 'EUR'           TO WS-LLR-DEVISE-ED
           END-IF.
           MOVE WS-CPT-LIMITE        TO WS-LLR-LIMITE-ED.
           MOVE WS-LLR-COMPTE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-REL-DATE-DEBIT    TO WS-DATE-W-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED           TO WS-LLR-DEBUT-ED.
           MOVE WS-LLR-DEBIT         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
           MOVE WS-LLR-BLANC         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
      *
           SET  IDX-ETA              TO WS-REL-ETAPE.
           PERFORM 8110-LIGNE-TEXTE-DEB
              THRU 8110-LIGNE-TEXTE-FIN
             VARYING IDX-LIG FROM 1 BY 1
             UNTIL IDX-LIG > WS-TET-NB-LIGNES (IDX-ETA).
      *
           MOVE WS-LLR-L1            TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
      *
           ADD  1                    TO WS-CLET.
           IF WS-CPT-NPAI-ACTIF
                ADD  1               TO WS-CNPAI
                MOVE WS-LREL-NPAI    TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATREL-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATREL-FIN
           END-IF.
       8100-LETTRE-RELANCE-FIN.
           EXIT.
      *
       8110-LIGNE-TEXTE-DEB.
           MOVE WS-TET-LIGNE (IDX-ETA IDX-LIG)
                                     TO WS-LLR-TEXTE-ED.
           MOVE WS-LLR-TEXTE         TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-LETREL-DEB
              THRU 6070-ECRIRE-LIGNE-LETREL-FIN.
       8110-LIGNE-TEXTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO113B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS       : ' WS-CCPT.
           DISPLAY 'HORS CYCLE (SUCC.): ' WS-CSUC.
           DISPLAY 'ENTREES           : ' WS-CENT.
           DISPLAY 'LETTRES EMISES    : ' WS-CLET.
           DISPLAY 'DONT NPAI         : ' WS-CNPAI.
           DISPLAY 'REGULARISES       : ' WS-CREG.
           DISPLAY 'DOSSIERS RECOUV.  : ' WS-CRCV.
           DISPLAY 'CARTES BLOQUEES   : ' WS-CCRT.
      *---------------------------------------------------------------*
      * DES COMPTES PASSES AU CONTENTIEUX SANS FICHIER DES CARTES     *
      * SONT SIGNALES A L'EXPLOITATION PAR LE CODE RETOUR 4.          *
      *---------------------------------------------------------------*
           IF WS-CARTES-INDISPO
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO113B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
