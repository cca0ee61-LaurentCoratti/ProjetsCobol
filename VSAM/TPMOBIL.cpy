      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * DOSSIERS DE MOBILITE BANCAIRE SORTANTE (F-MOBILITE)    *
      * CLE : NUMERO DE COMPTE                                 *
      *--------------------------------------------------------*
      * UN DOSSIER PAR COMPTE TRANSFERE VERS UNE AUTRE BANQUE, *
      * CONSERVE APRES LA CLOTURE POUR LA TRACE. ETAPES :      *
      *   1 DEMANDE RECUE DE LA BANQUE D'ACCUEIL ;             *
      *   2 INVENTAIRE (ORDRES PERMANENTS, CREANCIERS,         *
      *     EMETTEURS) TRANSMIS, AU PLUS TARD A LA DATE LIMITE *
      *     LEGALE WS-MOB-LIMITE-INV ;                         *
      *   3 BASCULE FAITE A LA DATE WS-MOB-DATE-BASCULE :      *
      *     ORDRES ARRETES, MANDATS REVOQUES, INTERETS ET      *
      *     FRAIS ARRETES, CLOTURE ORDONNEE (MOUVEMENT 'L'     *
      *     DATE DE WS-MOB-DATE-ORDRE-CLO) ;                   *
      *   4 COMPTE CLOS, SOLDE VIRE A LA BANQUE D'ACCUEIL.     *
      * LES DATES SONT AU FORMAT SSAAMMJJ, ZERO TANT QUE       *
      * L'ETAPE N'EST PAS ATTEINTE. LE MONTANT ARRETE EST LE   *
      * NET DES INTERETS CREDITES ET DES FRAIS PRELEVES A LA   *
      * BASCULE.                                               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-MOB.
           05 WS-MOB-CPTE            PIC 9(10).
           05 WS-MOB-DOSSIER         PIC 9(07).
           05 WS-MOB-REF-ACCUEIL     PIC X(12).
           05 WS-MOB-ETAPE           PIC 9.
              88 WS-MOB-RECUE        VALUE 1.
              88 WS-MOB-INVENTAIRE   VALUE 2.
              88 WS-MOB-BASCULEE     VALUE 3.
              88 WS-MOB-CLOTUREE     VALUE 4.
           05 WS-MOB-DATE-RECEP      PIC 9(8).
           05 WS-MOB-DATE-DEMANDEE   PIC 9(8).
           05 WS-MOB-LIMITE-INV      PIC 9(8).
           05 WS-MOB-DATE-INV        PIC 9(8).
           05 WS-MOB-DATE-BASCULE    PIC 9(8).
           05 WS-MOB-DATE-EFFET      PIC 9(8).
           05 WS-MOB-DATE-ORDRE-CLO  PIC 9(8).
           05 WS-MOB-DATE-CLOTURE    PIC 9(8).
           05 WS-MOB-NOM             PIC X(20).
           05 WS-MOB-IBAN            PIC X(27).
           05 WS-MOB-BQE             PIC X(10).
           05 WS-MOB-CPTE-EXT        PIC X(16).
           05 WS-MOB-BANQUE          PIC X(20).
           05 WS-MOB-NB-VIRP         PIC 9(03).
           05 WS-MOB-NB-MANDATS      PIC 9(03).
           05 WS-MOB-NB-EMETTEURS    PIC 9(03).
           05 WS-MOB-ARRETE          PIC S9(8)V99
                                     SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(13).
