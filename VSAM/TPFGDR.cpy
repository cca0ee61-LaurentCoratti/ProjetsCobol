      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DE VUE      *
      * UNIQUE DU DEPOSANT REMIS AU FONDS DE GARANTIE DES      *
      * DEPOTS (F-FGDR-S)                                      *
      *--------------------------------------------------------*
      * UN ENTETE 'HDR' (PLAFOND DE GARANTIE APPLIQUE), PUIS   *
      * PAR DEPOSANT UN ENREGISTREMENT 'DEP' (TOTAL DES DEPOTS *
      * ELIGIBLES EN EUROS, PART COUVERTE ET PART AU DELA DU   *
      * PLAFOND) SUIVI D'UN ENREGISTREMENT 'CPT' PAR COMPTE    *
      * DETENU (QUOTE-PART DU DEPOSANT, UN COMPTE JOINT ETANT  *
      * PARTAGE A PARTS EGALES ENTRE SES TITULAIRES), ET UN    *
      * TRAILER 'TRL' DE CONTROLE. LES MONTANTS SONT EN EUROS  *
      * SAUF LE SOLDE DU COMPTE, DANS SA DEVISE DE TENUE. LES  *
      * TOPS SUCCESSION ('1' GEL SUCCESSION) ET INTERDIT ('1'  *
      * INTERDICTION BANCAIRE) SIGNALENT LES DOSSIERS A        *
      * INDEMNISER APRES EXAMEN.                               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-FGD.
           05 WS-FGD-ENR             PIC X(3).
              88 WS-FGD-ENTETE       VALUE 'HDR'.
              88 WS-FGD-DEPOSANT     VALUE 'DEP'.
              88 WS-FGD-COMPTE       VALUE 'CPT'.
              88 WS-FGD-TRAILER      VALUE 'TRL'.
           05 WS-FGD-DATE            PIC 9(8).
           05 WS-FGD-CORPS           PIC X(109).
           05 WS-FGD-HDR REDEFINES WS-FGD-CORPS.
              10 WS-FGD-PLAFOND      PIC 9(9)V99.
              10 FILLER              PIC X(98).
           05 WS-FGD-DEP REDEFINES WS-FGD-CORPS.
              10 WS-FGD-DEP-CLIENT   PIC 9(08).
              10 WS-FGD-DEP-NOM      PIC X(20).
              10 WS-FGD-DEP-NB-CPT   PIC 9(3).
              10 WS-FGD-DEP-ELIGIBLE PIC 9(11)V99.
              10 WS-FGD-DEP-COUVERT  PIC 9(11)V99.
              10 WS-FGD-DEP-EXCEDENT PIC 9(11)V99.
              10 WS-FGD-DEP-SUCC     PIC X.
              10 WS-FGD-DEP-INTERDIT PIC X.
              10 FILLER              PIC X(37).
           05 WS-FGD-CPT REDEFINES WS-FGD-CORPS.
              10 WS-FGD-CPT-CLIENT   PIC 9(08).
              10 WS-FGD-CPT-CPTE     PIC 9(10).
              10 WS-FGD-CPT-TYPE     PIC X.
              10 WS-FGD-CPT-DEVISE   PIC X(03).
              10 WS-FGD-CPT-SOLDE    PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
              10 WS-FGD-CPT-NB-TIT   PIC 9(2).
              10 WS-FGD-CPT-QUOTE    PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
              10 WS-FGD-CPT-ELIGIBLE PIC 9(11)V99.
              10 WS-FGD-CPT-SUCC     PIC X.
              10 WS-FGD-CPT-INTERDIT PIC X.
              10 FILLER              PIC X(43).
           05 WS-FGD-TRL REDEFINES WS-FGD-CORPS.
              10 WS-FGD-NB-DEP       PIC 9(7).
              10 WS-FGD-NB-CPT       PIC 9(7).
              10 WS-FGD-TOT-ELIGIBLE PIC 9(13)V99.
              10 WS-FGD-TOT-COUVERT  PIC 9(13)V99.
              10 WS-FGD-TOT-EXCEDENT PIC 9(13)V99.
              10 FILLER              PIC X(50).
