      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * RELANCES DES COMPTES DEBITEURS (F-RELANCE)             *
      * CLE : NUMERO DE COMPTE                                 *
      *--------------------------------------------------------*
      * UN ENREGISTREMENT PAR COMPTE DEBITEUR AU-DELA DE SON   *
      * AUTORISATION DE DECOUVERT. L'ETAPE 0 EST LA SIMPLE     *
      * SURVEILLANCE DU COMPTE DEPUIS LA DATE DE PASSAGE HORS  *
      * AUTORISATION ; LES ETAPES 1 (PREMIERE RELANCE), 2      *
      * (MISE EN DEMEURE) ET 3 (TRANSFERT AU CONTENTIEUX) SONT *
      * DATEES DU JOUR OU ELLES SONT ATTEINTES. L'ENREGISTRE-  *
      * MENT EST SUPPRIME QUAND LE SOLDE REVIENT DANS          *
      * L'AUTORISATION (ETAPES 0 A 2) OU QUAND LA MAINTENANCE  *
      * LEVE LE CONTENTIEUX DU COMPTE (ETAPE 3).               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-REL.
           05 WS-REL-CPTE            PIC 9(10).
           05 WS-REL-ETAPE           PIC 9.
              88 WS-REL-SURVEILLANCE VALUE 0.
              88 WS-REL-RELANCE      VALUE 1.
              88 WS-REL-DEMEURE      VALUE 2.
              88 WS-REL-CONTENTIEUX  VALUE 3.
           05 WS-REL-DATE-DEBIT      PIC 9(8).
           05 WS-REL-DATE-ETAPE      PIC 9(8).
           05 WS-REL-DATE-RELANCE    PIC 9(8).
           05 WS-REL-DATE-DEMEURE    PIC 9(8).
           05 WS-REL-DATE-CTX        PIC 9(8).
           05 WS-REL-SOLDE-ETAPE     PIC S9(8)V99
                                     SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(08).
