      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * COMPTES DE MINEURS (F-MINEURS)                         *
      * CLE : COMPTE                                           *
      *--------------------------------------------------------*
      * COMPTE COURANT D'UN MINEUR DE 12 A 17 ANS, OUVERT PAR  *
      * LA MAINTENANCE DES COMPTES (CODE MN : DATE DE          *
      * NAISSANCE + BUDGET HEBDOMADAIRE). LE REPRESENTANT      *
      * LEGAL EST RATTACHE AU COMPTE PAR LE FICHIER DES        *
      * TITULAIRES (TITULRS, ROLE 'R').                        *
      * AUCUN DECOUVERT N'EST ADMIS. LES RETRAITS ET PAIEMENTS *
      * CARTE SONT CUMULES SUR LA SEMAINE CIVILE (DU LUNDI AU  *
      * DIMANCHE) ET REFUSES AU-DELA DU BUDGET. LA SEMAINE     *
      * EST NUMEROTEE (JOUR CIVIL + 1) / 7, LE JOUR CIVIL      *
      * ETANT LE NUMERO DE JOUR DU CALCUL DES DELAIS.          *
      * LE STATUT 'M' EST POSE AU 18EME ANNIVERSAIRE PAR LE    *
      * SUIVI QUOTIDIEN DES COMPTES DE MINEURS : LE COMPTE     *
      * REDEVIENT UN COMPTE COURANT ORDINAIRE.                 *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-MIN.
           05 WS-MIN-CPTE            PIC 9(10).
           05 WS-MIN-DATE-NAISS      PIC 9(8).
           05 WS-MIN-BUDGET-HEBDO    PIC 9(6)V99.
           05 WS-MIN-SEMAINE         PIC 9(8).
           05 WS-MIN-CUMUL-SEMAINE   PIC 9(6)V99.
           05 WS-MIN-DATE-SAISIE     PIC 9(8).
           05 WS-MIN-OPERATEUR       PIC X(8).
           05 WS-MIN-STATUT          PIC X.
              88 WS-MIN-EN-COURS     VALUE 'A'.
              88 WS-MIN-CONVERTI     VALUE 'M'.
           05 WS-MIN-DATE-CONVERSION PIC 9(8).
           05 FILLER                 PIC X(13).
