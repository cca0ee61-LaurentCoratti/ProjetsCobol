      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DE L'HISTORIQUE DES    *
      * COTATIONS INTERNES DES CLIENTS (F-COTATION)            *
      * CLE : NUMERO CLIENT + MOIS DE COTATION (SSAAMM)        *
      *--------------------------------------------------------*
      * LE RUN MENSUEL DE COTATION ECRIT UN ENREGISTREMENT PAR *
      * CLIENT ET PAR MOIS (UNE RELANCE DANS LE MOIS LE        *
      * REMPLACE) : COTE DE A (MEILLEUR RISQUE) A E, SCORE     *
      * (SOMME DES POINTS DE RISQUE), LES TROIS PRINCIPAUX     *
      * MOTIFS PAR POIDS DECROISSANT ET LES FAITS OBSERVES SUR *
      * LES DOUZE MOIS. LA COTE DU MOIS PRECEDENT EST REPORTEE *
      * POUR L'AUDIT DES DEGRADATIONS.                         *
      * LA MAINTENANCE DES COMPTES BORNE LES HAUSSES DE LIMITE *
      * DE DECOUVERT ET DE PLAFOND CB SELON LA DERNIERE COTE   *
      * DU CLIENT.                                             *
      * CODES MOTIFS :                                         *
      *   IB INTERDIT BANCAIRE    DP DEPASSEMENT AUTORISATION  *
      *   DB DEBIT PROLONGE       IO INCIDENTS NON REGULARISES *
      *   IR INCIDENTS REGULARISES TS BAISSE DU SOLDE MOYEN    *
      *   RV SANS REVENUS REGULIERS IP ECHEANCES PRET IMPAYEES *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-COT.
           05 WS-COT-CLE.
              10 WS-COT-CLIENT       PIC 9(08).
              10 WS-COT-MOIS         PIC 9(06).
           05 WS-COT-DATE            PIC 9(08).
           05 WS-COT-NOTE            PIC X.
              88 WS-COT-NOTE-VALIDE  VALUE 'A' 'B' 'C' 'D' 'E'.
           05 WS-COT-SCORE           PIC 9(03).
           05 WS-COT-MOTIFS.
              10 WS-COT-MOTIF        PIC X(02) OCCURS 3.
           05 WS-COT-JOURS-DEBIT     PIC 9(03).
           05 WS-COT-JOURS-DEPASS    PIC 9(03).
           05 WS-COT-INC-OUVERTS     PIC 9(03).
           05 WS-COT-INC-REGUL       PIC 9(03).
           05 WS-COT-MOIS-REVENU     PIC 9(02).
           05 WS-COT-ECH-IMPAYEES    PIC 9(03).
           05 WS-COT-TENDANCE        PIC X.
              88 WS-COT-SOLDE-STABLE VALUE ' '.
              88 WS-COT-SOLDE-BAISSE VALUE 'B'.
           05 WS-COT-NOTE-PREC       PIC X.
           05 FILLER                 PIC X(29).
