      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES        *
      * REEVALUATIONS MENSUELLES DES COMPTES EN DEVISES        *
      * (F-REEVAL)                                             *
      * CLE : COMPTE + MOIS D'ARRETE (SSAAMM)                  *
      *--------------------------------------------------------*
      * UN ENREGISTREMENT PAR COMPTE EN DEVISE ET PAR FIN DE   *
      * MOIS : SOLDE EN DEVISE, COURS RETENU, CONTRE-VALEUR EN *
      * EUROS ET ECART DE CHANGE CUMULE (CONTRE-VALEUR MOINS   *
      * SOLDE EN DEVISE, LES MOUVEMENTS ETANT PASSES AU GRAND  *
      * LIVRE POUR LEUR MONTANT EN DEVISE). L'ECART DU MOIS,   *
      * DIFFERENCE AVEC L'ECART CUMULE DE LA DERNIERE          *
      * REEVALUATION, EST LA PERTE (POSITIF) OU LE GAIN        *
      * (NEGATIF) DE CHANGE COMPTABILISE. STATUT 'A' : COURS   *
      * ABSENT, LA CONTRE-VALEUR EST REPORTEE SANS ECART.      *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-RVL.
           05 WS-RVL-CLE.
              10 WS-RVL-CPTE        PIC 9(10).
              10 WS-RVL-MOIS        PIC 9(6).
           05 WS-RVL-DEVISE         PIC X(3).
           05 WS-RVL-PORTEF         PIC X.
           05 WS-RVL-SOLDE          PIC S9(8)V99.
           05 WS-RVL-TAUX           PIC 9(3)V9(6).
           05 WS-RVL-DATE-COURS     PIC 9(8).
           05 WS-RVL-CV-EUR         PIC S9(11)V99.
           05 WS-RVL-ECART          PIC S9(11)V99.
           05 WS-RVL-ECART-MOIS     PIC S9(11)V99.
           05 WS-RVL-STATUT         PIC X.
              88 WS-RVL-REEVALUE    VALUE 'R'.
              88 WS-RVL-COURS-ABSENT VALUE 'A'.
           05 WS-RVL-DATE           PIC 9(8).
           05 FILLER                PIC X(5).
