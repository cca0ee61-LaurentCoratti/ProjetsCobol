      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES SOLDES  *
      * MOYENS MENSUELS (F-SOLDMOY) - UN ENREGISTREMENT PAR    *
      * COMPTE MOUVEMENTE DANS LE MOIS, DANS L'ORDRE DES       *
      * COMPTES                                                *
      *--------------------------------------------------------*
      * PRODUIT PAR LE CALCUL DES SOLDES MOYENS EN MEME TEMPS  *
      * QUE SON ETAT, IL EST REPRIS PAR LE CIBLAGE COMMERCIAL  *
      * MENSUEL. LA MOYENNE PORTE SUR LES JOURS CLICHES DU     *
      * MOIS (SSAAMM).                                         *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-SMY.
           05 WS-SMY-CPTE           PIC 9(10).
           05 WS-SMY-MOIS           PIC 9(6).
           05 WS-SMY-MOYENNE        PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
           05 WS-SMY-NB-CLICHES     PIC 9(4).
           05 FILLER                PIC X(9).
