      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * DECLARATIONS SYSTEMATIQUES D'OPERATIONS EN ESPECES     *
      * REMIS A LA CELLULE DE RENSEIGNEMENT FINANCIER          *
      * (TRACFIN) (F-TRACF-S)                                  *
      *--------------------------------------------------------*
      * UN ENTETE 'ENT' (MOIS ANALYSE ET SEUIL APPLIQUE), PUIS *
      * PAR DECLARATION UN ENREGISTREMENT 'DEC' (CLIENT, SENS  *
      * 'E' ESPECES DEPOSEES OU 'S' ESPECES RETIREES, CUMUL    *
      * SUR LA FENETRE DE 30 JOURS LA PLUS CHARGEE DU MOIS ET  *
      * BORNES DE CETTE FENETRE) SUIVI D'UN ENREGISTREMENT     *
      * 'OPE' PAR OPERATION DE LA FENETRE, ET UN TRAILER 'FIN' *
      * DE CONTROLE. LES MONTANTS SONT EN EUROS.               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-TRF.
           05 WS-TRF-ENR             PIC X(3).
              88 WS-TRF-ENTETE       VALUE 'ENT'.
              88 WS-TRF-DECLARATION  VALUE 'DEC'.
              88 WS-TRF-OPERATION    VALUE 'OPE'.
              88 WS-TRF-TRAILER      VALUE 'FIN'.
           05 WS-TRF-DATE            PIC 9(8).
           05 WS-TRF-CORPS           PIC X(109).
           05 WS-TRF-ENT REDEFINES WS-TRF-CORPS.
              10 WS-TRF-PERIODE      PIC 9(6).
              10 WS-TRF-SEUIL        PIC 9(9)V99.
              10 FILLER              PIC X(92).
           05 WS-TRF-DEC REDEFINES WS-TRF-CORPS.
              10 WS-TRF-DEC-CLIENT   PIC 9(08).
              10 WS-TRF-DEC-NOM      PIC X(20).
              10 WS-TRF-DEC-SENS     PIC X.
                 88 WS-TRF-DEC-ENTREE VALUE 'E'.
                 88 WS-TRF-DEC-SORTIE VALUE 'S'.
              10 WS-TRF-DEC-CUMUL    PIC 9(11)V99.
              10 WS-TRF-DEC-DATE-DEB PIC 9(8).
              10 WS-TRF-DEC-DATE-FIN PIC 9(8).
              10 WS-TRF-DEC-NB-OPE   PIC 9(4).
              10 FILLER              PIC X(47).
           05 WS-TRF-OPE REDEFINES WS-TRF-CORPS.
              10 WS-TRF-OPE-CLIENT   PIC 9(08).
              10 WS-TRF-OPE-CPTE     PIC 9(10).
              10 WS-TRF-OPE-DATE     PIC 9(8).
              10 WS-TRF-OPE-SENS     PIC X.
              10 WS-TRF-OPE-MT       PIC 9(9)V99.
              10 FILLER              PIC X(71).
           05 WS-TRF-TRL REDEFINES WS-TRF-CORPS.
              10 WS-TRF-NB-DEC       PIC 9(7).
              10 WS-TRF-NB-OPE       PIC 9(7).
              10 WS-TRF-TOT-CUMUL    PIC 9(13)V99.
              10 FILLER              PIC X(80).
