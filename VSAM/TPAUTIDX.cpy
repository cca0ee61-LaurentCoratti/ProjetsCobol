      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * AUTORISATIONS CARTE EN COURS (F-AUTORIDX) - CLE :      *
      * COMPTE + NUMERO D'ORDRE AU CHARGEMENT                  *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE AUTORCB.txt PAR LE *
      * CHARGEMENT DES REFERENTIELS, QUI ECARTE LES AVIS       *
      * EXPIRES (BAREME DELAUTCB). LA MISE A JOUR LEVE ('L')   *
      * L'AUTORISATION COUVERTE PAR LE MOUVEMENT CB QUI ARRIVE.*
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-AUX.
           05 WS-AUX-CLE.
              10 WS-AUX-CPTE         PIC 9(10).
              10 WS-AUX-ORDRE        PIC 9(6).
           05 WS-AUX-CARTE           PIC 9(16).
           05 WS-AUX-MT              PIC 9(8)V99.
           05 WS-AUX-DATE            PIC 9(8).
           05 WS-AUX-REF             PIC X(8).
           05 WS-AUX-STATUT          PIC X.
              88 WS-AUX-ACTIVE       VALUE 'A'.
              88 WS-AUX-LEVEE        VALUE 'L'.
           05 FILLER                 PIC X(01).
