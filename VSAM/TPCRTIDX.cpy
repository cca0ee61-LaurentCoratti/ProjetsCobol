      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * CARTES BANCAIRES (F-CARTIDX) - CLE : NUMERO DE CARTE   *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE CARTES.txt PAR LE  *
      * CHARGEMENT DES REFERENTIELS, AVANT LA MISE A JOUR QUI  *
      * LE CONSULTE CARTE PAR CARTE. LE CUMUL JOURNALIER DES   *
      * DEPENSES DE LA CARTE, REMIS A ZERO AU CHARGEMENT, EST  *
      * TENU PAR LA MISE A JOUR.                               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CRX.
           05 WS-CRX-NUMERO          PIC 9(16).
           05 WS-CRX-CPTE            PIC 9(10).
           05 WS-CRX-EXPIRATION      PIC 9(6).
           05 WS-CRX-STATUT          PIC X.
              88 WS-CRX-ACTIVE       VALUE 'A'.
           05 WS-CRX-PLAFOND         PIC 9(8)V99.
           05 WS-CRX-CUMUL-JOUR      PIC S9(8)V99
                                     SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(06).
