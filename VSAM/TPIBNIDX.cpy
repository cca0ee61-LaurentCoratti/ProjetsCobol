      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DE   *
      * LA CORRESPONDANCE IBAN (F-IBANIDX) - CLE : CODE BANQUE *
      * + NUMERO DE COMPTE                                     *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE IBANREF.txt PAR LE *
      * CHARGEMENT DES REFERENTIELS (MEMES CONVENTIONS DE CODE *
      * BANQUE ET DE COMPTE QUE LE FICHIER D'ORIGINE).         *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-IBX.
           05 WS-IBX-CLE.
              10 WS-IBX-BQE          PIC X(10).
              10 WS-IBX-CPTE         PIC X(16).
           05 WS-IBX-IBAN            PIC X(27).
           05 FILLER                 PIC X(07).
