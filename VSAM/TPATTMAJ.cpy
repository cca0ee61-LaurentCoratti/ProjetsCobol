      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * MAINTENANCES SENSIBLES EN ATTENTE DE VALIDATION        *
      * (F-ATTMAJ)                                             *
      * CLE : COMPTE + CODE TRANSACTION                        *
      *--------------------------------------------------------*
      * UNE MAINTENANCE SENSIBLE (NOM, TELEPHONE, ADRESSE,     *
      * PLAFOND CB, NUMERO CLIENT, HAUSSE DE LIMITE AU-DELA DU *
      * SEUIL SEUILLIM) N'EST APPLIQUEE QUE SUR VALIDATION     *
      * (CODE VA) D'UN SECOND OPERATEUR DANS UN PASSAGE        *
      * ULTERIEUR. LA DEMANDE NON VALIDEE DANS LE DELAI        *
      * DELVALID EST ANNULEE. L'ENREGISTREMENT EST CONSERVE    *
      * APRES VALIDATION OU ANNULATION : LA DATE DE DERNIERE   *
      * VALIDATION SERT AU RAPPROCHEMENT ADRESSE / TELEPHONE   *
      * SIGNALE A LA CONFORMITE.                               *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-ATT.
           05 WS-ATT-CLE.
              10 WS-ATT-CPTE         PIC X(10).
              10 WS-ATT-CODE         PIC XX.
           05 WS-ATT-STATUT          PIC X.
              88 WS-ATT-EN-ATTENTE   VALUE 'A'.
              88 WS-ATT-VALIDEE      VALUE 'V'.
              88 WS-ATT-ANNULEE      VALUE 'X'.
           05 WS-ATT-VALEUR          PIC X(66).
           05 WS-ATT-OPER-SAISIE     PIC X(8).
           05 WS-ATT-DATE-SAISIE     PIC 9(8).
           05 WS-ATT-HEURE-SAISIE    PIC 9(8).
           05 WS-ATT-OPER-VALID      PIC X(8).
           05 WS-ATT-DATE-VALID      PIC 9(8).
           05 FILLER                 PIC X(31).
