      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DE CAMPAGNE *
      * (F-CAMPAGN-S) : UN CONTACT PAR CLIENT CIBLE ET PAR     *
      * CAMPAGNE, CLASSE PAR AGENCE, CAMPAGNE ET CLIENT        *
      *--------------------------------------------------------*
      * LE COMPTE DE CONTACT EST LE COMPTE COURANT DU CLIENT   *
      * DE PLUS FORT SOLDE MOYEN (A DEFAUT SON PREMIER         *
      * COMPTE) ; L'AGENCE EST CELLE DE CE COMPTE (PREMIER     *
      * CHIFFRE DU NUMERO), LE TELEPHONE ET L'ADRESSE CEUX     *
      * QUI Y SONT TENUS. LE SOLDE MOYEN EST LE CUMUL DES      *
      * SOLDES MOYENS DU MOIS DES COMPTES COURANTS DU CLIENT.  *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CIB.
           05 WS-CIB-AGENCE          PIC 9.
           05 WS-CIB-CAMPAGNE        PIC X(6).
           05 WS-CIB-CLIENT          PIC 9(8).
           05 WS-CIB-NOM             PIC X(20).
           05 WS-CIB-TEL             PIC X(14).
           05 WS-CIB-ADR             PIC X(30).
           05 WS-CIB-CPTE            PIC 9(10).
           05 WS-CIB-MOYENNE         PIC S9(8)V99
                                     SIGN LEADING SEPARATE.
           05 WS-CIB-DATE            PIC 9(8).
           05 FILLER                 PIC X(12).
