      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU RELEVE ELECTRONIQUE *
      * CFONB 120 CARACTERES (F-CFONB-S, UN FICHIER PAR CLIENT)*
      *--------------------------------------------------------*
      * PAR COMPTE ET PAR JOUR : UN ENREGISTREMENT 01 ANCIEN   *
      * SOLDE, UN ENREGISTREMENT 04 PAR MOUVEMENT ET UN        *
      * ENREGISTREMENT 07 NOUVEAU SOLDE. LES ZONES CODE        *
      * INTERNE, CODE INTERBANCAIRE, MOTIF DE REJET, DATE DE   *
      * VALEUR, LIBELLE, NUMERO D'ECRITURE, INDICES ET         *
      * REFERENCE NE SONT SERVIES QUE SUR LE 04 (BLANC SUR LES *
      * 01 ET 07). LE MONTANT EST CADRE A DROITE SUR 14        *
      * POSITIONS DONT 2 DECIMALES, LE DERNIER CHIFFRE PORTANT *
      * LE SIGNE : '{' A 'I' POUR 0 A 9 POSITIF (CREDIT), '}'  *
      * A 'R' POUR 0 A 9 NEGATIF (DEBIT).                      *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CFO.
           05 WS-CFO-CODE-ENR        PIC XX.
              88 WS-CFO-ANCIEN-SOLDE VALUE '01'.
              88 WS-CFO-MOUVEMENT    VALUE '04'.
              88 WS-CFO-NOUVEAU-SOLDE VALUE '07'.
           05 WS-CFO-BANQUE          PIC X(05).
           05 WS-CFO-CODE-INTERNE    PIC X(04).
           05 WS-CFO-GUICHET         PIC X(05).
           05 WS-CFO-DEVISE          PIC X(03).
           05 WS-CFO-NB-DECIMALES    PIC X(01).
           05 FILLER                 PIC X(01).
           05 WS-CFO-COMPTE          PIC X(11).
           05 WS-CFO-CODE-INTERBQ    PIC X(02).
           05 WS-CFO-DATE.
              10 WS-CFO-DATE-JJ      PIC 99.
              10 WS-CFO-DATE-MM      PIC 99.
              10 WS-CFO-DATE-AA      PIC 99.
           05 WS-CFO-MOTIF-REJET     PIC X(02).
           05 WS-CFO-DATE-VAL.
              10 WS-CFO-DVAL-JJ      PIC 99.
              10 WS-CFO-DVAL-MM      PIC 99.
              10 WS-CFO-DVAL-AA      PIC 99.
           05 WS-CFO-LIBELLE         PIC X(31).
           05 FILLER                 PIC X(02).
           05 WS-CFO-NUM-ECRITURE    PIC X(07).
           05 WS-CFO-IND-EXONERATION PIC X(01).
           05 WS-CFO-IND-INDISPO     PIC X(01).
           05 WS-CFO-MONTANT         PIC X(14).
           05 WS-CFO-REFERENCE       PIC X(16).
