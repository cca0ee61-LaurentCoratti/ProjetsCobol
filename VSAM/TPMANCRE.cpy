      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES        *
      * MANDATS DETENUS PAR NOS CLIENTS CREANCIERS (F-MANDCRE) *
      * CLE : COMPTE DU CREANCIER + REFERENCE UNIQUE DE MANDAT *
      *--------------------------------------------------------*
      * UN CLIENT CREANCIER (CLUB, BAILLEUR, ASSOCIATION) QUI  *
      * ENCAISSE SES PRELEVEMENTS CHEZ NOUS DEPOSE SES MANDATS *
      * PAR LA MAINTENANCE DES MANDATS (CODES MC ET MR) : LA   *
      * REFERENCE UNIQUE DE MANDAT (RUM) EST CELLE QU'IL A     *
      * ATTRIBUEE, L'IBAN EST CELUI DU DEBITEUR DANS SA        *
      * PROPRE BANQUE.                                         *
      * SEUL UN MANDAT ACTIF ('A') DONT L'IBAN CONCORDE LAISSE *
      * PASSER UNE LIGNE DE REMISE ; UN MANDAT REVOQUE ('R')   *
      * EST CONSERVE POUR LA TRACE AVEC SA DATE DE REVOCATION. *
      * NE PAS CONFONDRE AVEC LE FICHIER DES MANDATS           *
      * (TPMANDAT), QUI AUTORISE LES CREANCIERS EXTERNES A     *
      * PRELEVER NOS CLIENTS.                                  *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-MCR.
           05 WS-MCR-CLE.
              10 WS-MCR-CPTE-CREANC  PIC 9(10).
              10 WS-MCR-RUM          PIC X(15).
           05 WS-MCR-IBAN-DEBITEUR   PIC X(27).
           05 WS-MCR-DATE-SIGN       PIC 9(08).
           05 WS-MCR-STATUT          PIC X.
              88 WS-MCR-ACTIF        VALUE 'A'.
              88 WS-MCR-REVOQUE      VALUE 'R'.
           05 WS-MCR-DATE-REVOC      PIC 9(08).
           05 FILLER                 PIC X(11).
