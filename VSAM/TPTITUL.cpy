      * CONSOLIDEES (LES AUTRES APPARAISSENT POUR MEMOIRE) ;   *
      * LE TOP COURRIER 'O' DESIGNE LE TITULAIRE D'ENVOI DES   *
      * RELEVES POSTAUX (ADRESSES 'M OU MME').                 *
      * LE ROLE 'R' DESIGNE LE REPRESENTANT LEGAL D'UN COMPTE  *
      * DE MINEUR (MINEURS) : IL N'EST PAS TITULAIRE, LE       *
      * COMPTE RESTE AU NOM DU MINEUR (WS-CPT-CLIENT).         *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-TIT.
           05 WS-TIT-ROLE            PIC X.
              88 WS-TIT-TITULAIRE    VALUE 'T'.
              88 WS-TIT-COTITULAIRE  VALUE 'C'.
              88 WS-TIT-REPRESENTANT VALUE 'R'.
           05 WS-TIT-COURRIER        PIC X.
              88 WS-TIT-DESTINATAIRE VALUE 'O'.
           05 FILLER                 PIC X(40).
