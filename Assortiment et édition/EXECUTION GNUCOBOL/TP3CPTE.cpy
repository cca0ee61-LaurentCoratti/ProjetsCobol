           05 WS-CPTE-TYPE           PIC X.
              88 WS-CPTE-COURANT     VALUE 'C'.
              88 WS-CPTE-EPARGNE     VALUE 'E'.
      *--------------------------------------------------------*
      * PRODUIT D'EPARGNE REGLEMENTE (LA LIVRET A, LD LDDS,     *
      * LE LEP, LJ LIVRET JEUNE, BLANC = NON REGLEMENTE) ;     *
      * L'ENREGISTREMENT PASSE DE 87 A 89 OCTETS.              *
      *--------------------------------------------------------*
           05 WS-CPTE-PRODUIT        PIC XX.
              88 WS-CPTE-REGLEMENTE  VALUE 'LA' 'LD' 'LE' 'LJ'.
