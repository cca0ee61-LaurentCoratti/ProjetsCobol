           05 WS-CPTS-TYPE           PIC X.
              88 WS-CPTS-COURANT     VALUE 'C'.
              88 WS-CPTS-EPARGNE     VALUE 'E'.
      *--------------------------------------------------------*
      * PRODUIT D'EPARGNE REGLEMENTE (LA LIVRET A, LD LDDS,     *
      * LE LEP, LJ LIVRET JEUNE, BLANC = NON REGLEMENTE) ;     *
      * L'ENREGISTREMENT PASSE DE 87 A 89 OCTETS.              *
      *--------------------------------------------------------*
           05 WS-CPTS-PRODUIT        PIC XX.
              88 WS-CPTS-REGLEMENTE  VALUE 'LA' 'LD' 'LE' 'LJ'.
