      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
      * RESTITUTION DU COMPTE SOUS UN TITULAIRE DU FICHIER CROISE :   *
      * LE PREMIER TITULAIRE DE ROLE 'T' (OU LE PREMIER RENCONTRE)    *
      * PORTE LE SOLDE ('J'), LES SUIVANTS SONT POUR MEMOIRE ('M').   *
      * LE REPRESENTANT LEGAL D'UN MINEUR (ROLE 'R') N'EST PAS        *
      * TITULAIRE : LE COMPTE RESTE SOUS LE CLIENT DU MINEUR.         *
      *---------------------------------------------------------------*
       1015-CHERCHER-ROLE-T-DEB.
           IF WS-TTI-CPTE (IDX-TIT) = WS-CPT-CPTE
      *
       1020-RELEASE-TITULAIRE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-CPT-CPTE
              OR WS-TTI-ROLE (IDX-TIT) = 'R'
                GO TO 1020-RELEASE-TITULAIRE-FIN
           END-IF.
           SET  WS-CPTE-JOINT           TO TRUE.
