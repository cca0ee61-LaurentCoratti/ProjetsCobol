      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * LEVEES DE CORRESPONDANCE PORTANT SUR UN IBAN           *
      * (F-LEVGELIDX) - CLE : REFERENCE DE L'ENTREE DE LA      *
      * LISTE + IBAN                                           *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE LEVGEL.txt PAR LE  *
      * CHARGEMENT DES REFERENTIELS ; SEULES LES LEVEES 'I'    *
      * (CRIBLAGE DES VIREMENTS) Y FIGURENT.                   *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-LVX.
           05 WS-LVX-CLE.
              10 WS-LVX-REF          PIC X(10).
              10 WS-LVX-IBAN         PIC X(27).
           05 WS-LVX-DATE            PIC 9(08).
           05 WS-LVX-VISA            PIC X(08).
           05 FILLER                 PIC X(07).
