      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DE   *
      * LA LISTE DES GELS D'AVOIRS (F-GELAVIDX) - CLE : IBAN   *
      * + REFERENCE DE L'ENTREE DE LA LISTE                    *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE LISTEGEL.txt PAR   *
      * LE CHARGEMENT DES REFERENTIELS. SEULES LES LIGNES      *
      * PORTANT UN IBAN Y FIGURENT ; LA REFERENCE COMPLETE LA  *
      * CLE CAR UN MEME IBAN PEUT ETRE PUBLIE SOUS PLUSIEURS   *
      * ENTREES DE LA LISTE.                                   *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-GVX.
           05 WS-GVX-CLE.
              10 WS-GVX-IBAN         PIC X(27).
              10 WS-GVX-REF          PIC X(10).
           05 WS-GVX-SOURCE          PIC X(02).
           05 WS-GVX-NOM             PIC X(40).
           05 FILLER                 PIC X(01).
