      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DE LA LISTE DES        *
      * PERSONNES ET ENTITES FAISANT L'OBJET D'UNE MESURE DE   *
      * GEL DES AVOIRS (F-LISTEGEL-E, LISTEGEL.txt)            *
      *--------------------------------------------------------*
      * LA LISTE EST LIVREE CHAQUE JOUR PAR LA CONFORMITE :    *
      * REGISTRE NATIONAL DES GELS ('FR') ET LISTE CONSOLIDEE  *
      * EUROPEENNE ('UE'). UNE ENTREE PEUT PORTER PLUSIEURS    *
      * LIGNES DE MEME REFERENCE (UNE PAR IBAN CONNU) ; LA     *
      * DATE DE NAISSANCE EST A ZERO QUAND ELLE EST INCONNUE   *
      * ET L'IBAN A BLANC QUAND AUCUN N'EST PUBLIE.            *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-GAV.
           05 WS-GAV-REF             PIC X(10).
           05 WS-GAV-SOURCE          PIC X(02).
              88 WS-GAV-NATIONALE    VALUE 'FR'.
              88 WS-GAV-EUROPEENNE   VALUE 'UE'.
           05 WS-GAV-NOM             PIC X(40).
           05 WS-GAV-DATE-NAIS       PIC 9(08).
           05 WS-GAV-IBAN            PIC X(27).
              88 WS-GAV-SANS-IBAN    VALUE SPACE.
           05 FILLER                 PIC X(13).
      *
      *--------------------------------------------------------*
      * TABLE DE LA LISTE, CHARGEE AU LANCEMENT. LE NOM Y EST  *
      * AUSSI RANGE SOUS FORME COMPACTE (LETTRES ET CHIFFRES   *
      * SEULS, SANS BLANCS NI PONCTUATION) POUR LE RAPPROCHE-  *
      * MENT DES NOMS.                                         *
      *--------------------------------------------------------*
       77  WS-MAX-GELAV              PIC S9(4) COMP VALUE 1000.
       01  WS-TABLE-GELAV.
           05 WS-TGA-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TGA-POSTE           OCCURS 1000
                                     INDEXED BY IDX-GAV.
              10 WS-TGA-REF          PIC X(10).
              10 WS-TGA-SOURCE       PIC X(02).
              10 WS-TGA-NOM          PIC X(40).
              10 WS-TGA-DATE-NAIS    PIC 9(08).
              10 WS-TGA-IBAN         PIC X(27).
              10 WS-TGA-COMPACT      PIC X(40).
              10 WS-TGA-LG           PIC S9(4) COMP.
