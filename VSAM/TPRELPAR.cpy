      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * PARAMETRES DU CYCLE DE RELANCE (F-PARREL-E,            *
      * PARRELAN.txt)                                          *
      *--------------------------------------------------------*
      * POUR CHAQUE ETAPE (1 = PREMIERE RELANCE, 2 = MISE EN   *
      * DEMEURE, 3 = TRANSFERT AU CONTENTIEUX) :               *
      *   TYPE 'D' : DELAI EN JOURS CALENDAIRES AU TERME       *
      *              DUQUEL L'ETAPE EST ATTEINTE. IL COURT     *
      *              DEPUIS LE PASSAGE HORS AUTORISATION POUR  *
      *              L'ETAPE 1, DEPUIS L'ETAPE PRECEDENTE POUR *
      *              LES ETAPES 2 ET 3 ;                       *
      *   TYPE 'L' : LIGNE DU TEXTE DE LA LETTRE ENVOYEE AU    *
      *              CLIENT A L'ENTREE DANS L'ETAPE, DANS      *
      *              L'ORDRE DU NUMERO DE LIGNE (01 A 10).     *
      * UNE ETAPE SANS DELAI OU SANS TEXTE AU FICHIER GARDE    *
      * LES VALEURS DE REPLI DU PROGRAMME.                     *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-RLP.
           05 WS-RLP-ETAPE           PIC X.
              88 WS-RLP-ETAPE-VALIDE VALUE '1' '2' '3'.
           05 WS-RLP-TYPE            PIC X.
              88 WS-RLP-DELAI-ETAPE  VALUE 'D'.
              88 WS-RLP-LIGNE-TEXTE  VALUE 'L'.
           05 WS-RLP-NUM-LIGNE       PIC 99.
           05 WS-RLP-VALEUR          PIC X(70).
           05 WS-RLP-VAL-DELAI REDEFINES WS-RLP-VALEUR.
              10 WS-RLP-DELAI        PIC 9(3).
              10 FILLER              PIC X(67).
           05 FILLER                 PIC X(06).
