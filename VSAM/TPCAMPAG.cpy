      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES REGLES  *
      * DE CAMPAGNES COMMERCIALES (F-CAMPAGNE-E, CAMPAGNE.txt) *
      *--------------------------------------------------------*
      * UNE CAMPAGNE PAR ENREGISTREMENT, ACTIVE DU JOUR DE     *
      * DEBUT AU JOUR DE FIN INCLUS. LES CRITERES RENSEIGNES   *
      * SONT CUMULATIFS ; UN CRITERE A ZERO OU A BLANC N'EST   *
      * PAS APPLIQUE :                                         *
      * - MOY-MIN     : SOLDE MOYEN DU MOIS DES COMPTES        *
      *                 COURANTS DU CLIENT AU MOINS EGAL A LA  *
      *                 VALEUR (CLIENT TITULAIRE D'UN COMPTE   *
      *                 COURANT) ;                             *
      * - SANS-EPARGNE, SANS-TERME, SANS-CARTE, SANS-FORFAIT : *
      *                 'O' = LE CLIENT NE DETIENT AUCUN       *
      *                 COMPTE D'EPARGNE, AUCUN COMPTE A       *
      *                 TERME, AUCUNE CARTE ACTIVE, AUCUN      *
      *                 FORFAIT DE SERVICES ;                  *
      * - ECH-MAX     : LE CLIENT A UN PRET EN COURS DONT IL   *
      *                 RESTE AU PLUS CE NOMBRE D'ECHEANCES.   *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CAM.
           05 WS-CAM-CODE            PIC X(6).
           05 WS-CAM-LIBELLE         PIC X(30).
           05 WS-CAM-DATE-DEB        PIC 9(8).
           05 WS-CAM-DATE-FIN        PIC 9(8).
           05 WS-CAM-MOY-MIN         PIC 9(8)V99.
           05 WS-CAM-SANS-EPARGNE    PIC X.
           05 WS-CAM-SANS-TERME      PIC X.
           05 WS-CAM-SANS-CARTE      PIC X.
           05 WS-CAM-SANS-FORFAIT    PIC X.
           05 WS-CAM-ECH-MAX         PIC 9(3).
           05 FILLER                 PIC X(11).
      *
      *--------------------------------------------------------*
      * TABLE DES CAMPAGNES ACTIVES DU JOUR, AVEC LE NOMBRE DE *
      * CLIENTS CIBLES PAR CAMPAGNE                            *
      *--------------------------------------------------------*
       77  WS-MAX-CAMPAGNES          PIC S9(4) COMP VALUE 20.
       01  WS-TABLE-CAMPAGNES.
           05 WS-TCA-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TCA-POSTE           OCCURS 20
                                     INDEXED BY IDX-CAM.
              10 WS-TCA-CODE         PIC X(6).
              10 WS-TCA-LIBELLE      PIC X(30).
              10 WS-TCA-MOY-MIN      PIC 9(8)V99.
              10 WS-TCA-SANS-EPARGNE PIC X.
                 88 WS-TCA-EXIGE-SANS-EPARGNE VALUE 'O'.
              10 WS-TCA-SANS-TERME   PIC X.
                 88 WS-TCA-EXIGE-SANS-TERME   VALUE 'O'.
              10 WS-TCA-SANS-CARTE   PIC X.
                 88 WS-TCA-EXIGE-SANS-CARTE   VALUE 'O'.
              10 WS-TCA-SANS-FORFAIT PIC X.
                 88 WS-TCA-EXIGE-SANS-FORFAIT VALUE 'O'.
              10 WS-TCA-ECH-MAX      PIC 9(3).
              10 WS-TCA-NB-CIBLES    PIC S9(7) COMP.
