      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * AUTORISATIONS DE DECOUVERT TEMPORAIRES (F-DECTEMP)     *
      * CLE : COMPTE + DATE DE DEBUT (SSAAMMJJ)                *
      *--------------------------------------------------------*
      * ACCORDEES PAR UN CONSEILLER POUR UNE PERIODE BORNEE,   *
      * ELLES S'AJOUTENT A LA LIMITE PERMANENTE DU COMPTE      *
      * (WS-CPT-LIMITE) DU JOUR DE DEBUT AU JOUR DE FIN        *
      * INCLUS. SAISIES, MODIFIEES OU ANNULEES (MONTANT 0) PAR *
      * LA MAINTENANCE DES COMPTES (CODE DT). LE STATUT 'S'    *
      * EST POSE PAR LE SUIVI QUOTIDIEN DES ECHEANCES QUAND    *
      * L'AUTORISATION ECHUE A ETE SIGNALEE.                   *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-DCT.
           05 WS-DCT-CLE.
              10 WS-DCT-CPTE         PIC 9(10).
              10 WS-DCT-DATE-DEB     PIC 9(8).
           05 WS-DCT-DATE-FIN        PIC 9(8).
           05 WS-DCT-MT              PIC 9(8)V99.
           05 WS-DCT-CONSEILLER      PIC X(8).
           05 WS-DCT-DATE-SAISIE     PIC 9(8).
           05 WS-DCT-STATUT          PIC X.
              88 WS-DCT-EN-COURS     VALUE 'A'.
              88 WS-DCT-ECHUE-SIGNALEE VALUE 'S'.
           05 FILLER                 PIC X(07).
