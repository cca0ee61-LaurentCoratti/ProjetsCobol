      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES        *
      * CONTESTATIONS DE PAIEMENTS PAR CARTE (F-CONTEST)       *
      * CLE : REFERENCE DU MOUVEMENT CB CONTESTE + NUMERO DE   *
      *       LA CARTE                                         *
      *--------------------------------------------------------*
      * UNE CONTESTATION EST ENREGISTREE OUVERTE ('O') PAR LE  *
      * TRAITEMENT DES CONTESTATIONS, QUI GENERE LE RECREDIT   *
      * PROVISOIRE DU PORTEUR (MOUVEMENT 'D' DE REFERENCE      *
      * WS-CTS-REF-RECREDIT, EN VALEUR A LA DATE DU PAIEMENT). *
      * LE RESULTAT DE L'IMPAYE PORTEUR (CHARGEBACK) RENVOYE   *
      * PAR L'ACQUEREUR LA CLOT : ACCEPTE ('A'), LE RECREDIT   *
      * EST DEFINITIF ; REFUSE ('R'), LE RECREDIT EST REPRIS   *
      * PAR UN MOUVEMENT 'U' DONT LA REFERENCE EST CONSERVEE.  *
      * LE FICHIER DES CONTESTATIONS DU JOUR (CONTCB) A LE     *
      * MEME DESSIN, DATES, STATUT ET ZONES DE CLOTURE A BLANC.*
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CTS.
           05 WS-CTS-CLE.
              10 WS-CTS-REF          PIC X(08).
              10 WS-CTS-CARTE        PIC 9(16).
           05 WS-CTS-CPTE            PIC 9(10).
           05 WS-CTS-MT              PIC 9(8)V99.
           05 WS-CTS-DATE-OPE        PIC 9(8).
           05 WS-CTS-MOTIF           PIC X(02).
           05 WS-CTS-VOL             PIC X.
              88 WS-CTS-CARTE-VOLEE  VALUE 'O'.
           05 WS-CTS-REF-RECREDIT    PIC X(08).
           05 WS-CTS-DATE-OUVERTURE  PIC 9(8).
           05 WS-CTS-STATUT          PIC X.
              88 WS-CTS-OUVERTE      VALUE 'O'.
              88 WS-CTS-ACCEPTEE     VALUE 'A'.
              88 WS-CTS-REFUSEE      VALUE 'R'.
           05 WS-CTS-DATE-CLOTURE    PIC 9(8).
           05 WS-CTS-REF-REDEBIT     PIC X(08).
           05 FILLER                 PIC X(12).
