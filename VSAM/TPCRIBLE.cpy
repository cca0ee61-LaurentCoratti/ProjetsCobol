      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * VIREMENTS RETENUS PAR LE CRIBLAGE DU GEL DES AVOIRS    *
      * (F-VIRGEL, VIRGEL.txt)                                 *
      *--------------------------------------------------------*
      * LE FICHIER S'ALLONGE DE RUN EN RUN JUSQU'A SON EXAMEN  *
      * PAR LA CONFORMITE. CHAQUE ENREGISTREMENT DONNE LE SENS *
      * DU VIREMENT ('E' EMIS PAR UN CLIENT, 'R' RECU DE LA    *
      * COMPENSATION), L'ENTREE DE LA LISTE ET L'IBAN QUI      *
      * CORRESPONDENT, ET L'IMAGE DU MOUVEMENT RETENU (DESSIN  *
      * DES MOUVEMENTS BANCAIRES) : LE VIREMENT EMIS N'A PAS   *
      * ETE DEBITE, LE VIREMENT RECU N'A PAS ETE CREDITE.      *
      * AUCUN TRAITEMENT NE RELIT CE FICHIER : UN VIREMENT     *
      * LIBERE N'EST PAS REPRESENTE AUTOMATIQUEMENT. LA        *
      * CONFORMITE PORTE D'ABORD LA LEVEE 'I' DANS LEVGEL (LE  *
      * COUPLE N'EST PLUS RETENU), PUIS REMET L'IMAGE DU       *
      * MOUVEMENT (WS-CRB-MVT, DEJA AU DESSIN DES MOUVEMENTS)  *
      * DANS LE FLUX DU LENDEMAIN : INP001 POUR UN VIREMENT    *
      * EMIS, MVTRECU POUR UN VIREMENT RECU, ET RAYE           *
      * L'ENREGISTREMENT DE VIRGEL.                            *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CRB.
           05 WS-CRB-SENS            PIC X.
              88 WS-CRB-EMIS         VALUE 'E'.
              88 WS-CRB-RECU         VALUE 'R'.
           05 WS-CRB-DATE            PIC 9(08).
           05 WS-CRB-REF-LISTE       PIC X(10).
           05 WS-CRB-SOURCE          PIC X(02).
           05 WS-CRB-NOM-LISTE       PIC X(40).
           05 WS-CRB-IBAN            PIC X(27).
           05 WS-CRB-MVT             PIC X(107).
           05 FILLER                 PIC X(05).
