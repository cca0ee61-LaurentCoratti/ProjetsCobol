      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE MENSUEL    *
      * DES COMMISSIONS D'INTERVENTION (F-COMINT)              *
      * CLE : COMPTE + MOIS CIVIL (SSAAMM)                     *
      *--------------------------------------------------------*
      * UN ENREGISTREMENT PAR COMPTE ET PAR MOIS, CREE AU      *
      * PREMIER INCIDENT DU MOIS ET MIS A JOUR A CHAQUE RUN    *
      * DE FACTURATION : IL PORTE LES CUMULS QUI FONT JOUER LE *
      * PLAFOND MENSUEL (COMMISSIONS FACTUREES ET EXONEREES),  *
      * LE NOMBRE D'INCIDENTS DE DEPASSEMENT DEJA RETENUS      *
      * DANS LE MOIS (SEULS LES SUIVANTS SONT FACTURES) ET LA  *
      * DATE DU DERNIER RUN (UN RUN REJOUE LE MEME JOUR NE     *
      * FACTURE PAS DEUX FOIS).                                *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CIN.
           05 WS-CIN-CLE.
              10 WS-CIN-CPTE        PIC 9(10).
              10 WS-CIN-MOIS        PIC 9(6).
           05 WS-CIN-NB-ANO         PIC 9(4).
           05 WS-CIN-NB-DEC         PIC 9(4).
           05 WS-CIN-MT-FACTURE     PIC 9(6)V99.
           05 WS-CIN-MT-EXONERE     PIC 9(6)V99.
           05 WS-CIN-DATE-DERN      PIC 9(8).
           05 FILLER                PIC X(12).
