      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DE LA TABLE DE         *
      * CORRESPONDANCE DES NUMEROS DE COMPTES MUTES (F-MUTCPT) *
      * CLE : ANCIEN NUMERO DE COMPTE                          *
      *--------------------------------------------------------*
      * UN ENREGISTREMENT PAR COMPTE RENUMEROTE LORS D'UNE     *
      * MUTATION D'AGENCE. JUSQU'A LA DATE DE FIN DE           *
      * REDIRECTION INCLUSE, LES MOUVEMENTS QUI ARRIVENT       *
      * ENCORE SUR L'ANCIEN NUMERO SONT READRESSES AU NOUVEAU ; *
      * AU-DELA ILS SONT REJETES. L'ENREGISTREMENT EST         *
      * CONSERVE : UN NUMERO MUTE N'EST JAMAIS REATTRIBUE.      *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-MUT.
           05 WS-MUT-ANCIEN         PIC 9(10).
           05 WS-MUT-NOUVEAU        PIC 9(10).
           05 WS-MUT-CLIENT         PIC 9(8).
           05 WS-MUT-AGENCE-ORIG    PIC 9.
           05 WS-MUT-AGENCE-DEST    PIC 9.
           05 WS-MUT-DATE           PIC 9(8).
           05 WS-MUT-DATE-FIN       PIC 9(8).
           05 FILLER                PIC X(4).
