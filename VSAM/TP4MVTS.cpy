      * L'ARRETE DES INTERETS EPARGNE, DEJA IMPUTEE AU SOLDE).  *
      *--------------------------------------------------------*
              88 IMPOT               VALUE 'T'.
      *--------------------------------------------------------*
      * IMPAYE SUR REMISE DE CHEQUE : CONTRE-PASSATION AU      *
      * DEBIT DU REMETTANT D'UN CHEQUE RETOURNE PAR LA         *
      * COMPENSATION (GENEREE PAR LE TRAITEMENT DES REMISES).  *
      *--------------------------------------------------------*
              88 IMPAYE-REMISE       VALUE 'U'.
      *--------------------------------------------------------*
      * CONTRE-PASSATION D'UN MOUVEMENT DEJA IMPUTE AU COMPTE : *
      * LA REFERENCE DU MOUVEMENT A ANNULER, LE MOTIF ET LE     *
      * VISA DU DEMANDEUR SONT PORTES DANS LES ZONES DU         *
      * BENEFICIAIRE EXTERNE (REDEFINITIONS CI-DESSOUS). LE     *
      * MONTANT ET LE SENS SONT CEUX DU MOUVEMENT D'ORIGINE,    *
      * RELU DANS L'HISTORIQUE ; WS-MVTS-REF EST LA REFERENCE   *
      * PROPRE DE LA DEMANDE.                                   *
      *--------------------------------------------------------*
              88 CONTRE-PASSATION    VALUE 'X'.
           05 WS-MVTS-MT             PIC 9(8)V99.
           05 WS-MVTS-VIR-CPTE       PIC 9(10).
      *--------------------------------------------------------*
      *--------------------------------------------------------*
           05 WS-MVTS-EXT-BQE        PIC X(10).
              88 WS-MVTS-VIR-INTERNE VALUE SPACE.
      *--------------------------------------------------------*
      * CREDIT 'D' D'UNE REMISE DE PRELEVEMENTS SEPA EMISE     *
      * POUR UN CLIENT CREANCIER, ET REPRISE 'U' D'UNE LIGNE   *
      * RETOURNEE IMPAYEE (MOTIF SEPA EN WS-MVTS-PRLV-MOTIF) : *
      * GENERES PAR LE TRAITEMENT DES PRELEVEMENTS EMIS.       *
      *--------------------------------------------------------*
              88 WS-MVTS-REMISE-PRLV VALUE 'PRLV-SEPA'.
           05 WS-MVTS-CTP-ORIG REDEFINES WS-MVTS-EXT-BQE.
              10 WS-MVTS-CTP-REF-ORIG PIC X(08).
              10 WS-MVTS-CTP-MOTIF   PIC X(02).
                 88 WS-MVTS-CTP-MOTIF-OK VALUE 'EC' 'EM' 'DB' 'AU'.
           05 WS-MVTS-EXT-CPTE       PIC X(16).
           05 WS-MVTS-CTP-DEM REDEFINES WS-MVTS-EXT-CPTE.
              10 WS-MVTS-CTP-DEMANDEUR PIC X(08).
              10 FILLER              PIC X(08).
           05 WS-MVTS-PRLV-RET REDEFINES WS-MVTS-EXT-CPTE.
              10 WS-MVTS-PRLV-MOTIF  PIC X(04).
              10 FILLER              PIC X(12).
      *--------------------------------------------------------*
      * NUMERO DU CHEQUE POUR LES MOUVEMENTS DE CODE 'Q' ;      *
      * ZERO POUR LES AUTRES CODES. UN DEPOT 'D' QUI PORTE UN   *
      * NUMERO DE CHEQUE EST UNE REMISE DE CHEQUE (BANQUE       *
      * TIREE EN ZONE WS-MVTS-EXT-BQE), DE MEME QUE SON IMPAYE  *
      * 'U'.                                                    *
      *--------------------------------------------------------*
           05 WS-MVTS-NUM-CHEQUE     PIC 9(07).
      *--------------------------------------------------------*
