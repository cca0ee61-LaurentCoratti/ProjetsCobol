      *   TXPFU    : PRELEVEMENT FORFAITAIRE SUR INTERETS (%)   *
      *   TXSOC    : PRELEVEMENTS SOCIAUX SUR INTERETS (%)      *
      *   DELAUTCB : VALIDITE D'UNE AUTORISATION CARTE (JOURS)  *
      *   DELCOMPE : DELAI DE COMPENSATION DES REMISES DE      *
      *              CHEQUES (JOURS CALENDAIRES)                *
      *   FRINTERV : COMMISSION D'INTERVENTION PAR INCIDENT    *
      *   PLAFINTO : PLAFOND DE COMMISSION PAR OPERATION       *
      *   PLAFINTM : PLAFOND MENSUEL DES COMMISSIONS           *
      *   PLAFINTF : PLAFOND MENSUEL DES COMMISSIONS POUR LA   *
      *              CLIENTELE FRAGILE                          *
      *   DELMUTAT : DUREE DE REDIRECTION DES ANCIENS NUMEROS  *
      *              APRES MUTATION D'AGENCE (MOIS)             *
      *   PLAFLIVA : PLAFOND DE DEPOT DU LIVRET A              *
      *   PLAFLDDS : PLAFOND DE DEPOT DU LDDS                  *
      *   PLAFLEP  : PLAFOND DE DEPOT DU LEP                   *
      *   PLAFLJEU : PLAFOND DE DEPOT DU LIVRET JEUNE          *
      *   SEUILESP : CUMUL D'ESPECES SUR 30 JOURS GLISSANTS     *
      *              DECLENCHANT LA DECLARATION SYSTEMATIQUE    *
      *   SEUILFRC : MONTANT UNITAIRE D'ESPECES SOUS LEQUEL UN  *
      *              FRACTIONNEMENT EST RECHERCHE               *
      *   NBFRACT  : NOMBRE D'OPERATIONS JUSTE SOUS LE SEUIL    *
      *              UNITAIRE SUR 30 JOURS FAISANT SOUPCON      *
      *   DELESPVI : DELAI ENTRE DEPOT D'ESPECES ET VIREMENT    *
      *              EXTERNE SURVEILLE (JOURS)                  *
      *   PCTESPVI : PART MINIMALE DU VIREMENT EXTERNE COUVERTE *
      *              PAR LES ESPECES DEPOSEES DANS LE DELAI (%) *
      *   SCORECRB : RESSEMBLANCE MINIMALE (%) ENTRE LE NOM     *
      *              D'UN CLIENT ET UN NOM DE LA LISTE DE GEL   *
      *              DES AVOIRS POUR RETENIR UNE CORRESPONDANCE *
      *   DELVALID : DELAI DE VALIDATION D'UNE MAINTENANCE      *
      *              SENSIBLE PAR UN SECOND OPERATEUR (JOURS)   *
      *   SEUILLIM : HAUSSE DE LIMITE DE DECOUVERT AU-DELA DE   *
      *              LAQUELLE LA DOUBLE VALIDATION EST EXIGEE   *
      *   DELRETPR : DELAI DE RETOUR DES PRELEVEMENTS EMIS      *
      *              POUR NOS CLIENTS CREANCIERS (JOURS         *
      *              CALENDAIRES APRES L'ECHEANCE)              *
      *   SEUILREV : MONTANT MINIMAL D'UN CREDIT MENSUEL RETENU *
      *              COMME REVENU REGULIER PAR LA COTATION      *
      *   LIMCOTA A LIMCOTE : LIMITE DE DECOUVERT MAXIMALE      *
      *              ADMISE PAR COTE INTERNE (A A E)            *
      *   PLFCOTA A PLFCOTE : PLAFOND CB MAXIMAL ADMIS PAR COTE *
      *              INTERNE (A A E)                            *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-PARAM.
              88 WS-PARAM-TXPFU      VALUE 'TXPFU   '.
              88 WS-PARAM-TXSOC      VALUE 'TXSOC   '.
              88 WS-PARAM-DELAUTCB   VALUE 'DELAUTCB'.
              88 WS-PARAM-DELCOMPE   VALUE 'DELCOMPE'.
              88 WS-PARAM-FRINTERV   VALUE 'FRINTERV'.
              88 WS-PARAM-PLAFINTO   VALUE 'PLAFINTO'.
              88 WS-PARAM-PLAFINTM   VALUE 'PLAFINTM'.
              88 WS-PARAM-PLAFINTF   VALUE 'PLAFINTF'.
              88 WS-PARAM-DELMUTAT   VALUE 'DELMUTAT'.
              88 WS-PARAM-PLAFLIVA   VALUE 'PLAFLIVA'.
              88 WS-PARAM-PLAFLDDS   VALUE 'PLAFLDDS'.
              88 WS-PARAM-PLAFLEP    VALUE 'PLAFLEP '.
              88 WS-PARAM-PLAFLJEU   VALUE 'PLAFLJEU'.
              88 WS-PARAM-SEUILESP   VALUE 'SEUILESP'.
              88 WS-PARAM-SEUILFRC   VALUE 'SEUILFRC'.
              88 WS-PARAM-NBFRACT    VALUE 'NBFRACT '.
              88 WS-PARAM-DELESPVI   VALUE 'DELESPVI'.
              88 WS-PARAM-PCTESPVI   VALUE 'PCTESPVI'.
              88 WS-PARAM-SCORECRB   VALUE 'SCORECRB'.
              88 WS-PARAM-DELVALID   VALUE 'DELVALID'.
              88 WS-PARAM-SEUILLIM   VALUE 'SEUILLIM'.
              88 WS-PARAM-DELRETPR   VALUE 'DELRETPR'.
              88 WS-PARAM-SEUILREV   VALUE 'SEUILREV'.
              88 WS-PARAM-LIMCOTA    VALUE 'LIMCOTA '.
              88 WS-PARAM-LIMCOTB    VALUE 'LIMCOTB '.
              88 WS-PARAM-LIMCOTC    VALUE 'LIMCOTC '.
              88 WS-PARAM-LIMCOTD    VALUE 'LIMCOTD '.
              88 WS-PARAM-LIMCOTE    VALUE 'LIMCOTE '.
              88 WS-PARAM-PLFCOTA    VALUE 'PLFCOTA '.
              88 WS-PARAM-PLFCOTB    VALUE 'PLFCOTB '.
              88 WS-PARAM-PLFCOTC    VALUE 'PLFCOTC '.
              88 WS-PARAM-PLFCOTD    VALUE 'PLFCOTD '.
              88 WS-PARAM-PLFCOTE    VALUE 'PLFCOTE '.
           05 WS-PARAM-DATE-DEB      PIC 9(08).
           05 WS-PARAM-DATE-FIN      PIC 9(08).
           05 WS-PARAM-VALEUR        PIC 9(5)V9(4).
           05 WS-TAUX-PFU            PIC 9(3)V9(4) VALUE 12,8.
           05 WS-TAUX-SOC            PIC 9(3)V9(4) VALUE 17,2.
           05 WS-DELAI-AUT-CB        PIC 9(3)      VALUE 2.
           05 WS-DELAI-COMPENS       PIC 9(3)      VALUE 2.
           05 WS-FRAIS-INTERV        PIC 9(5)V99   VALUE 8.
           05 WS-PLAF-INTERV-OP      PIC 9(5)V99   VALUE 8.
           05 WS-PLAF-INTERV-MOIS    PIC 9(5)V99   VALUE 80.
           05 WS-PLAF-INTERV-FRAG    PIC 9(5)V99   VALUE 20.
           05 WS-DELAI-MUTATION      PIC 9(3)      VALUE 13.
           05 WS-PLAF-LIVRET-A       PIC 9(8)V99   VALUE 22950.
           05 WS-PLAF-LDDS           PIC 9(8)V99   VALUE 12000.
           05 WS-PLAF-LEP            PIC 9(8)V99   VALUE 10000.
           05 WS-PLAF-LIVRET-JEUNE   PIC 9(8)V99   VALUE 1600.
           05 WS-SEUIL-ESPECES       PIC 9(8)V99   VALUE 10000.
           05 WS-SEUIL-FRACTION      PIC 9(8)V99   VALUE 1000.
           05 WS-NB-FRACTION         PIC 9(3)      VALUE 3.
           05 WS-DELAI-ESP-VIR       PIC 9(3)      VALUE 3.
           05 WS-PCT-ESP-VIR         PIC 9(3)      VALUE 80.
           05 WS-SCORE-CRIBLAGE      PIC 9(3)      VALUE 85.
           05 WS-DELAI-VALIDATION    PIC 9(3)      VALUE 5.
           05 WS-SEUIL-LIMITE        PIC 9(8)V99   VALUE 1000.
           05 WS-DELAI-RETOUR-PRLV   PIC 9(3)      VALUE 5.
           05 WS-SEUIL-REVENU        PIC 9(8)V99   VALUE 800.
      *--------------------------------------------------------*
      * BORNES PAR COTE INTERNE, RANGEES DE A A E POUR ETRE    *
      * SERVIES PAR LE RANG DE LA COTE (VUE WS-BAREME-COT-TAB).*
      *--------------------------------------------------------*
           05 WS-BAREME-COTATION.
              10 WS-LIMITE-COTE-A    PIC 9(8)V99   VALUE 5000.
              10 WS-LIMITE-COTE-B    PIC 9(8)V99   VALUE 2000.
              10 WS-LIMITE-COTE-C    PIC 9(8)V99   VALUE 1000.
              10 WS-LIMITE-COTE-D    PIC 9(8)V99   VALUE 300.
              10 WS-LIMITE-COTE-E    PIC 9(8)V99   VALUE 0.
              10 WS-PLAF-CB-COTE-A   PIC 9(8)V99   VALUE 5000.
              10 WS-PLAF-CB-COTE-B   PIC 9(8)V99   VALUE 3000.
              10 WS-PLAF-CB-COTE-C   PIC 9(8)V99   VALUE 1500.
              10 WS-PLAF-CB-COTE-D   PIC 9(8)V99   VALUE 800.
              10 WS-PLAF-CB-COTE-E   PIC 9(8)V99   VALUE 300.
           05 WS-BAREME-COT-TAB REDEFINES WS-BAREME-COTATION.
              10 WS-LIMITE-COTE      PIC 9(8)V99   OCCURS 5.
              10 WS-PLAF-CB-COTE     PIC 9(8)V99   OCCURS 5.
