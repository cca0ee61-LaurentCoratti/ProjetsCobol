      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO120B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    COTATION INTERNE MENSUELLE DU RISQUE CLIENT : LES COMPTES  *
      *    SONT REGROUPES PAR CLIENT (WS-CPT-CLIENT) ET CHAQUE CLIENT *
      *    EST NOTE SUR LES FAITS DES DOUZE DERNIERS MOIS :           *
      *    - JOURS DEBITEURS ET JOURS AU-DELA DE L'AUTORISATION DE    *
      *      DECOUVERT (HISTORIQUE DES SOLDES SOLDHIST) ;             *
      *    - INCIDENTS DE PAIEMENT OUVERTS ET REGULARISES (INCIDENT) ;*
      *    - INTERDICTION BANCAIRE EN COURS ;                         *
      *    - TENDANCE DU SOLDE MOYEN (TROIS DERNIERS MOIS CONTRE LES  *
      *      MOIS ANTERIEURS, SUR SOLDHIST) ;                         *
      *    - CREDITS REGULIERS ASSIMILABLES A UN REVENU (MVTHIST ET   *
      *      SES GENERATIONS ANNUELLES) ;                             *
      *    - ECHEANCES IMPAYEES DES PRETS EN COURS (PRETS).           *
      *    LES POINTS DE RISQUE SONT CUMULES EN UN SCORE QUI DONNE LA *
      *    COTE DE A (MEILLEUR RISQUE) A E, AVEC LES TROIS PRINCIPAUX *
      *    MOTIFS. LA COTE DU MOIS EST ENREGISTREE DANS L'HISTORIQUE  *
      *    PERMANENT DES COTATIONS (COTATION), CREE S'IL EST ABSENT ; *
      *    ELLE BORNE LES HAUSSES DE LIMITE ET DE PLAFOND CB DE LA    *
      *    MAINTENANCE DES COMPTES.                                   *
      *    EN SORTIE : L'ETAT ETATCOT DES CLIENTS DONT LA COTE S'EST  *
      *    DEGRADEE DEPUIS LE MOIS PRECEDENT ET LA REPARTITION DES    *
      *    CLIENTS PAR COTE.                                          *
      *---------------------------------------------------------------*
      * LA PERIODE OBSERVEE VA DU PREMIER JOUR DU MEME MOIS DE        *
      * L'ANNEE PRECEDENTE A LA DATE DU JOUR. UNE RELANCE DANS LE     *
      * MOIS REMPLACE LA COTE DU MOIS. CODE RETOUR 4 SI L'HISTORIQUE  *
      * DES SOLDES EST ABSENT (JOURS DEBITEURS ET TENDANCE NON        *
      * EVALUES).                                                     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * JJ/MM/SSAA    !                                               *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO120B.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-SOLDHIST          ASSIGN TO SOLDHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-SLD-CLE
                   FILE STATUS         IS WS-FS-F-SOLDHIST.
      *                      -------------------------------------------
      *                      F-INCID : INCIDENTS DE PAIEMENT
      *                      -------------------------------------------
           SELECT  F-INCID             ASSIGN TO INCIDENT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-INC-CLE
                   FILE STATUS         IS WS-FS-F-INCID.
      *                      -------------------------------------------
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-HISTGEN : GENERATION ANNUELLE DE
      *                                  L'HISTORIQUE (BASCULE)
      *                      -------------------------------------------
           SELECT  F-HISTGEN           ASSIGN TO WS-NOM-HISTGEN
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-GEN-CLE
                   FILE STATUS         IS WS-FS-F-HISTGEN.
      *                      -------------------------------------------
      *                      F-PRETS : REGISTRE DES PRETS EN COURS
      *                      -------------------------------------------
           SELECT  F-PRETS-E           ASSIGN TO 'PRETS.txt'
                   FILE STATUS         IS WS-FS-F-PRETS-E.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-COTATION : HISTORIQUE DES COTATIONS
      *                      -------------------------------------------
           SELECT  F-COTATION          ASSIGN TO COTATION
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-COT-CLE
                   FILE STATUS         IS WS-FS-F-COTATION.
      *                      -------------------------------------------
      *                      F-TRI   : TRI DES COMPTES PAR CLIENT
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      ETATCOT : ETAT DE LA COTATION
      *                      -------------------------------------------
           SELECT  F-ETATCOT-S         ASSIGN TO WS-NOM-ETATCOT
                   FILE STATUS         IS WS-FS-F-ETATCOT-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-F-SLD.
           05 FS-SLD-CLE.
              10 FS-SLD-CPTE          PIC X(10).
              10 FS-SLD-DATE          PIC X(8).
           05 FILLER                  PIC X(22).
      *
       FD  F-INCID
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-INC.
           05 FS-INC-CLE.
              10 FS-INC-CPTE          PIC X(10).
              10 FS-INC-NUM-CHEQUE    PIC X(7).
           05 FILLER                  PIC X(33).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE             PIC X(10).
              10 FS-HIST-DATE             PIC X(8).
              10 FS-HIST-SEQ              PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-HISTGEN
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-GEN.
           05 FS-GEN-CLE.
              10 FS-GEN-CPTE              PIC X(10).
              10 FS-GEN-DATE              PIC X(8).
              10 FS-GEN-SEQ               PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-PRETS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRETS            PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-COTATION
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-COT.
           05 FS-COT-CLE              PIC X(14).
           05 FILLER                  PIC X(66).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CLIENT           PIC 9(08).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-NOM              PIC X(20).
           05 FS-TRI-TYPE             PIC X.
           05 FS-TRI-INTERDIT         PIC X.
      *---------------------------------------------------------------*
      * FAITS DU COMPTE SUR LA PERIODE OBSERVEE : JOURS DEBITEURS ET  *
      * AU-DELA DE L'AUTORISATION, INCIDENTS, SOLDES MOYENS DES TROIS *
      * DERNIERS MOIS ET DES MOIS ANTERIEURS, MOIS (1 A 12 EN         *
      * REMONTANT) AYANT RECU UN CREDIT ASSIMILABLE A UN REVENU ET    *
      * ECHEANCES DE PRET IMPAYEES.                                   *
      *---------------------------------------------------------------*
           05 FS-TRI-JOURS-DEBIT      PIC 9(3).
           05 FS-TRI-JOURS-DEPASS     PIC 9(3).
           05 FS-TRI-INC-OUVERTS      PIC 9(3).
           05 FS-TRI-INC-REGUL        PIC 9(3).
           05 FS-TRI-MOY-REC          PIC S9(8)V99.
           05 FS-TRI-MOY-ANC          PIC S9(8)V99.
           05 FS-TRI-ANC-CONNUE       PIC X.
           05 FS-TRI-MOIS-REVENU.
              10 FS-TRI-REVENU-MOIS   PIC X     OCCURS 12.
           05 FS-TRI-ECH-IMPAYEES     PIC 9(3).
      *
       FD  F-ETATCOT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCOT            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPSOLDH.
      *
           COPY TPINCID.
      *
           COPY TPHIST.
      *
           COPY TPPARAM.
      *
           COPY TPCOTAT.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU PRET AU REGISTRE (DESSIN DU GENERATEUR DES     *
      * ECHEANCES DE PRETS)                                           *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-PRT.
           05 WS-PRT-CPTE            PIC 9(10).
           05 WS-PRT-REF-BASE        PIC X(4).
           05 WS-PRT-CAPITAL         PIC 9(8)V99.
           05 WS-PRT-TAUX            PIC 9(3)V9(4).
           05 WS-PRT-DUREE           PIC 9(3).
           05 WS-PRT-JOUR            PIC 99.
           05 WS-PRT-DATE-DEB        PIC 9(8).
           05 WS-PRT-CAP-RESTANT     PIC 9(8)V99.
           05 WS-PRT-ECH-RESTANT     PIC 9(3).
           05 FILLER                 PIC X(23).
      *
      *---------------------------------------------------------------*
      * TABLE DES PRETS EN COURS CHARGEE AU LANCEMENT, PUIS PRETS DU  *
      * COMPTE EXAMINE : POUR CHACUN, LES ECHEANCES PRELEVEES PAR     *
      * RANG DE MOIS (1 = MOIS DU JOUR, 13 = MOIS DE DEBUT DE LA      *
      * PERIODE OBSERVEE).                                            *
      *---------------------------------------------------------------*
       77  WS-MAX-PRETS              PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-PRETS.
           05 WS-TPR-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TPR-POSTE           OCCURS 500
                                     INDEXED BY IDX-PRT.
              10 WS-TPR-CPTE         PIC 9(10).
              10 WS-TPR-REF-BASE     PIC X(4).
              10 WS-TPR-DUREE        PIC 9(3).
              10 WS-TPR-JOUR         PIC 99.
              10 WS-TPR-DATE-DEB     PIC 9(8).
              10 WS-TPR-ECH-RESTANT  PIC 9(3).
      *
       77  WS-MAX-PRETS-CPTE         PIC S9(4) COMP VALUE 10.
       01  WS-PRETS-CPTE.
           05 WS-TPC-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TPC-POSTE           OCCURS 10
                                     INDEXED BY IDX-PCP.
              10 WS-TPC-REF-BASE     PIC X(4).
              10 WS-TPC-DUREE        PIC 9(3).
              10 WS-TPC-JOUR         PIC 99.
              10 WS-TPC-DATE-DEB     PIC 9(8).
              10 WS-TPC-ECH-RESTANT  PIC 9(3).
              10 WS-TPC-NB-ATTENDUES PIC S9(4) COMP.
              10 WS-TPC-PRELEVEE     PIC X     OCCURS 13.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  OK-LEC-F-SOLDHIST    VALUE '00' '02' '10'.
           88  EOF-F-SOLDHIST       VALUE '10'.
           88  OK-START-SLD         VALUE '00' '23'.
           88  CLE-SLD-INEXISTANTE  VALUE '23'.
           88  SOLDHIST-ABSENT      VALUE '35'.
       01  WS-FS-F-INCID            PIC XX.
           88  OK-F-INCID           VALUE '00'.
           88  OK-LEC-F-INCID       VALUE '00' '02' '10'.
           88  EOF-F-INCID          VALUE '10'.
           88  OK-START-INC         VALUE '00' '23'.
           88  CLE-INC-INEXISTANTE  VALUE '23'.
           88  INCID-ABSENT         VALUE '35'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-HISTGEN          PIC XX.
           88  OK-F-HISTGEN         VALUE '00'.
           88  EOF-F-HISTGEN        VALUE '10'.
           88  OK-LEC-F-HISTGEN     VALUE '00' '02' '10'.
           88  OK-START-GEN         VALUE '00' '23'.
           88  CLE-GEN-INEXISTANTE  VALUE '23'.
           88  HISTGEN-ABSENT       VALUE '35'.
       01  WS-FS-F-PRETS-E          PIC XX.
           88  OK-F-PRETS-E         VALUE '00'.
           88  OK-LEC-F-PRETS-E     VALUE '00' '10'.
           88  EOF-F-PRETS-E        VALUE '10'.
           88  PRETS-ABSENT         VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-COTATION         PIC XX.
           88  OK-F-COTATION        VALUE '00'.
           88  OK-LEC-F-COTATION    VALUE '00' '23'.
           88  COT-INCONNUE         VALUE '23'.
           88  COTATION-ABSENT      VALUE '35'.
       01  WS-FS-F-ETATCOT-S        PIC XX.
           88  OK-F-ETATCOT-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CCLI                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CNOUV                 PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CDEGR                 PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CAMEL                 PIC S9(7) COMP
                                    VALUE 0.
       01  WS-REPARTITION.
           05 WS-CNOTE              PIC S9(7) COMP OCCURS 5.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCOT           PIC X(24).
       77  WS-NOM-HISTGEN           PIC X(16).
       77  WS-ANNEE-GEN             PIC 9(4)  VALUE 0.
       77  WS-MOIS-COTATION         PIC 9(6)  VALUE 0.
       77  WS-MOIS-PRECEDENT        PIC 9(6)  VALUE 0.
       77  WS-NOTE-PREC             PIC X     VALUE SPACE.
       77  WS-RANG-NOTE             PIC S9(4) COMP VALUE 0.
       77  WS-RANG-MOTIF            PIC S9(4) COMP VALUE 0.
       77  WS-POINTS-MAX            PIC S9(4) COMP VALUE 0.
       77  WS-FAC-MAX               PIC S9(4) COMP VALUE 0.
       77  WS-PTR-MOTIFS            PIC S9(4) COMP VALUE 0.
       77  WS-SCORE                 PIC S9(4) COMP VALUE 0.
      *---------------------------------------------------------------*
      * NOMBRE MINIMAL DE MOIS, SUR LES DOUZE MOIS ECOULES, AYANT     *
      * RECU UN CREDIT D'AU MOINS SEUILREV POUR RECONNAITRE UN REVENU *
      * REGULIER.                                                     *
      *---------------------------------------------------------------*
       77  WS-MOIS-REVENU-MIN       PIC S9(4) COMP VALUE 10.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-FIN-HIST              PIC X     VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-FIN-GEN               PIC X     VALUE '0'.
           88 WS-GEN-EN-COURS       VALUE '0'.
           88 WS-GEN-EPUISEE        VALUE '1'.
       01  WS-FIN-SLD               PIC X     VALUE '0'.
           88 WS-SLD-EN-COURS       VALUE '0'.
           88 WS-SLD-EPUISE         VALUE '1'.
       01  WS-FIN-INC               PIC X     VALUE '0'.
           88 WS-INC-EN-COURS       VALUE '0'.
           88 WS-INC-EPUISE         VALUE '1'.
       01  WS-DISPO-SOLDHIST        PIC X     VALUE '0'.
           88 WS-SLD-DISPONIBLE     VALUE '0'.
           88 WS-SLD-INDISPONIBLE   VALUE '1'.
       01  WS-DISPO-INCID           PIC X     VALUE '0'.
           88 WS-INC-DISPONIBLE     VALUE '0'.
           88 WS-INC-INDISPONIBLE   VALUE '1'.
       01  WS-DISPO-PRETS           PIC X     VALUE '0'.
           88 WS-PRETS-CHARGES      VALUE '0'.
           88 WS-PRETS-MANQUANTS    VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-DATE-JOUR-DEC REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-SSAA          PIC 9(4).
           05 FILLER                PIC 9(4).
      *
      *---------------------------------------------------------------*
      * PERIODE OBSERVEE : DEBUT (PREMIER JOUR DU MEME MOIS DE        *
      * L'ANNEE PRECEDENTE), DEBUT DES TROIS DERNIERS MOIS POUR LA    *
      * TENDANCE DU SOLDE MOYEN, NUMEROS DE JOUR CORRESPONDANTS ET    *
      * NUMERO DU MOIS DU JOUR (SSAA * 12 + MM) POUR LES RANGS DE     *
      * MOIS.                                                         *
      *---------------------------------------------------------------*
       01  WS-DATE-FEN-DEB.
           05 WS-FEN-DEB-SSAA       PIC 9(4).
           05 WS-FEN-DEB-MM         PIC 99.
           05 WS-FEN-DEB-JJ         PIC 99.
       01  WS-DATE-FEN-DEB-NUM REDEFINES WS-DATE-FEN-DEB
                                    PIC 9(8).
       01  WS-DATE-FEN-REC.
           05 WS-FEN-REC-SSAA       PIC 9(4).
           05 WS-FEN-REC-MM         PIC 99.
           05 WS-FEN-REC-JJ         PIC 99.
       01  WS-DATE-FEN-REC-NUM REDEFINES WS-DATE-FEN-REC
                                    PIC 9(8).
       77  WS-SER-FEN-DEB           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-FEN-REC           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-FIN               PIC S9(9) COMP-3 VALUE 0.
       77  WS-MOIS-JOUR-NUM         PIC S9(7) COMP VALUE 0.
       77  WS-MOIS-ABS              PIC S9(7) COMP VALUE 0.
       77  WS-RANG-MOIS             PIC S9(4) COMP VALUE 0.
       77  WS-RANG-IDX              PIC S9(4) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * DATE DE TRAVAIL ET NUMERO DE JOUR CIVIL                       *
      *---------------------------------------------------------------*
       01  WS-DATE-TRAV.
           05 WS-TRAV-SSAA          PIC 9(4).
           05 WS-TRAV-MM            PIC 99.
           05 WS-TRAV-JJ            PIC 99.
       01  WS-DATE-TRAV-NUM REDEFINES WS-DATE-TRAV
                                    PIC 9(8).
       01  WS-DATE-TRAV-ED.
           05 WS-TRAV-JJ-ED         PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-TRAV-MM-ED         PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-TRAV-SSAA-ED       PIC 9(4).
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * NOMBRE DE JOURS DES MOIS (FEVRIER CORRIGE LES ANNEES          *
      * BISSEXTILES)                                                  *
      *---------------------------------------------------------------*
       01  WS-JOURS-MOIS-VAL        PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-JOURS-MOIS-TAB REDEFINES WS-JOURS-MOIS-VAL.
           05 WS-JOURS-MOIS         PIC 99    OCCURS 12.
       77  WS-NB-JOURS-MOIS         PIC 99    VALUE 0.
       77  WS-QUOTIENT              PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-4               PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-100             PIC S9(5) COMP VALUE 0.
       77  WS-RESTE-400             PIC S9(5) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * ECHEANCE DE PRET ATTENDUE POUR UN RANG DE MOIS                *
      *---------------------------------------------------------------*
       01  WS-DATE-ECH.
           05 WS-ECH-SSAA           PIC 9(4).
           05 WS-ECH-MM             PIC 99.
           05 WS-ECH-JJ             PIC 99.
       01  WS-DATE-ECH-NUM REDEFINES WS-DATE-ECH
                                    PIC 9(8).
       77  WS-ECH-MM-0              PIC S9(4) COMP VALUE 0.
       77  WS-NB-ECH-GENEREES       PIC S9(4) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * ANALYSE DES CLICHES DE SOLDE DU COMPTE : LE SOLDE D'UN CLICHE *
      * VAUT JUSQU'AU CLICHE SUIVANT (OU JUSQU'A LA DATE DU JOUR), LE *
      * SOLDE VALABLE AU DEBUT DE LA PERIODE EST LE DERNIER CLICHE    *
      * ANTERIEUR. LES JOURS SONT VENTILES ENTRE LES TROIS DERNIERS   *
      * MOIS ET LES MOIS ANTERIEURS POUR LES SOLDES MOYENS.           *
      *---------------------------------------------------------------*
       01  WS-STATUT-CLICHE         PIC X     VALUE '0'.
           88 WS-SOLDE-INCONNU      VALUE '0'.
           88 WS-SOLDE-CONNU        VALUE '1'.
       77  WS-SOLDE-PREC            PIC S9(8)V99 COMP-3 VALUE 0.
       77  WS-SER-PREC              PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-CLICHE            PIC S9(9) COMP-3 VALUE 0.
       77  WS-SER-FIN-PER           PIC S9(9) COMP-3 VALUE 0.
       77  WS-NB-JOURS-PER          PIC S9(5) COMP VALUE 0.
       77  WS-NB-JOURS-REC          PIC S9(5) COMP VALUE 0.
       77  WS-NB-JOURS-ANC          PIC S9(5) COMP VALUE 0.
       01  WS-CUMULS-COMPTE.
           05 WS-CUM-JOURS-DEBIT    PIC S9(5) COMP VALUE 0.
           05 WS-CUM-JOURS-DEPASS   PIC S9(5) COMP VALUE 0.
           05 WS-CUM-JOURS-REC      PIC S9(5) COMP VALUE 0.
           05 WS-CUM-JOURS-ANC      PIC S9(5) COMP VALUE 0.
           05 WS-CUM-SOLDES-REC     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CUM-SOLDES-ANC     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CUM-INC-OUVERTS    PIC S9(5) COMP VALUE 0.
           05 WS-CUM-INC-REGUL      PIC S9(5) COMP VALUE 0.
           05 WS-CUM-ECH-IMPAYEES   PIC S9(5) COMP VALUE 0.
           05 WS-CUM-MOIS-REVENU.
              10 WS-CUM-REVENU-MOIS PIC X     OCCURS 12.
      *
      *---------------------------------------------------------------*
      * SYNTHESE DU CLIENT EN COURS (RUPTURE SUR FS-TRI-CLIENT) : LES *
      * JOURS DEBITEURS SONT CEUX DU COMPTE LE PLUS EXPOSE, LES       *
      * INCIDENTS ET IMPAYES SONT CUMULES, LES SOLDES MOYENS SONT     *
      * ADDITIONNES ET UN MOIS A REVENU L'EST SUR L'UN QUELCONQUE DES *
      * COMPTES.                                                      *
      *---------------------------------------------------------------*
       01  WS-CLIENT-COURANT.
           05 WS-CLI-CLIENT         PIC 9(8)  VALUE 0.
           05 WS-CLI-NOM            PIC X(20) VALUE SPACES.
           05 WS-CLI-NB-COURANT     PIC S9(4) COMP VALUE 0.
           05 WS-CLI-INTERDIT       PIC X     VALUE '0'.
              88 WS-CLI-IB-ACTIF    VALUE '1'.
           05 WS-CLI-JOURS-DEBIT    PIC S9(5) COMP VALUE 0.
           05 WS-CLI-JOURS-DEPASS   PIC S9(5) COMP VALUE 0.
           05 WS-CLI-INC-OUVERTS    PIC S9(5) COMP VALUE 0.
           05 WS-CLI-INC-REGUL      PIC S9(5) COMP VALUE 0.
           05 WS-CLI-ECH-IMPAYEES   PIC S9(5) COMP VALUE 0.
           05 WS-CLI-MOY-REC        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CLI-MOY-ANC        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CLI-ANC-CONNUE     PIC X     VALUE '0'.
              88 WS-CLI-HIST-ANCIEN VALUE '1'.
           05 WS-CLI-TENDANCE       PIC X     VALUE '0'.
              88 WS-CLI-SOLDE-BAISSE VALUE '1'.
           05 WS-CLI-NB-MOIS-REVENU PIC S9(4) COMP VALUE 0.
           05 WS-CLI-MOIS-REVENU.
              10 WS-CLI-REVENU-MOIS PIC X     OCCURS 12.
       77  WS-ECART-TENDANCE        PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *---------------------------------------------------------------*
      * FACTEURS DE RISQUE : POINTS DU CLIENT PAR FACTEUR, DANS       *
      * L'ORDRE DE PRIORITE DES MOTIFS A POINTS EGAUX, ET LIBELLES.   *
      *   1 IB INTERDICTION BANCAIRE EN COURS              40         *
      *   2 DP JOURS AU-DELA DE L'AUTORISATION  >90 30, >30 20, >0 10 *
      *   3 IP ECHEANCES DE PRET IMPAYEES       >=3 35, >=1 20        *
      *   4 IO INCIDENTS NON REGULARISES        >=3 35, >=1 25        *
      *   5 DB JOURS DEBITEURS                  >180 15, >60 8        *
      *   6 IR INCIDENTS REGULARISES DANS LA PERIODE >=3 15, >=1 10   *
      *   7 TS BAISSE DU SOLDE MOYEN DE PLUS DE 20 % (100 MINIMUM) 10 *
      *   8 RV CLIENT A COMPTE COURANT SANS REVENU REGULIER        10 *
      * COTE : A SOUS 10 POINTS, B SOUS 25, C SOUS 45, D SOUS 70,     *
      * E AU-DELA.                                                    *
      *---------------------------------------------------------------*
       01  WS-TABLE-FACTEURS.
           05 WS-FAC-POSTE          OCCURS 8
                                    INDEXED BY IDX-FAC.
              10 WS-FAC-POINTS      PIC 9(3).
              10 WS-FAC-RETENU      PIC X.
       01  WS-MOTIFS-VALEURS.
           05 FILLER                PIC X(20) VALUE
                                    'IBINTERDIT BANCAIRE '.
           05 FILLER                PIC X(20) VALUE
                                    'DPDEPASSEMENT AUTOR.'.
           05 FILLER                PIC X(20) VALUE
                                    'IPIMPAYES DE PRET   '.
           05 FILLER                PIC X(20) VALUE
                                    'IOINCIDENTS OUVERTS '.
           05 FILLER                PIC X(20) VALUE
                                    'DBDEBIT PROLONGE    '.
           05 FILLER                PIC X(20) VALUE
                                    'IRINCIDENTS REGUL.  '.
           05 FILLER                PIC X(20) VALUE
                                    'TSBAISSE SOLDE MOYEN'.
           05 FILLER                PIC X(20) VALUE
                                    'RVSANS REVENU REGUL.'.
       01  WS-MOTIFS-TAB REDEFINES WS-MOTIFS-VALEURS.
           05 WS-MTF-POSTE          OCCURS 8
                                    INDEXED BY IDX-MTF.
              10 WS-MTF-CODE        PIC XX.
              10 WS-MTF-LIBELLE     PIC X(18).
       01  WS-LETTRES-COTES-VAL     PIC X(5) VALUE 'ABCDE'.
       01  WS-LETTRES-COTES REDEFINES WS-LETTRES-COTES-VAL.
           05 WS-LETTRE-COTE        PIC X     OCCURS 5.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE LA COTATION                      *
      *---------------------------------------------------------------*
      *
       01  WS-LCOT-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCOT-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'COTATION INTERNE MENSUELLE    '.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LCOT-TITRE-DATE.
              10 WS-LCOT-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCOT-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCOT-SS-ED       PIC 9(2).
              10 WS-LCOT-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCOT-PERIODE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(20) VALUE
                                         'PERIODE OBSERVEE DU '.
           05 WS-LCOT-PER-DEB-ED     PIC X(10).
           05 FILLER                 PIC X(4)  VALUE ' AU '.
           05 WS-LCOT-PER-FIN-ED     PIC X(10).
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOT-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCOT-MESSAGE-ED     PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOT-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT'.
           05 FILLER                 PIC X(25) VALUE 'NOM'.
           05 FILLER                 PIC X(9)  VALUE 'PREC.'.
           05 FILLER                 PIC X(7)  VALUE 'NOUV.'.
           05 FILLER                 PIC X(5)  VALUE 'SCORE'.
           05 FILLER                 PIC X(19) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOT-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCOT-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCOT-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 WS-LCOT-PREC-ED        PIC X.
           05 FILLER                 PIC X(8)  VALUE '   ->   '.
           05 WS-LCOT-NOUV-ED        PIC X.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 WS-LCOT-SCORE-ED       PIC ZZ9.
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOT-MOTIFS.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'MOTIFS : '.
           05 WS-LCOT-MOTIFS-ED      PIC X(60).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCOT-NOMBRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCOT-NB-LIB         PIC X(35).
           05 WS-LCOT-NB-ED          PIC ZZZZZZ9.
           05 FILLER                 PIC X(32) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *               =====================================           *
      *---------------------------------------------------------------*
      * LA PROCEDURE D'ENTREE DU TRI ETABLIT LES FAITS DE CHAQUE      *
      * COMPTE ; LA PROCEDURE DE SORTIE LES REGROUPE PAR CLIENT,      *
      * NOTE LE CLIENT, ENREGISTRE SA COTE ET EDITE LES DEGRADATIONS. *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 7010-INIT-PERIODE-DEB
              THRU 7010-INIT-PERIODE-FIN.
      *
           PERFORM 6200-CHARGER-F-PARAM-DEB
              THRU 6200-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6260-CHARGER-F-PRETS-DEB
              THRU 6260-CHARGER-F-PRETS-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6005-OUVRIR-F-SOLDHIST-DEB
              THRU 6005-OUVRIR-F-SOLDHIST-FIN.
      *
           PERFORM 6007-OUVRIR-F-INCID-DEB
              THRU 6007-OUVRIR-F-INCID-FIN.
      *
           PERFORM 6010-OUVRIR-F-MVTHIST-DEB
              THRU 6010-OUVRIR-F-MVTHIST-FIN.
      *
           PERFORM 6015-OUVRIR-F-COTATION-DEB
              THRU 6015-OUVRIR-F-COTATION-FIN.
      *
           PERFORM 6030-OUVRIR-ETATCOT-DEB
              THRU 6030-OUVRIR-ETATCOT-FIN.
      *
           PERFORM 8000-ENTETE-ETATCOT-DEB
              THRU 8000-ENTETE-ETATCOT-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CLIENT
                                 FS-TRI-CPTE
                INPUT  PROCEDURE IS 1000-ALIMENTER-TRI-DEB
                                 THRU 1000-ALIMENTER-TRI-FIN
                OUTPUT PROCEDURE IS 2000-COTER-CLIENTS-DEB
                                 THRU 2000-COTER-CLIENTS-FIN.
      *
           PERFORM 8050-TOTGEN-ETATCOT-DEB
              THRU 8050-TOTGEN-ETATCOT-FIN.
      *
           PERFORM 6100-FERMER-FICHIERS-DEB
              THRU 6100-FERMER-FICHIERS-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ALIMENTATION DU TRI              *
      *     ============================================              *
      *---------------------------------------------------------------*
      *
       1000-ALIMENTER-TRI-DEB.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1010-RELEASE-COMPTE-DEB
              THRU 1010-RELEASE-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1000-ALIMENTER-TRI-FIN.
           EXIT.
      *
       1010-RELEASE-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
           INITIALIZE WS-CUMULS-COMPTE.
           MOVE ALL '0'                 TO WS-CUM-MOIS-REVENU.
      *
           IF WS-SLD-DISPONIBLE
                PERFORM 1100-ANALYSER-SOLDES-DEB
                   THRU 1100-ANALYSER-SOLDES-FIN
           END-IF.
      *
           IF WS-INC-DISPONIBLE
                PERFORM 1200-COMPTER-INCIDENTS-DEB
                   THRU 1200-COMPTER-INCIDENTS-FIN
           END-IF.
      *
           MOVE 0                       TO WS-TPC-NB.
           PERFORM 7020-RETENIR-PRET-CPTE-DEB
              THRU 7020-RETENIR-PRET-CPTE-FIN
             VARYING IDX-PRT FROM 1 BY 1
             UNTIL IDX-PRT > WS-TPR-NB.
      *
           PERFORM 1300-COLLECTER-MVTS-DEB
              THRU 1300-COLLECTER-MVTS-FIN.
      *
           PERFORM 1400-COMPTER-IMPAYES-DEB
              THRU 1400-COMPTER-IMPAYES-FIN
             VARYING IDX-PCP FROM 1 BY 1
             UNTIL IDX-PCP > WS-TPC-NB.
      *
           MOVE WS-CPT-CLIENT           TO FS-TRI-CLIENT.
           MOVE WS-CPT-CPTE             TO FS-TRI-CPTE.
           MOVE WS-CPT-NOM              TO FS-TRI-NOM.
           MOVE WS-CPT-TYPE             TO FS-TRI-TYPE.
           MOVE WS-CPT-INTERDIT         TO FS-TRI-INTERDIT.
           MOVE WS-CUM-JOURS-DEBIT      TO FS-TRI-JOURS-DEBIT.
           MOVE WS-CUM-JOURS-DEPASS     TO FS-TRI-JOURS-DEPASS.
           MOVE WS-CUM-INC-OUVERTS      TO FS-TRI-INC-OUVERTS.
           MOVE WS-CUM-INC-REGUL        TO FS-TRI-INC-REGUL.
           MOVE WS-CUM-ECH-IMPAYEES     TO FS-TRI-ECH-IMPAYEES.
           MOVE WS-CUM-MOIS-REVENU      TO FS-TRI-MOIS-REVENU.
           MOVE 0                       TO FS-TRI-MOY-REC
                                           FS-TRI-MOY-ANC.
           MOVE '0'                     TO FS-TRI-ANC-CONNUE.
           IF WS-CUM-JOURS-REC > 0
                COMPUTE FS-TRI-MOY-REC ROUNDED =
                        WS-CUM-SOLDES-REC / WS-CUM-JOURS-REC
           END-IF.
           IF WS-CUM-JOURS-ANC > 0
                COMPUTE FS-TRI-MOY-ANC ROUNDED =
                        WS-CUM-SOLDES-ANC / WS-CUM-JOURS-ANC
                MOVE '1'                TO FS-TRI-ANC-CONNUE
           END-IF.
           RELEASE FS-ENRG-TRI.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CLICHES DE SOLDE DU COMPTE JUSQU'A LA DATE DU JOUR : LES      *
      * CLICHES ANTERIEURS A LA PERIODE NE SERVENT QU'A DONNER LE     *
      * SOLDE VALABLE A SON DEBUT. LA LIMITE RETENUE EST L'AUTORI-    *
      * SATION ACTUELLE DU COMPTE.                                    *
      *---------------------------------------------------------------*
       1100-ANALYSER-SOLDES-DEB.
           SET  WS-SOLDE-INCONNU        TO TRUE.
           SET  WS-SLD-EN-COURS         TO TRUE.
           MOVE WS-CPT-CPTE             TO FS-SLD-CPTE.
           MOVE '00000000'              TO FS-SLD-DATE.
           START F-SOLDHIST KEY IS NOT LESS THAN FS-SLD-CLE
           END-START.
           IF NOT OK-START-SLD
                DISPLAY 'PROBLEME DE START DU FICHIER F-SOLDHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-SLD-INEXISTANTE
                SET WS-SLD-EPUISE       TO TRUE
           END-IF.
           PERFORM 1110-EXAMINER-CLICHE-DEB
              THRU 1110-EXAMINER-CLICHE-FIN
             UNTIL WS-SLD-EPUISE.
      *
           IF WS-SOLDE-CONNU
                MOVE WS-SER-FIN         TO WS-SER-FIN-PER
                PERFORM 7110-CUMULER-PERIODE-DEB
                   THRU 7110-CUMULER-PERIODE-FIN
           END-IF.
       1100-ANALYSER-SOLDES-FIN.
           EXIT.
      *
       1110-EXAMINER-CLICHE-DEB.
           READ F-SOLDHIST NEXT RECORD INTO WS-ENRG-F-SLD.
           EVALUATE TRUE
             WHEN EOF-F-SOLDHIST
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN NOT OK-LEC-F-SOLDHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-SLD-CPTE NOT = WS-CPT-CPTE
               OR WS-SLD-DATE > WS-DATE-JOUR-NUM
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN OTHER
                  MOVE WS-SLD-DATE      TO WS-DATE-TRAV-NUM
                  PERFORM 7070-SERIAL-DATE-DEB
                     THRU 7070-SERIAL-DATE-FIN
                  MOVE WS-SERIAL        TO WS-SER-CLICHE
                  IF WS-SER-CLICHE < WS-SER-FEN-DEB
                       MOVE WS-SER-FEN-DEB TO WS-SER-CLICHE
                  END-IF
                  IF WS-SOLDE-CONNU
                       MOVE WS-SER-CLICHE TO WS-SER-FIN-PER
                       PERFORM 7110-CUMULER-PERIODE-DEB
                          THRU 7110-CUMULER-PERIODE-FIN
                  END-IF
                  MOVE WS-SLD-SOLDE     TO WS-SOLDE-PREC
                  MOVE WS-SER-CLICHE    TO WS-SER-PREC
                  SET  WS-SOLDE-CONNU   TO TRUE
           END-EVALUATE.
       1110-EXAMINER-CLICHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INCIDENTS DU COMPTE : TOUT INCIDENT ENCORE OUVERT EST RETENU, *
      * UN INCIDENT REGULARISE NE L'EST QUE S'IL EST NE DANS LA       *
      * PERIODE OBSERVEE.                                             *
      *---------------------------------------------------------------*
       1200-COMPTER-INCIDENTS-DEB.
           SET  WS-INC-EN-COURS         TO TRUE.
           MOVE WS-CPT-CPTE             TO FS-INC-CPTE.
           MOVE '0000000'               TO FS-INC-NUM-CHEQUE.
           START F-INCID KEY IS NOT LESS THAN FS-INC-CLE
           END-START.
           IF NOT OK-START-INC
                DISPLAY 'PROBLEME DE START DU FICHIER F-INCID'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-INC-INEXISTANTE
                SET WS-INC-EPUISE       TO TRUE
           END-IF.
           PERFORM 1210-EXAMINER-INCIDENT-DEB
              THRU 1210-EXAMINER-INCIDENT-FIN
             UNTIL WS-INC-EPUISE.
       1200-COMPTER-INCIDENTS-FIN.
           EXIT.
      *
       1210-EXAMINER-INCIDENT-DEB.
           READ F-INCID NEXT RECORD INTO WS-ENRG-F-INC.
           EVALUATE TRUE
             WHEN EOF-F-INCID
                  SET WS-INC-EPUISE     TO TRUE
             WHEN NOT OK-LEC-F-INCID
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-INCID'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-INC-CPTE NOT = WS-CPT-CPTE
                  SET WS-INC-EPUISE     TO TRUE
             WHEN WS-INC-OUVERT
                  ADD  1                TO WS-CUM-INC-OUVERTS
             WHEN WS-INC-REGULARISE
              AND WS-INC-DATE NOT < WS-DATE-FEN-DEB-NUM
                  ADD  1                TO WS-CUM-INC-REGUL
           END-EVALUATE.
       1210-EXAMINER-INCIDENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENTS DU COMPTE DANS LA PERIODE OBSERVEE : LES           *
      * GENERATIONS ANNUELLES SONT LUES AVANT L'HISTORIQUE VIF, DE    *
      * L'ANNEE DU DEBUT DE LA PERIODE A L'ANNEE DU JOUR (UNE ANNEE   *
      * ENCORE DANS LE VIF N'A PAS DE GENERATION).                    *
      *---------------------------------------------------------------*
       1300-COLLECTER-MVTS-DEB.
      *
           MOVE WS-FEN-DEB-SSAA         TO WS-ANNEE-GEN.
           PERFORM 1310-COLLECTER-GENERATION-DEB
              THRU 1310-COLLECTER-GENERATION-FIN
             UNTIL WS-ANNEE-GEN > WS-JOUR-SSAA.
      *
           SET  WS-HIST-EN-COURS        TO TRUE.
           PERFORM 6052-START-F-MVTHIST-DEB
              THRU 6052-START-F-MVTHIST-FIN.
           IF CLE-HIST-INEXISTANTE
                SET WS-HIST-EPUISE      TO TRUE
           ELSE
                PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                   THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-IF.
           PERFORM 1320-RETENIR-MVT-DEB
              THRU 1320-RETENIR-MVT-FIN
             UNTIL WS-HIST-EPUISE.
      *
       1300-COLLECTER-MVTS-FIN.
           EXIT.
      *
       1310-COLLECTER-GENERATION-DEB.
           MOVE SPACES                  TO WS-NOM-HISTGEN.
           STRING 'MVTHIST_' WS-ANNEE-GEN
                  DELIMITED BY SIZE INTO WS-NOM-HISTGEN.
           OPEN INPUT F-HISTGEN.
           IF HISTGEN-ABSENT
                GO TO 1310-COLLECTER-GENERATION-SUITE
           END-IF.
           IF NOT OK-F-HISTGEN
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-HISTGEN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-GEN-EN-COURS         TO TRUE.
           MOVE WS-CPT-CPTE             TO FS-GEN-CPTE.
           MOVE WS-DATE-FEN-DEB-NUM     TO FS-GEN-DATE.
           MOVE '0000'                  TO FS-GEN-SEQ.
           START F-HISTGEN KEY IS NOT LESS THAN FS-GEN-CLE
           END-START.
           IF NOT OK-START-GEN
             DISPLAY 'PROBLEME DE START DU FICHIER F-HISTGEN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-GEN-INEXISTANTE
                SET WS-GEN-EPUISEE      TO TRUE
           ELSE
                PERFORM 6056-READ-NEXT-F-HISTGEN-DEB
                   THRU 6056-READ-NEXT-F-HISTGEN-FIN
           END-IF.
           PERFORM 1315-RETENIR-MVT-GEN-DEB
              THRU 1315-RETENIR-MVT-GEN-FIN
             UNTIL WS-GEN-EPUISEE.
           CLOSE F-HISTGEN.
       1310-COLLECTER-GENERATION-SUITE.
           ADD  1                       TO WS-ANNEE-GEN.
       1310-COLLECTER-GENERATION-FIN.
           EXIT.
      *
       1315-RETENIR-MVT-GEN-DEB.
           IF WS-HIST-CPTE NOT = WS-CPT-CPTE
              OR WS-HIST-DATE > WS-DATE-JOUR
                SET WS-GEN-EPUISEE      TO TRUE
                GO TO 1315-RETENIR-MVT-GEN-FIN
           END-IF.
           PERFORM 1330-CLASSER-MVT-DEB
              THRU 1330-CLASSER-MVT-FIN.
           PERFORM 6056-READ-NEXT-F-HISTGEN-DEB
              THRU 6056-READ-NEXT-F-HISTGEN-FIN.
       1315-RETENIR-MVT-GEN-FIN.
           EXIT.
      *
       1320-RETENIR-MVT-DEB.
           IF WS-HIST-CPTE NOT = WS-CPT-CPTE
              OR WS-HIST-DATE > WS-DATE-JOUR
                SET WS-HIST-EPUISE      TO TRUE
                GO TO 1320-RETENIR-MVT-FIN
           END-IF.
           PERFORM 1330-CLASSER-MVT-DEB
              THRU 1330-CLASSER-MVT-FIN.
           PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
              THRU 6055-READ-NEXT-F-MVTHIST-FIN.
       1320-RETENIR-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SONT RETENUS, HORS ANCRES DE SOLDE, LIGNES ANNULEES ET        *
      * CONTRE-PASSATIONS :                                           *
      * - LE CREDIT 'D' D'AU MOINS SEUILREV QUI N'EST NI UNE REMISE   *
      *   DE CHEQUES, NI UN VIREMENT ENTRE COMPTES DE LA BANQUE, NI   *
      *   UNE REMISE DE PRELEVEMENTS SEPA : IL MARQUE SON MOIS COMME  *
      *   MOIS A REVENU ;                                             *
      * - LE DEBIT 'R' DONT LA REFERENCE EST CELLE D'UNE ECHEANCE     *
      *   D'UN PRET DU COMPTE (BASE DU PRET + AAMM DU MOIS) : IL      *
      *   MARQUE L'ECHEANCE DU MOIS COMME PRELEVEE.                   *
      *---------------------------------------------------------------*
       1330-CLASSER-MVT-DEB.
           IF NOT WS-HIST-NORMAL
              OR WS-HIST-DATE < WS-DATE-FEN-DEB
                GO TO 1330-CLASSER-MVT-FIN
           END-IF.
           COMPUTE WS-RANG-MOIS = WS-MOIS-JOUR-NUM
                  - ((WS-HIST-SS * 100 + WS-HIST-AA) * 12
                     + WS-HIST-MM).
           IF WS-RANG-MOIS < 0 OR WS-RANG-MOIS > 12
                GO TO 1330-CLASSER-MVT-FIN
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-HIST-CODE = 'D'
              AND NOT WS-HIST-PRLV-SEPA
              AND WS-HIST-VIR-CPTE = 0
              AND WS-HIST-NUM-CHEQUE = 0
              AND WS-HIST-MT NOT < WS-SEUIL-REVENU
              AND WS-RANG-MOIS > 0
                  MOVE '1'     TO WS-CUM-REVENU-MOIS (WS-RANG-MOIS)
             WHEN WS-HIST-CODE = 'R'
              AND WS-TPC-NB > 0
                  COMPUTE WS-RANG-IDX = WS-RANG-MOIS + 1
                  PERFORM 1335-POINTER-ECHEANCE-DEB
                     THRU 1335-POINTER-ECHEANCE-FIN
                    VARYING IDX-PCP FROM 1 BY 1
                    UNTIL IDX-PCP > WS-TPC-NB
           END-EVALUATE.
       1330-CLASSER-MVT-FIN.
           EXIT.
      *
       1335-POINTER-ECHEANCE-DEB.
           IF WS-HIST-REF (1 : 4) = WS-TPC-REF-BASE (IDX-PCP)
              AND WS-HIST-REF (5 : 2) = WS-HIST-AA
              AND WS-HIST-REF (7 : 2) = WS-HIST-MM
                MOVE '1'   TO WS-TPC-PRELEVEE (IDX-PCP, WS-RANG-IDX)
           END-IF.
       1335-POINTER-ECHEANCE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ECHEANCES IMPAYEES D'UN PRET DU COMPTE : EN REMONTANT DU MOIS *
      * DU JOUR, CHAQUE MOIS DONT LE JOUR D'ECHEANCE EXISTE, EST      *
      * ECHU AVANT LA DATE DU JOUR, NE PRECEDE NI LE DEBUT DU PRET NI *
      * CELUI DE LA PERIODE, ET RESTE DANS LE NOMBRE D'ECHEANCES DEJA *
      * GENEREES (DUREE - ECHEANCES RESTANTES), ATTEND UN             *
      * PRELEVEMENT ; SANS PRELEVEMENT A L'HISTORIQUE (ECHEANCE       *
      * REJETEE PAR LA MISE A JOUR OU CONTRE-PASSEE), L'ECHEANCE EST  *
      * IMPAYEE.                                                      *
      *---------------------------------------------------------------*
       1400-COMPTER-IMPAYES-DEB.
           MOVE 0                    TO WS-TPC-NB-ATTENDUES (IDX-PCP).
           COMPUTE WS-NB-ECH-GENEREES = WS-TPC-DUREE (IDX-PCP)
                                      - WS-TPC-ECH-RESTANT (IDX-PCP).
           PERFORM 1410-EXAMINER-MOIS-PRET-DEB
              THRU 1410-EXAMINER-MOIS-PRET-FIN
             VARYING WS-RANG-MOIS FROM 0 BY 1
             UNTIL WS-RANG-MOIS > 12.
       1400-COMPTER-IMPAYES-FIN.
           EXIT.
      *
       1410-EXAMINER-MOIS-PRET-DEB.
           IF WS-TPC-NB-ATTENDUES (IDX-PCP) NOT < WS-NB-ECH-GENEREES
                GO TO 1410-EXAMINER-MOIS-PRET-FIN
           END-IF.
           COMPUTE WS-MOIS-ABS = WS-MOIS-JOUR-NUM - WS-RANG-MOIS - 1.
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-QUOTIENT
                  REMAINDER WS-ECH-MM-0.
           MOVE WS-QUOTIENT             TO WS-ECH-SSAA.
           COMPUTE WS-ECH-MM = WS-ECH-MM-0 + 1.
           MOVE WS-TPC-JOUR (IDX-PCP)   TO WS-ECH-JJ.
           PERFORM 7090-JOURS-DU-MOIS-DEB
              THRU 7090-JOURS-DU-MOIS-FIN.
           IF WS-ECH-JJ = 0
              OR WS-ECH-JJ > WS-NB-JOURS-MOIS
              OR WS-DATE-ECH-NUM < WS-TPC-DATE-DEB (IDX-PCP)
              OR WS-DATE-ECH-NUM < WS-DATE-FEN-DEB-NUM
              OR WS-DATE-ECH-NUM NOT < WS-DATE-JOUR-NUM
                GO TO 1410-EXAMINER-MOIS-PRET-FIN
           END-IF.
           ADD  1                    TO WS-TPC-NB-ATTENDUES (IDX-PCP).
           COMPUTE WS-RANG-IDX = WS-RANG-MOIS + 1.
           IF WS-TPC-PRELEVEE (IDX-PCP, WS-RANG-IDX) NOT = '1'
                ADD  1                  TO WS-CUM-ECH-IMPAYEES
           END-IF.
       1410-EXAMINER-MOIS-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT COTATION DES CLIENTS             *
      *     =============================================             *
      *---------------------------------------------------------------*
      *
       2000-COTER-CLIENTS-DEB.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-RUPTURE-CLIENT-DEB
              THRU 2010-TRT-RUPTURE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE.
      *
           IF WS-CDEGR = 0
                MOVE 'AUCUNE COTE DEGRADEE DEPUIS LE MOIS PRECEDENT'
                                        TO WS-LCOT-MESSAGE-ED
                MOVE WS-LCOT-MESSAGE    TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN
           END-IF.
      *
       2000-COTER-CLIENTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRAITEMENT D'UN CLIENT COMPLET (RUPTURE SUR FS-TRI-CLIENT) :  *
      * SYNTHESE DE SES COMPTES, NOTATION, COMPARAISON A LA COTE DU   *
      * MOIS PRECEDENT PUIS ENREGISTREMENT DE LA COTE DU MOIS.        *
      *---------------------------------------------------------------*
       2010-TRT-RUPTURE-CLIENT-DEB.
      *
           INITIALIZE WS-CLIENT-COURANT.
           MOVE '0'                     TO WS-CLI-INTERDIT
                                           WS-CLI-ANC-CONNUE
                                           WS-CLI-TENDANCE.
           MOVE ALL '0'                 TO WS-CLI-MOIS-REVENU.
           MOVE FS-TRI-CLIENT           TO WS-CLI-CLIENT.
           MOVE FS-TRI-NOM              TO WS-CLI-NOM.
           ADD  1                       TO WS-CCLI.
      *
           PERFORM 2020-TRT-COMPTE-CLIENT-DEB
              THRU 2020-TRT-COMPTE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE
                OR FS-TRI-CLIENT NOT = WS-CLI-CLIENT.
      *
           PERFORM 7200-NOTER-CLIENT-DEB
              THRU 7200-NOTER-CLIENT-FIN.
      *
           MOVE WS-CLI-CLIENT           TO WS-COT-CLIENT.
           MOVE WS-MOIS-PRECEDENT       TO WS-COT-MOIS.
           PERFORM 6310-LIRE-F-COTATION-DEB
              THRU 6310-LIRE-F-COTATION-FIN.
           IF COT-INCONNUE
                MOVE SPACE              TO WS-NOTE-PREC
           ELSE
                MOVE WS-COT-NOTE        TO WS-NOTE-PREC
           END-IF.
      *
           PERFORM 7300-CONSTITUER-COTE-DEB
              THRU 7300-CONSTITUER-COTE-FIN.
           PERFORM 6320-ENREGISTRER-COTE-DEB
              THRU 6320-ENREGISTRER-COTE-FIN.
      *
           PERFORM 7400-RANG-NOTE-DEB
              THRU 7400-RANG-NOTE-FIN.
           ADD  1                       TO WS-CNOTE (WS-RANG-NOTE).
           EVALUATE TRUE
             WHEN WS-NOTE-PREC = SPACE
                  ADD  1                TO WS-CNOUV
             WHEN WS-COT-NOTE > WS-NOTE-PREC
                  ADD  1                TO WS-CDEGR
                  PERFORM 8010-DETAIL-ETATCOT-DEB
                     THRU 8010-DETAIL-ETATCOT-FIN
             WHEN WS-COT-NOTE < WS-NOTE-PREC
                  ADD  1                TO WS-CAMEL
           END-EVALUATE.
      *
       2010-TRT-RUPTURE-CLIENT-FIN.
           EXIT.
      *
       2020-TRT-COMPTE-CLIENT-DEB.
      *
           IF FS-TRI-TYPE = 'C'
                ADD  1                  TO WS-CLI-NB-COURANT
           END-IF.
           IF FS-TRI-INTERDIT = '1'
                SET  WS-CLI-IB-ACTIF    TO TRUE
           END-IF.
           IF FS-TRI-JOURS-DEBIT > WS-CLI-JOURS-DEBIT
                MOVE FS-TRI-JOURS-DEBIT TO WS-CLI-JOURS-DEBIT
           END-IF.
           IF FS-TRI-JOURS-DEPASS > WS-CLI-JOURS-DEPASS
                MOVE FS-TRI-JOURS-DEPASS
                                        TO WS-CLI-JOURS-DEPASS
           END-IF.
           ADD  FS-TRI-INC-OUVERTS      TO WS-CLI-INC-OUVERTS.
           ADD  FS-TRI-INC-REGUL        TO WS-CLI-INC-REGUL.
           ADD  FS-TRI-ECH-IMPAYEES     TO WS-CLI-ECH-IMPAYEES.
           ADD  FS-TRI-MOY-REC          TO WS-CLI-MOY-REC.
           IF FS-TRI-ANC-CONNUE = '1'
                ADD  FS-TRI-MOY-ANC     TO WS-CLI-MOY-ANC
                SET  WS-CLI-HIST-ANCIEN TO TRUE
           END-IF.
           PERFORM 2030-CUMULER-MOIS-REVENU-DEB
              THRU 2030-CUMULER-MOIS-REVENU-FIN
             VARYING WS-RANG-MOIS FROM 1 BY 1
             UNTIL WS-RANG-MOIS > 12.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
       2020-TRT-COMPTE-CLIENT-FIN.
           EXIT.
      *
       2030-CUMULER-MOIS-REVENU-DEB.
           IF FS-TRI-REVENU-MOIS (WS-RANG-MOIS) = '1'
                MOVE '1'     TO WS-CLI-REVENU-MOIS (WS-RANG-MOIS)
           END-IF.
       2030-CUMULER-MOIS-REVENU-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-F-CPTE-ES-DEB.
           OPEN INPUT F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DES SOLDES : FICHIER FACULTATIF, EN SON ABSENCE    *
      * LES JOURS DEBITEURS ET LA TENDANCE NE SONT PAS EVALUES ET LE  *
      * CODE RETOUR EST 4.                                            *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-SOLDHIST-DEB.
           OPEN INPUT F-SOLDHIST.
           EVALUATE TRUE
             WHEN OK-F-SOLDHIST
                  SET WS-SLD-DISPONIBLE TO TRUE
             WHEN SOLDHIST-ABSENT
                  SET WS-SLD-INDISPONIBLE TO TRUE
                  DISPLAY 'HISTORIQUE DES SOLDES ABSENT - '
                          'JOURS DEBITEURS NON EVALUES'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6005-OUVRIR-F-SOLDHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REGISTRE DES INCIDENTS : ABSENT TANT QU'AUCUN CHEQUE N'A ETE  *
      * REJETE, IL NE DONNE ALORS AUCUN INCIDENT.                     *
      *---------------------------------------------------------------*
       6007-OUVRIR-F-INCID-DEB.
           OPEN INPUT F-INCID.
           EVALUATE TRUE
             WHEN OK-F-INCID
                  SET WS-INC-DISPONIBLE TO TRUE
             WHEN INCID-ABSENT
                  SET WS-INC-INDISPONIBLE TO TRUE
                  DISPLAY 'REGISTRE DES INCIDENTS ABSENT - '
                          'AUCUN INCIDENT'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-INCID'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6007-OUVRIR-F-INCID-FIN.
           EXIT.
      *
       6010-OUVRIR-F-MVTHIST-DEB.
           OPEN INPUT F-MVTHIST.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-F-MVTHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DES COTATIONS PERMANENT : CREE VIDE A LA PREMIERE  *
      * EXECUTION.                                                    *
      *---------------------------------------------------------------*
       6015-OUVRIR-F-COTATION-DEB.
           OPEN I-O F-COTATION.
           IF COTATION-ABSENT
                OPEN OUTPUT F-COTATION
                CLOSE F-COTATION
                OPEN I-O F-COTATION
           END-IF.
           IF NOT OK-F-COTATION
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-COTATION'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6015-OUVRIR-F-COTATION-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATCOT-DEB.
           OPEN OUTPUT F-ETATCOT-S
           IF NOT OK-F-ETATCOT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATCOT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCOT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATCOT-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6050-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6050-RETURN-TRI-FIN.
           EXIT.
      *
       6052-START-F-MVTHIST-DEB.
           MOVE WS-CPT-CPTE            TO FS-HIST-CPTE.
           MOVE WS-DATE-FEN-DEB-NUM    TO FS-HIST-DATE.
           MOVE '0000'                 TO FS-HIST-SEQ.
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
             DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6052-START-F-MVTHIST-FIN.
           EXIT.
      *
       6055-READ-NEXT-F-MVTHIST-DEB.
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           IF EOF-F-MVTHIST
                SET WS-HIST-EPUISE     TO TRUE
           ELSE
                IF NOT OK-LEC-F-MVTHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6055-READ-NEXT-F-MVTHIST-FIN.
           EXIT.
      *
       6056-READ-NEXT-F-HISTGEN-DEB.
           READ F-HISTGEN NEXT RECORD INTO WS-ENRG-F-HIST.
           IF EOF-F-HISTGEN
                SET WS-GEN-EPUISEE     TO TRUE
           ELSE
                IF NOT OK-LEC-F-HISTGEN
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-HISTGEN'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-HISTGEN
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6056-READ-NEXT-F-HISTGEN-FIN.
           EXIT.
      *
       6090-ECRIRE-LIGNE-ETATCOT-DEB.
           WRITE FS-ENRG-ETATCOT
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCOT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCOT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCOT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-ECRIRE-LIGNE-ETATCOT-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           IF WS-SLD-DISPONIBLE
                CLOSE F-SOLDHIST
           END-IF.
           IF WS-INC-DISPONIBLE
                CLOSE F-INCID
           END-IF.
           CLOSE F-MVTHIST.
           IF NOT OK-F-MVTHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           CLOSE F-COTATION.
           IF NOT OK-F-COTATION
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-COTATION'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETATCOT-S.
           IF NOT OK-F-ETATCOT-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATCOT-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCOT-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES PARAMETRES : SEUL LE SEUIL DE REVENU REGULIER  *
      * SERT ICI.                                                     *
      *---------------------------------------------------------------*
       6200-CHARGER-F-PARAM-DEB.
           OPEN INPUT F-PARAM-E.
           IF OK-F-PARAM-E
                PERFORM 6205-LIRE-F-PARAM-DEB
                   THRU 6205-LIRE-F-PARAM-FIN
                PERFORM 7030-SELECT-PARAM-DEB
                   THRU 7030-SELECT-PARAM-FIN
                  UNTIL EOF-F-PARAM-E
                CLOSE F-PARAM-E
           ELSE
                DISPLAY 'FICHIER PARAMS ABSENT - '
                        'VALEURS PAR DEFAUT CONSERVEES'
           END-IF.
       6200-CHARGER-F-PARAM-FIN.
           EXIT.
      *
       6205-LIRE-F-PARAM-DEB.
           READ F-PARAM-E INTO WS-ENRG-F-PARAM.
           IF NOT OK-LEC-F-PARAM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARAM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARAM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6205-LIRE-F-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU REGISTRE DES PRETS : FICHIER FACULTATIF, SEULS  *
      * LES PRETS EN COURS (ECHEANCES ET CAPITAL RESTANTS) SONT       *
      * RETENUS ; UN PRET SOLDE N'EST PLUS SUIVI.                     *
      *---------------------------------------------------------------*
       6260-CHARGER-F-PRETS-DEB.
           OPEN INPUT F-PRETS-E.
           IF PRETS-ABSENT
                DISPLAY 'FICHIER PRETS ABSENT - AUCUN PRET EN COURS'
                SET  WS-PRETS-MANQUANTS TO TRUE
                GO TO 6260-CHARGER-F-PRETS-FIN
           END-IF.
           IF NOT OK-F-PRETS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-PRETS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6270-LIRE-F-PRETS-DEB
              THRU 6270-LIRE-F-PRETS-FIN.
           PERFORM 6280-RANGER-PRET-DEB
              THRU 6280-RANGER-PRET-FIN
             UNTIL EOF-F-PRETS-E.
           CLOSE F-PRETS-E.
       6260-CHARGER-F-PRETS-FIN.
           EXIT.
      *
       6270-LIRE-F-PRETS-DEB.
           READ F-PRETS-E INTO WS-ENRG-F-PRT.
           IF NOT OK-LEC-F-PRETS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRETS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6270-LIRE-F-PRETS-FIN.
           EXIT.
      *
       6280-RANGER-PRET-DEB.
           IF WS-PRT-CPTE IS NUMERIC
              AND WS-PRT-DUREE IS NUMERIC
              AND WS-PRT-JOUR IS NUMERIC
              AND WS-PRT-DATE-DEB IS NUMERIC
              AND WS-PRT-CAP-RESTANT IS NUMERIC
              AND WS-PRT-ECH-RESTANT IS NUMERIC
              AND WS-PRT-ECH-RESTANT > 0
              AND WS-PRT-CAP-RESTANT > 0
                IF WS-TPR-NB < WS-MAX-PRETS
                     ADD  1             TO WS-TPR-NB
                     MOVE WS-PRT-CPTE   TO WS-TPR-CPTE (WS-TPR-NB)
                     MOVE WS-PRT-REF-BASE
                                    TO WS-TPR-REF-BASE (WS-TPR-NB)
                     MOVE WS-PRT-DUREE  TO WS-TPR-DUREE (WS-TPR-NB)
                     MOVE WS-PRT-JOUR   TO WS-TPR-JOUR (WS-TPR-NB)
                     MOVE WS-PRT-DATE-DEB
                                    TO WS-TPR-DATE-DEB (WS-TPR-NB)
                     MOVE WS-PRT-ECH-RESTANT
                                    TO WS-TPR-ECH-RESTANT (WS-TPR-NB)
                ELSE
                     DISPLAY 'TABLE DES PRETS SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6270-LIRE-F-PRETS-DEB
              THRU 6270-LIRE-F-PRETS-FIN.
       6280-RANGER-PRET-FIN.
           EXIT.
      *
       6310-LIRE-F-COTATION-DEB.
           MOVE WS-COT-CLE              TO FS-COT-CLE.
           READ F-COTATION RECORD INTO WS-ENRG-F-COT
                KEY IS FS-COT-CLE.
           IF NOT OK-LEC-F-COTATION
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COTATION'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-LIRE-F-COTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LA COTE DU MOIS EST CREEE, OU REMPLACEE EN CAS DE RELANCE     *
      * DANS LE MOIS.                                                 *
      *---------------------------------------------------------------*
       6320-ENREGISTRER-COTE-DEB.
           MOVE WS-COT-CLE              TO FS-COT-CLE.
           READ F-COTATION
                KEY IS FS-COT-CLE.
           IF NOT OK-LEC-F-COTATION
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COTATION'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF COT-INCONNUE
                WRITE FS-ENRG-F-COT FROM WS-ENRG-F-COT
                END-WRITE
           ELSE
                REWRITE FS-ENRG-F-COT FROM WS-ENRG-F-COT
                END-REWRITE
           END-IF.
           IF NOT OK-F-COTATION
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-COTATION'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-ENREGISTRER-COTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LCOT-SS-ED
           MOVE AA                      TO WS-LCOT-AA-ED
           MOVE MM                      TO WS-LCOT-MM-ED
           MOVE JJ                      TO WS-LCOT-JJ-ED.
      *
           STRING 'ETATCOT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCOT.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BORNES DE LA PERIODE OBSERVEE, MOIS DE COTATION ET MOIS       *
      * PRECEDENT (SSAAMM).                                           *
      *---------------------------------------------------------------*
       7010-INIT-PERIODE-DEB.
           COMPUTE WS-FEN-DEB-SSAA = WS-JOUR-SSAA - 1.
           MOVE MM                      TO WS-FEN-DEB-MM.
           MOVE 1                       TO WS-FEN-DEB-JJ.
      *
           IF MM > 3
                MOVE WS-JOUR-SSAA       TO WS-FEN-REC-SSAA
                COMPUTE WS-FEN-REC-MM = MM - 3
           ELSE
                COMPUTE WS-FEN-REC-SSAA = WS-JOUR-SSAA - 1
                COMPUTE WS-FEN-REC-MM = MM + 9
           END-IF.
           MOVE 1                       TO WS-FEN-REC-JJ.
      *
           MOVE WS-DATE-FEN-DEB-NUM     TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SER-FEN-DEB.
           MOVE WS-DATE-FEN-REC-NUM     TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SER-FEN-REC.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           COMPUTE WS-SER-FIN = WS-SERIAL + 1.
      *
           COMPUTE WS-MOIS-JOUR-NUM = WS-JOUR-SSAA * 12 + MM.
           COMPUTE WS-MOIS-COTATION = WS-JOUR-SSAA * 100 + MM.
           IF MM = 1
                COMPUTE WS-MOIS-PRECEDENT =
                        (WS-JOUR-SSAA - 1) * 100 + 12
           ELSE
                COMPUTE WS-MOIS-PRECEDENT = WS-MOIS-COTATION - 1
           END-IF.
       7010-INIT-PERIODE-FIN.
           EXIT.
      *
       7020-RETENIR-PRET-CPTE-DEB.
           IF WS-TPR-CPTE (IDX-PRT) NOT = WS-CPT-CPTE
                GO TO 7020-RETENIR-PRET-CPTE-FIN
           END-IF.
           IF WS-TPC-NB NOT < WS-MAX-PRETS-CPTE
                DISPLAY 'TABLE DES PRETS DU COMPTE SATUREE : '
                        WS-CPT-CPTE
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-TPC-NB.
           SET  IDX-PCP                 TO WS-TPC-NB.
           MOVE WS-TPR-REF-BASE (IDX-PRT)
                                    TO WS-TPC-REF-BASE (IDX-PCP).
           MOVE WS-TPR-DUREE (IDX-PRT)  TO WS-TPC-DUREE (IDX-PCP).
           MOVE WS-TPR-JOUR (IDX-PRT)   TO WS-TPC-JOUR (IDX-PCP).
           MOVE WS-TPR-DATE-DEB (IDX-PRT)
                                    TO WS-TPC-DATE-DEB (IDX-PCP).
           MOVE WS-TPR-ECH-RESTANT (IDX-PRT)
                                    TO WS-TPC-ECH-RESTANT (IDX-PCP).
           MOVE 0                   TO WS-TPC-NB-ATTENDUES (IDX-PCP).
           PERFORM 7025-INIT-PRELEVEMENT-DEB
              THRU 7025-INIT-PRELEVEMENT-FIN
             VARYING WS-RANG-IDX FROM 1 BY 1
             UNTIL WS-RANG-IDX > 13.
       7020-RETENIR-PRET-CPTE-FIN.
           EXIT.
      *
       7025-INIT-PRELEVEMENT-DEB.
           MOVE '0'         TO WS-TPC-PRELEVEE (IDX-PCP, WS-RANG-IDX).
       7025-INIT-PRELEVEMENT-FIN.
           EXIT.
      *
       7030-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
              AND WS-PARAM-SEUILREV
                MOVE WS-PARAM-VALEUR    TO WS-SEUIL-REVENU
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL DE LA DATE WS-DATE-TRAV (CALENDRIER      *
      * GREGORIEN), POUR LES DECOMPTES DE JOURS.                      *
      *---------------------------------------------------------------*
       7070-SERIAL-DATE-DEB.
           MOVE WS-TRAV-SSAA            TO WS-SAN.
           MOVE WS-TRAV-MM              TO WS-SMO.
           IF WS-SMO < 3
                SUBTRACT 1            FROM WS-SAN
                ADD 12                  TO WS-SMO
           END-IF.
           COMPUTE WS-ST1 = WS-SAN / 4.
           COMPUTE WS-ST2 = WS-SAN / 100.
           COMPUTE WS-ST3 = WS-SAN / 400.
           COMPUTE WS-ST4 = (153 * (WS-SMO - 3) + 2) / 5.
           COMPUTE WS-SERIAL = 365 * WS-SAN + WS-ST1 - WS-ST2
                             + WS-ST3 + WS-ST4 + WS-TRAV-JJ.
       7070-SERIAL-DATE-FIN.
           EXIT.
      *
       7080-EDITER-DATE-DEB.
           MOVE WS-TRAV-JJ              TO WS-TRAV-JJ-ED.
           MOVE WS-TRAV-MM              TO WS-TRAV-MM-ED.
           MOVE WS-TRAV-SSAA            TO WS-TRAV-SSAA-ED.
       7080-EDITER-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NOMBRE DE JOURS DU MOIS WS-ECH-MM DE L'ANNEE WS-ECH-SSAA.     *
      *---------------------------------------------------------------*
       7090-JOURS-DU-MOIS-DEB.
           MOVE WS-JOURS-MOIS (WS-ECH-MM) TO WS-NB-JOURS-MOIS.
           IF WS-ECH-MM NOT = 2
                GO TO 7090-JOURS-DU-MOIS-FIN
           END-IF.
           DIVIDE WS-ECH-SSAA BY 4   GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-4.
           DIVIDE WS-ECH-SSAA BY 100 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-100.
           DIVIDE WS-ECH-SSAA BY 400 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-400.
           IF WS-RESTE-4 = 0
              AND (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                MOVE 29                 TO WS-NB-JOURS-MOIS
           END-IF.
       7090-JOURS-DU-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CUMUL D'UNE PERIODE A SOLDE CONSTANT (WS-SOLDE-PREC, DU JOUR  *
      * WS-SER-PREC INCLUS AU JOUR WS-SER-FIN-PER EXCLU) : JOURS      *
      * DEBITEURS, JOURS AU-DELA DE L'AUTORISATION, ET SOLDES X JOURS *
      * VENTILES DE PART ET D'AUTRE DU DEBUT DES TROIS DERNIERS MOIS. *
      *---------------------------------------------------------------*
       7110-CUMULER-PERIODE-DEB.
           COMPUTE WS-NB-JOURS-PER = WS-SER-FIN-PER - WS-SER-PREC.
           IF WS-NB-JOURS-PER NOT > 0
                GO TO 7110-CUMULER-PERIODE-FIN
           END-IF.
           IF WS-SOLDE-PREC < 0
                ADD  WS-NB-JOURS-PER    TO WS-CUM-JOURS-DEBIT
           END-IF.
           IF WS-SOLDE-PREC + WS-CPT-LIMITE < 0
                ADD  WS-NB-JOURS-PER    TO WS-CUM-JOURS-DEPASS
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-SER-PREC NOT < WS-SER-FEN-REC
                  MOVE WS-NB-JOURS-PER  TO WS-NB-JOURS-REC
                  MOVE 0                TO WS-NB-JOURS-ANC
             WHEN WS-SER-FIN-PER NOT > WS-SER-FEN-REC
                  MOVE 0                TO WS-NB-JOURS-REC
                  MOVE WS-NB-JOURS-PER  TO WS-NB-JOURS-ANC
             WHEN OTHER
                  COMPUTE WS-NB-JOURS-REC =
                          WS-SER-FIN-PER - WS-SER-FEN-REC
                  COMPUTE WS-NB-JOURS-ANC =
                          WS-SER-FEN-REC - WS-SER-PREC
           END-EVALUATE.
           ADD  WS-NB-JOURS-REC         TO WS-CUM-JOURS-REC.
           ADD  WS-NB-JOURS-ANC         TO WS-CUM-JOURS-ANC.
           COMPUTE WS-CUM-SOLDES-REC = WS-CUM-SOLDES-REC
                                     + WS-SOLDE-PREC * WS-NB-JOURS-REC.
           COMPUTE WS-CUM-SOLDES-ANC = WS-CUM-SOLDES-ANC
                                     + WS-SOLDE-PREC * WS-NB-JOURS-ANC.
       7110-CUMULER-PERIODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NOTATION DU CLIENT : POINTS PAR FACTEUR (VOIR LE BAREME DE LA *
      * TABLE WS-TABLE-FACTEURS), SCORE ET COTE.                      *
      *---------------------------------------------------------------*
       7200-NOTER-CLIENT-DEB.
      *
           PERFORM 7210-INIT-FACTEUR-DEB
              THRU 7210-INIT-FACTEUR-FIN
             VARYING IDX-FAC FROM 1 BY 1
             UNTIL IDX-FAC > 8.
      *
           IF WS-CLI-IB-ACTIF
                MOVE 40                 TO WS-FAC-POINTS (1)
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-CLI-JOURS-DEPASS > 90
                  MOVE 30               TO WS-FAC-POINTS (2)
             WHEN WS-CLI-JOURS-DEPASS > 30
                  MOVE 20               TO WS-FAC-POINTS (2)
             WHEN WS-CLI-JOURS-DEPASS > 0
                  MOVE 10               TO WS-FAC-POINTS (2)
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WS-CLI-ECH-IMPAYEES NOT < 3
                  MOVE 35               TO WS-FAC-POINTS (3)
             WHEN WS-CLI-ECH-IMPAYEES > 0
                  MOVE 20               TO WS-FAC-POINTS (3)
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WS-CLI-INC-OUVERTS NOT < 3
                  MOVE 35               TO WS-FAC-POINTS (4)
             WHEN WS-CLI-INC-OUVERTS > 0
                  MOVE 25               TO WS-FAC-POINTS (4)
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WS-CLI-JOURS-DEBIT > 180
                  MOVE 15               TO WS-FAC-POINTS (5)
             WHEN WS-CLI-JOURS-DEBIT > 60
                  MOVE 8                TO WS-FAC-POINTS (5)
           END-EVALUATE.
      *
           EVALUATE TRUE
             WHEN WS-CLI-INC-REGUL NOT < 3
                  MOVE 15               TO WS-FAC-POINTS (6)
             WHEN WS-CLI-INC-REGUL > 0
                  MOVE 10               TO WS-FAC-POINTS (6)
           END-EVALUATE.
      *
      *---------------------------------------------------------------*
      * TENDANCE : LA SOMME DES SOLDES MOYENS DES TROIS DERNIERS MOIS *
      * EST COMPAREE A CELLE DES MOIS ANTERIEURS ; UNE BAISSE DE PLUS *
      * DE 20 % (ET D'AU MOINS 100) EST RETENUE.                      *
      *---------------------------------------------------------------*
           IF WS-CLI-HIST-ANCIEN
                COMPUTE WS-ECART-TENDANCE = WS-CLI-MOY-ANC * 0,2
                IF WS-ECART-TENDANCE < 0
                     COMPUTE WS-ECART-TENDANCE =
                             WS-ECART-TENDANCE * -1
                END-IF
                IF WS-ECART-TENDANCE < 100
                     MOVE 100           TO WS-ECART-TENDANCE
                END-IF
                IF WS-CLI-MOY-REC <
                   WS-CLI-MOY-ANC - WS-ECART-TENDANCE
                     SET  WS-CLI-SOLDE-BAISSE TO TRUE
                     MOVE 10            TO WS-FAC-POINTS (7)
                END-IF
           END-IF.
      *
           PERFORM 7220-COMPTER-MOIS-REVENU-DEB
              THRU 7220-COMPTER-MOIS-REVENU-FIN
             VARYING WS-RANG-MOIS FROM 1 BY 1
             UNTIL WS-RANG-MOIS > 12.
           IF WS-CLI-NB-COURANT > 0
              AND WS-CLI-NB-MOIS-REVENU < WS-MOIS-REVENU-MIN
                MOVE 10                 TO WS-FAC-POINTS (8)
           END-IF.
      *
           MOVE 0                       TO WS-SCORE.
           PERFORM 7230-CUMULER-POINTS-DEB
              THRU 7230-CUMULER-POINTS-FIN
             VARYING IDX-FAC FROM 1 BY 1
             UNTIL IDX-FAC > 8.
      *
       7200-NOTER-CLIENT-FIN.
           EXIT.
      *
       7210-INIT-FACTEUR-DEB.
           MOVE 0                       TO WS-FAC-POINTS (IDX-FAC).
           MOVE '0'                     TO WS-FAC-RETENU (IDX-FAC).
       7210-INIT-FACTEUR-FIN.
           EXIT.
      *
       7220-COMPTER-MOIS-REVENU-DEB.
           IF WS-CLI-REVENU-MOIS (WS-RANG-MOIS) = '1'
                ADD  1                  TO WS-CLI-NB-MOIS-REVENU
           END-IF.
       7220-COMPTER-MOIS-REVENU-FIN.
           EXIT.
      *
       7230-CUMULER-POINTS-DEB.
           ADD  WS-FAC-POINTS (IDX-FAC) TO WS-SCORE.
       7230-CUMULER-POINTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ENREGISTREMENT DE COTATION DU MOIS : COTE SELON LE SCORE,     *
      * TROIS PRINCIPAUX MOTIFS PAR POIDS DECROISSANT (A POINTS       *
      * EGAUX, DANS L'ORDRE DE LA TABLE) ET FAITS OBSERVES.           *
      *---------------------------------------------------------------*
       7300-CONSTITUER-COTE-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-COT.
           MOVE WS-CLI-CLIENT           TO WS-COT-CLIENT.
           MOVE WS-MOIS-COTATION        TO WS-COT-MOIS.
           MOVE WS-DATE-JOUR-NUM        TO WS-COT-DATE.
           MOVE WS-SCORE                TO WS-COT-SCORE.
           EVALUATE TRUE
             WHEN WS-SCORE < 10
                  MOVE 'A'              TO WS-COT-NOTE
             WHEN WS-SCORE < 25
                  MOVE 'B'              TO WS-COT-NOTE
             WHEN WS-SCORE < 45
                  MOVE 'C'              TO WS-COT-NOTE
             WHEN WS-SCORE < 70
                  MOVE 'D'              TO WS-COT-NOTE
             WHEN OTHER
                  MOVE 'E'              TO WS-COT-NOTE
           END-EVALUATE.
      *
           PERFORM 7310-RETENIR-MOTIF-DEB
              THRU 7310-RETENIR-MOTIF-FIN
             VARYING WS-RANG-MOTIF FROM 1 BY 1
             UNTIL WS-RANG-MOTIF > 3.
      *
           MOVE WS-CLI-JOURS-DEBIT      TO WS-COT-JOURS-DEBIT.
           MOVE WS-CLI-JOURS-DEPASS     TO WS-COT-JOURS-DEPASS.
           MOVE WS-CLI-INC-OUVERTS      TO WS-COT-INC-OUVERTS.
           MOVE WS-CLI-INC-REGUL        TO WS-COT-INC-REGUL.
           MOVE WS-CLI-NB-MOIS-REVENU   TO WS-COT-MOIS-REVENU.
           MOVE WS-CLI-ECH-IMPAYEES     TO WS-COT-ECH-IMPAYEES.
           IF WS-CLI-SOLDE-BAISSE
                SET  WS-COT-SOLDE-BAISSE TO TRUE
           ELSE
                SET  WS-COT-SOLDE-STABLE TO TRUE
           END-IF.
           MOVE WS-NOTE-PREC            TO WS-COT-NOTE-PREC.
      *
       7300-CONSTITUER-COTE-FIN.
           EXIT.
      *
       7310-RETENIR-MOTIF-DEB.
           MOVE 0                       TO WS-POINTS-MAX
                                           WS-FAC-MAX.
           PERFORM 7320-COMPARER-FACTEUR-DEB
              THRU 7320-COMPARER-FACTEUR-FIN
             VARYING IDX-FAC FROM 1 BY 1
             UNTIL IDX-FAC > 8.
           IF WS-FAC-MAX > 0
                MOVE WS-MTF-CODE (WS-FAC-MAX)
                                    TO WS-COT-MOTIF (WS-RANG-MOTIF)
                MOVE '1'            TO WS-FAC-RETENU (WS-FAC-MAX)
           END-IF.
       7310-RETENIR-MOTIF-FIN.
           EXIT.
      *
       7320-COMPARER-FACTEUR-DEB.
           IF WS-FAC-RETENU (IDX-FAC) = '0'
              AND WS-FAC-POINTS (IDX-FAC) > WS-POINTS-MAX
                MOVE WS-FAC-POINTS (IDX-FAC) TO WS-POINTS-MAX
                SET  WS-FAC-MAX         TO IDX-FAC
           END-IF.
       7320-COMPARER-FACTEUR-FIN.
           EXIT.
      *
       7400-RANG-NOTE-DEB.
           EVALUATE WS-COT-NOTE
             WHEN 'A'  MOVE 1           TO WS-RANG-NOTE
             WHEN 'B'  MOVE 2           TO WS-RANG-NOTE
             WHEN 'C'  MOVE 3           TO WS-RANG-NOTE
             WHEN 'D'  MOVE 4           TO WS-RANG-NOTE
             WHEN OTHER MOVE 5          TO WS-RANG-NOTE
           END-EVALUATE.
       7400-RANG-NOTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LIBELLE D'UN MOTIF RETENU, AJOUTE A LA LIGNE DES MOTIFS.      *
      *---------------------------------------------------------------*
       7410-LIBELLE-MOTIF-DEB.
           IF WS-MTF-CODE (IDX-MTF) NOT = WS-COT-MOTIF (WS-RANG-MOTIF)
                GO TO 7410-LIBELLE-MOTIF-FIN
           END-IF.
           IF WS-PTR-MOTIFS > 1
                STRING ' / ' DELIMITED BY SIZE
                       INTO WS-LCOT-MOTIFS-ED
                       WITH POINTER WS-PTR-MOTIFS
           END-IF.
           STRING WS-MTF-LIBELLE (IDX-MTF) DELIMITED BY '  '
                  INTO WS-LCOT-MOTIFS-ED
                  WITH POINTER WS-PTR-MOTIFS.
       7410-LIBELLE-MOTIF-FIN.
           EXIT.
      *
       7420-EDITER-MOTIF-DEB.
           IF WS-COT-MOTIF (WS-RANG-MOTIF) = SPACES
                GO TO 7420-EDITER-MOTIF-FIN
           END-IF.
           PERFORM 7410-LIBELLE-MOTIF-DEB
              THRU 7410-LIBELLE-MOTIF-FIN
             VARYING IDX-MTF FROM 1 BY 1
             UNTIL IDX-MTF > 8.
       7420-EDITER-MOTIF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCOT-DEB.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE WS-LCOT-TITRE        TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE WS-DATE-FEN-DEB-NUM  TO WS-DATE-TRAV-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-TRAV-ED      TO WS-LCOT-PER-DEB-ED.
           MOVE WS-DATE-JOUR-NUM     TO WS-DATE-TRAV-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-TRAV-ED      TO WS-LCOT-PER-FIN-ED.
           MOVE WS-LCOT-PERIODE      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           IF WS-SLD-INDISPONIBLE
                MOVE 'HISTORIQUE DES SOLDES ABSENT : JOURS DEBITEURS '
                  &  'ET TENDANCE NON EVALUES'
                                     TO WS-LCOT-MESSAGE-ED
                MOVE WS-LCOT-MESSAGE TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN
           END-IF.
           IF WS-PRETS-MANQUANTS
                MOVE 'REGISTRE DES PRETS ABSENT : IMPAYES NON EVALUES'
                                     TO WS-LCOT-MESSAGE-ED
                MOVE WS-LCOT-MESSAGE TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN
           END-IF.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE 'CLIENTS DONT LA COTE S''EST DEGRADEE DEPUIS LE MOIS '
             &  'PRECEDENT'          TO WS-LCOT-MESSAGE-ED.
           MOVE WS-LCOT-MESSAGE      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE WS-LCOT-TITRES       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
       8000-ENTETE-ETATCOT-FIN.
           EXIT.
      *
       8010-DETAIL-ETATCOT-DEB.
           MOVE WS-CLI-CLIENT        TO WS-LCOT-CLIENT-ED.
           MOVE WS-CLI-NOM           TO WS-LCOT-NOM-ED.
           MOVE WS-NOTE-PREC         TO WS-LCOT-PREC-ED.
           MOVE WS-COT-NOTE          TO WS-LCOT-NOUV-ED.
           MOVE WS-COT-SCORE         TO WS-LCOT-SCORE-ED.
           MOVE WS-LCOT-DETAIL       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE SPACES               TO WS-LCOT-MOTIFS-ED.
           MOVE 1                    TO WS-PTR-MOTIFS.
           PERFORM 7420-EDITER-MOTIF-DEB
              THRU 7420-EDITER-MOTIF-FIN
             VARYING WS-RANG-MOTIF FROM 1 BY 1
             UNTIL WS-RANG-MOTIF > 3.
           MOVE WS-LCOT-MOTIFS       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
       8010-DETAIL-ETATCOT-FIN.
           EXIT.
      *
       8040-REPARTITION-DEB.
           MOVE SPACES               TO WS-LCOT-NB-LIB.
           STRING 'CLIENTS COTES ' WS-LETTRE-COTE (WS-RANG-NOTE)
                  '                  :'
                  DELIMITED BY SIZE INTO WS-LCOT-NB-LIB.
           MOVE WS-CNOTE (WS-RANG-NOTE) TO WS-LCOT-NB-ED.
           MOVE WS-LCOT-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
       8040-REPARTITION-FIN.
           EXIT.
      *
       8050-TOTGEN-ETATCOT-DEB.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           PERFORM 8040-REPARTITION-DEB
              THRU 8040-REPARTITION-FIN
             VARYING WS-RANG-NOTE FROM 1 BY 1
             UNTIL WS-RANG-NOTE > 5.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE 'CLIENTS COTES                    :' TO WS-LCOT-NB-LIB.
           MOVE WS-CCLI              TO WS-LCOT-NB-ED.
           MOVE WS-LCOT-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE 'SANS COTE LE MOIS PRECEDENT      :' TO WS-LCOT-NB-LIB.
           MOVE WS-CNOUV             TO WS-LCOT-NB-ED.
           MOVE WS-LCOT-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE 'COTES DEGRADEES                  :' TO WS-LCOT-NB-LIB.
           MOVE WS-CDEGR             TO WS-LCOT-NB-ED.
           MOVE WS-LCOT-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE 'COTES AMELIOREES                 :' TO WS-LCOT-NB-LIB.
           MOVE WS-CAMEL             TO WS-LCOT-NB-ED.
           MOVE WS-LCOT-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
           MOVE WS-LCOT-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCOT-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCOT-FIN.
       8050-TOTGEN-ETATCOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO120B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'CLIENTS COTES          : ' WS-CCLI.
           DISPLAY 'COTES A                : ' WS-CNOTE (1).
           DISPLAY 'COTES B                : ' WS-CNOTE (2).
           DISPLAY 'COTES C                : ' WS-CNOTE (3).
           DISPLAY 'COTES D                : ' WS-CNOTE (4).
           DISPLAY 'COTES E                : ' WS-CNOTE (5).
           DISPLAY 'SANS COTE PRECEDENTE   : ' WS-CNOUV.
           DISPLAY 'COTES DEGRADEES        : ' WS-CDEGR.
           DISPLAY 'COTES AMELIOREES       : ' WS-CAMEL.
      *---------------------------------------------------------------*
      * UNE COTATION SANS HISTORIQUE DES SOLDES EST SIGNALEE PAR LE   *
      * CODE RETOUR 4.                                                *
      *---------------------------------------------------------------*
           IF WS-SLD-INDISPONIBLE
                MOVE 4 TO RETURN-CODE
           END-IF.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO120B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
