      *      (COMPTES A TERME)                                        *
      *   FO CODE DU FORFAIT DE SERVICES (BLANC = TARIF STANDARD)     *
      *   DC AVIS DE DECES (DATE SSAAMMJJ) : GEL SUCCESSION DU COMPTE *
      *   FR CLIENTELE FRAGILE (1 = POSE, 0 = LEVEE)                  *
      *   PR PRODUIT D'EPARGNE REGLEMENTE (LA LIVRET A, LD LDDS,      *
      *      LE LEP, LJ LIVRET JEUNE, BLANC = EPARGNE LIBRE) ; UN     *
      *      PRODUIT N'EST ADMIS QUE SUR UN COMPTE D'EPARGNE          *
      *   GA GEL DES AVOIRS (1 + REFERENCE DE LA MESURE = POSE A LA   *
      *      DATE DU JOUR, 0 = LEVEE) SUR DECISION DE LA CONFORMITE   *
      *   RE RELEVE ELECTRONIQUE CFONB 120 (1 = ABONNEMENT,           *
      *      0 = RESILIATION)                                         *
      *   CX LEVEE DU CONTENTIEUX (0) A LA CLOTURE DU DOSSIER PAR LE  *
      *      SERVICE DU RECOUVREMENT ; LA POSE EST LE FAIT DU CYCLE   *
      *      DE RELANCE DES COMPTES DEBITEURS                         *
      *   DT AUTORISATION DE DECOUVERT TEMPORAIRE (MONTANT + DATE DE  *
      *      DEBUT + DATE DE FIN + CONSEILLER) SUR COMPTE COURANT,    *
      *      ENREGISTREE AU FICHIER DECTEMP ; UNE TRANSACTION DE MEME *
      *      DATE DE DEBUT LA MODIFIE, UN MONTANT 0 L'ANNULE          *
      *   VA VALIDATION D'UNE MAINTENANCE SENSIBLE EN ATTENTE (CODE DE*
      *      LA TRANSACTION A VALIDER) PAR UN SECOND OPERATEUR        *
      *   OC OPPOSITION AU DEMARCHAGE COMMERCIAL (1 = REFUS DU CLIENT,*
      *      0 = LEVEE) : LE CLIENT EST EXCLU DU CIBLAGE COMMERCIAL   *
      *   MN COMPTE DE MINEUR (DATE DE NAISSANCE SSAAMMJJ + BUDGET    *
      *      HEBDOMADAIRE DES RETRAITS ET PAIEMENTS CARTE) SUR COMPTE *
      *      COURANT D'UN MINEUR DE 12 A 17 ANS, ENREGISTRE AU FICHIER*
      *      MINEURS ; UNE NOUVELLE TRANSACTION MODIFIE LE BUDGET. LE *
      *      REPRESENTANT LEGAL EST PORTE AU FICHIER TITULRS (ROLE R).*
      *      UN COMPTE DE MINEUR N'ADMET NI DT NI CHANGEMENT DE TYPE  *
      *---------------------------------------------------------------*
      * DOUBLE VALIDATION : NM, TL, AD, PL, ID, LES HAUSSES DE LIMITE *
      * ET LES AUTORISATIONS TEMPORAIRES (DT) DE PLUS DU SEUIL        *
      * SEUILLIM (PARAMS) SONT MISES EN ATTENTE AU FICHIER ATTMAJ     *
      * AVEC L'OPERATEUR DE SAISIE. ELLES NE SONT APPLIQUEES QU'A LA  *
      * VALIDATION VA D'UN AUTRE OPERATEUR DANS UN PASSAGE            *
      * ULTERIEUR ; SANS VALIDATION DANS LE DELAI DELVALID (PARAMS)   *
      * ELLES SONT ANNULEES. UN CHANGEMENT DE TELEPHONE VALIDE MOINS  *
      * DE 30 JOURS APRES UN CHANGEMENT D'ADRESSE DU COMPTE EST       *
      * SIGNALE A LA CONFORMITE (FICHIER ALRTCNF) ; CODE RETOUR 4 EN  *
      * CAS D'ALERTE OU D'ANNULATION.                                 *
      *---------------------------------------------------------------*
      * COTATION INTERNE : UNE HAUSSE DE LIMITE (LI) OU DE PLAFOND CB *
      * (PL), OU UNE AUTORISATION TEMPORAIRE (DT) QUI PORTE LE        *
      * DECOUVERT AU-DELA DU MAXIMUM DE LA DERNIERE COTE DU CLIENT    *
      * (FICHIER COTATION, BAREMES LIMCOTA A LIMCOTE ET PLFCOTA A     *
      * PLFCOTE DE PARAMS) EST REJETEE, A LA SAISIE COMME A LA        *
      * VALIDATION. UN CLIENT NON ENCORE COTE N'EST PAS BORNE.        *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *                      -------------------------------------------
           SELECT  F-ETATMAJ-S         ASSIGN TO WS-NOM-ETATMAJ
                   FILE STATUS         IS WS-FS-F-ETATMAJ-S.
      *                      -------------------------------------------
      *                      F-DECTEMP : AUTORISATIONS DE DECOUVERT
      *                                  TEMPORAIRES
      *                      -------------------------------------------
           SELECT  F-DECTEMP           ASSIGN TO DECTEMP
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-DCT-CLE
                   FILE STATUS         IS WS-FS-F-DECTEMP.
      *                      -------------------------------------------
      *                      F-MINEURS : COMPTES DE MINEURS
      *                      -------------------------------------------
           SELECT  F-MINEURS           ASSIGN TO MINEURS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MIN-CPTE
                   FILE STATUS         IS WS-FS-F-MINEURS.
      *                      -------------------------------------------
      *                      F-ATTMAJ : MAINTENANCES SENSIBLES EN
      *                                 ATTENTE DE VALIDATION
      *                      -------------------------------------------
           SELECT  F-ATTMAJ            ASSIGN TO ATTMAJ
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-ATT-CLE
                   FILE STATUS         IS WS-FS-F-ATTMAJ.
      *                      -------------------------------------------
      *                      F-ALRCNF : ALERTES TRANSMISES A LA
      *                                 CONFORMITE
      *                      -------------------------------------------
           SELECT  F-ALRCNF            ASSIGN TO ALRTCNF
                   FILE STATUS         IS WS-FS-F-ALRCNF.
      *                      -------------------------------------------
      *                      F-COTATION : HISTORIQUE DES COTATIONS
      *                      -------------------------------------------
           SELECT  F-COTATION          ASSIGN TO COTATION
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-COT-CLE
                   FILE STATUS         IS WS-FS-F-COTATION.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *
      ***************
       DATA DIVISION.
      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-MAJCPT-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-MAJCPT           PIC X(90).
      *
       FD  F-ETATMAJ-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATMAJ            PIC X(80).
      *
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
       FD  F-MINEURS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MIN.
           05 FS-MIN-CPTE             PIC X(10).
           05 FILLER                  PIC X(70).
      *
       FD  F-ATTMAJ
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-F-ATT.
           05 FS-ATT-CLE              PIC X(12).
           05 FILLER                  PIC X(138).
      *
       FD  F-ALRCNF
           RECORDING MODE IS F.
       01  FS-ENRG-F-ALR              PIC X(80).
      *
       FD  F-COTATION
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-COT.
           05 FS-COT-CLE              PIC X(14).
           05 FILLER                  PIC X(66).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
           COPY TP4CPT.
           COPY TPJRNL.
           COPY TPDECTMP.
           COPY TPMINEUR.
           COPY TPATTMAJ.
           COPY TPALRCNF.
           COPY TPPARAM.
           COPY TPCOTAT.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE LA TRANSACTION DE MAINTENANCE                  *
              88 WS-MAJ-TAUX         VALUE 'TX'.
              88 WS-MAJ-FORFAIT      VALUE 'FO'.
              88 WS-MAJ-DECES        VALUE 'DC'.
              88 WS-MAJ-FRAGILE      VALUE 'FR'.
              88 WS-MAJ-PRODUIT      VALUE 'PR'.
              88 WS-MAJ-GEL-AVOIRS   VALUE 'GA'.
              88 WS-MAJ-CFONB        VALUE 'RE'.
              88 WS-MAJ-CONTENTIEUX  VALUE 'CX'.
              88 WS-MAJ-DECOUVERT-TEMP VALUE 'DT'.
              88 WS-MAJ-VALIDATION   VALUE 'VA'.
              88 WS-MAJ-OPPOS-COM    VALUE 'OC'.
              88 WS-MAJ-MINEUR       VALUE 'MN'.
              88 WS-MAJ-CODE-CONNU   VALUE 'CR' 'NM' 'TL' 'AD'
                                           'TY' 'PL' 'LI' 'ID'
                                           'DV' 'EC' 'TX' 'FO'
                                           'DC' 'FR' 'PR' 'GA'
                                           'RE' 'CX' 'DT' 'VA'
                                           'OC' 'MN'.
              88 WS-MAJ-CODE-SENSIBLE VALUE 'NM' 'TL' 'AD' 'PL'
                                           'ID'.
           05 WS-MAJ-CPTE            PIC X(10).
           05 WS-MAJ-VALEUR          PIC X(66).
           05 WS-MAJ-VAL-NOM REDEFINES WS-MAJ-VALEUR.
           05 WS-MAJ-VAL-DC REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-DC-V         PIC 9(8).
              10 FILLER              PIC X(58).
           05 WS-MAJ-VAL-FR REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-FR-V         PIC X.
              10 FILLER              PIC X(65).
           05 WS-MAJ-VAL-PR REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-PR-V         PIC X(2).
                 88 WS-MAJ-PR-VALIDE VALUE 'LA' 'LD' 'LE' 'LJ' '  '.
              10 FILLER              PIC X(64).
           05 WS-MAJ-VAL-GA REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-GA-V         PIC X.
                 88 WS-MAJ-GA-POSE   VALUE '1'.
                 88 WS-MAJ-GA-LEVEE  VALUE '0'.
              10 WS-MAJ-GA-REF       PIC X(10).
              10 FILLER              PIC X(55).
           05 WS-MAJ-VAL-RE REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-RE-V         PIC X.
              10 FILLER              PIC X(65).
           05 WS-MAJ-VAL-CX REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-CX-V         PIC X.
              10 FILLER              PIC X(65).
           05 WS-MAJ-VAL-DT REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-DT-MT        PIC 9(8)V99.
              10 WS-MAJ-DT-DEB       PIC 9(8).
              10 WS-MAJ-DT-FIN       PIC 9(8).
              10 WS-MAJ-DT-CONSEIL   PIC X(8).
              10 FILLER              PIC X(32).
           05 WS-MAJ-VAL-OC REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-OC-V         PIC X.
              10 FILLER              PIC X(65).
           05 WS-MAJ-VAL-MN REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-MN-NAISS     PIC 9(8).
              10 WS-MAJ-MN-NAISS-R REDEFINES WS-MAJ-MN-NAISS.
                 15 FILLER           PIC 9(4).
                 15 WS-MAJ-MN-NAISS-MM PIC 99.
                 15 WS-MAJ-MN-NAISS-JJ PIC 99.
              10 WS-MAJ-MN-BUDGET    PIC 9(6)V99.
              10 FILLER              PIC X(50).
           05 WS-MAJ-VAL-VA REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-VA-CODE      PIC XX.
              10 FILLER              PIC X(64).
           05 WS-MAJ-VAL-CRE REDEFINES WS-MAJ-VALEUR.
              10 WS-MAJ-CRE-CLIENT   PIC 9(8).
              10 WS-MAJ-CRE-NOM      PIC X(20).
              10 WS-MAJ-CRE-PLAF     PIC 9(8)V99.
              10 WS-MAJ-CRE-LIMITE   PIC 9(8)V99.
              10 FILLER              PIC X(3).
           05 WS-MAJ-OPERATEUR       PIC X(8).
           05 FILLER                 PIC X(4).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  EOF-F-MAJCPT-E       VALUE '10'.
       01  WS-FS-F-ETATMAJ-S        PIC XX.
           88  OK-F-ETATMAJ-S       VALUE '00'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '23'.
           88  DECTEMP-ABSENT       VALUE '35'.
           88  DCT-INCONNUE         VALUE '23'.
       01  WS-FS-F-MINEURS          PIC XX.
           88  OK-F-MINEURS         VALUE '00'.
           88  OK-LEC-F-MINEURS     VALUE '00' '23'.
           88  MINEURS-ABSENT       VALUE '35'.
           88  MIN-INCONNU          VALUE '23'.
       01  WS-FS-F-ATTMAJ           PIC XX.
           88  OK-F-ATTMAJ          VALUE '00'.
           88  OK-LEC-F-ATTMAJ      VALUE '00' '23'.
           88  OK-LEC-SEQ-F-ATTMAJ  VALUE '00' '02' '10'.
           88  EOF-F-ATTMAJ         VALUE '10'.
           88  ATTMAJ-ABSENT        VALUE '35'.
           88  ATT-INCONNUE         VALUE '23'.
       01  WS-FS-F-ALRCNF           PIC XX.
           88  OK-F-ALRCNF          VALUE '00'.
           88  ALRCNF-ABSENT        VALUE '35'.
       01  WS-FS-F-COTATION         PIC XX.
           88  OK-F-COTATION        VALUE '00'.
           88  OK-LEC-F-COTATION    VALUE '00' '02' '10'.
           88  OK-START-COT         VALUE '00' '23'.
           88  EOF-F-COTATION       VALUE '10'.
           88  COT-INCONNUE         VALUE '23'.
           88  COTATION-ABSENT      VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
                                    VALUE 0.
       77  WS-CCRE                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CATT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CVAL                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CANN                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CALR                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
      *---------------------------------------------------------------*
      * DOUBLE VALIDATION : L'HEURE DE LANCEMENT DISTINGUE LE PASSAGE *
      * DE SAISIE D'UNE DEMANDE DES PASSAGES ULTERIEURS ; LES         *
      * OPERATEURS SONT REPORTES SOUS LA LIGNE DE DETAIL.             *
      *---------------------------------------------------------------*
       77  WS-HEURE-PASSAGE         PIC 9(8)  VALUE 0.
       77  WS-OPER-LIB              PIC X(16) VALUE SPACES.
       77  WS-OPER-SAISIE           PIC X(8)  VALUE SPACES.
       77  WS-OPER-VALIDEUR         PIC X(8)  VALUE SPACES.
       77  WS-DELAI-ADR-TEL         PIC 9(3)  VALUE 30.
       77  WS-NB-JOURS              PIC S9(5) COMP VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-JOUR           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-ORIGINE-MAJ           PIC X VALUE '0'.
           88 WS-MAJ-DIRECTE        VALUE '0'.
           88 WS-MAJ-SUR-VALIDATION VALUE '1'.
       01  WS-SENSIBILITE-MAJ       PIC X VALUE '0'.
           88 WS-MAJ-ORDINAIRE      VALUE '0'.
           88 WS-MAJ-SENSIBLE       VALUE '1'.
      *---------------------------------------------------------------*
      * COMPTE DE MINEUR : AGE A LA DATE DU JOUR (LA DIFFERENCE DES   *
      * DATES SSAAMMJJ DIVISEE PAR 10000 DONNE LES ANNEES REVOLUES).  *
      *---------------------------------------------------------------*
       77  WS-AGE-MINEUR            PIC S9(3) COMP VALUE 0.
       01  WS-STATUT-MINEUR         PIC X VALUE '0'.
           88 WS-CPTE-NON-MINEUR    VALUE '0'.
           88 WS-CPTE-MINEUR        VALUE '1'.
      *---------------------------------------------------------------*
      * COTATION INTERNE : DERNIERE COTE DU CLIENT (BLANC SI AUCUNE)  *
      * ET SON RANG DANS LES BAREMES DE TPPARAM (1 = A ... 5 = E).    *
      *---------------------------------------------------------------*
       01  WS-DISPO-COTATION        PIC X VALUE '0'.
           88 WS-COT-DISPONIBLE     VALUE '0'.
           88 WS-COT-INDISPONIBLE   VALUE '1'.
       01  WS-FIN-COTATION          PIC X VALUE '0'.
           88 WS-COT-EN-COURS       VALUE '0'.
           88 WS-COT-EPUISE         VALUE '1'.
       77  WS-COTE-CLIENT           PIC X     VALUE SPACE.
       77  WS-RANG-COTE             PIC S9(4) COMP VALUE 0.
      *---------------------------------------------------------------*
      * EDITION DES DATES D'UNE AUTORISATION DE DECOUVERT TEMPORAIRE  *
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
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE MAINTENANCE                      *
           05 WS-LMAJ-MOTIF-ED       PIC X(30).
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMAJ-OPER.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WS-LMAJ-OPER-LIB-ED    PIC X(16).
           05 FILLER                 PIC X(10) VALUE ' SAISIE : '.
           05 WS-LMAJ-OPER-SAI-ED    PIC X(8).
           05 FILLER                 PIC X(15) VALUE
                                         '  VALIDATION : '.
           05 WS-LMAJ-OPER-VAL-ED    PIC X(8).
           05 FILLER                 PIC X(15) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMAJ-ALERTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMAJ-ALERTE-ED      PIC X(75).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMAJ-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMAJ-NBREJ-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMAJ-TOTAL-VAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(12) VALUE 'EN ATTENTE :'.
           05 WS-LMAJ-NBATT-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE '  VALIDEES :'.
           05 WS-LMAJ-NBVAL-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE '  ANNULEES :'.
           05 WS-LMAJ-NBANN-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  ALERTES :'.
           05 WS-LMAJ-NBALR-ED       PIC ZZZ9.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6200-CHARGER-F-PARAM-DEB
              THRU 6200-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6010-OUVRIR-F-MAJCPT-DEB
              THRU 6010-OUVRIR-F-MAJCPT-FIN.
      *
           PERFORM 6005-OUVRIR-F-DECTEMP-DEB
              THRU 6005-OUVRIR-F-DECTEMP-FIN.
      *
           PERFORM 6008-OUVRIR-F-MINEURS-DEB
              THRU 6008-OUVRIR-F-MINEURS-FIN.
      *
           PERFORM 6007-OUVRIR-F-ATTMAJ-DEB
              THRU 6007-OUVRIR-F-ATTMAJ-FIN.
      *
           PERFORM 6035-OUVRIR-F-ALRCNF-DEB
              THRU 6035-OUVRIR-F-ALRCNF-FIN.
      *
           PERFORM 6009-OUVRIR-F-COTATION-DEB
              THRU 6009-OUVRIR-F-COTATION-FIN.
      *
           PERFORM 6020-OUVRIR-ETATMAJ-DEB
              THRU 6020-OUVRIR-ETATMAJ-FIN.
      *
           PERFORM 8000-ENTETE-ETATMAJ-DEB
              THRU 8000-ENTETE-ETATMAJ-FIN.
      *
           PERFORM 1500-ANNULER-ATTENTES-DEB
              THRU 1500-ANNULER-ATTENTES-FIN.
      *
           PERFORM 6040-LIRE-F-MAJCPT-DEB
              THRU 6040-LIRE-F-MAJCPT-FIN.
      *
           PERFORM 6130-FERMER-F-JRNL-DEB
              THRU 6130-FERMER-F-JRNL-FIN.
      *
           PERFORM 6140-FERMER-F-ALRCNF-DEB
              THRU 6140-FERMER-F-ALRCNF-FIN.
      *
           PERFORM 6160-FERMER-F-COTATION-DEB
              THRU 6160-FERMER-F-COTATION-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
           ADD  1                       TO WS-CTRS.
           SET  WS-MAJ-OK               TO TRUE.
           SET  WS-MAJ-DIRECTE          TO TRUE.
           MOVE SPACES                  TO WS-MOTIF-REJET.
           MOVE SPACES                  TO WS-OPER-LIB.
           MOVE SPACES                  TO WS-OPER-SAISIE.
           MOVE SPACES                  TO WS-OPER-VALIDEUR.
      *
           PERFORM 7010-CONTROLER-TRANSACTION-DEB
              THRU 7010-CONTROLER-TRANSACTION-FIN.
      *
           IF WS-MAJ-OK
                EVALUATE TRUE
                  WHEN WS-MAJ-CREATION
                     PERFORM 2000-TRT-CREATION-DEB
                        THRU 2000-TRT-CREATION-FIN
                  WHEN WS-MAJ-VALIDATION
                     PERFORM 2040-TRT-VALIDATION-DEB
                        THRU 2040-TRT-VALIDATION-FIN
                  WHEN OTHER
                     PERFORM 2010-TRT-MODIFICATION-DEB
                        THRU 2010-TRT-MODIFICATION-FIN
                END-EVALUATE
           END-IF.
      *
           IF WS-MAJ-REJETEE
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ANNULATION DES ATTENTES          *
      *     ================================================          *
      *---------------------------------------------------------------*
      * AVANT LES TRANSACTIONS DU JOUR, LES DEMANDES EN ATTENTE       *
      * DEPUIS PLUS DE DELVALID JOURS SONT ANNULEES ET EDITEES ; UNE  *
      * VALIDATION TARDIVE EST ALORS REJETEE.                         *
      *---------------------------------------------------------------*
      *
       1500-ANNULER-ATTENTES-DEB.
      *
           MOVE LOW-VALUE               TO WS-ATT-CLE.
           PERFORM 6430-POSITIONNER-F-ATTMAJ-DEB
              THRU 6430-POSITIONNER-F-ATTMAJ-FIN.
           IF ATT-INCONNUE
                GO TO 1500-ANNULER-ATTENTES-FIN
           END-IF.
      *
           PERFORM 1510-EXAMINER-ATTENTE-DEB
              THRU 1510-EXAMINER-ATTENTE-FIN
             UNTIL EOF-F-ATTMAJ.
      *
       1500-ANNULER-ATTENTES-FIN.
           EXIT.
      *
       1510-EXAMINER-ATTENTE-DEB.
      *
           PERFORM 6440-LIRE-SUIV-F-ATTMAJ-DEB
              THRU 6440-LIRE-SUIV-F-ATTMAJ-FIN.
           IF EOF-F-ATTMAJ OR NOT WS-ATT-EN-ATTENTE
                GO TO 1510-EXAMINER-ATTENTE-FIN
           END-IF.
      *
           MOVE WS-ATT-DATE-SAISIE      TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           COMPUTE WS-NB-JOURS = WS-SERIAL-JOUR - WS-SERIAL.
           IF WS-NB-JOURS NOT > WS-DELAI-VALIDATION
                GO TO 1510-EXAMINER-ATTENTE-FIN
           END-IF.
      *
           SET  WS-ATT-ANNULEE          TO TRUE.
           PERFORM 6420-REECRIRE-F-ATTMAJ-DEB
              THRU 6420-REECRIRE-F-ATTMAJ-FIN.
           ADD  1                       TO WS-CANN.
      *
           MOVE WS-ATT-CODE             TO WS-MAJ-CODE.
           MOVE WS-ATT-CPTE             TO WS-MAJ-CPTE.
           PERFORM 7060-EDITER-DATE-DEB
              THRU 7060-EDITER-DATE-FIN.
           MOVE SPACES                  TO WS-ANCIENNE-VALEUR.
           STRING 'SAISIE DU ' WS-DATE-TRAV-ED
                  DELIMITED BY SIZE
                  INTO WS-ANCIENNE-VALEUR.
           MOVE 'DELAI DE VALIDATION DEPASSE'
                                        TO WS-NOUVELLE-VALEUR.
           MOVE 'ANNULEE'               TO WS-OPER-LIB.
           MOVE WS-ATT-OPER-SAISIE      TO WS-OPER-SAISIE.
           MOVE SPACES                  TO WS-OPER-VALIDEUR.
           PERFORM 8010-DETAIL-ETATMAJ-DEB
              THRU 8010-DETAIL-ETATMAJ-FIN.
      *
       1510-EXAMINER-ATTENTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT CREATION                     *
      *     =====================================                     *
      *---------------------------------------------------------------*
                MOVE 0                  TO WS-CPT-NPAI-DATE
                MOVE '0'                TO WS-CPT-SUCCESSION
                MOVE 0                  TO WS-CPT-DATE-DECES
                MOVE '0'                TO WS-CPT-FRAGILE
                MOVE SPACES             TO WS-CPT-PRODUIT
                MOVE '0'                TO WS-CPT-GEL-AVOIRS
                MOVE 0                  TO WS-CPT-GELAV-DATE
                MOVE SPACES             TO WS-CPT-GELAV-REF
                PERFORM 6080-ECRIRE-F-CPTE-ES-DEB
                   THRU 6080-ECRIRE-F-CPTE-ES-FIN
                ADD  1                  TO WS-CAPP
                MOVE 'COMPTE INEXISTANT'
                                        TO WS-MOTIF-REJET
                SET  WS-MAJ-REJETEE     TO TRUE
                GO TO 2010-TRT-MODIFICATION-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * LE COMPTE DE MINEUR EST TENU AU FICHIER MINEURS ET NE VISE    *
      * QUE LES COMPTES COURANTS. TANT QU'IL N'EST PAS CONVERTI, IL   *
      * RESTE UN COMPTE COURANT SANS AUCUN DECOUVERT.                 *
      *---------------------------------------------------------------*
           IF WS-MAJ-MINEUR
                IF WS-CPT-COURANT
                     PERFORM 2050-TRT-MINEUR-DEB
                        THRU 2050-TRT-MINEUR-FIN
                ELSE
                     MOVE 'COMPTE NON COURANT'
                                        TO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                END-IF
                GO TO 2010-TRT-MODIFICATION-FIN
           END-IF.
      *
           IF WS-MAJ-DECOUVERT-TEMP OR WS-MAJ-TYPE
                PERFORM 7100-TESTER-MINEUR-DEB
                   THRU 7100-TESTER-MINEUR-FIN
                IF WS-CPTE-MINEUR
                     MOVE 'OPERATION EXCLUE (MINEUR)'
                                        TO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                     GO TO 2010-TRT-MODIFICATION-FIN
                END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * L'AUTORISATION TEMPORAIRE N'EST PAS UNE ZONE DU COMPTE : ELLE *
      * EST TENUE AU FICHIER DECTEMP ET NE VISE QUE LES COMPTES       *
      * COURANTS, SEULS ADMIS AU DECOUVERT.                           *
      *---------------------------------------------------------------*
           IF WS-MAJ-DECOUVERT-TEMP
              AND NOT WS-CPT-COURANT
                MOVE 'COMPTE NON COURANT'
                                        TO WS-MOTIF-REJET
                SET  WS-MAJ-REJETEE     TO TRUE
                GO TO 2010-TRT-MODIFICATION-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * LA DERNIERE COTE DU CLIENT BORNE LES HAUSSES DE LIMITE ET DE  *
      * PLAFOND CB, AINSI QUE LE DECOUVERT PORTE PAR UNE AUTORISATION *
      * TEMPORAIRE (LIMITE DU COMPTE PLUS MONTANT AUTORISE) ; LES     *
      * BAISSES ET LES ANNULATIONS RESTENT LIBRES.                    *
      *---------------------------------------------------------------*
           IF WS-MAJ-LIMITE OR WS-MAJ-PLAFOND
                            OR WS-MAJ-DECOUVERT-TEMP
                PERFORM 7110-CHERCHER-COTE-DEB
                   THRU 7110-CHERCHER-COTE-FIN
                IF WS-RANG-COTE > 0
                   AND ((WS-MAJ-LIMITE
                         AND WS-MAJ-MT-V > WS-CPT-LIMITE
                         AND WS-MAJ-MT-V >
                             WS-LIMITE-COTE (WS-RANG-COTE))
                     OR (WS-MAJ-PLAFOND
                         AND WS-MAJ-MT-V > WS-CPT-PLAF-CB
                         AND WS-MAJ-MT-V >
                             WS-PLAF-CB-COTE (WS-RANG-COTE))
                     OR (WS-MAJ-DECOUVERT-TEMP
                         AND WS-MAJ-DT-MT > 0
                         AND WS-CPT-LIMITE + WS-MAJ-DT-MT >
                             WS-LIMITE-COTE (WS-RANG-COTE)))
                     MOVE SPACES        TO WS-MOTIF-REJET
                     STRING 'HAUSSE REFUSEE PAR LA COTE '
                            WS-COTE-CLIENT
                            DELIMITED BY SIZE INTO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                     GO TO 2010-TRT-MODIFICATION-FIN
                END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * UNE MAINTENANCE SENSIBLE SAISIE EST MISE EN ATTENTE ; ELLE NE *
      * REPASSE ICI QU'A SA VALIDATION PAR UN SECOND OPERATEUR.       *
      *---------------------------------------------------------------*
           IF WS-MAJ-DIRECTE
                PERFORM 7080-TESTER-SENSIBLE-DEB
                   THRU 7080-TESTER-SENSIBLE-FIN
                IF WS-MAJ-SENSIBLE
                     PERFORM 2030-METTRE-EN-ATTENTE-DEB
                        THRU 2030-METTRE-EN-ATTENTE-FIN
                     GO TO 2010-TRT-MODIFICATION-FIN
                END-IF
           END-IF.
      *
           IF WS-MAJ-DECOUVERT-TEMP
                PERFORM 2020-TRT-DECOUVERT-TEMP-DEB
                   THRU 2020-TRT-DECOUVERT-TEMP-FIN
                GO TO 2010-TRT-MODIFICATION-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * UN PRODUIT REGLEMENTE NE SE POSE QUE SUR UN COMPTE D'EPARGNE. *
      *---------------------------------------------------------------*
           IF WS-MAJ-PRODUIT
              AND WS-MAJ-PR-V NOT = SPACES
              AND NOT WS-CPT-EPARGNE
                MOVE 'PRODUIT SUR COMPTE NON EPARGNE'
                                        TO WS-MOTIF-REJET
                SET  WS-MAJ-REJETEE     TO TRUE
           ELSE
                PERFORM 7020-APPLIQUER-CHANGEMENT-DEB
                   THRU 7020-APPLIQUER-CHANGEMENT-FIN
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT DECOUVERT TEMPORAIRE         *
      *     =================================================         *
      * L'AUTORISATION EST IDENTIFIEE PAR LE COMPTE ET SA DATE DE     *
      * DEBUT : INCONNUE, ELLE EST CREEE ; CONNUE, SON MONTANT, SA    *
      * DATE DE FIN ET SON CONSEILLER SONT REMPLACES, OU ELLE EST     *
      * SUPPRIMEE SI LE MONTANT EST NUL.                              *
      *---------------------------------------------------------------*
      *
       2020-TRT-DECOUVERT-TEMP-DEB.
      *
           MOVE WS-MAJ-CPTE             TO WS-DCT-CPTE.
           MOVE WS-MAJ-DT-DEB           TO WS-DCT-DATE-DEB.
           PERFORM 6300-LIRE-F-DECTEMP-DEB
              THRU 6300-LIRE-F-DECTEMP-FIN.
      *
           IF DCT-INCONNUE
                IF WS-MAJ-DT-MT = 0
                     MOVE 'AUTORISATION INEXISTANTE'
                                        TO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                     GO TO 2020-TRT-DECOUVERT-TEMP-FIN
                END-IF
                MOVE WS-MAJ-CPTE        TO WS-DCT-CPTE
                MOVE WS-MAJ-DT-DEB      TO WS-DCT-DATE-DEB
                MOVE WS-MAJ-DT-DEB      TO WS-DATE-TRAV-NUM
                PERFORM 7060-EDITER-DATE-DEB
                   THRU 7060-EDITER-DATE-FIN
                MOVE SPACES             TO WS-ANCIENNE-VALEUR
                STRING 'NOUVELLE DU ' WS-DATE-TRAV-ED
                       DELIMITED BY SIZE
                       INTO WS-ANCIENNE-VALEUR
           ELSE
                MOVE WS-DCT-MT          TO WS-MT-AFFICHE
                MOVE WS-DCT-DATE-FIN    TO WS-DATE-TRAV-NUM
                PERFORM 7060-EDITER-DATE-DEB
                   THRU 7060-EDITER-DATE-FIN
                MOVE SPACES             TO WS-ANCIENNE-VALEUR
                STRING WS-MT-AFFICHE ' AU ' WS-DATE-TRAV-ED
                       DELIMITED BY SIZE
                       INTO WS-ANCIENNE-VALEUR
                IF WS-MAJ-DT-MT = 0
                     PERFORM 6330-SUPPRIMER-F-DECTEMP-DEB
                        THRU 6330-SUPPRIMER-F-DECTEMP-FIN
                     MOVE SPACES        TO WS-NOUVELLE-VALEUR
                     STRING 'ANNULEE PAR ' WS-MAJ-DT-CONSEIL
                            DELIMITED BY SIZE
                            INTO WS-NOUVELLE-VALEUR
                     GO TO 2020-TRT-DECOUVERT-TEMP-SUITE
                END-IF
           END-IF.
      *
           MOVE WS-MAJ-DT-FIN           TO WS-DCT-DATE-FIN.
           MOVE WS-MAJ-DT-MT            TO WS-DCT-MT.
           MOVE WS-MAJ-DT-CONSEIL       TO WS-DCT-CONSEILLER.
           MOVE WS-DATE-JOUR-NUM        TO WS-DCT-DATE-SAISIE.
           SET  WS-DCT-EN-COURS         TO TRUE.
           IF DCT-INCONNUE
                PERFORM 6310-ECRIRE-F-DECTEMP-DEB
                   THRU 6310-ECRIRE-F-DECTEMP-FIN
           ELSE
                PERFORM 6320-REECRIRE-F-DECTEMP-DEB
                   THRU 6320-REECRIRE-F-DECTEMP-FIN
           END-IF.
           MOVE WS-DCT-MT               TO WS-MT-AFFICHE.
           MOVE WS-DCT-DATE-FIN         TO WS-DATE-TRAV-NUM.
           PERFORM 7060-EDITER-DATE-DEB
              THRU 7060-EDITER-DATE-FIN.
           MOVE SPACES                  TO WS-NOUVELLE-VALEUR.
           STRING WS-MT-AFFICHE ' AU ' WS-DATE-TRAV-ED
                  DELIMITED BY SIZE
                  INTO WS-NOUVELLE-VALEUR.
      *
       2020-TRT-DECOUVERT-TEMP-SUITE.
           ADD  1                       TO WS-CAPP.
           PERFORM 8010-DETAIL-ETATMAJ-DEB
              THRU 8010-DETAIL-ETATMAJ-FIN.
      *
       2020-TRT-DECOUVERT-TEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT COMPTE DE MINEUR             *
      *     =============================================             *
      * INCONNU AU FICHIER MINEURS, LE COMPTE Y EST ENREGISTRE AVEC   *
      * UN CUMUL HEBDOMADAIRE NUL ; CONNU, SA DATE DE NAISSANCE ET    *
      * SON BUDGET SONT REMPLACES (LE CUMUL DE LA SEMAINE EN COURS    *
      * EST CONSERVE). UN COMPTE DEJA CONVERTI A LA MAJORITE NE PEUT  *
      * PLUS REDEVENIR UN COMPTE DE MINEUR.                           *
      *---------------------------------------------------------------*
      *
       2050-TRT-MINEUR-DEB.
      *
           MOVE WS-MAJ-CPTE             TO WS-MIN-CPTE.
           PERFORM 6340-LIRE-F-MINEURS-DEB
              THRU 6340-LIRE-F-MINEURS-FIN.
      *
           IF MIN-INCONNU
                MOVE WS-MAJ-CPTE        TO WS-MIN-CPTE
                MOVE 0                  TO WS-MIN-SEMAINE
                MOVE 0                  TO WS-MIN-CUMUL-SEMAINE
                MOVE 0                  TO WS-MIN-DATE-CONVERSION
                SET  WS-MIN-EN-COURS    TO TRUE
                MOVE 'NOUVEAU COMPTE DE MINEUR'
                                        TO WS-ANCIENNE-VALEUR
           ELSE
                IF WS-MIN-CONVERTI
                     MOVE 'COMPTE DEJA CONVERTI (MAJEUR)'
                                        TO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                     GO TO 2050-TRT-MINEUR-FIN
                END-IF
                MOVE WS-MIN-DATE-NAISS  TO WS-DATE-TRAV-NUM
                PERFORM 7060-EDITER-DATE-DEB
                   THRU 7060-EDITER-DATE-FIN
                MOVE WS-MIN-BUDGET-HEBDO TO WS-MT-AFFICHE
                MOVE SPACES             TO WS-ANCIENNE-VALEUR
                STRING WS-DATE-TRAV-ED ' BUDGET ' WS-MT-AFFICHE
                       DELIMITED BY SIZE
                       INTO WS-ANCIENNE-VALEUR
           END-IF.
      *
           MOVE WS-MAJ-MN-NAISS         TO WS-MIN-DATE-NAISS.
           MOVE WS-MAJ-MN-BUDGET        TO WS-MIN-BUDGET-HEBDO.
           MOVE WS-DATE-JOUR-NUM        TO WS-MIN-DATE-SAISIE.
           MOVE WS-MAJ-OPERATEUR        TO WS-MIN-OPERATEUR.
           IF MIN-INCONNU
                PERFORM 6350-ECRIRE-F-MINEURS-DEB
                   THRU 6350-ECRIRE-F-MINEURS-FIN
           ELSE
                PERFORM 6360-REECRIRE-F-MINEURS-DEB
                   THRU 6360-REECRIRE-F-MINEURS-FIN
           END-IF.
           MOVE WS-MIN-DATE-NAISS       TO WS-DATE-TRAV-NUM.
           PERFORM 7060-EDITER-DATE-DEB
              THRU 7060-EDITER-DATE-FIN.
           MOVE WS-MIN-BUDGET-HEBDO     TO WS-MT-AFFICHE.
           MOVE SPACES                  TO WS-NOUVELLE-VALEUR.
           STRING WS-DATE-TRAV-ED ' BUDGET ' WS-MT-AFFICHE
                  DELIMITED BY SIZE
                  INTO WS-NOUVELLE-VALEUR.
      *
           ADD  1                       TO WS-CAPP.
           PERFORM 8010-DETAIL-ETATMAJ-DEB
              THRU 8010-DETAIL-ETATMAJ-FIN.
      *
       2050-TRT-MINEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT MISE EN ATTENTE                  *
      *     ========================================                  *
      * LA TRANSACTION SENSIBLE EST RANGEE AU FICHIER ATTMAJ SOUS LE  *
      * COMPTE ET SON CODE, AVEC L'OPERATEUR ET LE PASSAGE DE SAISIE. *
      * UNE SEULE DEMANDE PAR COMPTE ET PAR CODE PEUT ETRE EN         *
      * ATTENTE ; LA DATE DE DERNIERE VALIDATION EST CONSERVEE.       *
      * L'ETAT MONTRE LE CHANGEMENT DEMANDE, LE COMPTE N'EST PAS      *
      * REECRIT ; POUR UNE AUTORISATION TEMPORAIRE, IL MONTRE SA DATE *
      * DE DEBUT, SON MONTANT ET SA DATE DE FIN.                      *
      *---------------------------------------------------------------*
      *
       2030-METTRE-EN-ATTENTE-DEB.
      *
           IF WS-MAJ-OPERATEUR = SPACES
                MOVE 'OPERATEUR DE SAISIE ABSENT'
                                        TO WS-MOTIF-REJET
                SET  WS-MAJ-REJETEE     TO TRUE
                GO TO 2030-METTRE-EN-ATTENTE-FIN
           END-IF.
      *
           MOVE WS-MAJ-CPTE             TO WS-ATT-CPTE.
           MOVE WS-MAJ-CODE             TO WS-ATT-CODE.
           PERFORM 6400-LIRE-F-ATTMAJ-DEB
              THRU 6400-LIRE-F-ATTMAJ-FIN.
      *
           IF ATT-INCONNUE
                MOVE WS-MAJ-CPTE        TO WS-ATT-CPTE
                MOVE WS-MAJ-CODE        TO WS-ATT-CODE
                MOVE SPACES             TO WS-ATT-OPER-VALID
                MOVE 0                  TO WS-ATT-DATE-VALID
           ELSE
                IF WS-ATT-EN-ATTENTE
                     MOVE 'DEMANDE DEJA EN ATTENTE'
                                        TO WS-MOTIF-REJET
                     SET  WS-MAJ-REJETEE TO TRUE
                     GO TO 2030-METTRE-EN-ATTENTE-FIN
                END-IF
           END-IF.
      *
           SET  WS-ATT-EN-ATTENTE       TO TRUE.
           MOVE WS-MAJ-VALEUR           TO WS-ATT-VALEUR.
           MOVE WS-MAJ-OPERATEUR        TO WS-ATT-OPER-SAISIE.
           MOVE WS-DATE-JOUR-NUM        TO WS-ATT-DATE-SAISIE.
           MOVE WS-HEURE-PASSAGE        TO WS-ATT-HEURE-SAISIE.
           IF ATT-INCONNUE
                PERFORM 6410-ECRIRE-F-ATTMAJ-DEB
                   THRU 6410-ECRIRE-F-ATTMAJ-FIN
           ELSE
                PERFORM 6420-REECRIRE-F-ATTMAJ-DEB
                   THRU 6420-REECRIRE-F-ATTMAJ-FIN
           END-IF.
           ADD  1                       TO WS-CATT.
      *
           IF WS-MAJ-DECOUVERT-TEMP
                MOVE WS-MAJ-DT-DEB      TO WS-DATE-TRAV-NUM
                PERFORM 7060-EDITER-DATE-DEB
                   THRU 7060-EDITER-DATE-FIN
                MOVE SPACES             TO WS-ANCIENNE-VALEUR
                STRING 'DT DU ' WS-DATE-TRAV-ED
                       DELIMITED BY SIZE
                       INTO WS-ANCIENNE-VALEUR
                MOVE WS-MAJ-DT-MT       TO WS-MT-AFFICHE
                MOVE WS-MAJ-DT-FIN      TO WS-DATE-TRAV-NUM
                PERFORM 7060-EDITER-DATE-DEB
                   THRU 7060-EDITER-DATE-FIN
                MOVE SPACES             TO WS-NOUVELLE-VALEUR
                STRING WS-MT-AFFICHE ' AU ' WS-DATE-TRAV-ED
                       DELIMITED BY SIZE
                       INTO WS-NOUVELLE-VALEUR
           ELSE
                PERFORM 7020-APPLIQUER-CHANGEMENT-DEB
                   THRU 7020-APPLIQUER-CHANGEMENT-FIN
           END-IF.
           MOVE 'EN ATTENTE'            TO WS-OPER-LIB.
           MOVE WS-MAJ-OPERATEUR        TO WS-OPER-SAISIE.
           PERFORM 8010-DETAIL-ETATMAJ-DEB
              THRU 8010-DETAIL-ETATMAJ-FIN.
      *
       2030-METTRE-EN-ATTENTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT VALIDATION                   *
      *     =======================================                   *
      * LA DEMANDE EN ATTENTE DU COMPTE POUR LE CODE INDIQUE EST      *
      * VALIDEE PAR UN OPERATEUR DIFFERENT DE CELUI DE LA SAISIE,     *
      * DANS UN PASSAGE ULTERIEUR : LA TRANSACTION D'ORIGINE EST      *
      * ALORS APPLIQUEE. REJETEE A L'APPLICATION (COMPTE SUPPRIME     *
      * ENTRE-TEMPS...), LA DEMANDE EST ANNULEE.                      *
      *---------------------------------------------------------------*
      *
       2040-TRT-VALIDATION-DEB.
      *
           MOVE WS-MAJ-CPTE             TO WS-ATT-CPTE.
           MOVE WS-MAJ-VA-CODE          TO WS-ATT-CODE.
           PERFORM 6400-LIRE-F-ATTMAJ-DEB
              THRU 6400-LIRE-F-ATTMAJ-FIN.
      *
           EVALUATE TRUE
             WHEN ATT-INCONNUE
             WHEN NOT WS-ATT-EN-ATTENTE
                  MOVE 'AUCUNE DEMANDE EN ATTENTE'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
             WHEN WS-ATT-OPER-SAISIE = WS-MAJ-OPERATEUR
                  MOVE 'VALIDEUR = OPERATEUR DE SAISIE'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
             WHEN WS-ATT-DATE-SAISIE = WS-DATE-JOUR-NUM
                  AND WS-ATT-HEURE-SAISIE = WS-HEURE-PASSAGE
                  MOVE 'SAISIE DANS LE MEME PASSAGE'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
           END-EVALUATE.
           IF WS-MAJ-REJETEE
                GO TO 2040-TRT-VALIDATION-FIN
           END-IF.
      *
           MOVE 'VALIDEE'               TO WS-OPER-LIB.
           MOVE WS-ATT-OPER-SAISIE      TO WS-OPER-SAISIE.
           MOVE WS-MAJ-OPERATEUR        TO WS-OPER-VALIDEUR.
           MOVE WS-ATT-CODE             TO WS-MAJ-CODE.
           MOVE WS-ATT-VALEUR           TO WS-MAJ-VALEUR.
           SET  WS-MAJ-SUR-VALIDATION   TO TRUE.
           PERFORM 2010-TRT-MODIFICATION-DEB
              THRU 2010-TRT-MODIFICATION-FIN.
      *
           IF WS-MAJ-REJETEE
                SET  WS-ATT-ANNULEE     TO TRUE
                PERFORM 6420-REECRIRE-F-ATTMAJ-DEB
                   THRU 6420-REECRIRE-F-ATTMAJ-FIN
                ADD  1                  TO WS-CANN
                GO TO 2040-TRT-VALIDATION-FIN
           END-IF.
      *
           SET  WS-ATT-VALIDEE          TO TRUE.
           MOVE WS-OPER-VALIDEUR        TO WS-ATT-OPER-VALID.
           MOVE WS-DATE-JOUR-NUM        TO WS-ATT-DATE-VALID.
           PERFORM 6420-REECRIRE-F-ATTMAJ-DEB
              THRU 6420-REECRIRE-F-ATTMAJ-FIN.
           ADD  1                       TO WS-CVAL.
      *
           IF WS-MAJ-TEL
                PERFORM 7090-CONTROLER-ADR-TEL-DEB
                   THRU 7090-CONTROLER-ADR-TEL-FIN
           END-IF.
      *
       2040-TRT-VALIDATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
           END-IF.
       6000-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES AUTORISATIONS TEMPORAIRES PERMANENT : CREE VIDE A *
      * LA PREMIERE EXECUTION.                                        *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-DECTEMP-DEB.
           OPEN I-O F-DECTEMP.
           IF DECTEMP-ABSENT
                OPEN OUTPUT F-DECTEMP
                CLOSE F-DECTEMP
                OPEN I-O F-DECTEMP
           END-IF.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OUVRIR-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES COMPTES DE MINEURS PERMANENT : CREE VIDE A LA     *
      * PREMIERE EXECUTION.                                           *
      *---------------------------------------------------------------*
       6008-OUVRIR-F-MINEURS-DEB.
           OPEN I-O F-MINEURS.
           IF MINEURS-ABSENT
                OPEN OUTPUT F-MINEURS
                CLOSE F-MINEURS
                OPEN I-O F-MINEURS
           END-IF.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6008-OUVRIR-F-MINEURS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES MAINTENANCES EN ATTENTE PERMANENT : CREE VIDE A   *
      * LA PREMIERE EXECUTION.                                        *
      *---------------------------------------------------------------*
       6007-OUVRIR-F-ATTMAJ-DEB.
           OPEN I-O F-ATTMAJ.
           IF ATTMAJ-ABSENT
                OPEN OUTPUT F-ATTMAJ
                CLOSE F-ATTMAJ
                OPEN I-O F-ATTMAJ
           END-IF.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6007-OUVRIR-F-ATTMAJ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DES COTATIONS : FACULTATIF, ABSENT TANT QUE LA     *
      * COTATION MENSUELLE N'A PAS TOURNE ; AUCUNE HAUSSE N'EST ALORS *
      * BORNEE.                                                       *
      *---------------------------------------------------------------*
       6009-OUVRIR-F-COTATION-DEB.
           OPEN INPUT F-COTATION.
           EVALUATE TRUE
             WHEN OK-F-COTATION
                  SET WS-COT-DISPONIBLE TO TRUE
             WHEN COTATION-ABSENT
                  SET WS-COT-INDISPONIBLE TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-COTATION'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6009-OUVRIR-F-COTATION-FIN.
           EXIT.
      *
       6010-OUVRIR-F-MAJCPT-DEB.
           OPEN INPUT F-MAJCPT-E.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES F-MAJCPT-E F-ETATMAJ-S F-DECTEMP
                 F-ATTMAJ F-MINEURS.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-MAJCPT-E
              OR NOT OK-F-ETATMAJ-S OR NOT OK-F-DECTEMP
              OR NOT OK-F-ATTMAJ OR NOT OK-F-MINEURS
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-F-JRNL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE FICHIER DES ALERTES S'ETEND DE RUN EN RUN JUSQU'A SA       *
      * PRISE EN CHARGE PAR LA CONFORMITE.                            *
      *---------------------------------------------------------------*
       6035-OUVRIR-F-ALRCNF-DEB.
           OPEN EXTEND F-ALRCNF.
           IF ALRCNF-ABSENT
                OPEN OUTPUT F-ALRCNF
                CLOSE F-ALRCNF
                OPEN EXTEND F-ALRCNF
           END-IF.
           IF NOT OK-F-ALRCNF
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ALRCNF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ALRCNF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-F-ALRCNF-FIN.
           EXIT.
      *
       6140-FERMER-F-ALRCNF-DEB.
           CLOSE F-ALRCNF.
           IF NOT OK-F-ALRCNF
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ALRCNF'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ALRCNF
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6140-FERMER-F-ALRCNF-FIN.
           EXIT.
      *
       6160-FERMER-F-COTATION-DEB.
           IF WS-COT-INDISPONIBLE
                GO TO 6160-FERMER-F-COTATION-FIN
           END-IF.
           CLOSE F-COTATION.
           IF NOT OK-F-COTATION
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-COTATION'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6160-FERMER-F-COTATION-FIN.
           EXIT.
      *
       6150-ECRIRE-F-ALRCNF-DEB.
           WRITE FS-ENRG-F-ALR
                 FROM WS-ENRG-F-ALR
           END-WRITE.
           IF NOT OK-F-ALRCNF
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ALRCNF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ALRCNF
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6150-ECRIRE-F-ALRCNF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEULS LE DELAI DE VALIDATION ET LE SEUIL DE HAUSSE DE LIMITE  *
      * SERVENT ICI.                                                  *
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
       6290-ECRIRE-F-JRNL-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-JRNL-DATE.
           END-IF.
       6290-ECRIRE-F-JRNL-FIN.
           EXIT.
      *
       6300-LIRE-F-DECTEMP-DEB.
           MOVE WS-DCT-CLE              TO FS-DCT-CLE.
           READ F-DECTEMP INTO WS-ENRG-F-DCT.
           IF NOT OK-LEC-F-DECTEMP
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-LIRE-F-DECTEMP-FIN.
           EXIT.
      *
       6310-ECRIRE-F-DECTEMP-DEB.
           WRITE FS-ENRG-F-DCT
                 FROM WS-ENRG-F-DCT
           END-WRITE.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-ECRIRE-F-DECTEMP-FIN.
           EXIT.
      *
       6320-REECRIRE-F-DECTEMP-DEB.
           REWRITE FS-ENRG-F-DCT
                   FROM WS-ENRG-F-DCT
           END-REWRITE.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-REECRIRE-F-DECTEMP-FIN.
           EXIT.
      *
       6330-SUPPRIMER-F-DECTEMP-DEB.
           DELETE F-DECTEMP RECORD.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6330-SUPPRIMER-F-DECTEMP-FIN.
           EXIT.
      *
       6340-LIRE-F-MINEURS-DEB.
           MOVE WS-MIN-CPTE             TO FS-MIN-CPTE.
           READ F-MINEURS INTO WS-ENRG-F-MIN.
           IF NOT OK-LEC-F-MINEURS
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6340-LIRE-F-MINEURS-FIN.
           EXIT.
      *
       6350-ECRIRE-F-MINEURS-DEB.
           WRITE FS-ENRG-F-MIN
                 FROM WS-ENRG-F-MIN
           END-WRITE.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6350-ECRIRE-F-MINEURS-FIN.
           EXIT.
      *
       6360-REECRIRE-F-MINEURS-DEB.
           REWRITE FS-ENRG-F-MIN
                   FROM WS-ENRG-F-MIN
           END-REWRITE.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6360-REECRIRE-F-MINEURS-FIN.
           EXIT.
      *
       6400-LIRE-F-ATTMAJ-DEB.
           MOVE WS-ATT-CLE              TO FS-ATT-CLE.
           READ F-ATTMAJ RECORD INTO WS-ENRG-F-ATT
                KEY IS FS-ATT-CLE.
           IF NOT OK-LEC-F-ATTMAJ
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6400-LIRE-F-ATTMAJ-FIN.
           EXIT.
      *
       6410-ECRIRE-F-ATTMAJ-DEB.
           WRITE FS-ENRG-F-ATT
                 FROM WS-ENRG-F-ATT
           END-WRITE.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6410-ECRIRE-F-ATTMAJ-FIN.
           EXIT.
      *
       6420-REECRIRE-F-ATTMAJ-DEB.
           REWRITE FS-ENRG-F-ATT
                   FROM WS-ENRG-F-ATT
           END-REWRITE.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6420-REECRIRE-F-ATTMAJ-FIN.
           EXIT.
      *
       6430-POSITIONNER-F-ATTMAJ-DEB.
           MOVE WS-ATT-CLE              TO FS-ATT-CLE.
           START F-ATTMAJ KEY IS NOT LESS THAN FS-ATT-CLE
           END-START.
           IF NOT OK-LEC-F-ATTMAJ
                DISPLAY 'PROBLEME DE START DU FICHIER F-ATTMAJ'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6430-POSITIONNER-F-ATTMAJ-FIN.
           EXIT.
      *
       6440-LIRE-SUIV-F-ATTMAJ-DEB.
           READ F-ATTMAJ NEXT RECORD INTO WS-ENRG-F-ATT.
           IF NOT OK-LEC-SEQ-F-ATTMAJ
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATTMAJ'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6440-LIRE-SUIV-F-ATTMAJ-FIN.
           EXIT.
      *
       6450-POSITIONNER-F-COTATION-DEB.
           MOVE WS-COT-CLE              TO FS-COT-CLE.
           START F-COTATION KEY IS NOT LESS THAN FS-COT-CLE
           END-START.
           IF NOT OK-START-COT
                DISPLAY 'PROBLEME DE START DU FICHIER F-COTATION'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6450-POSITIONNER-F-COTATION-FIN.
           EXIT.
      *
       6455-LIRE-SUIV-F-COTATION-DEB.
           READ F-COTATION NEXT RECORD INTO WS-ENRG-F-COT.
           IF NOT OK-LEC-F-COTATION
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COTATION'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COTATION
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6455-LIRE-SUIV-F-COTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *
           STRING 'ETATMAJ_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATMAJ.
      *
           ACCEPT WS-HEURE-PASSAGE      FROM TIME.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
                  MOVE 'NUMERO DE COMPTE NON NUMERIQUE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-VALIDATION
                  AND WS-MAJ-OPERATEUR = SPACES
                  MOVE 'OPERATEUR DE VALIDATION ABSENT'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-TYPE
                  AND WS-MAJ-TYPE-V NOT = 'C' AND 'E' AND 'T'
                  MOVE 'TYPE DE COMPTE INVALIDE'
                  MOVE 'DATE DE DECES NON NUMERIQUE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-FRAGILE
                  AND WS-MAJ-FR-V NOT = '0' AND '1'
                  MOVE 'TOP FRAGILITE INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-CFONB
                  AND WS-MAJ-RE-V NOT = '0' AND '1'
                  MOVE 'TOP RELEVE CFONB INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-OPPOS-COM
                  AND WS-MAJ-OC-V NOT = '0' AND '1'
                  MOVE 'TOP OPPOSITION COM. INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-CONTENTIEUX
                  AND WS-MAJ-CX-V NOT = '0'
                  MOVE 'SEULE LA LEVEE (0) EST ADMISE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-PRODUIT
                  AND NOT WS-MAJ-PR-VALIDE
                  MOVE 'PRODUIT EPARGNE INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-GEL-AVOIRS
                  AND NOT WS-MAJ-GA-POSE AND NOT WS-MAJ-GA-LEVEE
                  MOVE 'TOP GEL DES AVOIRS INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-GEL-AVOIRS
                  AND WS-MAJ-GA-POSE AND WS-MAJ-GA-REF = SPACES
                  MOVE 'REFERENCE DE LA MESURE ABSENTE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN (WS-MAJ-PLAFOND OR WS-MAJ-LIMITE)
                  AND WS-MAJ-MT-V IS NOT NUMERIC
                  MOVE 'MONTANT NON NUMERIQUE'
                  MOVE 'DEVISE NON GEREE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-DECOUVERT-TEMP
                  AND (WS-MAJ-DT-MT IS NOT NUMERIC
                       OR WS-MAJ-DT-DEB IS NOT NUMERIC
                       OR WS-MAJ-DT-FIN IS NOT NUMERIC)
                  MOVE 'ZONE D''AUTORISATION INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-DECOUVERT-TEMP
                  AND WS-MAJ-DT-FIN < WS-MAJ-DT-DEB
                  MOVE 'FIN D''AUTORISATION AVANT DEBUT'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-DECOUVERT-TEMP
                  AND WS-MAJ-DT-MT > 0
                  AND WS-MAJ-DT-FIN < WS-DATE-JOUR-NUM
                  MOVE 'AUTORISATION DEJA ECHUE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-DECOUVERT-TEMP
                  AND WS-MAJ-DT-CONSEIL = SPACES
                  MOVE 'CONSEILLER ABSENT'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-MINEUR
                  AND (WS-MAJ-MN-NAISS IS NOT NUMERIC
                       OR WS-MAJ-MN-NAISS-MM < 1
                       OR WS-MAJ-MN-NAISS-MM > 12
                       OR WS-MAJ-MN-NAISS-JJ < 1
                       OR WS-MAJ-MN-NAISS-JJ > 31)
                  MOVE 'DATE DE NAISSANCE INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-MINEUR
                  AND (WS-MAJ-MN-BUDGET IS NOT NUMERIC
                       OR WS-MAJ-MN-BUDGET = 0)
                  MOVE 'BUDGET HEBDOMADAIRE INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-MINEUR
                  AND ((WS-DATE-JOUR-NUM - WS-MAJ-MN-NAISS) < 120000
                       OR (WS-DATE-JOUR-NUM - WS-MAJ-MN-NAISS)
                          NOT < 180000)
                  MOVE 'AGE HORS 12-17 ANS'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-CREATION
                  AND (WS-MAJ-CRE-CLIENT IS NOT NUMERIC
                       OR WS-MAJ-CRE-PLAF IS NOT NUMERIC
           END-IF.
       7050-CONTROLER-RIB-FIN.
           EXIT.
      *
       7060-EDITER-DATE-DEB.
           MOVE WS-TRAV-JJ              TO WS-TRAV-JJ-ED.
           MOVE WS-TRAV-MM              TO WS-TRAV-MM-ED.
           MOVE WS-TRAV-SSAA            TO WS-TRAV-SSAA-ED.
       7060-EDITER-DATE-FIN.
           EXIT.
      *
       7030-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-DELVALID
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-VALIDATION
                  WHEN WS-PARAM-SEUILLIM
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-LIMITE
                  WHEN WS-PARAM-LIMCOTA
                       MOVE WS-PARAM-VALEUR TO WS-LIMITE-COTE-A
                  WHEN WS-PARAM-LIMCOTB
                       MOVE WS-PARAM-VALEUR TO WS-LIMITE-COTE-B
                  WHEN WS-PARAM-LIMCOTC
                       MOVE WS-PARAM-VALEUR TO WS-LIMITE-COTE-C
                  WHEN WS-PARAM-LIMCOTD
                       MOVE WS-PARAM-VALEUR TO WS-LIMITE-COTE-D
                  WHEN WS-PARAM-LIMCOTE
                       MOVE WS-PARAM-VALEUR TO WS-LIMITE-COTE-E
                  WHEN WS-PARAM-PLFCOTA
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-CB-COTE-A
                  WHEN WS-PARAM-PLFCOTB
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-CB-COTE-B
                  WHEN WS-PARAM-PLFCOTC
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-CB-COTE-C
                  WHEN WS-PARAM-PLFCOTD
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-CB-COTE-D
                  WHEN WS-PARAM-PLFCOTE
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-CB-COTE-E
                END-EVALUATE
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR DE LA DATE WS-DATE-TRAV, POUR LES ECARTS EN    *
      * JOURS CALENDAIRES.                                            *
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
      *---------------------------------------------------------------*
      * MAINTENANCE SENSIBLE : CHANGEMENT D'IDENTITE, DE COORDONNEES  *
      * OU DE PLAFOND CB, HAUSSE DE LA LIMITE DE DECOUVERT DE PLUS DU *
      * SEUIL SEUILLIM ET AUTORISATION TEMPORAIRE D'UN MONTANT        *
      * SUPERIEUR A CE SEUIL.                                         *
      *---------------------------------------------------------------*
       7080-TESTER-SENSIBLE-DEB.
           SET  WS-MAJ-ORDINAIRE        TO TRUE.
           IF WS-MAJ-CODE-SENSIBLE
                SET  WS-MAJ-SENSIBLE    TO TRUE
           END-IF.
           IF WS-MAJ-LIMITE
              AND WS-MAJ-MT-V - WS-CPT-LIMITE > WS-SEUIL-LIMITE
                SET  WS-MAJ-SENSIBLE    TO TRUE
           END-IF.
           IF WS-MAJ-DECOUVERT-TEMP
              AND WS-MAJ-DT-MT > WS-SEUIL-LIMITE
                SET  WS-MAJ-SENSIBLE    TO TRUE
           END-IF.
       7080-TESTER-SENSIBLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN TELEPHONE VALIDE MOINS DE 30 JOURS APRES LA DERNIERE       *
      * VALIDATION D'UNE ADRESSE DU MEME COMPTE EST SIGNALE A LA      *
      * CONFORMITE, AVEC LES OPERATEURS DES DEUX MAINTENANCES.        *
      *---------------------------------------------------------------*
       7090-CONTROLER-ADR-TEL-DEB.
           MOVE WS-MAJ-CPTE             TO WS-ATT-CPTE.
           MOVE 'AD'                    TO WS-ATT-CODE.
           PERFORM 6400-LIRE-F-ATTMAJ-DEB
              THRU 6400-LIRE-F-ATTMAJ-FIN.
           IF ATT-INCONNUE OR WS-ATT-DATE-VALID = 0
                GO TO 7090-CONTROLER-ADR-TEL-FIN
           END-IF.
      *
           MOVE WS-ATT-DATE-VALID       TO WS-DATE-TRAV-NUM.
           PERFORM 7070-SERIAL-DATE-DEB
              THRU 7070-SERIAL-DATE-FIN.
           COMPUTE WS-NB-JOURS = WS-SERIAL-JOUR - WS-SERIAL.
           IF WS-NB-JOURS > WS-DELAI-ADR-TEL
                GO TO 7090-CONTROLER-ADR-TEL-FIN
           END-IF.
      *
           MOVE SPACES                  TO WS-ENRG-F-ALR.
           MOVE WS-DATE-JOUR-NUM        TO WS-ALR-DATE.
           MOVE WS-MAJ-CPTE             TO WS-ALR-CPTE.
           SET  WS-ALR-ADR-TEL          TO TRUE.
           MOVE WS-ATT-DATE-VALID       TO WS-ALR-DATE-ADR.
           MOVE WS-ATT-OPER-SAISIE      TO WS-ALR-OPER-ADR-SAI.
           MOVE WS-ATT-OPER-VALID       TO WS-ALR-OPER-ADR-VAL.
           MOVE WS-OPER-SAISIE          TO WS-ALR-OPER-TEL-SAI.
           MOVE WS-OPER-VALIDEUR        TO WS-ALR-OPER-TEL-VAL.
           MOVE WS-MAJ-TEL-V            TO WS-ALR-TEL.
           PERFORM 6150-ECRIRE-F-ALRCNF-DEB
              THRU 6150-ECRIRE-F-ALRCNF-FIN.
           ADD  1                       TO WS-CALR.
      *
           PERFORM 7060-EDITER-DATE-DEB
              THRU 7060-EDITER-DATE-FIN.
           MOVE SPACES                  TO WS-LMAJ-ALERTE-ED.
           STRING 'ALERTE CONFORMITE : TELEPHONE MODIFIE APRES '
                  'ADRESSE DU ' WS-DATE-TRAV-ED
                  DELIMITED BY SIZE
                  INTO WS-LMAJ-ALERTE-ED.
           MOVE WS-LMAJ-ALERTE          TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMAJ-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMAJ-FIN.
       7090-CONTROLER-ADR-TEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTE DE MINEUR NON ENCORE CONVERTI A LA MAJORITE.           *
      *---------------------------------------------------------------*
       7100-TESTER-MINEUR-DEB.
           SET  WS-CPTE-NON-MINEUR      TO TRUE.
           MOVE WS-MAJ-CPTE             TO WS-MIN-CPTE.
           PERFORM 6340-LIRE-F-MINEURS-DEB
              THRU 6340-LIRE-F-MINEURS-FIN.
           IF NOT MIN-INCONNU
              AND WS-MIN-EN-COURS
                SET  WS-CPTE-MINEUR     TO TRUE
           END-IF.
       7100-TESTER-MINEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DERNIERE COTE DU CLIENT DU COMPTE : LES COTATIONS DU CLIENT   *
      * SONT RANGEES PAR MOIS CROISSANT, LA DERNIERE LUE EST LA PLUS  *
      * RECENTE. SANS COTE (OU SANS FICHIER) LE RANG RESTE A ZERO.    *
      *---------------------------------------------------------------*
       7110-CHERCHER-COTE-DEB.
           MOVE SPACE                   TO WS-COTE-CLIENT.
           MOVE 0                       TO WS-RANG-COTE.
           IF WS-COT-INDISPONIBLE
                GO TO 7110-CHERCHER-COTE-FIN
           END-IF.
           SET  WS-COT-EN-COURS         TO TRUE.
           MOVE WS-CPT-CLIENT           TO WS-COT-CLIENT.
           MOVE 0                       TO WS-COT-MOIS.
           PERFORM 6450-POSITIONNER-F-COTATION-DEB
              THRU 6450-POSITIONNER-F-COTATION-FIN.
           IF COT-INCONNUE
                GO TO 7110-CHERCHER-COTE-FIN
           END-IF.
           PERFORM 7115-RETENIR-COTE-DEB
              THRU 7115-RETENIR-COTE-FIN
             UNTIL WS-COT-EPUISE.
           EVALUATE WS-COTE-CLIENT
             WHEN 'A'  MOVE 1           TO WS-RANG-COTE
             WHEN 'B'  MOVE 2           TO WS-RANG-COTE
             WHEN 'C'  MOVE 3           TO WS-RANG-COTE
             WHEN 'D'  MOVE 4           TO WS-RANG-COTE
             WHEN 'E'  MOVE 5           TO WS-RANG-COTE
           END-EVALUATE.
       7110-CHERCHER-COTE-FIN.
           EXIT.
      *
       7115-RETENIR-COTE-DEB.
           PERFORM 6455-LIRE-SUIV-F-COTATION-DEB
              THRU 6455-LIRE-SUIV-F-COTATION-FIN.
           IF EOF-F-COTATION
              OR WS-COT-CLIENT NOT = WS-CPT-CLIENT
                SET  WS-COT-EPUISE      TO TRUE
           ELSE
                MOVE WS-COT-NOTE        TO WS-COTE-CLIENT
           END-IF.
       7115-RETENIR-COTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * APPLICATION D'UN CHANGEMENT DE ZONE : L'ANCIENNE ET LA        *
                  MOVE WS-CPT-TYPE      TO WS-ANCIENNE-VALEUR
                  MOVE WS-MAJ-TYPE-V    TO WS-CPT-TYPE
                  MOVE WS-MAJ-TYPE-V    TO WS-NOUVELLE-VALEUR
      *---------------------------------------------------------------*
      * UN COMPTE QUI QUITTE L'EPARGNE PERD SON PRODUIT REGLEMENTE.   *
      *---------------------------------------------------------------*
                  IF NOT WS-CPT-EPARGNE
                     MOVE SPACES        TO WS-CPT-PRODUIT
                  END-IF
             WHEN WS-MAJ-PLAFOND
                  MOVE WS-CPT-PLAF-CB   TO WS-MT-AFFICHE
                  MOVE WS-MT-AFFICHE    TO WS-ANCIENNE-VALEUR
                  MOVE '1'              TO WS-CPT-SUCCESSION
                  MOVE WS-MAJ-DC-V      TO WS-CPT-DATE-DECES
                  MOVE 'GEL SUCCESSION' TO WS-NOUVELLE-VALEUR
             WHEN WS-MAJ-FRAGILE
                  MOVE WS-CPT-FRAGILE   TO WS-ANCIENNE-VALEUR
                  MOVE WS-MAJ-FR-V      TO WS-CPT-FRAGILE
                  MOVE WS-MAJ-FR-V      TO WS-NOUVELLE-VALEUR
             WHEN WS-MAJ-CFONB
                  MOVE WS-CPT-CFONB     TO WS-ANCIENNE-VALEUR
                  MOVE WS-MAJ-RE-V      TO WS-CPT-CFONB
                  MOVE WS-MAJ-RE-V      TO WS-NOUVELLE-VALEUR
             WHEN WS-MAJ-OPPOS-COM
                  MOVE WS-CPT-OPPOS-COM TO WS-ANCIENNE-VALEUR
                  MOVE WS-MAJ-OC-V      TO WS-CPT-OPPOS-COM
                  MOVE WS-MAJ-OC-V      TO WS-NOUVELLE-VALEUR
             WHEN WS-MAJ-CONTENTIEUX
                  MOVE WS-CPT-CONTENTIEUX
                                        TO WS-ANCIENNE-VALEUR
                  MOVE '0'              TO WS-CPT-CONTENTIEUX
                  MOVE 'LEVEE CONTENTIEUX'
                                        TO WS-NOUVELLE-VALEUR
             WHEN WS-MAJ-PRODUIT
                  MOVE WS-CPT-PRODUIT   TO WS-ANCIENNE-VALEUR
                  MOVE WS-MAJ-PR-V      TO WS-CPT-PRODUIT
                  MOVE WS-MAJ-PR-V      TO WS-NOUVELLE-VALEUR
      *---------------------------------------------------------------*
      * GEL DES AVOIRS : LA POSE DATE LA MESURE DU JOUR ET EN GARDE   *
      * LA REFERENCE ; LA LEVEE CONSERVE LES DEUX POUR L'HISTORIQUE.  *
      *---------------------------------------------------------------*
             WHEN WS-MAJ-GEL-AVOIRS
                  MOVE WS-CPT-GEL-AVOIRS
                                        TO WS-ANCIENNE-VALEUR
                  IF WS-MAJ-GA-POSE
                     MOVE '1'           TO WS-CPT-GEL-AVOIRS
                     MOVE WS-DATE-JOUR-NUM
                                        TO WS-CPT-GELAV-DATE
                     MOVE WS-MAJ-GA-REF TO WS-CPT-GELAV-REF
                     MOVE SPACES        TO WS-NOUVELLE-VALEUR
                     STRING 'GEL AVOIRS ' WS-MAJ-GA-REF
                            DELIMITED BY SIZE
                            INTO WS-NOUVELLE-VALEUR
                  ELSE
                     MOVE '0'           TO WS-CPT-GEL-AVOIRS
                     MOVE 'LEVEE GEL AVOIRS'
                                        TO WS-NOUVELLE-VALEUR
                  END-IF
           END-EVALUATE.
       7020-APPLIQUER-CHANGEMENT-FIN.
           EXIT.
           MOVE WS-LMAJ-DETAIL       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMAJ-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMAJ-FIN.
      *---------------------------------------------------------------*
      * DOUBLE VALIDATION : LES OPERATEURS SUIVENT LA LIGNE DE DETAIL.*
      *---------------------------------------------------------------*
           IF WS-OPER-LIB NOT = SPACES
                MOVE WS-OPER-LIB     TO WS-LMAJ-OPER-LIB-ED
                MOVE WS-OPER-SAISIE  TO WS-LMAJ-OPER-SAI-ED
                MOVE WS-OPER-VALIDEUR
                                     TO WS-LMAJ-OPER-VAL-ED
                MOVE WS-LMAJ-OPER    TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATMAJ-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATMAJ-FIN
           END-IF.
       8010-DETAIL-ETATMAJ-FIN.
           EXIT.
      *
           MOVE WS-CCRE              TO WS-LMAJ-NBCRE-ED.
           MOVE WS-CREJ              TO WS-LMAJ-NBREJ-ED.
           MOVE WS-LMAJ-TOTAL        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMAJ-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMAJ-FIN.
           MOVE WS-CATT              TO WS-LMAJ-NBATT-ED.
           MOVE WS-CVAL              TO WS-LMAJ-NBVAL-ED.
           MOVE WS-CANN              TO WS-LMAJ-NBANN-ED.
           MOVE WS-CALR              TO WS-LMAJ-NBALR-ED.
           MOVE WS-LMAJ-TOTAL-VAL    TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATMAJ-DEB
              THRU 6060-ECRIRE-LIGNE-ETATMAJ-FIN.
           MOVE WS-LMAJ-L1           TO WS-BUFFER.
           DISPLAY 'TRANSACTIONS LUES : ' WS-CTRS.
           DISPLAY 'APPLIQUEES        : ' WS-CAPP.
           DISPLAY 'REJETEES          : ' WS-CREJ.
           DISPLAY 'MISES EN ATTENTE  : ' WS-CATT.
           DISPLAY 'VALIDEES          : ' WS-CVAL.
           DISPLAY 'ANNULEES          : ' WS-CANN.
           DISPLAY 'ALERTES CONFORMITE: ' WS-CALR.
      *---------------------------------------------------------------*
      * LES ALERTES DE LA CONFORMITE ET LES DEMANDES ANNULEES SONT    *
      * SIGNALEES PAR LE CODE RETOUR 4.                               *
      *---------------------------------------------------------------*
           IF WS-CALR > 0 OR WS-CANN > 0
                MOVE 4 TO RETURN-CODE
           END-IF.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
