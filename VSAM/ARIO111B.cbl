      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO111B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    RELEVE ELECTRONIQUE CFONB 120 CARACTERES DES CLIENTS       *
      *    ENTREPRISES ABONNES AU SERVICE (TOP RELEVE CFONB DU        *
      *    FICHIER DES COMPTES). PASSE CHAQUE JOUR APRES LA MISE A    *
      *    JOUR : POUR CHAQUE COMPTE ABONNE, UN ENREGISTREMENT 01     *
      *    ANCIEN SOLDE, UN ENREGISTREMENT 04 PAR MOUVEMENT DU JOUR   *
      *    DE L'HISTORIQUE ET UN ENREGISTREMENT 07 NOUVEAU SOLDE      *
      *    CONTROLE SUR L'HISTORIQUE DES SOLDES. LES CODES BANQUE,    *
      *    GUICHET, COMPTE ET CLE RIB SONT TIRES DE L'IBAN DU COMPTE  *
      *    (CORRESPONDANCE IBANREF). UN FICHIER EST PRODUIT PAR       *
      *    CLIENT (CFONB_CCCCCCCC_SSAAMMJJ.txt) ; L'ETAT DE CONTROLE  *
      *    ETATCFO LISTE LES RELEVES PRODUITS, LES COMPTES DONT       *
      *    L'ANCIEN SOLDE AUGMENTE DES MOUVEMENTS NE REDONNE PAS LE   *
      *    NOUVEAU SOLDE (ECART) ET LES COMPTES SANS RIB.             *
      *---------------------------------------------------------------*
      * DATE DU RELEVE EN SYSIN (SSAAMMJJ) ; A DEFAUT, DATE DU JOUR.  *
      * CODE RETOUR 4 SI UN ECART OU UN RIB ABSENT EST SIGNALE.       *
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
       PROGRAM-ID.      ARIO111B.
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
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-SOLDHIST          ASSIGN TO SOLDHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-SLD-CLE
                   FILE STATUS         IS WS-FS-F-SOLDHIST.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF-E         ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-E.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      CFONB   : RELEVES CFONB 120 D'UN CLIENT
      *                      -------------------------------------------
           SELECT  F-CFONB-S           ASSIGN TO WS-NOM-CFONB
                   FILE STATUS         IS WS-FS-F-CFONB-S.
      *                      -------------------------------------------
      *                      ETATCFO : ETAT DE CONTROLE DES RELEVES
      *                      -------------------------------------------
           SELECT  F-ETATCFO-S         ASSIGN TO WS-NOM-ETATCFO
                   FILE STATUS         IS WS-FS-F-ETATCFO-S.
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
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE             PIC X(10).
              10 FS-HIST-DATE             PIC X(8).
              10 FS-HIST-SEQ              PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-F-SLD.
           05 FS-SLD-CLE.
              10 FS-SLD-CPTE          PIC X(10).
              10 FS-SLD-DATE          PIC X(8).
           05 FILLER                  PIC X(22).
      *
       FD  F-IBANREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF          PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CLIENT           PIC 9(8).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-NOM              PIC X(20).
           05 FS-TRI-SOLDE            PIC S9(8)V99.
           05 FS-TRI-DEVISE           PIC X(3).
      *
       FD  F-CFONB-S
           RECORDING MODE IS F.
       01  FS-ENRG-CFONB              PIC X(120).
      *
       FD  F-ETATCFO-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCFO            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPHIST.
           COPY TPSOLDH.
           COPY TPIBAN.
           COPY TPCFONB.
      *
      *---------------------------------------------------------------*
      * TABLE DES MOUVEMENTS DU JOUR DU COMPTE EN COURS               *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-MVT               PIC S9(4) COMP VALUE 200.
       01  WS-TABLE-HIST.
           05 WS-THI-NB             PIC S9(4) COMP VALUE 0.
           05 WS-THI-POSTE          OCCURS 200
                                    INDEXED BY IDX-HIS.
              10 WS-THI-ENRG        PIC X(90).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  OK-LEC-F-SOLDHIST    VALUE '00' '02' '10'.
           88  EOF-F-SOLDHIST       VALUE '10'.
           88  SOLDHIST-ABSENT      VALUE '35'.
           88  OK-START-SLD         VALUE '00' '23'.
           88  CLE-SLD-INEXISTANTE  VALUE '23'.
       01  WS-FS-F-IBANREF-E        PIC XX.
           88  OK-F-IBANREF-E       VALUE '00'.
           88  OK-LEC-F-IBANREF-E   VALUE '00' '10'.
           88  EOF-F-IBANREF-E      VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-CFONB-S          PIC XX.
           88  OK-F-CFONB-S         VALUE '00'.
       01  WS-FS-F-ETATCFO-S        PIC XX.
           88  OK-F-ETATCFO-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CABO                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CRLV                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CMVT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CECA                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CRIB                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CFIC                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CENR                  PIC S9(6) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCFO           PIC X(24).
       77  WS-NOM-CFONB             PIC X(32).
       77  WS-CLIENT-FICHIER        PIC 9(8)  VALUE 0.
       77  WS-SOLDE-OUVERTURE       PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-SOLDE-CLOTURE         PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-NET-JOUR              PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-NET-POSTERIEUR        PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-MT-SIGNE              PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-DATE-OUVERTURE        PIC 9(8)  VALUE 0.
       77  WS-TYPE-ENR              PIC XX    VALUE SPACES.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-FIN-HIST              PIC X     VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-FIN-SLD               PIC X     VALUE '0'.
           88 WS-SLD-EN-COURS       VALUE '0'.
           88 WS-SLD-EPUISE         VALUE '1'.
       01  WS-ETAT-SOLDHIST         PIC X     VALUE '0'.
           88 WS-SLD-INDISPONIBLE   VALUE '0'.
           88 WS-SLD-DISPONIBLE     VALUE '1'.
       01  WS-ETAT-CFONB            PIC X     VALUE '0'.
           88 WS-CFONB-FERME        VALUE '0'.
           88 WS-CFONB-OUVERT       VALUE '1'.
       01  WS-STATUT-OUV            PIC X     VALUE '0'.
           88 WS-OUVERTURE-INCONNUE VALUE '0'.
           88 WS-OUVERTURE-CONNUE   VALUE '1'.
       01  WS-STATUT-CLO            PIC X     VALUE '0'.
           88 WS-CLOTURE-INCONNUE   VALUE '0'.
           88 WS-CLOTURE-CONNUE     VALUE '1'.
       01  WS-STATUT-RIB            PIC X     VALUE '0'.
           88 WS-RIB-ABSENT         VALUE '0'.
           88 WS-RIB-TROUVE         VALUE '1'.
      *
      *---------------------------------------------------------------*
      * DATE DU JOUR ET DATE DU RELEVE (SSAAMMJJ)                     *
      *---------------------------------------------------------------*
      *
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-DATE-RELEVE.
           05 WS-RLV-SS             PIC 99.
           05 WS-RLV-AA             PIC 99.
           05 WS-RLV-MM             PIC 99.
           05 WS-RLV-JJ             PIC 99.
       01  WS-DATE-RELEVE-NUM REDEFINES WS-DATE-RELEVE
                                    PIC 9(8).
       01  WS-DATE-W.
           05 WS-DW-SS              PIC 99.
           05 WS-DW-AA              PIC 99.
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
      *
       01  WS-SYSIN-RELEVE.
           05 WS-SYSIN-DATE         PIC X(8).
           05 FILLER                PIC X(72).
      *
      *---------------------------------------------------------------*
      * RIB DU COMPTE : TIRE D'UN IBAN FRANCAIS (FR + CLE IBAN +      *
      * BANQUE 5 + GUICHET 5 + COMPTE 11 + CLE RIB 2).                *
      *---------------------------------------------------------------*
      *
       01  WS-IBAN-CPTE             PIC X(27).
       01  WS-IBAN-VUE REDEFINES WS-IBAN-CPTE.
           05 WS-IBAN-PAYS          PIC XX.
           05 WS-IBAN-CLE           PIC XX.
           05 WS-IBAN-BANQUE        PIC X(5).
           05 WS-IBAN-GUICHET       PIC X(5).
           05 WS-IBAN-COMPTE        PIC X(11).
           05 WS-IBAN-CLE-RIB       PIC XX.
      *
      *---------------------------------------------------------------*
      * MONTANT SIGNE AU FORMAT CFONB : 13 CHIFFRES PUIS LE DERNIER   *
      * CHIFFRE SURCHARGE DU SIGNE.                                   *
      *---------------------------------------------------------------*
      *
       01  WS-CFO-MT-ABS            PIC 9(12)V99.
       01  WS-CFO-MT-VUE REDEFINES WS-CFO-MT-ABS.
           05 WS-CFO-MT-CORPS       PIC X(13).
           05 WS-CFO-MT-UNITE       PIC 9.
       01  WS-CFO-MT-EDITE.
           05 WS-CFO-MT-ED-CORPS    PIC X(13).
           05 WS-CFO-MT-ED-SIGNE    PIC X.
       01  WS-SIGNES-CFONB.
           05 WS-SIGNES-POSITIFS    PIC X(10) VALUE '{ABCDEFGHI'.
           05 WS-SIGNES-NEGATIFS    PIC X(10) VALUE '}JKLMNOPQR'.
       77  WS-POS-SIGNE             PIC S9(4) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE CONTROLE                         *
      *---------------------------------------------------------------*
      *
       01  WS-LCFO-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCFO-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(35) VALUE
                          'RELEVES ELECTRONIQUES CFONB 120 DU '.
           05 WS-LCFO-DATE-ED.
              10 WS-LCFO-JJ-ED       PIC 99.
              10 FILLER              PIC X     VALUE '/'.
              10 WS-LCFO-MM-ED       PIC 99.
              10 FILLER              PIC X     VALUE '/'.
              10 WS-LCFO-SS-ED       PIC 99.
              10 WS-LCFO-AA-ED       PIC 99.
           05 FILLER                 PIC X(29) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCFO-ENTETE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(20) VALUE
                                         'CLIENT   COMPTE     '.
           05 FILLER                 PIC X(18) VALUE
                                         'ANCIEN SOLDE   NB '.
           05 FILLER                 PIC X(13) VALUE
                                         ' NOUV. SOLDE '.
           05 FILLER                 PIC X(10) VALUE 'STATUT'.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCFO-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCFO-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCFO-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCFO-OUV-ED         PIC ZZZZZZZ9,99-.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCFO-NB-ED          PIC ZZZ9.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCFO-CLO-ED         PIC ZZZZZZZ9,99-.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCFO-STATUT-ED      PIC X(10).
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCFO-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCFO-TOT-LIB-ED     PIC X(30).
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LCFO-TOT-NB-ED      PIC ZZZZZ9.
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *---------------------------------------------------------------*
      * LE TRI REGROUPE LES COMPTES ABONNES PAR CLIENT (UN FICHIER    *
      * DE RELEVES PAR CLIENT) PUIS CHAQUE RELEVE EST CONSTRUIT       *
      * DEPUIS L'HISTORIQUE DES MOUVEMENTS ET DES SOLDES.             *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6190-ACCEPT-SYSIN-DATE-DEB
              THRU 6190-ACCEPT-SYSIN-DATE-FIN.
      *
           PERFORM 6200-CHARGER-F-IBANREF-DEB
              THRU 6200-CHARGER-F-IBANREF-FIN.
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 6010-OUVRIR-F-SOLDHIST-DEB
              THRU 6010-OUVRIR-F-SOLDHIST-FIN.
      *
           PERFORM 8000-ENTETE-ETATCFO-DEB
              THRU 8000-ENTETE-ETATCFO-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CLIENT
                                 FS-TRI-CPTE
                INPUT  PROCEDURE IS 1000-SELECT-COMPTES-DEB
                                 THRU 1000-SELECT-COMPTES-FIN
                OUTPUT PROCEDURE IS 2000-PRODUIRE-RELEVES-DEB
                                 THRU 2000-PRODUIRE-RELEVES-FIN.
      *
           PERFORM 6025-FERMER-F-CFONB-DEB
              THRU 6025-FERMER-F-CFONB-FIN.
      *
           PERFORM 8040-TOTAL-ETATCFO-DEB
              THRU 8040-TOTAL-ETATCFO-FIN.
      *
           PERFORM 6015-FERMER-F-SOLDHIST-DEB
              THRU 6015-FERMER-F-SOLDHIST-FIN.
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
      *     DESCRIPTION DU COMPOSANT SELECTION DES COMPTES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      *
       1000-SELECT-COMPTES-DEB.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1010-RELEASE-COMPTE-DEB
              THRU 1010-RELEASE-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1000-SELECT-COMPTES-FIN.
           EXIT.
      *
       1010-RELEASE-COMPTE-DEB.
           ADD  1                       TO WS-CCPT.
           IF WS-CPT-CFONB-ACTIF
                ADD  1                  TO WS-CABO
                MOVE WS-CPT-CLIENT      TO FS-TRI-CLIENT
                MOVE WS-CPT-CPTE        TO FS-TRI-CPTE
                MOVE WS-CPT-NOM         TO FS-TRI-NOM
                MOVE WS-CPT-SOLDE       TO FS-TRI-SOLDE
                IF WS-CPT-DEVISE = SPACES
                     MOVE 'EUR'         TO FS-TRI-DEVISE
                ELSE
                     MOVE WS-CPT-DEVISE TO FS-TRI-DEVISE
                END-IF
                RELEASE FS-ENRG-TRI
           END-IF.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT PRODUCTION DES RELEVES           *
      *     ===============================================           *
      *---------------------------------------------------------------*
      *
       2000-PRODUIRE-RELEVES-DEB.
      *
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-RELEVE-DEB
              THRU 2010-TRT-RELEVE-FIN
             UNTIL WS-TRI-TERMINE.
      *
       2000-PRODUIRE-RELEVES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSTRUCTION D'UN RELEVE : LE RIB EST RECHERCHE (UN COMPTE    *
      * SANS RIB EST SIGNALE ET SAUTE), LES MOUVEMENTS DU JOUR SONT   *
      * COLLECTES, LES SOLDES ETABLIS ET CONTROLES, PUIS LES          *
      * ENREGISTREMENTS 01, 04 ET 07 SONT ECRITS DANS LE FICHIER DU   *
      * CLIENT, OUVERT AU PREMIER RELEVE DE CE CLIENT.                *
      *---------------------------------------------------------------*
      *
       2010-TRT-RELEVE-DEB.
      *
           SET  WS-RIB-ABSENT           TO TRUE.
           PERFORM 7040-CHERCHER-RIB-DEB
              THRU 7040-CHERCHER-RIB-FIN
             VARYING IDX-IBR FROM 1 BY 1
             UNTIL IDX-IBR > WS-TIB-NB
                OR WS-RIB-TROUVE.
           IF WS-RIB-ABSENT
                ADD  1                  TO WS-CRIB
                MOVE 0                  TO WS-SOLDE-OUVERTURE
                MOVE 0                  TO WS-SOLDE-CLOTURE
                MOVE 0                  TO WS-THI-NB
                MOVE 'RIB ABSENT'       TO WS-LCFO-STATUT-ED
                PERFORM 8030-LIGNE-ETATCFO-DEB
                   THRU 8030-LIGNE-ETATCFO-FIN
                GO TO 2010-TRT-RELEVE-SUITE
           END-IF.
      *
           PERFORM 7010-COLLECTER-MOUVEMENTS-DEB
              THRU 7010-COLLECTER-MOUVEMENTS-FIN.
      *
           PERFORM 7050-ETABLIR-SOLDES-DEB
              THRU 7050-ETABLIR-SOLDES-FIN.
      *
           IF FS-TRI-CLIENT NOT = WS-CLIENT-FICHIER
              OR WS-CFONB-FERME
                PERFORM 6020-OUVRIR-F-CFONB-DEB
                   THRU 6020-OUVRIR-F-CFONB-FIN
           END-IF.
      *
           MOVE '01'                    TO WS-TYPE-ENR.
           MOVE WS-SOLDE-OUVERTURE      TO WS-MT-SIGNE.
           MOVE WS-DATE-OUVERTURE       TO WS-DATE-W-NUM.
           PERFORM 8010-ENREG-SOLDE-DEB
              THRU 8010-ENREG-SOLDE-FIN.
      *
           PERFORM 8020-ENREG-MOUVEMENT-DEB
              THRU 8020-ENREG-MOUVEMENT-FIN
             VARYING IDX-HIS FROM 1 BY 1
             UNTIL IDX-HIS > WS-THI-NB.
      *
           MOVE '07'                    TO WS-TYPE-ENR.
           MOVE WS-SOLDE-CLOTURE        TO WS-MT-SIGNE.
           MOVE WS-DATE-RELEVE-NUM      TO WS-DATE-W-NUM.
           PERFORM 8010-ENREG-SOLDE-DEB
              THRU 8010-ENREG-SOLDE-FIN.
      *
           ADD  1                       TO WS-CRLV.
           ADD  WS-THI-NB               TO WS-CMVT.
      *---------------------------------------------------------------*
      * CONTROLE : ANCIEN SOLDE + MOUVEMENTS DU JOUR = NOUVEAU SOLDE. *
      * LE RELEVE EST TRANSMIS TEL QUEL, L'ECART EST A ANALYSER.      *
      *---------------------------------------------------------------*
           IF WS-SOLDE-OUVERTURE + WS-NET-JOUR = WS-SOLDE-CLOTURE
                MOVE 'OK'               TO WS-LCFO-STATUT-ED
           ELSE
                ADD  1                  TO WS-CECA
                MOVE 'ECART'            TO WS-LCFO-STATUT-ED
           END-IF.
           PERFORM 8030-LIGNE-ETATCFO-DEB
              THRU 8030-LIGNE-ETATCFO-FIN.
      *
       2010-TRT-RELEVE-SUITE.
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
      *
       2010-TRT-RELEVE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-FICHIERS-DEB.
           OPEN INPUT  F-CPTE-ES F-MVTHIST.
           OPEN OUTPUT F-ETATCFO-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-MVTHIST
              OR NOT OK-F-ETATCFO-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CPTE-ES ' '
                     WS-FS-F-MVTHIST ' ' WS-FS-F-ETATCFO-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORIQUE DES SOLDES : FICHIER FACULTATIF. EN SON ABSENCE    *
      * LE NOUVEAU SOLDE EST RECONSTITUE DEPUIS LE SOLDE DU COMPTE    *
      * ET L'ANCIEN SOLDE DEPUIS LES MOUVEMENTS DU JOUR.              *
      *---------------------------------------------------------------*
       6010-OUVRIR-F-SOLDHIST-DEB.
           OPEN INPUT F-SOLDHIST.
           EVALUATE TRUE
             WHEN OK-F-SOLDHIST
                  SET WS-SLD-DISPONIBLE TO TRUE
             WHEN SOLDHIST-ABSENT
                  DISPLAY 'HISTORIQUE DES SOLDES ABSENT - '
                          'SOLDES RECONSTITUES'
                  SET WS-SLD-INDISPONIBLE TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-OUVRIR-F-SOLDHIST-FIN.
           EXIT.
      *
       6015-FERMER-F-SOLDHIST-DEB.
           IF WS-SLD-INDISPONIBLE
                GO TO 6015-FERMER-F-SOLDHIST-FIN
           END-IF.
           CLOSE F-SOLDHIST.
           IF NOT OK-F-SOLDHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-SOLDHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6015-FERMER-F-SOLDHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DE RELEVES D'UN CLIENT : LE FICHIER DU CLIENT         *
      * PRECEDENT EST REFERME AVANT L'OUVERTURE DU SUIVANT.           *
      *---------------------------------------------------------------*
       6020-OUVRIR-F-CFONB-DEB.
           PERFORM 6025-FERMER-F-CFONB-DEB
              THRU 6025-FERMER-F-CFONB-FIN.
           MOVE FS-TRI-CLIENT           TO WS-CLIENT-FICHIER.
           MOVE SPACES                  TO WS-NOM-CFONB.
           STRING 'CFONB_' WS-CLIENT-FICHIER '_' WS-DATE-RELEVE
                  '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-CFONB.
           OPEN OUTPUT F-CFONB-S.
           IF NOT OK-F-CFONB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CFONB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CFONB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-CFONB-OUVERT         TO TRUE.
           ADD  1                       TO WS-CFIC.
       6020-OUVRIR-F-CFONB-FIN.
           EXIT.
      *
       6025-FERMER-F-CFONB-DEB.
           IF WS-CFONB-FERME
                GO TO 6025-FERMER-F-CFONB-FIN
           END-IF.
           CLOSE F-CFONB-S.
           IF NOT OK-F-CFONB-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CFONB-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CFONB-S
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-CFONB-FERME          TO TRUE.
       6025-FERMER-F-CFONB-FIN.
           EXIT.
      *
       6030-ECRIRE-F-CFONB-DEB.
           WRITE FS-ENRG-CFONB
                 FROM WS-ENRG-F-CFO
           END-WRITE.
           IF NOT OK-F-CFONB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-CFONB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CFONB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CENR.
       6030-ECRIRE-F-CFONB-FIN.
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
       6050-START-F-MVTHIST-DEB.
           MOVE FS-TRI-CPTE            TO FS-HIST-CPTE.
           MOVE WS-DATE-RELEVE         TO FS-HIST-DATE.
           MOVE '0000'                 TO FS-HIST-SEQ.
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
             DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-START-F-MVTHIST-FIN.
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
       6060-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6060-RETURN-TRI-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATCFO-DEB.
           WRITE FS-ENRG-ETATCFO
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCFO-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCFO-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCFO-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATCFO-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CPTE-ES F-MVTHIST F-ETATCFO-S.
           IF NOT OK-F-CPTE-ES OR NOT OK-F-MVTHIST
              OR NOT OK-F-ETATCFO-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DU RELEVE : LA CARTE SYSIN, SI ELLE EST SERVIE, PERMET   *
      * DE REPRODUIRE LE RELEVE D'UN JOUR PASSE ; A DEFAUT LE RELEVE  *
      * EST CELUI DU JOUR.                                            *
      *---------------------------------------------------------------*
       6190-ACCEPT-SYSIN-DATE-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-RELEVE-NUM.
           ACCEPT WS-SYSIN-RELEVE.
           IF WS-SYSIN-DATE IS NUMERIC
              AND WS-SYSIN-DATE > '00000000'
              AND WS-SYSIN-DATE NOT > WS-DATE-JOUR
                MOVE WS-SYSIN-DATE      TO WS-DATE-RELEVE
           END-IF.
           MOVE WS-RLV-JJ               TO WS-LCFO-JJ-ED.
           MOVE WS-RLV-MM               TO WS-LCFO-MM-ED.
           MOVE WS-RLV-SS               TO WS-LCFO-SS-ED.
           MOVE WS-RLV-AA               TO WS-LCFO-AA-ED.
       6190-ACCEPT-SYSIN-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DE LA CORRESPONDANCE IBAN : FICHIER FACULTATIF.    *
      * EN SON ABSENCE AUCUN RIB N'EST CONNU ET TOUS LES COMPTES      *
      * ABONNES SONT SIGNALES SANS RIB.                               *
      *---------------------------------------------------------------*
       6200-CHARGER-F-IBANREF-DEB.
           OPEN INPUT F-IBANREF-E.
           IF IBANREF-ABSENT
                DISPLAY 'CORRESPONDANCE IBAN ABSENTE - '
                        'AUCUN RIB DISPONIBLE'
                GO TO 6200-CHARGER-F-IBANREF-FIN
           END-IF.
           IF NOT OK-F-IBANREF-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-LIRE-F-IBANREF-DEB
              THRU 6210-LIRE-F-IBANREF-FIN.
           PERFORM 6220-RANGER-IBAN-DEB
              THRU 6220-RANGER-IBAN-FIN
             UNTIL EOF-F-IBANREF-E.
           CLOSE F-IBANREF-E.
       6200-CHARGER-F-IBANREF-FIN.
           EXIT.
      *
       6210-LIRE-F-IBANREF-DEB.
           READ F-IBANREF-E INTO WS-ENRG-F-IBR.
           IF NOT OK-LEC-F-IBANREF-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANREF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-LIRE-F-IBANREF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SEULES LES LIGNES DES COMPTES DE LA BANQUE (CODE BANQUE A     *
      * BLANC) SONT RETENUES.                                         *
      *---------------------------------------------------------------*
       6220-RANGER-IBAN-DEB.
           IF WS-IBR-IBAN NOT = SPACES
              AND WS-IBR-INTERNE
                IF WS-TIB-NB < WS-MAX-IBAN
                     ADD  1             TO WS-TIB-NB
                     MOVE WS-IBR-IBAN   TO WS-TIB-IBAN (WS-TIB-NB)
                     MOVE WS-IBR-BQE    TO WS-TIB-BQE (WS-TIB-NB)
                     MOVE WS-IBR-CPTE   TO WS-TIB-CPTE (WS-TIB-NB)
                ELSE
                     DISPLAY 'TABLE DES IBAN SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6210-LIRE-F-IBANREF-DEB
              THRU 6210-LIRE-F-IBANREF-FIN.
       6220-RANGER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
           STRING 'ETATCFO_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCFO.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COLLECTE DES MOUVEMENTS DU JOUR DU RELEVE POUR LE COMPTE      *
      * COURANT DU TRI, ET CUMUL DU NET DU JOUR ET DU NET DES JOURS   *
      * POSTERIEURS (RELEVE D'UN JOUR PASSE). UN COMPTE QUI DEBORDE   *
      * LA TABLE ARRETE LE PROGRAMME PLUTOT QUE DE PRODUIRE UN        *
      * RELEVE TRONQUE.                                               *
      *---------------------------------------------------------------*
       7010-COLLECTER-MOUVEMENTS-DEB.
           MOVE 0                       TO WS-THI-NB.
           MOVE 0                       TO WS-NET-JOUR.
           MOVE 0                       TO WS-NET-POSTERIEUR.
           SET  WS-HIST-EN-COURS        TO TRUE.
           PERFORM 6050-START-F-MVTHIST-DEB
              THRU 6050-START-F-MVTHIST-FIN.
           IF CLE-HIST-INEXISTANTE
                SET WS-HIST-EPUISE      TO TRUE
           ELSE
                PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                   THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-IF.
           PERFORM 7020-RETENIR-MVT-DEB
              THRU 7020-RETENIR-MVT-FIN
             UNTIL WS-HIST-EPUISE.
       7010-COLLECTER-MOUVEMENTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES ANCRES DE SOLDE 'S'/'N' DE LA BASCULE ANNUELLE NE SONT    *
      * NI RETENUES NI CUMULEES.                                      *
      *---------------------------------------------------------------*
       7020-RETENIR-MVT-DEB.
           EVALUATE TRUE
             WHEN WS-HIST-CPTE NOT = FS-TRI-CPTE
                  SET WS-HIST-EPUISE    TO TRUE
             WHEN WS-HIST-CODE = 'S' OR 'N'
                  PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                     THRU 6055-READ-NEXT-F-MVTHIST-FIN
             WHEN WS-HIST-DATE > WS-DATE-RELEVE
                  IF WS-HIST-CODE = 'D' OR 'I'
                       ADD WS-HIST-MT   TO WS-NET-POSTERIEUR
                  ELSE
                       SUBTRACT WS-HIST-MT FROM WS-NET-POSTERIEUR
                  END-IF
                  PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                     THRU 6055-READ-NEXT-F-MVTHIST-FIN
             WHEN OTHER
                  IF WS-THI-NB < WS-MAX-MVT
                       ADD  1           TO WS-THI-NB
                       MOVE WS-ENRG-F-HIST
                                        TO WS-THI-ENRG (WS-THI-NB)
                  ELSE
                       DISPLAY 'TABLE DES MOUVEMENTS SATUREE - '
                               'COMPTE ' FS-TRI-CPTE
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                  END-IF
                  IF WS-HIST-CODE = 'D' OR 'I'
                       ADD WS-HIST-MT   TO WS-NET-JOUR
                  ELSE
                       SUBTRACT WS-HIST-MT FROM WS-NET-JOUR
                  END-IF
                  PERFORM 6055-READ-NEXT-F-MVTHIST-DEB
                     THRU 6055-READ-NEXT-F-MVTHIST-FIN
           END-EVALUATE.
       7020-RETENIR-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LIBELLE DU MOUVEMENT (31 CARACTERES), SUR LE MODELE DU        *
      * RELEVE PAPIER.                                                *
      *---------------------------------------------------------------*
       7030-LIBELLE-MVT-DEB.
           MOVE SPACES                  TO WS-CFO-LIBELLE.
           IF WS-HIST-CONTRE-PASS
                MOVE WS-HIST-CTP-DATE   TO WS-DATE-W-NUM
                STRING 'ANNUL. OPE DU ' WS-DW-JJ '/' WS-DW-MM
                       '/' WS-DW-SS WS-DW-AA
                       DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                GO TO 7030-LIBELLE-MVT-FIN
           END-IF.
           EVALUATE WS-HIST-CODE
             WHEN 'R'  MOVE 'RETRAIT DAB'        TO WS-CFO-LIBELLE
             WHEN 'D'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       STRING 'REMISE PRLV SEPA ' WS-HIST-REF
                              DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                    WHEN WS-HIST-VIR-CPTE NOT = 0
                       STRING 'VIREMENT RECU DE ' WS-HIST-VIR-CPTE
                              DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       STRING 'REMISE CHQ ' WS-HIST-NUM-CHEQUE
                              DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                    WHEN OTHER
                       MOVE 'DEPOT GUICHET'      TO WS-CFO-LIBELLE
                  END-EVALUATE
             WHEN 'C'  MOVE 'CARTE BLEUE'        TO WS-CFO-LIBELLE
             WHEN 'V'
                  STRING 'VIREMENT EMIS VERS ' WS-HIST-VIR-CPTE
                         DELIMITED BY SIZE INTO WS-CFO-LIBELLE
             WHEN 'L'  MOVE 'CLOTURE DE COMPTE'  TO WS-CFO-LIBELLE
             WHEN 'I'  MOVE 'INTERETS CREDITES'  TO WS-CFO-LIBELLE
             WHEN 'F'  MOVE 'AGIOS ET FRAIS'     TO WS-CFO-LIBELLE
             WHEN 'P'  MOVE 'PRELEVEMENT'        TO WS-CFO-LIBELLE
             WHEN 'T'  MOVE 'RETENUE FISCALE'    TO WS-CFO-LIBELLE
             WHEN 'U'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       STRING 'IMPAYE PRLV SEPA ' WS-HIST-PRLV-MOTIF
                              DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       STRING 'IMPAYE SUR REMISE CHQ '
                              WS-HIST-NUM-CHEQUE
                              DELIMITED BY SIZE INTO WS-CFO-LIBELLE
                    WHEN OTHER
                       MOVE 'REPRISE CONTEST. CB' TO WS-CFO-LIBELLE
                  END-EVALUATE
             WHEN 'Q'
                  STRING 'CHEQUE ' WS-HIST-NUM-CHEQUE
                         DELIMITED BY SIZE INTO WS-CFO-LIBELLE
             WHEN OTHER MOVE 'CODE INCONNU'      TO WS-CFO-LIBELLE
           END-EVALUATE.
       7030-LIBELLE-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DU RIB DU COMPTE : LIGNE INTERNE DE LA              *
      * CORRESPONDANCE DONT LE NUMERO INTERNE EST CELUI DU COMPTE ET  *
      * DONT L'IBAN EST FRANCAIS.                                     *
      *---------------------------------------------------------------*
       7040-CHERCHER-RIB-DEB.
           IF WS-TIB-CPTE (IDX-IBR) (1 : 10) = FS-TRI-CPTE
              AND WS-TIB-IBAN (IDX-IBR) (1 : 2) = 'FR'
                MOVE WS-TIB-IBAN (IDX-IBR) TO WS-IBAN-CPTE
                SET  WS-RIB-TROUVE      TO TRUE
           END-IF.
       7040-CHERCHER-RIB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SOLDES DU RELEVE. NOUVEAU SOLDE : DERNIER CLICHE DE           *
      * L'HISTORIQUE DES SOLDES DONT LA DATE NE DEPASSE PAS LA DATE   *
      * DU RELEVE ; A DEFAUT, SOLDE DU COMPTE DIMINUE DU NET DES      *
      * JOURS POSTERIEURS. ANCIEN SOLDE : DERNIER CLICHE ANTERIEUR A  *
      * LA DATE DU RELEVE ; A DEFAUT, NOUVEAU SOLDE DIMINUE DU NET DU *
      * JOUR. L'ANCIEN SOLDE EST DATE DE SON CLICHE, SINON DE LA      *
      * DATE DU RELEVE.                                               *
      *---------------------------------------------------------------*
       7050-ETABLIR-SOLDES-DEB.
           SET  WS-OUVERTURE-INCONNUE   TO TRUE.
           SET  WS-CLOTURE-INCONNUE     TO TRUE.
           MOVE WS-DATE-RELEVE-NUM      TO WS-DATE-OUVERTURE.
      *
           IF WS-SLD-DISPONIBLE
                PERFORM 7055-LIRE-CLICHES-DEB
                   THRU 7055-LIRE-CLICHES-FIN
           END-IF.
      *
           IF WS-CLOTURE-INCONNUE
                COMPUTE WS-SOLDE-CLOTURE =
                        FS-TRI-SOLDE - WS-NET-POSTERIEUR
           END-IF.
           IF WS-OUVERTURE-INCONNUE
                COMPUTE WS-SOLDE-OUVERTURE =
                        WS-SOLDE-CLOTURE - WS-NET-JOUR
           END-IF.
       7050-ETABLIR-SOLDES-FIN.
           EXIT.
      *
       7055-LIRE-CLICHES-DEB.
           SET  WS-SLD-EN-COURS         TO TRUE.
           MOVE FS-TRI-CPTE             TO FS-SLD-CPTE.
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
           PERFORM 7060-RETENIR-CLICHE-DEB
              THRU 7060-RETENIR-CLICHE-FIN
             UNTIL WS-SLD-EPUISE.
       7055-LIRE-CLICHES-FIN.
           EXIT.
      *
       7060-RETENIR-CLICHE-DEB.
           READ F-SOLDHIST NEXT RECORD INTO WS-ENRG-F-SLD.
           EVALUATE TRUE
             WHEN EOF-F-SOLDHIST
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN NOT OK-LEC-F-SOLDHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SOLDHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-SLD-CPTE NOT = FS-TRI-CPTE
               OR WS-SLD-DATE > WS-DATE-RELEVE-NUM
                  SET WS-SLD-EPUISE     TO TRUE
             WHEN WS-SLD-DATE < WS-DATE-RELEVE-NUM
                  MOVE WS-SLD-SOLDE     TO WS-SOLDE-OUVERTURE
                  MOVE WS-SLD-DATE      TO WS-DATE-OUVERTURE
                  SET  WS-OUVERTURE-CONNUE TO TRUE
                  MOVE WS-SLD-SOLDE     TO WS-SOLDE-CLOTURE
                  SET  WS-CLOTURE-CONNUE TO TRUE
             WHEN OTHER
                  MOVE WS-SLD-SOLDE     TO WS-SOLDE-CLOTURE
                  SET  WS-CLOTURE-CONNUE TO TRUE
           END-EVALUATE.
       7060-RETENIR-CLICHE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CODE OPERATION INTERBANCAIRE CFONB DU MOUVEMENT :             *
      *   Q CHEQUE PAYE            01   D VIREMENT RECU          05   *
      *   V VIREMENT EMIS          06   D REMISE DE CHEQUES      15   *
      *   D VERSEMENT ESPECES      72   R RETRAIT DAB            62   *
      *   C PAIEMENT CARTE         18   U IMPAYE SUR REMISE      41   *
      *   U REPRISE CONTEST. CARTE 18   P PRELEVEMENT SEPA       B1   *
      *   I INTERETS CREDITES      25   T RETENUE FISCALE        25   *
      *   F AGIOS ET FRAIS         11   L SOLDE DE CLOTURE VIRE  06   *
      *   D REMISE PRLV SEPA       B2   U IMPAYE PRLV SEPA       B3   *
      * LE CODE INTERNE REPREND LE CODE MOUVEMENT DE L'HISTORIQUE.    *
      *---------------------------------------------------------------*
       7070-CODE-OPERATION-DEB.
           MOVE SPACES                  TO WS-CFO-CODE-INTERNE.
           MOVE WS-HIST-CODE            TO WS-CFO-CODE-INTERNE (1 : 1).
           EVALUATE WS-HIST-CODE
             WHEN 'Q'  MOVE '01'               TO WS-CFO-CODE-INTERBQ
             WHEN 'V'  MOVE '06'               TO WS-CFO-CODE-INTERBQ
             WHEN 'L'  MOVE '06'               TO WS-CFO-CODE-INTERBQ
             WHEN 'R'  MOVE '62'               TO WS-CFO-CODE-INTERBQ
             WHEN 'C'  MOVE '18'               TO WS-CFO-CODE-INTERBQ
             WHEN 'P'  MOVE 'B1'               TO WS-CFO-CODE-INTERBQ
             WHEN 'I'  MOVE '25'               TO WS-CFO-CODE-INTERBQ
             WHEN 'T'  MOVE '25'               TO WS-CFO-CODE-INTERBQ
             WHEN 'F'  MOVE '11'               TO WS-CFO-CODE-INTERBQ
             WHEN 'D'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE 'B2'               TO WS-CFO-CODE-INTERBQ
                    WHEN WS-HIST-VIR-CPTE NOT = 0
                       MOVE '05'               TO WS-CFO-CODE-INTERBQ
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE '15'               TO WS-CFO-CODE-INTERBQ
                    WHEN OTHER
                       MOVE '72'               TO WS-CFO-CODE-INTERBQ
                  END-EVALUATE
             WHEN 'U'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE 'B3'               TO WS-CFO-CODE-INTERBQ
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE '41'               TO WS-CFO-CODE-INTERBQ
                    WHEN OTHER
                       MOVE '18'               TO WS-CFO-CODE-INTERBQ
                  END-EVALUATE
             WHEN OTHER
                  MOVE '  '                    TO WS-CFO-CODE-INTERBQ
           END-EVALUATE.
       7070-CODE-OPERATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MONTANT AU FORMAT CFONB DEPUIS WS-MT-SIGNE : VALEUR ABSOLUE   *
      * SUR 14 CHIFFRES DONT 2 DECIMALES, LE DERNIER CHIFFRE ETANT    *
      * REMPLACE PAR SON CARACTERE SIGNE.                             *
      *---------------------------------------------------------------*
       7080-SIGNER-MONTANT-DEB.
           IF WS-MT-SIGNE < 0
                COMPUTE WS-CFO-MT-ABS = 0 - WS-MT-SIGNE
           ELSE
                MOVE WS-MT-SIGNE        TO WS-CFO-MT-ABS
           END-IF.
           MOVE WS-CFO-MT-CORPS         TO WS-CFO-MT-ED-CORPS.
           COMPUTE WS-POS-SIGNE = WS-CFO-MT-UNITE + 1.
           IF WS-MT-SIGNE < 0
                MOVE WS-SIGNES-NEGATIFS (WS-POS-SIGNE : 1)
                                        TO WS-CFO-MT-ED-SIGNE
           ELSE
                MOVE WS-SIGNES-POSITIFS (WS-POS-SIGNE : 1)
                                        TO WS-CFO-MT-ED-SIGNE
           END-IF.
           MOVE WS-CFO-MT-EDITE         TO WS-CFO-MONTANT.
       7080-SIGNER-MONTANT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ZONES COMMUNES AUX TROIS TYPES D'ENREGISTREMENT.              *
      *---------------------------------------------------------------*
       7090-ZONES-COMPTE-DEB.
           MOVE WS-IBAN-BANQUE          TO WS-CFO-BANQUE.
           MOVE WS-IBAN-GUICHET         TO WS-CFO-GUICHET.
           MOVE FS-TRI-DEVISE           TO WS-CFO-DEVISE.
           MOVE '2'                     TO WS-CFO-NB-DECIMALES.
           MOVE WS-IBAN-COMPTE          TO WS-CFO-COMPTE.
       7090-ZONES-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCFO-DEB.
           MOVE WS-LCFO-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
           MOVE WS-LCFO-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
           MOVE WS-LCFO-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
           MOVE WS-LCFO-ENTETE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
           MOVE WS-LCFO-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
       8000-ENTETE-ETATCFO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ENREGISTREMENT 01 OU 07 : LE TYPE EST DONNE PAR L'APPELANT    *
      * DANS WS-TYPE-ENR, AVEC LE SOLDE DANS WS-MT-SIGNE ET SA DATE   *
      * DANS WS-DATE-W.                                               *
      *---------------------------------------------------------------*
       8010-ENREG-SOLDE-DEB.
           MOVE SPACES                  TO WS-ENRG-F-CFO.
           MOVE WS-TYPE-ENR             TO WS-CFO-CODE-ENR.
           PERFORM 7090-ZONES-COMPTE-DEB
              THRU 7090-ZONES-COMPTE-FIN.
           MOVE WS-DW-JJ                TO WS-CFO-DATE-JJ.
           MOVE WS-DW-MM                TO WS-CFO-DATE-MM.
           MOVE WS-DW-AA                TO WS-CFO-DATE-AA.
           PERFORM 7080-SIGNER-MONTANT-DEB
              THRU 7080-SIGNER-MONTANT-FIN.
           PERFORM 6030-ECRIRE-F-CFONB-DEB
              THRU 6030-ECRIRE-F-CFONB-FIN.
       8010-ENREG-SOLDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ENREGISTREMENT 04 : UN PAR MOUVEMENT DU JOUR. LA DATE DE      *
      * VALEUR EST CELLE DE L'HISTORIQUE, OU A DEFAUT (LIGNES         *
      * ANCIENNES) LA DATE DU MOUVEMENT. LE NUMERO D'ECRITURE EST LE  *
      * NUMERO DE SEQUENCE DE LA LIGNE D'HISTORIQUE.                  *
      *---------------------------------------------------------------*
       8020-ENREG-MOUVEMENT-DEB.
           MOVE WS-THI-ENRG (IDX-HIS)   TO WS-ENRG-F-HIST.
           MOVE SPACES                  TO WS-ENRG-F-CFO.
           SET  WS-CFO-MOUVEMENT        TO TRUE.
           PERFORM 7090-ZONES-COMPTE-DEB
              THRU 7090-ZONES-COMPTE-FIN.
           PERFORM 7070-CODE-OPERATION-DEB
              THRU 7070-CODE-OPERATION-FIN.
           MOVE WS-HIST-JJ              TO WS-CFO-DATE-JJ.
           MOVE WS-HIST-MM              TO WS-CFO-DATE-MM.
           MOVE WS-HIST-AA              TO WS-CFO-DATE-AA.
           IF WS-HIST-DATE-VAL IS NUMERIC
              AND WS-HIST-DATE-VAL > 0
                MOVE WS-HIST-DATE-VAL   TO WS-DATE-W-NUM
           ELSE
                MOVE WS-HIST-DATE       TO WS-DATE-W
           END-IF.
           MOVE WS-DW-JJ                TO WS-CFO-DVAL-JJ.
           MOVE WS-DW-MM                TO WS-CFO-DVAL-MM.
           MOVE WS-DW-AA                TO WS-CFO-DVAL-AA.
           PERFORM 7030-LIBELLE-MVT-DEB
              THRU 7030-LIBELLE-MVT-FIN.
           MOVE '000'                   TO WS-CFO-NUM-ECRITURE (1 : 3).
           MOVE WS-HIST-SEQ             TO WS-CFO-NUM-ECRITURE (4 : 4).
           MOVE WS-HIST-REF             TO WS-CFO-REFERENCE.
           IF WS-HIST-CODE = 'D' OR 'I'
                MOVE WS-HIST-MT         TO WS-MT-SIGNE
           ELSE
                COMPUTE WS-MT-SIGNE = 0 - WS-HIST-MT
           END-IF.
           PERFORM 7080-SIGNER-MONTANT-DEB
              THRU 7080-SIGNER-MONTANT-FIN.
           PERFORM 6030-ECRIRE-F-CFONB-DEB
              THRU 6030-ECRIRE-F-CFONB-FIN.
       8020-ENREG-MOUVEMENT-FIN.
           EXIT.
      *
       8030-LIGNE-ETATCFO-DEB.
           MOVE FS-TRI-CLIENT        TO WS-LCFO-CLIENT-ED.
           MOVE FS-TRI-CPTE          TO WS-LCFO-CPTE-ED.
           MOVE WS-SOLDE-OUVERTURE   TO WS-LCFO-OUV-ED.
           MOVE WS-THI-NB            TO WS-LCFO-NB-ED.
           MOVE WS-SOLDE-CLOTURE     TO WS-LCFO-CLO-ED.
           MOVE WS-LCFO-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
       8030-LIGNE-ETATCFO-FIN.
           EXIT.
      *
       8040-TOTAL-ETATCFO-DEB.
           MOVE WS-LCFO-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
           MOVE 'COMPTES ABONNES'    TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CABO              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'RELEVES PRODUITS'   TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CRLV              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'MOUVEMENTS TRANSMIS' TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CMVT              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'FICHIERS CLIENTS'   TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CFIC              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'RELEVES EN ECART'   TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CECA              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE 'COMPTES SANS RIB'   TO WS-LCFO-TOT-LIB-ED.
           MOVE WS-CRIB              TO WS-LCFO-TOT-NB-ED.
           PERFORM 8045-LIGNE-TOTAL-DEB
              THRU 8045-LIGNE-TOTAL-FIN.
           MOVE WS-LCFO-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
       8040-TOTAL-ETATCFO-FIN.
           EXIT.
      *
       8045-LIGNE-TOTAL-DEB.
           MOVE WS-LCFO-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATCFO-DEB
              THRU 6070-ECRIRE-LIGNE-ETATCFO-FIN.
       8045-LIGNE-TOTAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO111B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS       : ' WS-CCPT.
           DISPLAY 'COMPTES ABONNES   : ' WS-CABO.
           DISPLAY 'RELEVES PRODUITS  : ' WS-CRLV.
           DISPLAY 'ENREGISTREMENTS   : ' WS-CENR.
           DISPLAY 'FICHIERS CLIENTS  : ' WS-CFIC.
           DISPLAY 'RELEVES EN ECART  : ' WS-CECA.
           DISPLAY 'COMPTES SANS RIB  : ' WS-CRIB.
      *---------------------------------------------------------------*
      * UN ECART OU UN RIB ABSENT EST SIGNALE A L'EXPLOITATION PAR LE *
      * CODE RETOUR 4.                                                *
      *---------------------------------------------------------------*
           IF WS-CECA > 0 OR WS-CRIB > 0
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO111B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
