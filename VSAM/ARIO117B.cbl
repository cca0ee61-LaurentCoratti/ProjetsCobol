      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO117B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    CIBLAGE COMMERCIAL MENSUEL : PASSE APRES LE CALCUL DES     *
      *    SOLDES MOYENS DU MOIS, IL REGROUPE PAR CLIENT              *
      *    (WS-CPT-CLIENT) LES COMPTES DETENUS (TYPES C, E ET T,      *
      *    FORFAIT), LEURS SOLDES MOYENS (SOLDMOY), LES CARTES        *
      *    ACTIVES (CARTES) ET LES PRETS EN COURS (PRETS), PUIS       *
      *    CONFRONTE CHAQUE CLIENT AUX REGLES DES CAMPAGNES ACTIVES   *
      *    DU FICHIER CAMPAGNE.                                       *
      *    EN SORTIE : LE FICHIER DE CAMPAGNE (CAMPAGN) DES CLIENTS   *
      *    CIBLES AVEC LEURS COORDONNEES, CLASSE PAR AGENCE, ET       *
      *    L'ETAT ETATCAM (CONTACTS PAR AGENCE, CIBLES PAR CAMPAGNE   *
      *    ET CLIENTS EXCLUS PAR MOTIF).                              *
      *---------------------------------------------------------------*
      * SONT EXCLUS DE TOUTE CAMPAGNE LES CLIENTS DONT UN COMPTE AU   *
      * MOINS EST EN SUCCESSION, NPAI, INTERDIT BANCAIRE, AU          *
      * CONTENTIEUX OU PORTE L'OPPOSITION AU DEMARCHAGE COMMERCIAL    *
      * (CODE OC DE LA MAINTENANCE). UN CLIENT EXCLU EST COMPTE SOUS  *
      * LE PREMIER MOTIF DANS CET ORDRE.                              *
      * CODE RETOUR 4 SI LE FICHIER SOLDMOY OU LE FICHIER CAMPAGNE    *
      * EST ABSENT, OU SI AUCUNE CAMPAGNE N'EST ACTIVE.               *
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
       PROGRAM-ID.      ARIO117B.
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
      *                      F-SOLDMOY : SOLDES MOYENS DU MOIS
      *                      -------------------------------------------
           SELECT  F-SOLDMOY-E         ASSIGN TO 'SOLDMOY.txt'
                   FILE STATUS         IS WS-FS-F-SOLDMOY-E.
      *                      -------------------------------------------
      *                      F-CARTES : CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
      *                      -------------------------------------------
      *                      F-PRETS : REGISTRE DES PRETS EN COURS
      *                      -------------------------------------------
           SELECT  F-PRETS-E           ASSIGN TO 'PRETS.txt'
                   FILE STATUS         IS WS-FS-F-PRETS-E.
      *                      -------------------------------------------
      *                      F-CAMPAGNE : REGLES DES CAMPAGNES
      *                      -------------------------------------------
           SELECT  F-CAMPAGNE-E        ASSIGN TO 'CAMPAGNE.txt'
                   FILE STATUS         IS WS-FS-F-CAMPAGNE-E.
      *                      -------------------------------------------
      *                      F-TRI   : TRI DES COMPTES PAR CLIENT
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      F-CIBLWK : CONTACTS RETENUS (TRAVAIL)
      *                      -------------------------------------------
           SELECT  F-CIBLWK            ASSIGN TO CIBLWK
                   FILE STATUS         IS WS-FS-F-CIBLWK.
      *                      -------------------------------------------
      *                      F-TRI-CIB : TRI DES CONTACTS PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-TRI-CIB           ASSIGN TO SORTWK2.
      *                      -------------------------------------------
      *                      CAMPAGN : FICHIER DE CAMPAGNE
      *                      -------------------------------------------
           SELECT  F-CAMPAGN-S         ASSIGN TO WS-NOM-CAMPAGN
                   FILE STATUS         IS WS-FS-F-CAMPAGN-S.
      *                      -------------------------------------------
      *                      ETATCAM : ETAT DU CIBLAGE COMMERCIAL
      *                      -------------------------------------------
           SELECT  F-ETATCAM-S         ASSIGN TO WS-NOM-ETATCAM
                   FILE STATUS         IS WS-FS-F-ETATCAM-S.
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
       FD  F-SOLDMOY-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-SOLDMOY          PIC X(40).
      *
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES           PIC X(80).
      *
       FD  F-PRETS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRETS            PIC X(80).
      *
       FD  F-CAMPAGNE-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CAMPAGNE         PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CLIENT           PIC 9(08).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-NOM              PIC X(20).
           05 FS-TRI-TEL              PIC X(14).
           05 FS-TRI-ADR              PIC X(30).
           05 FS-TRI-TYPE             PIC X.
           05 FS-TRI-FORFAIT          PIC X(3).
           05 FS-TRI-SUCC             PIC X.
           05 FS-TRI-NPAI             PIC X.
           05 FS-TRI-INTERDIT         PIC X.
           05 FS-TRI-CONTENTIEUX      PIC X.
           05 FS-TRI-OPPOS-COM        PIC X.
      *---------------------------------------------------------------*
      * SOLDE MOYEN DU MOIS DU COMPTE (0 S'IL N'A PAS ETE             *
      * MOUVEMENTE), NOMBRE DE CARTES ACTIVES ET PLUS PETIT           *
      * NOMBRE D'ECHEANCES RESTANT A SES PRETS EN COURS (999          *
      * SANS PRET).                                                   *
      *---------------------------------------------------------------*
           05 FS-TRI-MOYENNE          PIC S9(8)V99.
           05 FS-TRI-NB-CARTES        PIC 9(3).
           05 FS-TRI-ECH-MIN          PIC 9(3).
      *
       FD  F-CIBLWK
           RECORDING MODE IS F.
       01  FS-ENRG-F-CIBLWK           PIC X(120).
      *
       SD  F-TRI-CIB.
       01  FS-ENRG-TRI-CIB.
           05 FS-TCB-AGENCE           PIC 9.
           05 FS-TCB-CAMPAGNE         PIC X(6).
           05 FS-TCB-CLIENT           PIC 9(8).
           05 FILLER                  PIC X(105).
      *
       FD  F-CAMPAGN-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CAMPAGN          PIC X(120).
      *
       FD  F-ETATCAM-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCAM            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPSOLDMY.
      *
           COPY TPCARTE.
      *
           COPY TPCAMPAG.
      *
           COPY TPCAMCIB.
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
      * TABLE DES PRETS EN COURS (ECHEANCES RESTANTES) CHARGEE AU     *
      * LANCEMENT                                                     *
      *---------------------------------------------------------------*
       77  WS-MAX-PRETS              PIC S9(4) COMP VALUE 300.
       01  WS-TABLE-PRETS.
           05 WS-TPR-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TPR-POSTE           OCCURS 300
                                     INDEXED BY IDX-PRT.
              10 WS-TPR-CPTE         PIC 9(10).
              10 WS-TPR-ECH-RESTANT  PIC 9(3).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-SOLDMOY-E        PIC XX.
           88  OK-F-SOLDMOY-E       VALUE '00'.
           88  OK-LEC-F-SOLDMOY-E   VALUE '00' '10'.
           88  EOF-F-SOLDMOY-E      VALUE '10'.
           88  SOLDMOY-ABSENT       VALUE '35'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-PRETS-E          PIC XX.
           88  OK-F-PRETS-E         VALUE '00'.
           88  OK-LEC-F-PRETS-E     VALUE '00' '10'.
           88  EOF-F-PRETS-E        VALUE '10'.
           88  PRETS-ABSENT         VALUE '35'.
       01  WS-FS-F-CAMPAGNE-E       PIC XX.
           88  OK-F-CAMPAGNE-E      VALUE '00'.
           88  OK-LEC-F-CAMPAGNE-E  VALUE '00' '10'.
           88  EOF-F-CAMPAGNE-E     VALUE '10'.
           88  CAMPAGNE-ABSENT      VALUE '35'.
       01  WS-FS-F-CIBLWK           PIC XX.
           88  OK-F-CIBLWK          VALUE '00'.
           88  OK-LEC-F-CIBLWK      VALUE '00' '10'.
           88  EOF-F-CIBLWK         VALUE '10'.
       01  WS-FS-F-CAMPAGN-S        PIC XX.
           88  OK-F-CAMPAGN-S       VALUE '00'.
       01  WS-FS-F-ETATCAM-S        PIC XX.
           88  OK-F-ETATCAM-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CCLI                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CCLI-CIBLES           PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CCIB                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CEXC-DECES            PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CEXC-NPAI             PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CEXC-INTERDIT         PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CEXC-CONTENTIEUX      PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CEXC-OPPOSITION       PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CCIB-AGENCE           PIC S9(7) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-CAMPAGN           PIC X(24).
       77  WS-NOM-ETATCAM           PIC X(24).
       77  WS-MOIS-SOLDMOY          PIC 9(6)  VALUE 0.
       77  WS-AGENCE-COURANTE       PIC 9     VALUE 0.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-FIN-TRI-CIB           PIC X     VALUE '0'.
           88 WS-TRI-CIB-EN-COURS   VALUE '0'.
           88 WS-TRI-CIB-TERMINE    VALUE '1'.
       01  WS-FIN-SOLDMOY           PIC X     VALUE '0'.
           88 WS-SOLDMOY-EN-COURS   VALUE '0'.
           88 WS-SOLDMOY-TERMINE    VALUE '1'.
       01  WS-DISPO-SOLDMOY         PIC X     VALUE '0'.
           88 WS-SOLDMOY-FERME      VALUE '0'.
           88 WS-SOLDMOY-OUVERT     VALUE '1'.
       01  WS-DISPO-CAMPAGNE        PIC X     VALUE '0'.
           88 WS-CAMPAGNE-CHARGEE   VALUE '0'.
           88 WS-CAMPAGNE-MANQUANTE VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * NUMERO DE COMPTE : LE PREMIER CHIFFRE EST L'AGENCE            *
      *---------------------------------------------------------------*
      *
       01  WS-CPTE-DECOUPE.
           05 WS-CPTE-AGENCE        PIC 9.
           05 FILLER                PIC 9(9).
       01  WS-CPTE-DECOUPE-NUM REDEFINES WS-CPTE-DECOUPE
                                    PIC 9(10).
      *
      *---------------------------------------------------------------*
      * SYNTHESE DU CLIENT EN COURS (RUPTURE SUR FS-TRI-CLIENT) :     *
      * COMPTES ET PRODUITS DETENUS, MOTIFS D'EXCLUSION RELEVES SUR   *
      * L'UN QUELCONQUE DE SES COMPTES, COMPTE DE CONTACT.            *
      *---------------------------------------------------------------*
      *
       01  WS-CLIENT-COURANT.
           05 WS-CLI-CLIENT         PIC 9(8)  VALUE 0.
           05 WS-CLI-NB-COURANT     PIC S9(4) COMP VALUE 0.
           05 WS-CLI-NB-EPARGNE     PIC S9(4) COMP VALUE 0.
           05 WS-CLI-NB-TERME       PIC S9(4) COMP VALUE 0.
           05 WS-CLI-NB-CARTES      PIC S9(4) COMP VALUE 0.
           05 WS-CLI-NB-FORFAIT     PIC S9(4) COMP VALUE 0.
           05 WS-CLI-ECH-MIN        PIC 9(3)  VALUE 999.
           05 WS-CLI-MOY-COURANT    PIC S9(8)V99 VALUE 0.
           05 WS-CLI-SUCC           PIC X     VALUE '0'.
              88 WS-CLI-SUCC-ACTIF  VALUE '1'.
           05 WS-CLI-NPAI           PIC X     VALUE '0'.
              88 WS-CLI-NPAI-ACTIF  VALUE '1'.
           05 WS-CLI-INTERDIT       PIC X     VALUE '0'.
              88 WS-CLI-IB-ACTIF    VALUE '1'.
           05 WS-CLI-CONTENTIEUX    PIC X     VALUE '0'.
              88 WS-CLI-CTX-ACTIF   VALUE '1'.
           05 WS-CLI-OPPOS-COM      PIC X     VALUE '0'.
              88 WS-CLI-OPPOS-ACTIVE VALUE '1'.
           05 WS-CLI-RETENU         PIC X     VALUE '0'.
              88 WS-CLI-NON-CIBLE   VALUE '0'.
              88 WS-CLI-CIBLE       VALUE '1'.
           05 WS-CLI-CONTACT        PIC X     VALUE '0'.
              88 WS-CLI-CONTACT-PROVISOIRE VALUE '0'.
              88 WS-CLI-CONTACT-COURANT    VALUE '1'.
           05 WS-CLI-CTC-CPTE       PIC 9(10) VALUE 0.
           05 WS-CLI-CTC-MOYENNE    PIC S9(8)V99 VALUE 0.
           05 WS-CLI-CTC-NOM        PIC X(20) VALUE SPACES.
           05 WS-CLI-CTC-TEL        PIC X(14) VALUE SPACES.
           05 WS-CLI-CTC-ADR        PIC X(30) VALUE SPACES.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DU CIBLAGE COMMERCIAL               *
      *---------------------------------------------------------------*
      *
       01  WS-LCAM-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCAM-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'CIBLAGE COMMERCIAL MENSUEL    '.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LCAM-TITRE-DATE.
              10 WS-LCAM-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCAM-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCAM-SS-ED       PIC 9(2).
              10 WS-LCAM-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCAM-SOURCE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(24) VALUE
                                         'SOLDES MOYENS DU MOIS : '.
           05 WS-LCAM-MOIS-ED        PIC X(6).
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCAM-MESSAGE-ED     PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-AGENCE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'AGENCE '.
           05 WS-LCAM-AGENCE-ED      PIC 9.
           05 FILLER                 PIC X(66) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'CAMP.'.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT'.
           05 FILLER                 PIC X(21) VALUE 'NOM'.
           05 FILLER                 PIC X(15) VALUE 'TELEPHONE'.
           05 FILLER                 PIC X(12) VALUE ' SOLDE MOYEN'.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCAM-CAMP-ED        PIC X(6).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCAM-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCAM-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCAM-TEL-ED         PIC X(14).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCAM-MOY-ED         PIC ZZZZZZZ9,99-.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-CONTACT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(15) VALUE
                                         '        COMPTE:'.
           05 WS-LCAM-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(6)  VALUE '  ADR:'.
           05 WS-LCAM-ADR-ED         PIC X(30).
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-SSTOT-AGENCE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(13) VALUE 'TOTAL AGENCE '.
           05 WS-LCAM-SSTOT-AG-ED    PIC 9.
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LCAM-SSTOT-NB-ED    PIC ZZZZ9.
           05 FILLER                 PIC X(9)  VALUE ' CONTACTS'.
           05 FILLER                 PIC X(43) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-CAMPAGNE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CAMPAGNE '.
           05 WS-LCAM-CAM-CODE-ED    PIC X(6).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCAM-CAM-LIB-ED     PIC X(30).
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LCAM-CAM-NB-ED      PIC ZZZZ9.
           05 FILLER                 PIC X(7)  VALUE ' CIBLES'.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCAM-NOMBRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCAM-NB-LIB         PIC X(35).
           05 WS-LCAM-NB-ED          PIC ZZZZZZ9.
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
      * PREMIER TRI : LES COMPTES SONT REGROUPES PAR CLIENT, CHACUN   *
      * PORTANT SON SOLDE MOYEN ET SES PRODUITS ; LA PROCEDURE DE     *
      * SORTIE APPLIQUE LES EXCLUSIONS PUIS LES REGLES DES CAMPAGNES  *
      * ET ECRIT LES CONTACTS RETENUS AU FICHIER DE TRAVAIL CIBLWK.   *
      * SECOND TRI : LES CONTACTS SONT CLASSES PAR AGENCE, CAMPAGNE   *
      * ET CLIENT POUR LE FICHIER DE CAMPAGNE ET L'ETAT.              *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6200-CHARGER-F-CAMPAGNE-DEB
              THRU 6200-CHARGER-F-CAMPAGNE-FIN.
      *
           PERFORM 6230-CHARGER-F-CARTES-DEB
              THRU 6230-CHARGER-F-CARTES-FIN.
      *
           PERFORM 6260-CHARGER-F-PRETS-DEB
              THRU 6260-CHARGER-F-PRETS-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6005-OUVRIR-F-SOLDMOY-DEB
              THRU 6005-OUVRIR-F-SOLDMOY-FIN.
      *
           PERFORM 6010-OUVRIR-CIBLWK-S-DEB
              THRU 6010-OUVRIR-CIBLWK-S-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CLIENT
                                 FS-TRI-CPTE
                INPUT  PROCEDURE IS 1000-ALIMENTER-TRI-DEB
                                 THRU 1000-ALIMENTER-TRI-FIN
                OUTPUT PROCEDURE IS 2000-CIBLER-CLIENTS-DEB
                                 THRU 2000-CIBLER-CLIENTS-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6105-FERMER-F-SOLDMOY-DEB
              THRU 6105-FERMER-F-SOLDMOY-FIN.
      *
           PERFORM 6110-FERMER-CIBLWK-DEB
              THRU 6110-FERMER-CIBLWK-FIN.
      *
           PERFORM 6020-OUVRIR-CAMPAGN-DEB
              THRU 6020-OUVRIR-CAMPAGN-FIN.
      *
           PERFORM 6030-OUVRIR-ETATCAM-DEB
              THRU 6030-OUVRIR-ETATCAM-FIN.
      *
           PERFORM 8000-ENTETE-ETATCAM-DEB
              THRU 8000-ENTETE-ETATCAM-FIN.
      *
           SORT F-TRI-CIB
                ON ASCENDING KEY FS-TCB-AGENCE
                                 FS-TCB-CAMPAGNE
                                 FS-TCB-CLIENT
                INPUT  PROCEDURE IS 3000-RELIRE-CONTACTS-DEB
                                 THRU 3000-RELIRE-CONTACTS-FIN
                OUTPUT PROCEDURE IS 4000-PRODUIRE-CAMPAGNE-DEB
                                 THRU 4000-PRODUIRE-CAMPAGNE-FIN.
      *
           PERFORM 8050-TOTGEN-ETATCAM-DEB
              THRU 8050-TOTGEN-ETATCAM-FIN.
      *
           PERFORM 6120-FERMER-CAMPAGN-DEB
              THRU 6120-FERMER-CAMPAGN-FIN.
      *
           PERFORM 6130-FERMER-ETATCAM-DEB
              THRU 6130-FERMER-ETATCAM-FIN.
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
           PERFORM 7010-RAPPROCHER-MOYENNE-DEB
              THRU 7010-RAPPROCHER-MOYENNE-FIN.
      *
           MOVE 0                       TO FS-TRI-NB-CARTES.
           PERFORM 7020-COMPTER-CARTE-DEB
              THRU 7020-COMPTER-CARTE-FIN
             VARYING IDX-CRT FROM 1 BY 1
             UNTIL IDX-CRT > WS-TCR-NB.
           MOVE 999                     TO FS-TRI-ECH-MIN.
           PERFORM 7030-EXAMINER-PRET-DEB
              THRU 7030-EXAMINER-PRET-FIN
             VARYING IDX-PRT FROM 1 BY 1
             UNTIL IDX-PRT > WS-TPR-NB.
      *
           MOVE WS-CPT-CLIENT           TO FS-TRI-CLIENT.
           MOVE WS-CPT-CPTE             TO FS-TRI-CPTE.
           MOVE WS-CPT-NOM              TO FS-TRI-NOM.
           MOVE WS-CPT-TEL              TO FS-TRI-TEL.
           MOVE WS-CPT-ADR              TO FS-TRI-ADR.
           MOVE WS-CPT-TYPE             TO FS-TRI-TYPE.
           MOVE WS-CPT-FORFAIT          TO FS-TRI-FORFAIT.
           MOVE WS-CPT-SUCCESSION       TO FS-TRI-SUCC.
           MOVE WS-CPT-NPAI             TO FS-TRI-NPAI.
           MOVE WS-CPT-INTERDIT         TO FS-TRI-INTERDIT.
           MOVE WS-CPT-CONTENTIEUX      TO FS-TRI-CONTENTIEUX.
           MOVE WS-CPT-OPPOS-COM        TO FS-TRI-OPPOS-COM.
           RELEASE FS-ENRG-TRI.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CIBLAGE DES CLIENTS              *
      *     ============================================              *
      *---------------------------------------------------------------*
      *
       2000-CIBLER-CLIENTS-DEB.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-RUPTURE-CLIENT-DEB
              THRU 2010-TRT-RUPTURE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE.
      *
       2000-CIBLER-CLIENTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRAITEMENT D'UN CLIENT COMPLET (RUPTURE SUR FS-TRI-CLIENT) :  *
      * LE PREMIER COMPTE SERT DE CONTACT PROVISOIRE, REMPLACE PAR LE *
      * COMPTE COURANT DE PLUS FORT SOLDE MOYEN. UN CLIENT EXCLU      *
      * N'EST CONFRONTE A AUCUNE CAMPAGNE.                            *
      *---------------------------------------------------------------*
       2010-TRT-RUPTURE-CLIENT-DEB.
      *
           INITIALIZE WS-CLIENT-COURANT.
           MOVE 999                     TO WS-CLI-ECH-MIN.
           MOVE '0'                     TO WS-CLI-SUCC
                                           WS-CLI-NPAI
                                           WS-CLI-INTERDIT
                                           WS-CLI-CONTENTIEUX
                                           WS-CLI-OPPOS-COM
                                           WS-CLI-RETENU
                                           WS-CLI-CONTACT.
           MOVE FS-TRI-CLIENT           TO WS-CLI-CLIENT.
           MOVE FS-TRI-CPTE             TO WS-CLI-CTC-CPTE.
           MOVE FS-TRI-MOYENNE          TO WS-CLI-CTC-MOYENNE.
           MOVE FS-TRI-NOM              TO WS-CLI-CTC-NOM.
           MOVE FS-TRI-TEL              TO WS-CLI-CTC-TEL.
           MOVE FS-TRI-ADR              TO WS-CLI-CTC-ADR.
           ADD  1                       TO WS-CCLI.
      *
           PERFORM 2020-TRT-COMPTE-CLIENT-DEB
              THRU 2020-TRT-COMPTE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE
                OR FS-TRI-CLIENT NOT = WS-CLI-CLIENT.
      *
           EVALUATE TRUE
             WHEN WS-CLI-SUCC-ACTIF
                  ADD  1                TO WS-CEXC-DECES
                  GO TO 2010-TRT-RUPTURE-CLIENT-FIN
             WHEN WS-CLI-NPAI-ACTIF
                  ADD  1                TO WS-CEXC-NPAI
                  GO TO 2010-TRT-RUPTURE-CLIENT-FIN
             WHEN WS-CLI-IB-ACTIF
                  ADD  1                TO WS-CEXC-INTERDIT
                  GO TO 2010-TRT-RUPTURE-CLIENT-FIN
             WHEN WS-CLI-CTX-ACTIF
                  ADD  1                TO WS-CEXC-CONTENTIEUX
                  GO TO 2010-TRT-RUPTURE-CLIENT-FIN
             WHEN WS-CLI-OPPOS-ACTIVE
                  ADD  1                TO WS-CEXC-OPPOSITION
                  GO TO 2010-TRT-RUPTURE-CLIENT-FIN
           END-EVALUATE.
      *
           PERFORM 2030-APPLIQUER-CAMPAGNE-DEB
              THRU 2030-APPLIQUER-CAMPAGNE-FIN
             VARYING IDX-CAM FROM 1 BY 1
             UNTIL IDX-CAM > WS-TCA-NB.
           IF WS-CLI-CIBLE
                ADD  1                  TO WS-CCLI-CIBLES
           END-IF.
      *
       2010-TRT-RUPTURE-CLIENT-FIN.
           EXIT.
      *
       2020-TRT-COMPTE-CLIENT-DEB.
      *
           EVALUATE FS-TRI-TYPE
             WHEN 'C'
                  ADD  1                TO WS-CLI-NB-COURANT
                  ADD  FS-TRI-MOYENNE   TO WS-CLI-MOY-COURANT
                  IF WS-CLI-CONTACT-PROVISOIRE
                     OR FS-TRI-MOYENNE > WS-CLI-CTC-MOYENNE
                       SET  WS-CLI-CONTACT-COURANT TO TRUE
                       MOVE FS-TRI-CPTE    TO WS-CLI-CTC-CPTE
                       MOVE FS-TRI-MOYENNE TO WS-CLI-CTC-MOYENNE
                       MOVE FS-TRI-NOM     TO WS-CLI-CTC-NOM
                       MOVE FS-TRI-TEL     TO WS-CLI-CTC-TEL
                       MOVE FS-TRI-ADR     TO WS-CLI-CTC-ADR
                  END-IF
             WHEN 'E'
                  ADD  1                TO WS-CLI-NB-EPARGNE
             WHEN 'T'
                  ADD  1                TO WS-CLI-NB-TERME
           END-EVALUATE.
           ADD  FS-TRI-NB-CARTES        TO WS-CLI-NB-CARTES.
           IF FS-TRI-FORFAIT NOT = SPACES
                ADD  1                  TO WS-CLI-NB-FORFAIT
           END-IF.
           IF FS-TRI-ECH-MIN < WS-CLI-ECH-MIN
                MOVE FS-TRI-ECH-MIN     TO WS-CLI-ECH-MIN
           END-IF.
           IF FS-TRI-SUCC = '1'
                SET  WS-CLI-SUCC-ACTIF  TO TRUE
           END-IF.
           IF FS-TRI-NPAI = '1'
                SET  WS-CLI-NPAI-ACTIF  TO TRUE
           END-IF.
           IF FS-TRI-INTERDIT = '1'
                SET  WS-CLI-IB-ACTIF    TO TRUE
           END-IF.
           IF FS-TRI-CONTENTIEUX = '1'
                SET  WS-CLI-CTX-ACTIF   TO TRUE
           END-IF.
           IF FS-TRI-OPPOS-COM = '1'
                SET  WS-CLI-OPPOS-ACTIVE TO TRUE
           END-IF.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
       2020-TRT-COMPTE-CLIENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONFRONTATION DU CLIENT A UNE CAMPAGNE : TOUS LES CRITERES    *
      * RENSEIGNES DOIVENT ETRE SATISFAITS. LE CLIENT RETENU DONNE UN *
      * CONTACT PAR CAMPAGNE.                                         *
      *---------------------------------------------------------------*
       2030-APPLIQUER-CAMPAGNE-DEB.
      *
           IF WS-TCA-MOY-MIN (IDX-CAM) > 0
                IF WS-CLI-NB-COURANT = 0
                   OR WS-CLI-MOY-COURANT < WS-TCA-MOY-MIN (IDX-CAM)
                     GO TO 2030-APPLIQUER-CAMPAGNE-FIN
                END-IF
           END-IF.
           IF WS-TCA-EXIGE-SANS-EPARGNE (IDX-CAM)
              AND WS-CLI-NB-EPARGNE > 0
                GO TO 2030-APPLIQUER-CAMPAGNE-FIN
           END-IF.
           IF WS-TCA-EXIGE-SANS-TERME (IDX-CAM)
              AND WS-CLI-NB-TERME > 0
                GO TO 2030-APPLIQUER-CAMPAGNE-FIN
           END-IF.
           IF WS-TCA-EXIGE-SANS-CARTE (IDX-CAM)
              AND WS-CLI-NB-CARTES > 0
                GO TO 2030-APPLIQUER-CAMPAGNE-FIN
           END-IF.
           IF WS-TCA-EXIGE-SANS-FORFAIT (IDX-CAM)
              AND WS-CLI-NB-FORFAIT > 0
                GO TO 2030-APPLIQUER-CAMPAGNE-FIN
           END-IF.
           IF WS-TCA-ECH-MAX (IDX-CAM) > 0
              AND WS-CLI-ECH-MIN > WS-TCA-ECH-MAX (IDX-CAM)
                GO TO 2030-APPLIQUER-CAMPAGNE-FIN
           END-IF.
      *
           MOVE WS-CLI-CTC-CPTE         TO WS-CPTE-DECOUPE-NUM.
           MOVE SPACES                  TO WS-ENRG-F-CIB.
           MOVE WS-CPTE-AGENCE          TO WS-CIB-AGENCE.
           MOVE WS-TCA-CODE (IDX-CAM)   TO WS-CIB-CAMPAGNE.
           MOVE WS-CLI-CLIENT           TO WS-CIB-CLIENT.
           MOVE WS-CLI-CTC-NOM          TO WS-CIB-NOM.
           MOVE WS-CLI-CTC-TEL          TO WS-CIB-TEL.
           MOVE WS-CLI-CTC-ADR          TO WS-CIB-ADR.
           MOVE WS-CLI-CTC-CPTE         TO WS-CIB-CPTE.
           MOVE WS-CLI-MOY-COURANT      TO WS-CIB-MOYENNE.
           MOVE WS-DATE-JOUR-NUM        TO WS-CIB-DATE.
           PERFORM 6060-ECRIRE-CIBLWK-DEB
              THRU 6060-ECRIRE-CIBLWK-FIN.
           ADD  1                       TO WS-TCA-NB-CIBLES (IDX-CAM).
           SET  WS-CLI-CIBLE            TO TRUE.
      *
       2030-APPLIQUER-CAMPAGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT RELECTURE DES CONTACTS           *
      *     ===============================================           *
      *---------------------------------------------------------------*
      *
       3000-RELIRE-CONTACTS-DEB.
      *
           OPEN INPUT F-CIBLWK.
           IF NOT OK-F-CIBLWK
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CIBLWK'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CIBLWK
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6070-LIRE-CIBLWK-DEB
              THRU 6070-LIRE-CIBLWK-FIN.
           PERFORM 3010-RELEASE-CONTACT-DEB
              THRU 3010-RELEASE-CONTACT-FIN
             UNTIL EOF-F-CIBLWK.
           PERFORM 6110-FERMER-CIBLWK-DEB
              THRU 6110-FERMER-CIBLWK-FIN.
      *
       3000-RELIRE-CONTACTS-FIN.
           EXIT.
      *
       3010-RELEASE-CONTACT-DEB.
           RELEASE FS-ENRG-TRI-CIB FROM WS-ENRG-F-CIB.
           PERFORM 6070-LIRE-CIBLWK-DEB
              THRU 6070-LIRE-CIBLWK-FIN.
       3010-RELEASE-CONTACT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT PRODUCTION DE LA CAMPAGNE        *
      *     ==================================================        *
      *---------------------------------------------------------------*
      *
       4000-PRODUIRE-CAMPAGNE-DEB.
      *
           PERFORM 6080-RETURN-TRI-CIB-DEB
              THRU 6080-RETURN-TRI-CIB-FIN.
      *
           IF WS-TRI-CIB-TERMINE
                MOVE 'AUCUN CLIENT CIBLE'
                                        TO WS-LCAM-MESSAGE-ED
                MOVE WS-LCAM-MESSAGE    TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN
           END-IF.
      *
           PERFORM 4010-TRT-RUPTURE-AGENCE-DEB
              THRU 4010-TRT-RUPTURE-AGENCE-FIN
             UNTIL WS-TRI-CIB-TERMINE.
      *
       4000-PRODUIRE-CAMPAGNE-FIN.
           EXIT.
      *
       4010-TRT-RUPTURE-AGENCE-DEB.
      *
           MOVE WS-CIB-AGENCE           TO WS-AGENCE-COURANTE.
           MOVE 0                       TO WS-CCIB-AGENCE.
           PERFORM 8010-ENTETE-AGENCE-DEB
              THRU 8010-ENTETE-AGENCE-FIN.
      *
           PERFORM 4020-TRT-CONTACT-DEB
              THRU 4020-TRT-CONTACT-FIN
             UNTIL WS-TRI-CIB-TERMINE
                OR WS-CIB-AGENCE NOT = WS-AGENCE-COURANTE.
      *
           PERFORM 8030-SSTOT-AGENCE-DEB
              THRU 8030-SSTOT-AGENCE-FIN.
      *
       4010-TRT-RUPTURE-AGENCE-FIN.
           EXIT.
      *
       4020-TRT-CONTACT-DEB.
           PERFORM 6085-ECRIRE-CAMPAGN-DEB
              THRU 6085-ECRIRE-CAMPAGN-FIN.
           ADD  1                       TO WS-CCIB-AGENCE.
           PERFORM 8020-DETAIL-ETATCAM-DEB
              THRU 8020-DETAIL-ETATCAM-FIN.
           PERFORM 6080-RETURN-TRI-CIB-DEB
              THRU 6080-RETURN-TRI-CIB-FIN.
       4020-TRT-CONTACT-FIN.
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
      * SOLDES MOYENS DU MOIS : FICHIER FACULTATIF, EN SON ABSENCE    *
      * TOUS LES SOLDES MOYENS SONT NULS (AUCUN CLIENT NE SATISFAIT   *
      * UN CRITERE DE SOLDE MOYEN) ET LE CODE RETOUR EST 4. LE MOIS   *
      * EDITE EST CELUI DU PREMIER ENREGISTREMENT.                    *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-SOLDMOY-DEB.
           OPEN INPUT F-SOLDMOY-E.
           EVALUATE TRUE
             WHEN OK-F-SOLDMOY-E
                  SET WS-SOLDMOY-OUVERT TO TRUE
             WHEN SOLDMOY-ABSENT
                  SET WS-SOLDMOY-FERME  TO TRUE
                  SET WS-SOLDMOY-TERMINE TO TRUE
                  DISPLAY 'FICHIER SOLDMOY ABSENT - '
                          'SOLDES MOYENS NULS'
                  GO TO 6005-OUVRIR-F-SOLDMOY-FIN
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SOLDMOY'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDMOY-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           PERFORM 6045-LIRE-F-SOLDMOY-DEB
              THRU 6045-LIRE-F-SOLDMOY-FIN.
           IF WS-SOLDMOY-EN-COURS
                MOVE WS-SMY-MOIS        TO WS-MOIS-SOLDMOY
           END-IF.
       6005-OUVRIR-F-SOLDMOY-FIN.
           EXIT.
      *
       6010-OUVRIR-CIBLWK-S-DEB.
           OPEN OUTPUT F-CIBLWK
           IF NOT OK-F-CIBLWK
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER CIBLWK'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CIBLWK
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-CIBLWK-S-FIN.
           EXIT.
      *
       6020-OUVRIR-CAMPAGN-DEB.
           OPEN OUTPUT F-CAMPAGN-S
           IF NOT OK-F-CAMPAGN-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER CAMPAGN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CAMPAGN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-CAMPAGN-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATCAM-DEB.
           OPEN OUTPUT F-ETATCAM-S
           IF NOT OK-F-ETATCAM-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATCAM'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCAM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATCAM-FIN.
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
       6045-LIRE-F-SOLDMOY-DEB.
           READ F-SOLDMOY-E INTO WS-ENRG-F-SMY.
           IF NOT OK-LEC-F-SOLDMOY-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SOLDMOY-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDMOY-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-SOLDMOY-E
                SET WS-SOLDMOY-TERMINE  TO TRUE
           END-IF.
       6045-LIRE-F-SOLDMOY-FIN.
           EXIT.
      *
       6050-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6050-RETURN-TRI-FIN.
           EXIT.
      *
       6060-ECRIRE-CIBLWK-DEB.
           WRITE FS-ENRG-F-CIBLWK
                 FROM WS-ENRG-F-CIB
           END-WRITE.
           IF NOT OK-F-CIBLWK
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-CIBLWK'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CIBLWK
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-CIBLWK-FIN.
           EXIT.
      *
       6070-LIRE-CIBLWK-DEB.
           READ F-CIBLWK INTO WS-ENRG-F-CIB.
           IF NOT OK-LEC-F-CIBLWK
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CIBLWK'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CIBLWK
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-LIRE-CIBLWK-FIN.
           EXIT.
      *
       6080-RETURN-TRI-CIB-DEB.
           RETURN F-TRI-CIB INTO WS-ENRG-F-CIB
                  AT END SET WS-TRI-CIB-TERMINE TO TRUE
           END-RETURN.
       6080-RETURN-TRI-CIB-FIN.
           EXIT.
      *
       6085-ECRIRE-CAMPAGN-DEB.
           WRITE FS-ENRG-F-CAMPAGN
                 FROM WS-ENRG-F-CIB
           END-WRITE.
           IF NOT OK-F-CAMPAGN-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-CAMPAGN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CAMPAGN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CCIB.
       6085-ECRIRE-CAMPAGN-FIN.
           EXIT.
      *
       6090-ECRIRE-LIGNE-ETATCAM-DEB.
           WRITE FS-ENRG-ETATCAM
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCAM-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCAM-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCAM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-ECRIRE-LIGNE-ETATCAM-FIN.
           EXIT.
      *
       6100-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6105-FERMER-F-SOLDMOY-DEB.
           IF WS-SOLDMOY-FERME
                GO TO 6105-FERMER-F-SOLDMOY-FIN
           END-IF.
           CLOSE F-SOLDMOY-E.
           IF NOT OK-F-SOLDMOY-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-SOLDMOY-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDMOY-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6105-FERMER-F-SOLDMOY-FIN.
           EXIT.
      *
       6110-FERMER-CIBLWK-DEB.
           CLOSE F-CIBLWK.
           IF NOT OK-F-CIBLWK
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CIBLWK'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CIBLWK
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-CIBLWK-FIN.
           EXIT.
      *
       6120-FERMER-CAMPAGN-DEB.
           CLOSE F-CAMPAGN-S.
           IF NOT OK-F-CAMPAGN-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CAMPAGN-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CAMPAGN-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-CAMPAGN-FIN.
           EXIT.
      *
       6130-FERMER-ETATCAM-DEB.
           CLOSE F-ETATCAM-S.
           IF NOT OK-F-ETATCAM-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATCAM-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCAM-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-ETATCAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES REGLES DE CAMPAGNES : SEULES LES CAMPAGNES     *
      * ACTIVES A LA DATE DU JOUR SONT RETENUES. EN L'ABSENCE DU      *
      * FICHIER OU DE CAMPAGNE ACTIVE, SEULES LES EXCLUSIONS SONT     *
      * DECOMPTEES ET LE CODE RETOUR EST 4.                           *
      *---------------------------------------------------------------*
       6200-CHARGER-F-CAMPAGNE-DEB.
           OPEN INPUT F-CAMPAGNE-E.
           IF CAMPAGNE-ABSENT
                DISPLAY 'FICHIER CAMPAGNE ABSENT - '
                        'AUCUNE CAMPAGNE APPLIQUEE'
                SET  WS-CAMPAGNE-MANQUANTE TO TRUE
                GO TO 6200-CHARGER-F-CAMPAGNE-FIN
           END-IF.
           IF NOT OK-F-CAMPAGNE-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CAMPAGNE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CAMPAGNE-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-LIRE-F-CAMPAGNE-DEB
              THRU 6210-LIRE-F-CAMPAGNE-FIN.
           PERFORM 6220-RANGER-CAMPAGNE-DEB
              THRU 6220-RANGER-CAMPAGNE-FIN
             UNTIL EOF-F-CAMPAGNE-E.
           CLOSE F-CAMPAGNE-E.
           IF WS-TCA-NB = 0
                DISPLAY 'AUCUNE CAMPAGNE ACTIVE CE JOUR'
                SET  WS-CAMPAGNE-MANQUANTE TO TRUE
           END-IF.
       6200-CHARGER-F-CAMPAGNE-FIN.
           EXIT.
      *
       6210-LIRE-F-CAMPAGNE-DEB.
           READ F-CAMPAGNE-E INTO WS-ENRG-F-CAM.
           IF NOT OK-LEC-F-CAMPAGNE-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAMPAGNE-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CAMPAGNE-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-LIRE-F-CAMPAGNE-FIN.
           EXIT.
      *
       6220-RANGER-CAMPAGNE-DEB.
           IF WS-CAM-CODE = SPACES
              OR WS-CAM-DATE-DEB IS NOT NUMERIC
              OR WS-CAM-DATE-FIN IS NOT NUMERIC
              OR WS-CAM-MOY-MIN IS NOT NUMERIC
              OR WS-CAM-ECH-MAX IS NOT NUMERIC
                DISPLAY 'CAMPAGNE HORS DESSIN IGNOREE'
                GO TO 6220-RANGER-CAMPAGNE-SUITE
           END-IF.
           IF WS-DATE-JOUR-NUM < WS-CAM-DATE-DEB
              OR WS-DATE-JOUR-NUM > WS-CAM-DATE-FIN
                GO TO 6220-RANGER-CAMPAGNE-SUITE
           END-IF.
           IF WS-TCA-NB < WS-MAX-CAMPAGNES
                ADD  1                  TO WS-TCA-NB
                SET  IDX-CAM            TO WS-TCA-NB
                MOVE WS-CAM-CODE        TO WS-TCA-CODE (IDX-CAM)
                MOVE WS-CAM-LIBELLE     TO WS-TCA-LIBELLE (IDX-CAM)
                MOVE WS-CAM-MOY-MIN     TO WS-TCA-MOY-MIN (IDX-CAM)
                MOVE WS-CAM-SANS-EPARGNE
                                    TO WS-TCA-SANS-EPARGNE (IDX-CAM)
                MOVE WS-CAM-SANS-TERME
                                    TO WS-TCA-SANS-TERME (IDX-CAM)
                MOVE WS-CAM-SANS-CARTE
                                    TO WS-TCA-SANS-CARTE (IDX-CAM)
                MOVE WS-CAM-SANS-FORFAIT
                                    TO WS-TCA-SANS-FORFAIT (IDX-CAM)
                MOVE WS-CAM-ECH-MAX     TO WS-TCA-ECH-MAX (IDX-CAM)
                MOVE 0                  TO WS-TCA-NB-CIBLES (IDX-CAM)
           ELSE
                DISPLAY 'TABLE DES CAMPAGNES SATUREE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-RANGER-CAMPAGNE-SUITE.
           PERFORM 6210-LIRE-F-CAMPAGNE-DEB
              THRU 6210-LIRE-F-CAMPAGNE-FIN.
       6220-RANGER-CAMPAGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES CARTES : FICHIER FACULTATIF, SEULES LES CARTES *
      * ACTIVES SONT RETENUES COMME PRODUIT DETENU.                   *
      *---------------------------------------------------------------*
       6230-CHARGER-F-CARTES-DEB.
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                DISPLAY 'FICHIER CARTES ABSENT - AUCUNE CARTE DETENUE'
                GO TO 6230-CHARGER-F-CARTES-FIN
           END-IF.
           IF NOT OK-F-CARTES-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6240-LIRE-F-CARTES-DEB
              THRU 6240-LIRE-F-CARTES-FIN.
           PERFORM 6250-RANGER-CARTE-DEB
              THRU 6250-RANGER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
           CLOSE F-CARTES-E.
       6230-CHARGER-F-CARTES-FIN.
           EXIT.
      *
       6240-LIRE-F-CARTES-DEB.
           READ F-CARTES-E INTO WS-ENRG-F-CRT.
           IF NOT OK-LEC-F-CARTES-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6240-LIRE-F-CARTES-FIN.
           EXIT.
      *
       6250-RANGER-CARTE-DEB.
           IF WS-CRT-CPTE IS NUMERIC
              AND WS-CRT-ACTIVE
                IF WS-TCR-NB < WS-MAX-CARTES
                     ADD  1             TO WS-TCR-NB
                     MOVE WS-CRT-NUMERO TO WS-TCR-NUMERO (WS-TCR-NB)
                     MOVE WS-CRT-CPTE   TO WS-TCR-CPTE (WS-TCR-NB)
                     MOVE WS-CRT-STATUT TO WS-TCR-STATUT (WS-TCR-NB)
                ELSE
                     DISPLAY 'TABLE DES CARTES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6240-LIRE-F-CARTES-DEB
              THRU 6240-LIRE-F-CARTES-FIN.
       6250-RANGER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU REGISTRE DES PRETS : FICHIER FACULTATIF, SEULS  *
      * LES PRETS AYANT ENCORE DES ECHEANCES A PRELEVER SONT RETENUS. *
      *---------------------------------------------------------------*
       6260-CHARGER-F-PRETS-DEB.
           OPEN INPUT F-PRETS-E.
           IF PRETS-ABSENT
                DISPLAY 'FICHIER PRETS ABSENT - AUCUN PRET EN COURS'
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
              AND WS-PRT-ECH-RESTANT IS NUMERIC
              AND WS-PRT-ECH-RESTANT > 0
                IF WS-TPR-NB < WS-MAX-PRETS
                     ADD  1             TO WS-TPR-NB
                     MOVE WS-PRT-CPTE   TO WS-TPR-CPTE (WS-TPR-NB)
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
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LCAM-SS-ED
           MOVE AA                      TO WS-LCAM-AA-ED
           MOVE MM                      TO WS-LCAM-MM-ED
           MOVE JJ                      TO WS-LCAM-JJ-ED.
      *
           STRING 'CAMPAGN_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-CAMPAGN.
           STRING 'ETATCAM_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCAM.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RAPPROCHEMENT DU COMPTE LU AVEC LES SOLDES MOYENS : LES DEUX  *
      * FICHIERS SONT DANS L'ORDRE DES COMPTES, LE FICHIER SOLDMOY    *
      * EST AVANCE JUSQU'AU COMPTE LU. UN COMPTE ABSENT DE SOLDMOY    *
      * (NON MOUVEMENTE DANS LE MOIS) A UN SOLDE MOYEN NUL.           *
      *---------------------------------------------------------------*
       7010-RAPPROCHER-MOYENNE-DEB.
           MOVE 0                       TO FS-TRI-MOYENNE.
           PERFORM 6045-LIRE-F-SOLDMOY-DEB
              THRU 6045-LIRE-F-SOLDMOY-FIN
             UNTIL WS-SOLDMOY-TERMINE
                OR WS-SMY-CPTE NOT < WS-CPT-CPTE.
           IF WS-SOLDMOY-EN-COURS
              AND WS-SMY-CPTE = WS-CPT-CPTE
                MOVE WS-SMY-MOYENNE     TO FS-TRI-MOYENNE
           END-IF.
       7010-RAPPROCHER-MOYENNE-FIN.
           EXIT.
      *
       7020-COMPTER-CARTE-DEB.
           IF WS-TCR-CPTE (IDX-CRT) = WS-CPT-CPTE
                ADD  1                  TO FS-TRI-NB-CARTES
           END-IF.
       7020-COMPTER-CARTE-FIN.
           EXIT.
      *
       7030-EXAMINER-PRET-DEB.
           IF WS-TPR-CPTE (IDX-PRT) = WS-CPT-CPTE
              AND WS-TPR-ECH-RESTANT (IDX-PRT) < FS-TRI-ECH-MIN
                MOVE WS-TPR-ECH-RESTANT (IDX-PRT)
                                        TO FS-TRI-ECH-MIN
           END-IF.
       7030-EXAMINER-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCAM-DEB.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-TITRE        TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           IF WS-SOLDMOY-FERME
                MOVE 'ABSENT'        TO WS-LCAM-MOIS-ED
           ELSE
                MOVE WS-MOIS-SOLDMOY TO WS-LCAM-MOIS-ED
           END-IF.
           MOVE WS-LCAM-SOURCE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           IF WS-CAMPAGNE-MANQUANTE
                MOVE 'AUCUNE CAMPAGNE ACTIVE : EXCLUSIONS SEULES'
                                     TO WS-LCAM-MESSAGE-ED
                MOVE WS-LCAM-MESSAGE TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN
           END-IF.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-TITRES       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8000-ENTETE-ETATCAM-FIN.
           EXIT.
      *
       8010-ENTETE-AGENCE-DEB.
           MOVE WS-AGENCE-COURANTE   TO WS-LCAM-AGENCE-ED.
           MOVE WS-LCAM-AGENCE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8010-ENTETE-AGENCE-FIN.
           EXIT.
      *
       8020-DETAIL-ETATCAM-DEB.
           MOVE WS-CIB-CAMPAGNE      TO WS-LCAM-CAMP-ED.
           MOVE WS-CIB-CLIENT        TO WS-LCAM-CLIENT-ED.
           MOVE WS-CIB-NOM           TO WS-LCAM-NOM-ED.
           MOVE WS-CIB-TEL           TO WS-LCAM-TEL-ED.
           MOVE WS-CIB-MOYENNE       TO WS-LCAM-MOY-ED.
           MOVE WS-LCAM-DETAIL       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-CIB-CPTE          TO WS-LCAM-CPTE-ED.
           MOVE WS-CIB-ADR           TO WS-LCAM-ADR-ED.
           MOVE WS-LCAM-CONTACT      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8020-DETAIL-ETATCAM-FIN.
           EXIT.
      *
       8030-SSTOT-AGENCE-DEB.
           MOVE WS-AGENCE-COURANTE   TO WS-LCAM-SSTOT-AG-ED.
           MOVE WS-CCIB-AGENCE       TO WS-LCAM-SSTOT-NB-ED.
           MOVE WS-LCAM-SSTOT-AGENCE TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8030-SSTOT-AGENCE-FIN.
           EXIT.
      *
       8040-TOTAL-CAMPAGNE-DEB.
           MOVE WS-TCA-CODE (IDX-CAM)
                                     TO WS-LCAM-CAM-CODE-ED.
           MOVE WS-TCA-LIBELLE (IDX-CAM)
                                     TO WS-LCAM-CAM-LIB-ED.
           MOVE WS-TCA-NB-CIBLES (IDX-CAM)
                                     TO WS-LCAM-CAM-NB-ED.
           MOVE WS-LCAM-CAMPAGNE     TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8040-TOTAL-CAMPAGNE-FIN.
           EXIT.
      *
       8050-TOTGEN-ETATCAM-DEB.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           PERFORM 8040-TOTAL-CAMPAGNE-DEB
              THRU 8040-TOTAL-CAMPAGNE-FIN
             VARYING IDX-CAM FROM 1 BY 1
             UNTIL IDX-CAM > WS-TCA-NB.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXAMINES                 :' TO WS-LCAM-NB-LIB.
           MOVE WS-CCLI              TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS CIBLES                   :' TO WS-LCAM-NB-LIB.
           MOVE WS-CCLI-CIBLES       TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CONTACTS AU FICHIER DE CAMPAGNE  :' TO WS-LCAM-NB-LIB.
           MOVE WS-CCIB              TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXCLUS - SUCCESSION      :' TO WS-LCAM-NB-LIB.
           MOVE WS-CEXC-DECES        TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXCLUS - NPAI            :' TO WS-LCAM-NB-LIB.
           MOVE WS-CEXC-NPAI         TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXCLUS - INTERDIT BANC.  :' TO WS-LCAM-NB-LIB.
           MOVE WS-CEXC-INTERDIT     TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXCLUS - CONTENTIEUX     :' TO WS-LCAM-NB-LIB.
           MOVE WS-CEXC-CONTENTIEUX  TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE 'CLIENTS EXCLUS - OPPOSITION COM. :' TO WS-LCAM-NB-LIB.
           MOVE WS-CEXC-OPPOSITION   TO WS-LCAM-NB-ED.
           MOVE WS-LCAM-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
           MOVE WS-LCAM-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCAM-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCAM-FIN.
       8050-TOTGEN-ETATCAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO117B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'CLIENTS EXAMINES       : ' WS-CCLI.
           DISPLAY 'CLIENTS CIBLES         : ' WS-CCLI-CIBLES.
           DISPLAY 'CONTACTS ECRITS        : ' WS-CCIB.
           DISPLAY 'EXCLUS SUCCESSION      : ' WS-CEXC-DECES.
           DISPLAY 'EXCLUS NPAI            : ' WS-CEXC-NPAI.
           DISPLAY 'EXCLUS INTERDIT        : ' WS-CEXC-INTERDIT.
           DISPLAY 'EXCLUS CONTENTIEUX     : ' WS-CEXC-CONTENTIEUX.
           DISPLAY 'EXCLUS OPPOSITION COM. : ' WS-CEXC-OPPOSITION.
      *---------------------------------------------------------------*
      * UN CIBLAGE SANS SOLDES MOYENS OU SANS CAMPAGNE ACTIVE EST     *
      * SIGNALE PAR LE CODE RETOUR 4.                                 *
      *---------------------------------------------------------------*
           IF WS-SOLDMOY-FERME OR WS-CAMPAGNE-MANQUANTE
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO117B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
