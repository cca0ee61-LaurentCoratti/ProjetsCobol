      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO101B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    PRODUIRE, A LA DEMANDE DU FONDS DE GARANTIE DES DEPOTS     *
      *    (FGDR), LA VUE UNIQUE DE CHAQUE DEPOSANT : TOUS LES        *
      *    COMPTES COURANTS, D'EPARGNE ET A TERME SONT REGROUPES PAR  *
      *    CLIENT, CONVERTIS EN EUROS AU COURS DU JOUR (TAUXDEV), UN  *
      *    COMPTE JOINT (TITULRS) ETANT PARTAGE A PARTS EGALES ENTRE  *
      *    SES TITULAIRES. LE TOTAL DES DEPOTS ELIGIBLES DE CHAQUE    *
      *    DEPOSANT EST RAPPROCHE DU PLAFOND DE GARANTIE DE 100 000   *
      *    EUROS ; LES DOSSIERS GELES POUR SUCCESSION OU FRAPPES      *
      *    D'INTERDICTION BANCAIRE SONT SIGNALES.                     *
      *    EN SORTIE : LE FICHIER REGLEMENTAIRE A FORMAT FIXE (FGDR)  *
      *    ET UN ETAT DE CONTROLE (ETATFGD) DES DEPOSANTS AU DELA DU  *
      *    PLAFOND OU SIGNALES, AVEC LE NOMBRE DE DEPOSANTS, LE TOTAL *
      *    COUVERT ET LE TOTAL AU DELA DU PLAFOND.                    *
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
       PROGRAM-ID.      ARIO101B.
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
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      F-TAUXDEV : COURS DE CHANGE DATES
      *                      -------------------------------------------
           SELECT  F-TAUXDEV-E         ASSIGN TO 'TAUXDEV.txt'
                   FILE STATUS         IS WS-FS-F-TAUXDEV-E.
      *                      -------------------------------------------
      *                      F-TITULRS : TITULAIRES DES COMPTES JOINTS
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
      *                      -------------------------------------------
      *                      F-FGDR  : VUE UNIQUE DU DEPOSANT
      *                      -------------------------------------------
           SELECT  F-FGDR-S            ASSIGN TO WS-NOM-FGDR
                   FILE STATUS         IS WS-FS-F-FGDR-S.
      *                      -------------------------------------------
      *                      ETATFGD : ETAT DE CONTROLE DE LA VUE UNIQUE
      *                      -------------------------------------------
           SELECT  F-ETATFGD-S         ASSIGN TO WS-NOM-ETATFGD
                   FILE STATUS         IS WS-FS-F-ETATFGD-S.
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
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CLIENT           PIC 9(08).
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-NOM              PIC X(20).
           05 FS-TRI-TYPE             PIC X.
           05 FS-TRI-SOLDE            PIC S9(8)V99.
           05 FS-TRI-DEVISE           PIC X(03).
      *--------------------------------------------------------*
      * NOMBRE DE TITULAIRES DU COMPTE (1 POUR UN COMPTE        *
      * ORDINAIRE) ET QUOTE-PART EN EUROS DU SOLDE REVENANT AU  *
      * DEPOSANT DU POSTE.                                      *
      *--------------------------------------------------------*
           05 FS-TRI-NB-TIT           PIC 9(2).
           05 FS-TRI-QUOTE-EUR        PIC S9(11)V99.
           05 FS-TRI-SUCC             PIC X.
           05 FS-TRI-INTERDIT         PIC X.
      *
       FD  F-TAUXDEV-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TAUXDEV          PIC X(80).
      *
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS          PIC X(80).
      *
       FD  F-FGDR-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-FGDR             PIC X(120).
      *
       FD  F-ETATFGD-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATFGD            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPDEVISE.
           COPY TPTITUL.
           COPY TPFGDR.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-TAUXDEV-E        PIC XX.
           88  OK-F-TAUXDEV-E       VALUE '00'.
           88  OK-LEC-F-TAUXDEV-E   VALUE '00' '10'.
           88  EOF-F-TAUXDEV-E      VALUE '10'.
           88  TAUXDEV-ABSENT       VALUE '35'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-FGDR-S           PIC XX.
           88  OK-F-FGDR-S          VALUE '00'.
       01  WS-FS-F-ETATFGD-S        PIC XX.
           88  OK-F-ETATFGD-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEP                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CPOS                  PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CDEP-PLAF             PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CDEP-SIGNALE          PIC S9(7) COMP
                                    VALUE 0.
       77  WS-CENR                  PIC S9(7) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * PLAFOND DE GARANTIE PAR DEPOSANT FIXE PAR LA REGLEMENTATION.  *
      *---------------------------------------------------------------*
       77  WS-PLAFOND-FGDR          PIC 9(9)V99 VALUE 100000.
       77  WS-SOLDE-EUR             PIC S9(11)V99 COMP-3
                                    VALUE 0.
       77  WS-QUOTE-EUR             PIC S9(11)V99 COMP-3
                                    VALUE 0.
       77  WS-RELIQUAT-EUR          PIC S9(11)V99 COMP-3
                                    VALUE 0.
       77  WS-TAUX-JOUR             PIC 9(3)V9(6) VALUE 1.
       77  WS-NB-TIT-CPTE           PIC 9(2)  VALUE 0.
       77  WS-ELIGIBLE-CPTE         PIC 9(11)V99 VALUE 0.
       77  WS-TOT-DEP-ELIG          PIC 9(11)V99 VALUE 0.
       77  WS-TOT-DEP-COUV          PIC 9(11)V99 VALUE 0.
       77  WS-TOT-DEP-EXC           PIC 9(11)V99 VALUE 0.
       77  WS-TOT-ELIGIBLE          PIC 9(13)V99 VALUE 0.
       77  WS-TOT-COUVERT           PIC 9(13)V99 VALUE 0.
       77  WS-TOT-EXCEDENT          PIC 9(13)V99 VALUE 0.
       77  WS-CLIENT-COURANT        PIC 9(8)  VALUE 0.
       77  WS-NOM-COURANT           PIC X(20) VALUE SPACES.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-FGDR              PIC X(24).
       77  WS-NOM-ETATFGD           PIC X(24).
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-STATUT-RECH-DEV       PIC X     VALUE '0'.
           88 WS-DEVISE-ABSENTE     VALUE '0'.
           88 WS-DEVISE-TROUVEE     VALUE '1'.
       01  WS-STATUT-RELIQUAT       PIC X     VALUE '0'.
           88 WS-RELIQUAT-A-PORTER  VALUE '0'.
           88 WS-RELIQUAT-PORTE     VALUE '1'.
       01  WS-TOP-DEP-SUCC          PIC X     VALUE '0'.
           88 WS-DEP-SUCC-ACTIF     VALUE '1'.
       01  WS-TOP-DEP-INTERDIT      PIC X     VALUE '0'.
           88 WS-DEP-IB-ACTIF       VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * COMPTES DU DEPOSANT EN COURS : L'ENREGISTREMENT 'DEP' PORTANT  *
      * LES TOTAUX PRECEDE SES COMPTES DANS LE FICHIER REGLEMENTAIRE, *
      * LES POSTES SONT DONC CONSERVES JUSQU'A LA RUPTURE CLIENT.     *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-CPT-DEP           PIC S9(4) COMP VALUE 50.
       01  WS-TABLE-CPT-DEP.
           05 WS-TCD-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TCD-POSTE          OCCURS 50
                                    INDEXED BY IDX-TCD.
              10 WS-TCD-CPTE        PIC 9(10).
              10 WS-TCD-TYPE        PIC X.
              10 WS-TCD-DEVISE      PIC X(03).
              10 WS-TCD-SOLDE       PIC S9(8)V99.
              10 WS-TCD-NB-TIT      PIC 9(2).
              10 WS-TCD-QUOTE       PIC S9(11)V99.
              10 WS-TCD-ELIGIBLE    PIC 9(11)V99.
              10 WS-TCD-SUCC        PIC X.
              10 WS-TCD-INTERDIT    PIC X.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE CONTROLE                         *
      *---------------------------------------------------------------*
      *
       01  WS-LFGD-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LFGD-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(15)  VALUE SPACES.
           05 FILLER                 PIC X(36)  VALUE
                   'VUE UNIQUE DU DEPOSANT (FGDR) AU    '.
           05 WS-LFGD-TITRE-DATE.
              10 WS-LFGD-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LFGD-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LFGD-SS-ED       PIC 9(2).
              10 WS-LFGD-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(15)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LFGD-PLAFOND.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(23) VALUE
                                         'PLAFOND DE GARANTIE  : '.
           05 WS-LFGD-PLAFOND-ED     PIC ZZZ.ZZ9,99.
           05 FILLER                 PIC X(4)  VALUE ' EUR'.
           05 FILLER                 PIC X(38) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LFGD-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'CLIENT'.
           05 FILLER                 PIC X(21) VALUE 'NOM'.
           05 FILLER                 PIC X(4)  VALUE 'CPT'.
           05 FILLER                 PIC X(16) VALUE
                                         '       ELIGIBLE '.
           05 FILLER                 PIC X(15) VALUE
                                         ' AU DELA PLAF. '.
           05 FILLER                 PIC X(9)  VALUE 'SIGNAL.'.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LFGD-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LFGD-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LFGD-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LFGD-NBCPT-ED       PIC ZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LFGD-ELIG-ED        PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LFGD-EXC-ED         PIC ZZZZZZZZZ9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LFGD-SIGNAL-ED      PIC X(9).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LFGD-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LFGD-TOT-LIB        PIC X(35).
           05 WS-LFGD-TOT-MT-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LFGD-NOMBRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LFGD-NB-LIB         PIC X(35).
           05 WS-LFGD-NB-ED          PIC ZZZZZZ9.
           05 FILLER                 PIC X(33) VALUE SPACES.
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
      * LE TRI REGROUPE LES POSTES PAR DEPOSANT : LA PROCEDURE        *
      * D'ENTREE ALIMENTE LE TRI DEPUIS F-CPTE-ES (UN POSTE PAR       *
      * TITULAIRE POUR UN COMPTE JOINT) ET LA PROCEDURE DE SORTIE     *
      * PRODUIT LA VUE UNIQUE PAR RUPTURE CLIENT.                     *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6200-CHARGER-F-TAUXDEV-DEB
              THRU 6200-CHARGER-F-TAUXDEV-FIN.
      *
           PERFORM 6230-CHARGER-F-TITULRS-DEB
              THRU 6230-CHARGER-F-TITULRS-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6010-OUVRIR-FGDR-DEB
              THRU 6010-OUVRIR-FGDR-FIN.
      *
           PERFORM 6020-OUVRIR-ETATFGD-DEB
              THRU 6020-OUVRIR-ETATFGD-FIN.
      *
           PERFORM 8000-ENTETE-ETATFGD-DEB
              THRU 8000-ENTETE-ETATFGD-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-FGD.
           SET  WS-FGD-ENTETE           TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-FGD-DATE.
           MOVE WS-PLAFOND-FGDR         TO WS-FGD-PLAFOND.
           PERFORM 6060-ECRIRE-FGDR-DEB
              THRU 6060-ECRIRE-FGDR-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CLIENT
                                 FS-TRI-CPTE
                INPUT  PROCEDURE IS 1000-ALIMENTER-TRI-DEB
                                 THRU 1000-ALIMENTER-TRI-FIN
                OUTPUT PROCEDURE IS 2000-PRODUIRE-VUE-DEB
                                 THRU 2000-PRODUIRE-VUE-FIN.
      *
           MOVE SPACES                  TO WS-ENRG-F-FGD.
           SET  WS-FGD-TRAILER          TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-FGD-DATE.
           MOVE WS-CDEP                 TO WS-FGD-NB-DEP.
           MOVE WS-CPOS                 TO WS-FGD-NB-CPT.
           MOVE WS-TOT-ELIGIBLE         TO WS-FGD-TOT-ELIGIBLE.
           MOVE WS-TOT-COUVERT          TO WS-FGD-TOT-COUVERT.
           MOVE WS-TOT-EXCEDENT         TO WS-FGD-TOT-EXCEDENT.
           PERFORM 6060-ECRIRE-FGDR-DEB
              THRU 6060-ECRIRE-FGDR-FIN.
      *
           PERFORM 8050-TOTGEN-ETATFGD-DEB
              THRU 8050-TOTGEN-ETATFGD-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6110-FERMER-FGDR-DEB
              THRU 6110-FERMER-FGDR-FIN.
      *
           PERFORM 6120-FERMER-ETATFGD-DEB
              THRU 6120-FERMER-ETATFGD-FIN.
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
      *---------------------------------------------------------------*
      * LE SOLDE EST CONVERTI EN EUROS AU COURS DU JOUR. UN COMPTE    *
      * PORTE AU FICHIER CROISE DES TITULAIRES EST UN COMPTE JOINT :  *
      * LA CONTRE-VALEUR EST PARTAGEE A PARTS EGALES ENTRE SES        *
      * TITULAIRES, LE RELIQUAT DE LA DIVISION (CENTIMES) REVENANT AU *
      * PREMIER. LES AUTRES COMPTES SONT RESTITUES ENTIERS SOUS LEUR  *
      * CLIENT.                                                       *
      *---------------------------------------------------------------*
       1010-RELEASE-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
           PERFORM 7010-CONVERTIR-EUROS-DEB
              THRU 7010-CONVERTIR-EUROS-FIN.
      *
           MOVE 0                       TO WS-NB-TIT-CPTE.
           PERFORM 1015-COMPTER-TITULAIRE-DEB
              THRU 1015-COMPTER-TITULAIRE-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
      *
           MOVE WS-CPT-CPTE             TO FS-TRI-CPTE.
           MOVE WS-CPT-TYPE             TO FS-TRI-TYPE.
           MOVE WS-CPT-SOLDE            TO FS-TRI-SOLDE.
           IF WS-CPT-DEVISE = SPACES
                MOVE 'EUR'              TO FS-TRI-DEVISE
           ELSE
                MOVE WS-CPT-DEVISE      TO FS-TRI-DEVISE
           END-IF.
           MOVE WS-CPT-SUCCESSION       TO FS-TRI-SUCC.
           MOVE WS-CPT-INTERDIT         TO FS-TRI-INTERDIT.
      *
           IF WS-NB-TIT-CPTE = 0
                MOVE WS-CPT-CLIENT      TO FS-TRI-CLIENT
                MOVE WS-CPT-NOM         TO FS-TRI-NOM
                MOVE 1                  TO FS-TRI-NB-TIT
                MOVE WS-SOLDE-EUR       TO FS-TRI-QUOTE-EUR
                RELEASE FS-ENRG-TRI
           ELSE
                COMPUTE WS-QUOTE-EUR    = WS-SOLDE-EUR
                                        / WS-NB-TIT-CPTE
                COMPUTE WS-RELIQUAT-EUR = WS-SOLDE-EUR
                                        - WS-QUOTE-EUR * WS-NB-TIT-CPTE
                SET  WS-RELIQUAT-A-PORTER TO TRUE
                PERFORM 1020-RELEASE-TITULAIRE-DEB
                   THRU 1020-RELEASE-TITULAIRE-FIN
                  VARYING IDX-TIT FROM 1 BY 1
                  UNTIL IDX-TIT > WS-TTI-NB
           END-IF.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-COMPTE-FIN.
           EXIT.
      *
       1015-COMPTER-TITULAIRE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) = WS-CPT-CPTE
              AND WS-TTI-ROLE (IDX-TIT) NOT = 'R'
                ADD  1                  TO WS-NB-TIT-CPTE
           END-IF.
       1015-COMPTER-TITULAIRE-FIN.
           EXIT.
      *
       1020-RELEASE-TITULAIRE-DEB.
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-CPT-CPTE
              OR WS-TTI-ROLE (IDX-TIT) = 'R'
                GO TO 1020-RELEASE-TITULAIRE-FIN
           END-IF.
           MOVE WS-TTI-CLIENT (IDX-TIT) TO FS-TRI-CLIENT.
           MOVE WS-TTI-NOM (IDX-TIT)    TO FS-TRI-NOM.
           MOVE WS-NB-TIT-CPTE          TO FS-TRI-NB-TIT.
           IF WS-RELIQUAT-A-PORTER
                COMPUTE FS-TRI-QUOTE-EUR = WS-QUOTE-EUR
                                         + WS-RELIQUAT-EUR
                SET  WS-RELIQUAT-PORTE  TO TRUE
           ELSE
                MOVE WS-QUOTE-EUR       TO FS-TRI-QUOTE-EUR
           END-IF.
           RELEASE FS-ENRG-TRI.
       1020-RELEASE-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT PRODUCTION DE LA VUE UNIQUE      *
      *     ====================================================      *
      *---------------------------------------------------------------*
      *
       2000-PRODUIRE-VUE-DEB.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-RUPTURE-CLIENT-DEB
              THRU 2010-TRT-RUPTURE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE.
      *
       2000-PRODUIRE-VUE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * TRAITEMENT D'UN DEPOSANT COMPLET (RUPTURE SUR FS-TRI-CLIENT) :*
      * SEULES LES QUOTE-PARTS CREDITRICES SONT DES DEPOTS ELIGIBLES ;*
      * UN SOLDE DEBITEUR N'EST PAS COMPENSE AVEC LES DEPOTS. LA PART *
      * COUVERTE EST LE TOTAL ELIGIBLE RAMENE AU PLAFOND.             *
      *---------------------------------------------------------------*
       2010-TRT-RUPTURE-CLIENT-DEB.
      *
           MOVE FS-TRI-CLIENT           TO WS-CLIENT-COURANT.
           MOVE FS-TRI-NOM              TO WS-NOM-COURANT.
           MOVE 0                       TO WS-TCD-NB.
           MOVE 0                       TO WS-TOT-DEP-ELIG.
           MOVE '0'                     TO WS-TOP-DEP-SUCC.
           MOVE '0'                     TO WS-TOP-DEP-INTERDIT.
           ADD  1                       TO WS-CDEP.
      *
           PERFORM 2020-TRT-COMPTE-CLIENT-DEB
              THRU 2020-TRT-COMPTE-CLIENT-FIN
             UNTIL WS-TRI-TERMINE
                OR FS-TRI-CLIENT NOT = WS-CLIENT-COURANT.
      *
           IF WS-TOT-DEP-ELIG > WS-PLAFOND-FGDR
                MOVE WS-PLAFOND-FGDR    TO WS-TOT-DEP-COUV
                COMPUTE WS-TOT-DEP-EXC  = WS-TOT-DEP-ELIG
                                        - WS-PLAFOND-FGDR
                ADD  1                  TO WS-CDEP-PLAF
           ELSE
                MOVE WS-TOT-DEP-ELIG    TO WS-TOT-DEP-COUV
                MOVE 0                  TO WS-TOT-DEP-EXC
           END-IF.
           ADD  WS-TOT-DEP-ELIG         TO WS-TOT-ELIGIBLE.
           ADD  WS-TOT-DEP-COUV         TO WS-TOT-COUVERT.
           ADD  WS-TOT-DEP-EXC          TO WS-TOT-EXCEDENT.
      *
           MOVE SPACES                  TO WS-ENRG-F-FGD.
           SET  WS-FGD-DEPOSANT         TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-FGD-DATE.
           MOVE WS-CLIENT-COURANT       TO WS-FGD-DEP-CLIENT.
           MOVE WS-NOM-COURANT          TO WS-FGD-DEP-NOM.
           MOVE WS-TCD-NB               TO WS-FGD-DEP-NB-CPT.
           MOVE WS-TOT-DEP-ELIG         TO WS-FGD-DEP-ELIGIBLE.
           MOVE WS-TOT-DEP-COUV         TO WS-FGD-DEP-COUVERT.
           MOVE WS-TOT-DEP-EXC          TO WS-FGD-DEP-EXCEDENT.
           MOVE WS-TOP-DEP-SUCC         TO WS-FGD-DEP-SUCC.
           MOVE WS-TOP-DEP-INTERDIT     TO WS-FGD-DEP-INTERDIT.
           PERFORM 6060-ECRIRE-FGDR-DEB
              THRU 6060-ECRIRE-FGDR-FIN.
      *
           PERFORM 2030-ECRIRE-COMPTE-DEP-DEB
              THRU 2030-ECRIRE-COMPTE-DEP-FIN
             VARYING IDX-TCD FROM 1 BY 1
             UNTIL IDX-TCD > WS-TCD-NB.
      *
           IF WS-DEP-SUCC-ACTIF OR WS-DEP-IB-ACTIF
                ADD  1                  TO WS-CDEP-SIGNALE
           END-IF.
           IF WS-TOT-DEP-EXC > 0
              OR WS-DEP-SUCC-ACTIF OR WS-DEP-IB-ACTIF
                PERFORM 8010-DETAIL-ETATFGD-DEB
                   THRU 8010-DETAIL-ETATFGD-FIN
           END-IF.
      *
       2010-TRT-RUPTURE-CLIENT-FIN.
           EXIT.
      *
       2020-TRT-COMPTE-CLIENT-DEB.
      *
           IF WS-TCD-NB NOT < WS-MAX-CPT-DEP
                DISPLAY 'TABLE DES COMPTES DU DEPOSANT SATUREE - '
                        'CLIENT ' WS-CLIENT-COURANT
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CPOS.
           IF FS-TRI-QUOTE-EUR > 0
                MOVE FS-TRI-QUOTE-EUR   TO WS-ELIGIBLE-CPTE
           ELSE
                MOVE 0                  TO WS-ELIGIBLE-CPTE
           END-IF.
           ADD  WS-ELIGIBLE-CPTE        TO WS-TOT-DEP-ELIG.
           IF FS-TRI-SUCC = '1'
                SET  WS-DEP-SUCC-ACTIF  TO TRUE
           END-IF.
           IF FS-TRI-INTERDIT = '1'
                SET  WS-DEP-IB-ACTIF    TO TRUE
           END-IF.
      *
           ADD  1                       TO WS-TCD-NB.
           SET  IDX-TCD                 TO WS-TCD-NB.
           MOVE FS-TRI-CPTE             TO WS-TCD-CPTE (IDX-TCD).
           MOVE FS-TRI-TYPE             TO WS-TCD-TYPE (IDX-TCD).
           MOVE FS-TRI-DEVISE           TO WS-TCD-DEVISE (IDX-TCD).
           MOVE FS-TRI-SOLDE            TO WS-TCD-SOLDE (IDX-TCD).
           MOVE FS-TRI-NB-TIT           TO WS-TCD-NB-TIT (IDX-TCD).
           MOVE FS-TRI-QUOTE-EUR        TO WS-TCD-QUOTE (IDX-TCD).
           MOVE WS-ELIGIBLE-CPTE        TO WS-TCD-ELIGIBLE (IDX-TCD).
           IF FS-TRI-SUCC = '1'
                MOVE '1'                TO WS-TCD-SUCC (IDX-TCD)
           ELSE
                MOVE '0'                TO WS-TCD-SUCC (IDX-TCD)
           END-IF.
           IF FS-TRI-INTERDIT = '1'
                MOVE '1'                TO WS-TCD-INTERDIT (IDX-TCD)
           ELSE
                MOVE '0'                TO WS-TCD-INTERDIT (IDX-TCD)
           END-IF.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
       2020-TRT-COMPTE-CLIENT-FIN.
           EXIT.
      *
       2030-ECRIRE-COMPTE-DEP-DEB.
           MOVE SPACES                  TO WS-ENRG-F-FGD.
           SET  WS-FGD-COMPTE           TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-FGD-DATE.
           MOVE WS-CLIENT-COURANT       TO WS-FGD-CPT-CLIENT.
           MOVE WS-TCD-CPTE (IDX-TCD)   TO WS-FGD-CPT-CPTE.
           MOVE WS-TCD-TYPE (IDX-TCD)   TO WS-FGD-CPT-TYPE.
           MOVE WS-TCD-DEVISE (IDX-TCD) TO WS-FGD-CPT-DEVISE.
           MOVE WS-TCD-SOLDE (IDX-TCD)  TO WS-FGD-CPT-SOLDE.
           MOVE WS-TCD-NB-TIT (IDX-TCD) TO WS-FGD-CPT-NB-TIT.
           MOVE WS-TCD-QUOTE (IDX-TCD)  TO WS-FGD-CPT-QUOTE.
           MOVE WS-TCD-ELIGIBLE (IDX-TCD)
                                        TO WS-FGD-CPT-ELIGIBLE.
           MOVE WS-TCD-SUCC (IDX-TCD)   TO WS-FGD-CPT-SUCC.
           MOVE WS-TCD-INTERDIT (IDX-TCD)
                                        TO WS-FGD-CPT-INTERDIT.
           PERFORM 6060-ECRIRE-FGDR-DEB
              THRU 6060-ECRIRE-FGDR-FIN.
       2030-ECRIRE-COMPTE-DEP-FIN.
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
       6010-OUVRIR-FGDR-DEB.
           OPEN OUTPUT F-FGDR-S
           IF NOT OK-F-FGDR-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FGDR'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FGDR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-FGDR-FIN.
           EXIT.
      *
       6020-OUVRIR-ETATFGD-DEB.
           OPEN OUTPUT F-ETATFGD-S
           IF NOT OK-F-ETATFGD-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATFGD'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATFGD-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-ETATFGD-FIN.
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
       6060-ECRIRE-FGDR-DEB.
           WRITE FS-ENRG-F-FGDR
                 FROM WS-ENRG-F-FGD
           END-WRITE.
           IF NOT OK-F-FGDR-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-FGDR-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FGDR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CENR.
       6060-ECRIRE-FGDR-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATFGD-DEB.
           WRITE FS-ENRG-ETATFGD
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATFGD-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATFGD-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATFGD-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATFGD-FIN.
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
       6110-FERMER-FGDR-DEB.
           CLOSE F-FGDR-S.
           IF NOT OK-F-FGDR-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-FGDR-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-FGDR-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-FGDR-FIN.
           EXIT.
      *
       6120-FERMER-ETATFGD-DEB.
           CLOSE F-ETATFGD-S.
           IF NOT OK-F-ETATFGD-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATFGD-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATFGD-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-ETATFGD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES COURS DE CHANGE DATES : FICHIER FACULTATIF, EN *
      * SON ABSENCE LES COMPTES EN DEVISES SONT CUMULES AU PAIR       *
      * (COURS 1 POUR 1) AVEC UN MESSAGE A L'EXPLOITANT.              *
      *---------------------------------------------------------------*
       6200-CHARGER-F-TAUXDEV-DEB.
           OPEN INPUT F-TAUXDEV-E.
           IF TAUXDEV-ABSENT
                DISPLAY 'FICHIER TAUXDEV ABSENT - '
                        'DEVISES CUMULEES AU PAIR'
                GO TO 6200-CHARGER-F-TAUXDEV-FIN
           END-IF.
           IF NOT OK-F-TAUXDEV-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TAUXDEV'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TAUXDEV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6210-LIRE-F-TAUXDEV-DEB
              THRU 6210-LIRE-F-TAUXDEV-FIN.
           PERFORM 6220-RANGER-TAUX-DEB
              THRU 6220-RANGER-TAUX-FIN
             UNTIL EOF-F-TAUXDEV-E.
           CLOSE F-TAUXDEV-E.
       6200-CHARGER-F-TAUXDEV-FIN.
           EXIT.
      *
       6210-LIRE-F-TAUXDEV-DEB.
           READ F-TAUXDEV-E INTO WS-ENRG-F-DEVISE.
           IF NOT OK-LEC-F-TAUXDEV-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TAUXDEV-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TAUXDEV-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-LIRE-F-TAUXDEV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETIENT, POUR CHAQUE DEVISE, LE COURS LE PLUS RECENT DONT LA  *
      * DATE DE COTATION NE DEPASSE PAS LA DATE DE TRAITEMENT.        *
      *---------------------------------------------------------------*
       6220-RANGER-TAUX-DEB.
           IF WS-DEV-DATE IS NOT NUMERIC
              OR WS-DEV-TAUX IS NOT NUMERIC
              OR WS-DEV-CODE = SPACES
              OR WS-DEV-DATE > WS-DATE-JOUR-NUM
                DISPLAY 'COURS DE CHANGE HORS DESSIN OU FUTUR IGNORE'
                GO TO 6220-RANGER-TAUX-SUITE
           END-IF.
           SET WS-DEVISE-ABSENTE        TO TRUE.
           PERFORM 6225-RANGER-TAUX-CONNU-DEB
              THRU 6225-RANGER-TAUX-CONNU-FIN
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV > WS-TDV-NB
                OR WS-DEVISE-TROUVEE.
           IF WS-DEVISE-ABSENTE
                IF WS-TDV-NB < WS-MAX-DEVISES
                     ADD  1             TO WS-TDV-NB
                     MOVE WS-DEV-CODE   TO WS-TDV-CODE (WS-TDV-NB)
                     MOVE WS-DEV-DATE   TO WS-TDV-DATE (WS-TDV-NB)
                     MOVE WS-DEV-TAUX   TO WS-TDV-TAUX (WS-TDV-NB)
                ELSE
                     DISPLAY 'TABLE DES DEVISES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
       6220-RANGER-TAUX-SUITE.
           PERFORM 6210-LIRE-F-TAUXDEV-DEB
              THRU 6210-LIRE-F-TAUXDEV-FIN.
       6220-RANGER-TAUX-FIN.
           EXIT.
      *
       6225-RANGER-TAUX-CONNU-DEB.
           IF WS-TDV-CODE (IDX-DEV) = WS-DEV-CODE
                SET WS-DEVISE-TROUVEE   TO TRUE
                IF WS-DEV-DATE > WS-TDV-DATE (IDX-DEV)
                     MOVE WS-DEV-DATE   TO WS-TDV-DATE (IDX-DEV)
                     MOVE WS-DEV-TAUX   TO WS-TDV-TAUX (IDX-DEV)
                END-IF
           END-IF.
       6225-RANGER-TAUX-CONNU-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES TITULAIRES DE COMPTES JOINTS : FICHIER         *
      * FACULTATIF, EN SON ABSENCE TOUS LES COMPTES SONT RESTITUES    *
      * ENTIERS SOUS LEUR CLIENT.                                     *
      *---------------------------------------------------------------*
       6230-CHARGER-F-TITULRS-DEB.
           OPEN INPUT F-TITULRS-E.
           IF TITULRS-ABSENT
                GO TO 6230-CHARGER-F-TITULRS-FIN
           END-IF.
           IF NOT OK-F-TITULRS-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-TITULRS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6235-LIRE-F-TITULRS-DEB
              THRU 6235-LIRE-F-TITULRS-FIN.
           PERFORM 6240-RANGER-TITULAIRE-DEB
              THRU 6240-RANGER-TITULAIRE-FIN
             UNTIL EOF-F-TITULRS-E.
           CLOSE F-TITULRS-E.
       6230-CHARGER-F-TITULRS-FIN.
           EXIT.
      *
       6235-LIRE-F-TITULRS-DEB.
           READ F-TITULRS-E INTO WS-ENRG-F-TIT.
           IF NOT OK-LEC-F-TITULRS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6235-LIRE-F-TITULRS-FIN.
           EXIT.
      *
       6240-RANGER-TITULAIRE-DEB.
           IF WS-TIT-CPTE IS NUMERIC
              AND WS-TIT-CLIENT IS NUMERIC
                IF WS-TTI-NB < WS-MAX-TITUL
                     ADD  1             TO WS-TTI-NB
                     MOVE WS-TIT-CPTE   TO WS-TTI-CPTE (WS-TTI-NB)
                     MOVE WS-TIT-CLIENT TO WS-TTI-CLIENT (WS-TTI-NB)
                     MOVE WS-TIT-NOM    TO WS-TTI-NOM (WS-TTI-NB)
                     MOVE WS-TIT-ROLE   TO WS-TTI-ROLE (WS-TTI-NB)
                     MOVE WS-TIT-COURRIER
                                        TO WS-TTI-COURRIER (WS-TTI-NB)
                ELSE
                     DISPLAY 'TABLE DES TITULAIRES SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           ELSE
                DISPLAY 'TITULAIRE HORS DESSIN IGNORE'
           END-IF.
           PERFORM 6235-LIRE-F-TITULRS-DEB
              THRU 6235-LIRE-F-TITULRS-FIN.
       6240-RANGER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LFGD-SS-ED
           MOVE AA                      TO WS-LFGD-AA-ED
           MOVE MM                      TO WS-LFGD-MM-ED
           MOVE JJ                      TO WS-LFGD-JJ-ED.
      *
           STRING 'FGDR_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-FGDR.
           STRING 'ETATFGD_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATFGD.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTRE-VALEUR EN EUROS DU SOLDE DU COMPTE LU AU COURS DU      *
      * JOUR ; UNE DEVISE SANS COURS CHARGE EST CUMULEE AU PAIR AVEC  *
      * UN MESSAGE A L'EXPLOITANT.                                    *
      *---------------------------------------------------------------*
       7010-CONVERTIR-EUROS-DEB.
           IF WS-CPT-EN-EUROS
                MOVE WS-CPT-SOLDE       TO WS-SOLDE-EUR
                GO TO 7010-CONVERTIR-EUROS-FIN
           END-IF.
           MOVE 1                       TO WS-TAUX-JOUR.
           SET  WS-DEVISE-ABSENTE       TO TRUE.
           PERFORM 7015-CHERCHER-TAUX-DEB
              THRU 7015-CHERCHER-TAUX-FIN
             VARYING IDX-DEV FROM 1 BY 1
             UNTIL IDX-DEV > WS-TDV-NB
                OR WS-DEVISE-TROUVEE.
           IF WS-DEVISE-ABSENTE
                DISPLAY 'COURS ABSENT POUR LA DEVISE ' WS-CPT-DEVISE
                        ' - CONTRE-VALEUR AU PAIR'
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED =
                   WS-CPT-SOLDE * WS-TAUX-JOUR.
       7010-CONVERTIR-EUROS-FIN.
           EXIT.
      *
       7015-CHERCHER-TAUX-DEB.
           IF WS-TDV-CODE (IDX-DEV) = WS-CPT-DEVISE
                MOVE WS-TDV-TAUX (IDX-DEV) TO WS-TAUX-JOUR
                SET  WS-DEVISE-TROUVEE     TO TRUE
           END-IF.
       7015-CHERCHER-TAUX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATFGD-DEB.
           MOVE WS-LFGD-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-LFGD-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-PLAFOND-FGDR      TO WS-LFGD-PLAFOND-ED.
           MOVE WS-LFGD-PLAFOND      TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-LFGD-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-LFGD-TITRES       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-LFGD-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
       8000-ENTETE-ETATFGD-FIN.
           EXIT.
      *
       8010-DETAIL-ETATFGD-DEB.
           MOVE WS-CLIENT-COURANT    TO WS-LFGD-CLIENT-ED.
           MOVE WS-NOM-COURANT       TO WS-LFGD-NOM-ED.
           MOVE WS-TCD-NB            TO WS-LFGD-NBCPT-ED.
           MOVE WS-TOT-DEP-ELIG      TO WS-LFGD-ELIG-ED.
           MOVE WS-TOT-DEP-EXC       TO WS-LFGD-EXC-ED.
           EVALUATE TRUE
             WHEN WS-DEP-SUCC-ACTIF AND WS-DEP-IB-ACTIF
                  MOVE 'SUCC + IB'   TO WS-LFGD-SIGNAL-ED
             WHEN WS-DEP-SUCC-ACTIF
                  MOVE 'SUCCESS.'    TO WS-LFGD-SIGNAL-ED
             WHEN WS-DEP-IB-ACTIF
                  MOVE 'INTERDIT'    TO WS-LFGD-SIGNAL-ED
             WHEN OTHER
                  MOVE SPACES        TO WS-LFGD-SIGNAL-ED
           END-EVALUATE.
           MOVE WS-LFGD-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
       8010-DETAIL-ETATFGD-FIN.
           EXIT.
      *
       8050-TOTGEN-ETATFGD-DEB.
           MOVE WS-LFGD-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'NOMBRE DE DEPOSANTS              :' TO WS-LFGD-NB-LIB.
           MOVE WS-CDEP              TO WS-LFGD-NB-ED.
           MOVE WS-LFGD-NOMBRE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'DONT AU DELA DU PLAFOND          :' TO WS-LFGD-NB-LIB.
           MOVE WS-CDEP-PLAF         TO WS-LFGD-NB-ED.
           MOVE WS-LFGD-NOMBRE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'DONT SUCCESSION OU INTERDIT      :' TO WS-LFGD-NB-LIB.
           MOVE WS-CDEP-SIGNALE      TO WS-LFGD-NB-ED.
           MOVE WS-LFGD-NOMBRE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'NOMBRE DE POSTES (QUOTE-PARTS)   :' TO WS-LFGD-NB-LIB.
           MOVE WS-CPOS              TO WS-LFGD-NB-ED.
           MOVE WS-LFGD-NOMBRE       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'TOTAL DES DEPOTS ELIGIBLES (EUR) :' TO WS-LFGD-TOT-LIB.
           MOVE WS-TOT-ELIGIBLE      TO WS-LFGD-TOT-MT-ED.
           MOVE WS-LFGD-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'TOTAL COUVERT (EUR)              :' TO WS-LFGD-TOT-LIB.
           MOVE WS-TOT-COUVERT       TO WS-LFGD-TOT-MT-ED.
           MOVE WS-LFGD-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE 'TOTAL AU DELA DU PLAFOND (EUR)   :' TO WS-LFGD-TOT-LIB.
           MOVE WS-TOT-EXCEDENT      TO WS-LFGD-TOT-MT-ED.
           MOVE WS-LFGD-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
           MOVE WS-LFGD-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATFGD-DEB
              THRU 6070-ECRIRE-LIGNE-ETATFGD-FIN.
       8050-TOTGEN-ETATFGD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO101B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'DEPOSANTS              : ' WS-CDEP.
           DISPLAY 'ENREGISTREMENTS FGDR   : ' WS-CENR.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO101B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
