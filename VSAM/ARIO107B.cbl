      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO107B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    SUIVI MENSUEL DES LIVRETS REGLEMENTES (LIVRET A, LDDS,     *
      *    LEP, LIVRET JEUNE) : LES COMPTES DONT LE SOLDE ATTEINT     *
      *    95 % DU PLAFOND DE LEUR PRODUIT SONT EDITES POUR LES       *
      *    CONSEILLERS, PAR PRODUIT ET PAR MARGE RESTANTE CROISSANTE, *
      *    AVEC LE CLIENT ET LE TELEPHONE. UN COMPTE AU-DELA DU       *
      *    PLAFOND (INTERETS CAPITALISES) EST SIGNALE DEPASSE. LES    *
      *    PLAFONDS SONT CEUX DE PARAMS EN VIGUEUR A LA DATE DU JOUR. *
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
       PROGRAM-ID.      ARIO107B.
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
      *                      ETATPLR : LIVRETS PROCHES DU PLAFOND
      *                      -------------------------------------------
           SELECT  F-ETATPLR-S         ASSIGN TO WS-NOM-ETATPLR
                   FILE STATUS         IS WS-FS-F-ETATPLR-S.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
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
           05 FS-TRI-PRODUIT          PIC XX.
           05 FS-TRI-MARGE            PIC S9(8)V99.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-SOLDE            PIC S9(8)V99.
           05 FS-TRI-PLAFOND          PIC 9(8)V99.
           05 FS-TRI-CLIENT           PIC 9(8).
           05 FS-TRI-NOM              PIC X(20).
           05 FS-TRI-TEL              PIC X(14).
      *
       FD  F-ETATPLR-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATPLR            PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPPARAM.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-ETATPLR-S        PIC XX.
           88  OK-F-ETATPLR-S       VALUE '00'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREG                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CPLR                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEP                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      * LE SEUIL D'ALERTE EST FIXE A 95 % DU PLAFOND DU PRODUIT.      *
      *---------------------------------------------------------------*
      *
       77  WS-TAUX-ALERTE           PIC 9V99  VALUE 0,95.
       77  WS-RCH-PRODUIT           PIC XX.
       77  WS-PLAF-PRODUIT          PIC 9(8)V99.
       77  WS-SEUIL-ALERTE          PIC 9(8)V99.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATPLR           PIC X(24).
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES LIVRETS PROCHES DU PLAFOND      *
      *---------------------------------------------------------------*
      *
       01  WS-LPLR-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LPLR-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(17)  VALUE SPACES.
           05 FILLER                 PIC X(33)  VALUE
                   'LIVRETS REGLEMENTES PRES PLAFOND'.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LPLR-TITRE-DATE.
              10 WS-LPLR-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LPLR-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LPLR-SS-ED       PIC 9(2).
              10 WS-LPLR-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LPLR-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LPLR-PRODUIT-ED     PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LPLR-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(9)  VALUE '  SOLDE: '.
           05 WS-LPLR-SOLDE-ED       PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(8)  VALUE '  PLAF: '.
           05 WS-LPLR-PLAF-ED        PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LPLR-ETAT-ED        PIC X(7).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPLR-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(14) VALUE '       CLIENT:'.
           05 WS-LPLR-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LPLR-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(9)  VALUE '  MARGE: '.
           05 WS-LPLR-MARGE-ED       PIC ZZZZZZZ9,99-.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPLR-CONTACT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE '       TEL:'.
           05 WS-LPLR-TEL-ED         PIC X(14).
           05 FILLER                 PIC X(48) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPLR-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(18) VALUE
                                         'COMPTES SIGNALES :'.
           05 WS-LPLR-NBPLR-ED       PIC ZZZ9.
           05 FILLER                 PIC X(27) VALUE
                                         '  DONT AU-DELA DU PLAFOND :'.
           05 WS-LPLR-NBDEP-ED       PIC ZZZ9.
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LPLR-VIDE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(41) VALUE
                   'AUCUN LIVRET REGLEMENTE PROCHE DU PLAFOND'.
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
      * LE TRI CLASSE LES COMPTES RETENUS PAR PRODUIT PUIS PAR MARGE  *
      * RESTANTE CROISSANTE (LES COMPTES DEPASSES EN TETE).           *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6010-OUVRIR-ETATPLR-DEB
              THRU 6010-OUVRIR-ETATPLR-FIN.
      *
           PERFORM 8000-ENTETE-ETATPLR-DEB
              THRU 8000-ENTETE-ETATPLR-FIN.
      *
           SORT F-TRI
                ON ASCENDING  KEY FS-TRI-PRODUIT
                ON ASCENDING  KEY FS-TRI-MARGE
                INPUT  PROCEDURE IS 1000-SELECT-LIVRETS-DEB
                                 THRU 1000-SELECT-LIVRETS-FIN
                OUTPUT PROCEDURE IS 2000-EDITER-LIVRETS-DEB
                                 THRU 2000-EDITER-LIVRETS-FIN.
      *
           PERFORM 8030-TOTAL-ETATPLR-DEB
              THRU 8030-TOTAL-ETATPLR-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6110-FERMER-ETATPLR-DEB
              THRU 6110-FERMER-ETATPLR-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT SELECTION DES LIVRETS            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      *
       1000-SELECT-LIVRETS-DEB.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1010-RELEASE-LIVRET-DEB
              THRU 1010-RELEASE-LIVRET-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1000-SELECT-LIVRETS-FIN.
           EXIT.
      *
       1010-RELEASE-LIVRET-DEB.
           ADD  1                       TO WS-CCPT.
           IF NOT WS-CPT-EPARGNE
              OR NOT WS-CPT-REGLEMENTE
                GO TO 1010-RELEASE-LIVRET-SUITE
           END-IF.
           ADD  1                       TO WS-CREG.
           MOVE WS-CPT-PRODUIT          TO WS-RCH-PRODUIT.
           PERFORM 7010-PLAFOND-PRODUIT-DEB
              THRU 7010-PLAFOND-PRODUIT-FIN.
           COMPUTE WS-SEUIL-ALERTE ROUNDED
                 = WS-PLAF-PRODUIT * WS-TAUX-ALERTE.
           IF WS-CPT-SOLDE >= WS-SEUIL-ALERTE
                MOVE WS-CPT-PRODUIT     TO FS-TRI-PRODUIT
                COMPUTE FS-TRI-MARGE = WS-PLAF-PRODUIT - WS-CPT-SOLDE
                MOVE WS-CPT-CPTE        TO FS-TRI-CPTE
                MOVE WS-CPT-SOLDE       TO FS-TRI-SOLDE
                MOVE WS-PLAF-PRODUIT    TO FS-TRI-PLAFOND
                MOVE WS-CPT-CLIENT      TO FS-TRI-CLIENT
                MOVE WS-CPT-NOM         TO FS-TRI-NOM
                MOVE WS-CPT-TEL         TO FS-TRI-TEL
                RELEASE FS-ENRG-TRI
           END-IF.
       1010-RELEASE-LIVRET-SUITE.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
       1010-RELEASE-LIVRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT EDITION DES LIVRETS              *
      *     ============================================              *
      *---------------------------------------------------------------*
      *
       2000-EDITER-LIVRETS-DEB.
      *
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
      *
           PERFORM 2010-TRT-LIVRET-DEB
              THRU 2010-TRT-LIVRET-FIN
             UNTIL WS-TRI-TERMINE.
      *
       2000-EDITER-LIVRETS-FIN.
           EXIT.
      *
       2010-TRT-LIVRET-DEB.
           ADD  1                       TO WS-CPLR.
           IF FS-TRI-MARGE < 0
                ADD  1                  TO WS-CDEP
           END-IF.
           PERFORM 8010-DETAIL-ETATPLR-DEB
              THRU 8010-DETAIL-ETATPLR-FIN.
           PERFORM 6050-RETURN-TRI-DEB
              THRU 6050-RETURN-TRI-FIN.
       2010-TRT-LIVRET-FIN.
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
       6010-OUVRIR-ETATPLR-DEB.
           OPEN OUTPUT F-ETATPLR-S
           IF NOT OK-F-ETATPLR-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATPLR'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPLR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-ETATPLR-FIN.
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
       6060-ECRIRE-LIGNE-ETATPLR-DEB.
           WRITE FS-ENRG-ETATPLR
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATPLR-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATPLR-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPLR-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-LIGNE-ETATPLR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEULS LES PLAFONDS DES LIVRETS REGLEMENTES SERVENT ICI.       *
      *---------------------------------------------------------------*
       6240-CHARGER-F-PARAM-DEB.
           OPEN INPUT F-PARAM-E.
           IF OK-F-PARAM-E
                PERFORM 6245-LIRE-F-PARAM-DEB
                   THRU 6245-LIRE-F-PARAM-FIN
                PERFORM 7200-SELECT-PARAM-DEB
                   THRU 7200-SELECT-PARAM-FIN
                  UNTIL EOF-F-PARAM-E
                CLOSE F-PARAM-E
           ELSE
                DISPLAY 'FICHIER PARAMS ABSENT - '
                        'VALEURS PAR DEFAUT CONSERVEES'
           END-IF.
       6240-CHARGER-F-PARAM-FIN.
           EXIT.
      *
       6245-LIRE-F-PARAM-DEB.
           READ F-PARAM-E INTO WS-ENRG-F-PARAM.
           IF NOT OK-LEC-F-PARAM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARAM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARAM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6245-LIRE-F-PARAM-FIN.
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
       6110-FERMER-ETATPLR-DEB.
           CLOSE F-ETATPLR-S.
           IF NOT OK-F-ETATPLR-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATPLR-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATPLR-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-ETATPLR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LPLR-SS-ED
           MOVE AA                      TO WS-LPLR-AA-ED
           MOVE MM                      TO WS-LPLR-MM-ED
           MOVE JJ                      TO WS-LPLR-JJ-ED.
      *
           STRING 'ETATPLR_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATPLR.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PLAFOND DU PRODUIT REGLEMENTE RECHERCHE (WS-RCH-PRODUIT).     *
      *---------------------------------------------------------------*
       7010-PLAFOND-PRODUIT-DEB.
           EVALUATE WS-RCH-PRODUIT
             WHEN 'LA'
                  MOVE WS-PLAF-LIVRET-A TO WS-PLAF-PRODUIT
             WHEN 'LD'
                  MOVE WS-PLAF-LDDS     TO WS-PLAF-PRODUIT
             WHEN 'LE'
                  MOVE WS-PLAF-LEP      TO WS-PLAF-PRODUIT
             WHEN OTHER
                  MOVE WS-PLAF-LIVRET-JEUNE
                                        TO WS-PLAF-PRODUIT
           END-EVALUATE.
       7010-PLAFOND-PRODUIT-FIN.
           EXIT.
      *
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-PLAFLIVA
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-A
                  WHEN WS-PARAM-PLAFLDDS
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LDDS
                  WHEN WS-PARAM-PLAFLEP
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LEP
                  WHEN WS-PARAM-PLAFLJEU
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-JEUNE
                END-EVALUATE
           END-IF.
           PERFORM 6245-LIRE-F-PARAM-DEB
              THRU 6245-LIRE-F-PARAM-FIN.
       7200-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATPLR-DEB.
           MOVE WS-LPLR-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE WS-LPLR-TITRE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE WS-LPLR-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
       8000-ENTETE-ETATPLR-FIN.
           EXIT.
      *
       8010-DETAIL-ETATPLR-DEB.
           EVALUATE FS-TRI-PRODUIT
             WHEN 'LA'
                  MOVE 'LIVRET A'       TO WS-LPLR-PRODUIT-ED
             WHEN 'LD'
                  MOVE 'LDDS'           TO WS-LPLR-PRODUIT-ED
             WHEN 'LE'
                  MOVE 'LEP'            TO WS-LPLR-PRODUIT-ED
             WHEN OTHER
                  MOVE 'LIVRET JEUNE'   TO WS-LPLR-PRODUIT-ED
           END-EVALUATE.
           IF FS-TRI-MARGE < 0
                MOVE 'DEPASSE'       TO WS-LPLR-ETAT-ED
           ELSE
                MOVE SPACES          TO WS-LPLR-ETAT-ED
           END-IF.
           MOVE FS-TRI-CPTE          TO WS-LPLR-CPTE-ED.
           MOVE FS-TRI-SOLDE         TO WS-LPLR-SOLDE-ED.
           MOVE FS-TRI-PLAFOND       TO WS-LPLR-PLAF-ED.
           MOVE WS-LPLR-DETAIL       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE FS-TRI-CLIENT        TO WS-LPLR-CLIENT-ED.
           MOVE FS-TRI-NOM           TO WS-LPLR-NOM-ED.
           MOVE FS-TRI-MARGE         TO WS-LPLR-MARGE-ED.
           MOVE WS-LPLR-CLIENT       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE FS-TRI-TEL           TO WS-LPLR-TEL-ED.
           MOVE WS-LPLR-CONTACT      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
       8010-DETAIL-ETATPLR-FIN.
           EXIT.
      *
       8030-TOTAL-ETATPLR-DEB.
           IF WS-CPLR = 0
                MOVE WS-LPLR-VIDE    TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN
           END-IF.
           MOVE WS-LPLR-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE WS-CPLR              TO WS-LPLR-NBPLR-ED.
           MOVE WS-CDEP              TO WS-LPLR-NBDEP-ED.
           MOVE WS-LPLR-TOTAL        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
           MOVE WS-LPLR-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATPLR-DEB
              THRU 6060-ECRIRE-LIGNE-ETATPLR-FIN.
       8030-TOTAL-ETATPLR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO107B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS         : ' WS-CCPT.
           DISPLAY 'LIVRETS REGLEMENTES : ' WS-CREG.
           DISPLAY 'PROCHES DU PLAFOND  : ' WS-CPLR.
           DISPLAY 'DONT DEPASSES       : ' WS-CDEP.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO107B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
