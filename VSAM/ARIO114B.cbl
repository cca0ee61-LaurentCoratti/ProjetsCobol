      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO114B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    CHARGEMENT DES REFERENTIELS INDEXES DE LA MISE A JOUR :    *
      *    PASSE CHAQUE JOUR AVANT LA MISE A JOUR (ARIO41B), QUI      *
      *    CONSULTE CES FICHIERS PAR CLE MOUVEMENT PAR MOUVEMENT AU   *
      *    LIEU DE CHARGER DES TABLES EN MEMOIRE :                    *
      *    - CARTES.txt   -> CARTIDX  (CLE NUMERO DE CARTE, CUMUL     *
      *                                JOURNALIER REMIS A ZERO) ;     *
      *    - IBANREF.txt  -> IBANIDX  (CLE CODE BANQUE + COMPTE) ;    *
      *    - AUTORCB.txt  -> AUTORIDX (CLE COMPTE + NUMERO D'ORDRE,   *
      *                                AVIS EXPIRES ECARTES SELON LE  *
      *                                BAREME DELAUTCB) ;             *
      *    - OPPOSIT.txt  -> OPPOSIDX (CLE COMPTE + PLAGE) ;          *
      *    - LISTEGEL.txt -> GELAVIDX (CLE IBAN + REFERENCE, LIGNES   *
      *                                SANS IBAN ECARTEES) ;          *
      *    - LEVGEL.txt   -> LEVGELIDX (CLE REFERENCE + IBAN, LEVEES  *
      *                                'I' SEULES).                   *
      *    LES DEUX DERNIERS SERVENT AUSSI AU CRIBLAGE DES VIREMENTS  *
      *    RECUS (ARIO72B), PASSE APRES CE CHARGEMENT.                *
      *    CHAQUE FICHIER INDEXE EST RECREE EN ENTIER ; UN FICHIER    *
      *    D'ORIGINE ABSENT DONNE UN FICHIER INDEXE VIDE. LE REGISTRE *
      *    DES SERIES DE CHEQUIERS (CHQREG), DEJA INDEXE, N'EST PAS   *
      *    CONCERNE.                                                  *
      *---------------------------------------------------------------*
      * CODE RETOUR 4 SI DES ENREGISTREMENTS HORS DESSIN OU EN DOUBLE *
      * ONT ETE ECARTES (DETAIL EN DISPLAY).                          *
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
       PROGRAM-ID.      ARIO114B.
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
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-CARTES : FICHIER MAITRE DES CARTES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
           SELECT  F-CARTIDX           ASSIGN TO CARTIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CRX-NUMERO
                   FILE STATUS         IS WS-FS-F-CARTIDX.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF-E         ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-E.
           SELECT  F-IBANIDX           ASSIGN TO IBANIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-IBX-CLE
                   FILE STATUS         IS WS-FS-F-IBANIDX.
      *                      -------------------------------------------
      *                      F-AUTORCB : AUTORISATIONS CARTE EN COURS
      *                      -------------------------------------------
           SELECT  F-AUTORCB-E         ASSIGN TO 'AUTORCB.txt'
                   FILE STATUS         IS WS-FS-F-AUTORCB-E.
           SELECT  F-AUTORIDX          ASSIGN TO AUTORIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-AUX-CLE
                   FILE STATUS         IS WS-FS-F-AUTORIDX.
      *                      -------------------------------------------
      *                      F-OPPOSIT : OPPOSITIONS SUR CHEQUES
      *                      -------------------------------------------
           SELECT  F-OPPOSIT-E         ASSIGN TO 'OPPOSIT.txt'
                   FILE STATUS         IS WS-FS-F-OPPOSIT-E.
           SELECT  F-OPPOSIDX          ASSIGN TO OPPOSIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-OPX-CLE
                   FILE STATUS         IS WS-FS-F-OPPOSIDX.
      *                      -------------------------------------------
      *                      F-LISTEGEL : LISTE DES GELS D'AVOIRS
      *                      -------------------------------------------
           SELECT  F-LISTEGEL-E        ASSIGN TO 'LISTEGEL.txt'
                   FILE STATUS         IS WS-FS-F-LISTEGEL-E.
           SELECT  F-GELAVIDX          ASSIGN TO GELAVIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-GVX-CLE
                   FILE STATUS         IS WS-FS-F-GELAVIDX.
      *                      -------------------------------------------
      *                      F-LEVGEL : CORRESPONDANCES LEVEES PAR LA
      *                                 CONFORMITE
      *                      -------------------------------------------
           SELECT  F-LEVGEL-E          ASSIGN TO 'LEVGEL.txt'
                   FILE STATUS         IS WS-FS-F-LEVGEL-E.
           SELECT  F-LEVGELIDX         ASSIGN TO LEVGELIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-LVX-CLE
                   FILE STATUS         IS WS-FS-F-LEVGELIDX.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES           PIC X(80).
      *
       FD  F-CARTIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-CRX.
           05 FS-CRX-NUMERO           PIC X(16).
           05 FILLER                  PIC X(44).
      *
       FD  F-IBANREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF          PIC X(80).
      *
       FD  F-IBANIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-IBX.
           05 FS-IBX-CLE              PIC X(26).
           05 FILLER                  PIC X(34).
      *
       FD  F-AUTORCB-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-AUTORCB          PIC X(80).
      *
       FD  F-AUTORIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-AUX.
           05 FS-AUX-CLE              PIC X(16).
           05 FILLER                  PIC X(44).
      *
       FD  F-OPPOSIT-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-OPPOSIT          PIC X(80).
      *
       FD  F-OPPOSIDX
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-F-OPX.
           05 FS-OPX-CLE              PIC X(24).
           05 FILLER                  PIC X(06).
      *
       FD  F-LISTEGEL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-LISTEGEL         PIC X(100).
      *
       FD  F-GELAVIDX
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-GVX.
           05 FS-GVX-CLE              PIC X(37).
           05 FILLER                  PIC X(43).
      *
       FD  F-LEVGEL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-LEVGEL           PIC X(80).
      *
       FD  F-LEVGELIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-LVX.
           05 FS-LVX-CLE              PIC X(37).
           05 FILLER                  PIC X(23).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TPPARAM.
           COPY TPCARTE.
           COPY TPIBAN.
           COPY TPAUTOR.
           COPY TPCRTIDX.
           COPY TPIBNIDX.
           COPY TPAUTIDX.
           COPY TPOPPIDX.
           COPY TPGELAV.
           COPY TPLEVGEL.
           COPY TPGAVIDX.
           COPY TPLEVIDX.
      *
      *---------------------------------------------------------------*
      * ENREGISTREMENT DU FICHIER DES OPPOSITIONS (OPPOSIT.txt)       *
      *---------------------------------------------------------------*
       01  WS-ENRG-F-OPP.
           05 WS-OPPE-CPTE          PIC 9(10).
           05 WS-OPPE-CHQ-DEB       PIC 9(7).
           05 WS-OPPE-CHQ-FIN       PIC 9(7).
           05 FILLER                PIC X(56).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTIDX          PIC XX.
           88  OK-F-CARTIDX         VALUE '00'.
           88  CRX-DOUBLON          VALUE '22'.
       01  WS-FS-F-IBANREF-E        PIC XX.
           88  OK-F-IBANREF-E       VALUE '00'.
           88  OK-LEC-F-IBANREF-E   VALUE '00' '10'.
           88  EOF-F-IBANREF-E      VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-IBANIDX          PIC XX.
           88  OK-F-IBANIDX         VALUE '00'.
           88  IBX-DOUBLON          VALUE '22'.
       01  WS-FS-F-AUTORCB-E        PIC XX.
           88  OK-F-AUTORCB-E       VALUE '00'.
           88  OK-LEC-F-AUTORCB-E   VALUE '00' '10'.
           88  EOF-F-AUTORCB-E      VALUE '10'.
           88  AUTORCB-ABSENT       VALUE '35'.
       01  WS-FS-F-AUTORIDX         PIC XX.
           88  OK-F-AUTORIDX        VALUE '00'.
       01  WS-FS-F-OPPOSIT-E        PIC XX.
           88  OK-F-OPPOSIT-E       VALUE '00'.
           88  OK-LEC-F-OPPOSIT-E   VALUE '00' '10'.
           88  EOF-F-OPPOSIT-E      VALUE '10'.
           88  OPPOSIT-ABSENT       VALUE '35'.
       01  WS-FS-F-OPPOSIDX         PIC XX.
           88  OK-F-OPPOSIDX        VALUE '00'.
           88  OPX-DOUBLON          VALUE '22'.
       01  WS-FS-F-LISTEGEL-E       PIC XX.
           88  OK-F-LISTEGEL-E      VALUE '00'.
           88  OK-LEC-F-LISTEGEL-E  VALUE '00' '10'.
           88  EOF-F-LISTEGEL-E     VALUE '10'.
           88  LISTEGEL-ABSENT      VALUE '35'.
       01  WS-FS-F-GELAVIDX         PIC XX.
           88  OK-F-GELAVIDX        VALUE '00'.
           88  GVX-DOUBLON          VALUE '22'.
       01  WS-FS-F-LEVGEL-E         PIC XX.
           88  OK-F-LEVGEL-E        VALUE '00'.
           88  OK-LEC-F-LEVGEL-E    VALUE '00' '10'.
           88  EOF-F-LEVGEL-E       VALUE '10'.
           88  LEVGEL-ABSENT        VALUE '35'.
       01  WS-FS-F-LEVGELIDX        PIC XX.
           88  OK-F-LEVGELIDX       VALUE '00'.
           88  LVX-DOUBLON          VALUE '22'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCRT                  PIC S9(9) COMP VALUE 0.
       77  WS-CCRT-IGN              PIC S9(9) COMP VALUE 0.
       77  WS-CIBN                  PIC S9(9) COMP VALUE 0.
       77  WS-CIBN-IGN              PIC S9(9) COMP VALUE 0.
       77  WS-CAUT                  PIC S9(9) COMP VALUE 0.
       77  WS-CAUT-IGN              PIC S9(9) COMP VALUE 0.
       77  WS-CAUT-EXPIREES         PIC S9(9) COMP VALUE 0.
       77  WS-COPP                  PIC S9(9) COMP VALUE 0.
       77  WS-COPP-IGN              PIC S9(9) COMP VALUE 0.
       77  WS-CGAV                  PIC S9(9) COMP VALUE 0.
       77  WS-CGAV-IGN              PIC S9(9) COMP VALUE 0.
       77  WS-CLEV                  PIC S9(9) COMP VALUE 0.
       77  WS-CLEV-IGN              PIC S9(9) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      *
       77  WS-ORDRE-AUT             PIC 9(6)  VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SERIAL-JOUR           PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-DATE-W.
           05 WS-DW-AAAA            PIC 9(4).
           05 WS-DW-MM              PIC 99.
           05 WS-DW-JJ              PIC 99.
       01  WS-DATE-W-NUM REDEFINES WS-DATE-W
                                    PIC 9(8).
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *               =====================================           *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 1000-CHARGER-CARTES-DEB
              THRU 1000-CHARGER-CARTES-FIN.
      *
           PERFORM 1100-CHARGER-IBAN-DEB
              THRU 1100-CHARGER-IBAN-FIN.
      *
           PERFORM 1200-CHARGER-AUTORISATIONS-DEB
              THRU 1200-CHARGER-AUTORISATIONS-FIN.
      *
           PERFORM 1300-CHARGER-OPPOSITIONS-DEB
              THRU 1300-CHARGER-OPPOSITIONS-FIN.
      *
           PERFORM 1400-CHARGER-GELS-DEB
              THRU 1400-CHARGER-GELS-FIN.
      *
           PERFORM 1500-CHARGER-LEVEES-DEB
              THRU 1500-CHARGER-LEVEES-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES CARTES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * FICHIER DES CARTES ABSENT : CARTIDX EST RECREE VIDE, LES      *
      * MOUVEMENTS CB PORTEURS D'UN NUMERO DE CARTE PARTIRONT EN      *
      * ANOMALIE (CARTE INCONNUE). UNE CARTE EN DOUBLE EST ECARTEE :  *
      * SEULE LA PREMIERE OCCURRENCE DU NUMERO EST RETENUE.           *
      *---------------------------------------------------------------*
      *
       1000-CHARGER-CARTES-DEB.
      *
           OPEN OUTPUT F-CARTIDX.
           IF NOT OK-F-CARTIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                DISPLAY 'FICHIER CARTES ABSENT - CARTIDX VIDE'
                GO TO 1000-CHARGER-CARTES-SUITE
           END-IF.
           IF NOT OK-F-CARTES-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6010-LIRE-F-CARTES-DEB
              THRU 6010-LIRE-F-CARTES-FIN.
           PERFORM 1010-RANGER-CARTE-DEB
              THRU 1010-RANGER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
           CLOSE F-CARTES-E.
      *
       1000-CHARGER-CARTES-SUITE.
           CLOSE F-CARTIDX.
      *
       1000-CHARGER-CARTES-FIN.
           EXIT.
      *
       1010-RANGER-CARTE-DEB.
           IF WS-CRT-NUMERO IS NOT NUMERIC
              OR WS-CRT-CPTE IS NOT NUMERIC
              OR WS-CRT-PLAFOND IS NOT NUMERIC
                DISPLAY 'CARTE HORS DESSIN IGNOREE'
                ADD  1                  TO WS-CCRT-IGN
                GO TO 1010-RANGER-CARTE-SUITE
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-CRX.
           MOVE WS-CRT-NUMERO           TO WS-CRX-NUMERO.
           MOVE WS-CRT-CPTE             TO WS-CRX-CPTE.
           MOVE WS-CRT-EXPIRATION       TO WS-CRX-EXPIRATION.
           MOVE WS-CRT-STATUT           TO WS-CRX-STATUT.
           MOVE WS-CRT-PLAFOND          TO WS-CRX-PLAFOND.
           MOVE 0                       TO WS-CRX-CUMUL-JOUR.
           WRITE FS-ENRG-F-CRX FROM WS-ENRG-F-CRX
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-CARTIDX
                  ADD  1                TO WS-CCRT
             WHEN CRX-DOUBLON
                  DISPLAY 'CARTE EN DOUBLE IGNOREE : ' WS-CRT-NUMERO
                  ADD  1                TO WS-CCRT-IGN
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CARTIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       1010-RANGER-CARTE-SUITE.
           PERFORM 6010-LIRE-F-CARTES-DEB
              THRU 6010-LIRE-F-CARTES-FIN.
       1010-RANGER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES IBAN              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * LES LIGNES SANS IBAN SONT SAUTEES. UN COUPLE CODE BANQUE +    *
      * COMPTE EN DOUBLE EST ECARTE (PREMIERE OCCURRENCE RETENUE).    *
      *---------------------------------------------------------------*
      *
       1100-CHARGER-IBAN-DEB.
      *
           OPEN OUTPUT F-IBANIDX.
           IF NOT OK-F-IBANIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-IBANREF-E.
           IF IBANREF-ABSENT
                DISPLAY 'CORRESPONDANCE IBAN ABSENTE - '
                        'VIREMENTS EMIS SANS IBAN'
                GO TO 1100-CHARGER-IBAN-SUITE
           END-IF.
           IF NOT OK-F-IBANREF-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANREF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6020-LIRE-F-IBANREF-DEB
              THRU 6020-LIRE-F-IBANREF-FIN.
           PERFORM 1110-RANGER-IBAN-DEB
              THRU 1110-RANGER-IBAN-FIN
             UNTIL EOF-F-IBANREF-E.
           CLOSE F-IBANREF-E.
      *
       1100-CHARGER-IBAN-SUITE.
           CLOSE F-IBANIDX.
      *
       1100-CHARGER-IBAN-FIN.
           EXIT.
      *
       1110-RANGER-IBAN-DEB.
           IF WS-IBR-IBAN = SPACES
                GO TO 1110-RANGER-IBAN-SUITE
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-IBX.
           MOVE WS-IBR-BQE              TO WS-IBX-BQE.
           MOVE WS-IBR-CPTE             TO WS-IBX-CPTE.
           MOVE WS-IBR-IBAN             TO WS-IBX-IBAN.
           WRITE FS-ENRG-F-IBX FROM WS-ENRG-F-IBX
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-IBANIDX
                  ADD  1                TO WS-CIBN
             WHEN IBX-DOUBLON
                  DISPLAY 'IBAN EN DOUBLE IGNORE : ' WS-IBR-BQE
                          ' ' WS-IBR-CPTE
                  ADD  1                TO WS-CIBN-IGN
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-IBANIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       1110-RANGER-IBAN-SUITE.
           PERFORM 6020-LIRE-F-IBANREF-DEB
              THRU 6020-LIRE-F-IBANREF-FIN.
       1110-RANGER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES AUTORISATIONS     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * LES AVIS PLUS VIEUX QUE LE DELAI DE VALIDITE (BAREME          *
      * DELAUTCB) SONT EXPIRES AU CHARGEMENT ET NE GELENT PLUS LE     *
      * DISPONIBLE. LE NUMERO D'ORDRE DE LECTURE COMPLETE LA CLE :    *
      * UN COMPTE PEUT PORTER PLUSIEURS AVIS IDENTIQUES.              *
      *---------------------------------------------------------------*
      *
       1200-CHARGER-AUTORISATIONS-DEB.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
      *
           OPEN OUTPUT F-AUTORIDX.
           IF NOT OK-F-AUTORIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUTORIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-AUTORCB-E.
           IF AUTORCB-ABSENT
                GO TO 1200-CHARGER-AUTORISATIONS-SUITE
           END-IF.
           IF NOT OK-F-AUTORCB-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUTORCB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6030-LIRE-F-AUTORCB-DEB
              THRU 6030-LIRE-F-AUTORCB-FIN.
           PERFORM 1210-RANGER-AUTORISATION-DEB
              THRU 1210-RANGER-AUTORISATION-FIN
             UNTIL EOF-F-AUTORCB-E.
           CLOSE F-AUTORCB-E.
           IF WS-CAUT-EXPIREES > 0
                DISPLAY 'AUTORISATIONS EXPIREES IGNOREES : '
                        WS-CAUT-EXPIREES
           END-IF.
      *
       1200-CHARGER-AUTORISATIONS-SUITE.
           CLOSE F-AUTORIDX.
      *
       1200-CHARGER-AUTORISATIONS-FIN.
           EXIT.
      *
       1210-RANGER-AUTORISATION-DEB.
           IF WS-AUT-CPTE IS NOT NUMERIC
              OR WS-AUT-MT IS NOT NUMERIC
              OR WS-AUT-DATE IS NOT NUMERIC
                DISPLAY 'AUTORISATION HORS DESSIN IGNOREE'
                ADD  1                  TO WS-CAUT-IGN
                GO TO 1210-RANGER-AUTORISATION-SUITE
           END-IF.
           MOVE WS-AUT-DATE             TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           IF (WS-SERIAL-JOUR - WS-SERIAL) > WS-DELAI-AUT-CB
                ADD  1                  TO WS-CAUT-EXPIREES
                GO TO 1210-RANGER-AUTORISATION-SUITE
           END-IF.
           ADD  1                       TO WS-ORDRE-AUT.
           MOVE SPACES                  TO WS-ENRG-F-AUX.
           MOVE WS-AUT-CPTE             TO WS-AUX-CPTE.
           MOVE WS-ORDRE-AUT            TO WS-AUX-ORDRE.
           MOVE WS-AUT-CARTE            TO WS-AUX-CARTE.
           MOVE WS-AUT-MT               TO WS-AUX-MT.
           MOVE WS-AUT-DATE             TO WS-AUX-DATE.
           MOVE WS-AUT-REF              TO WS-AUX-REF.
           SET  WS-AUX-ACTIVE           TO TRUE.
           WRITE FS-ENRG-F-AUX FROM WS-ENRG-F-AUX
           END-WRITE.
           IF NOT OK-F-AUTORIDX
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-AUTORIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CAUT.
       1210-RANGER-AUTORISATION-SUITE.
           PERFORM 6030-LIRE-F-AUTORCB-DEB
              THRU 6030-LIRE-F-AUTORCB-FIN.
       1210-RANGER-AUTORISATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES OPPOSITIONS       *
      *     ===================================================       *
      *---------------------------------------------------------------*
      * UNE PLAGE DEJA CHARGEE POUR LE COMPTE (MEMES BORNES) EST      *
      * ECARTEE SANS INCIDENCE SUR LE CONTROLE.                       *
      *---------------------------------------------------------------*
      *
       1300-CHARGER-OPPOSITIONS-DEB.
      *
           OPEN OUTPUT F-OPPOSIDX.
           IF NOT OK-F-OPPOSIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-OPPOSIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-OPPOSIT-E.
           IF OPPOSIT-ABSENT
                GO TO 1300-CHARGER-OPPOSITIONS-SUITE
           END-IF.
           IF NOT OK-F-OPPOSIT-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-OPPOSIT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIT-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6040-LIRE-F-OPPOSIT-DEB
              THRU 6040-LIRE-F-OPPOSIT-FIN.
           PERFORM 1310-RANGER-OPPOSITION-DEB
              THRU 1310-RANGER-OPPOSITION-FIN
             UNTIL EOF-F-OPPOSIT-E.
           CLOSE F-OPPOSIT-E.
      *
       1300-CHARGER-OPPOSITIONS-SUITE.
           CLOSE F-OPPOSIDX.
      *
       1300-CHARGER-OPPOSITIONS-FIN.
           EXIT.
      *
       1310-RANGER-OPPOSITION-DEB.
           IF WS-OPPE-CPTE IS NOT NUMERIC
              OR WS-OPPE-CHQ-DEB IS NOT NUMERIC
              OR WS-OPPE-CHQ-FIN IS NOT NUMERIC
                DISPLAY 'OPPOSITION HORS DESSIN IGNOREE'
                ADD  1                  TO WS-COPP-IGN
                GO TO 1310-RANGER-OPPOSITION-SUITE
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-OPX.
           MOVE WS-OPPE-CPTE            TO WS-OPX-CPTE.
           MOVE WS-OPPE-CHQ-DEB         TO WS-OPX-CHQ-DEB.
           MOVE WS-OPPE-CHQ-FIN         TO WS-OPX-CHQ-FIN.
           WRITE FS-ENRG-F-OPX FROM WS-ENRG-F-OPX
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-OPPOSIDX
                  ADD  1                TO WS-COPP
             WHEN OPX-DOUBLON
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-OPPOSIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       1310-RANGER-OPPOSITION-SUITE.
           PERFORM 6040-LIRE-F-OPPOSIT-DEB
              THRU 6040-LIRE-F-OPPOSIT-FIN.
       1310-RANGER-OPPOSITION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES GELS D'AVOIRS     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * SEULES LES LIGNES PORTANT UN IBAN SERVENT AU CRIBLAGE DES     *
      * VIREMENTS ; LES NOMS SONT CRIBLES PAR LE TRAITEMENT           *
      * HEBDOMADAIRE DE LA CLIENTELE, QUI LIT LA LISTE D'ORIGINE. UN  *
      * COUPLE IBAN + REFERENCE EN DOUBLE EST ECARTE (PREMIERE        *
      * OCCURRENCE RETENUE). LISTE ABSENTE : GELAVIDX EST RECREE VIDE *
      * ET LES VIREMENTS NE SONT PAS CRIBLES.                         *
      *---------------------------------------------------------------*
      *
       1400-CHARGER-GELS-DEB.
      *
           OPEN OUTPUT F-GELAVIDX.
           IF NOT OK-F-GELAVIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-GELAVIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LISTEGEL-E.
           IF LISTEGEL-ABSENT
                DISPLAY 'LISTE DES GELS D''AVOIRS ABSENTE - '
                        'VIREMENTS NON CRIBLES'
                GO TO 1400-CHARGER-GELS-SUITE
           END-IF.
           IF NOT OK-F-LISTEGEL-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LISTEGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LISTEGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6050-LIRE-F-LISTEGEL-DEB
              THRU 6050-LIRE-F-LISTEGEL-FIN.
           PERFORM 1410-RANGER-GEL-DEB
              THRU 1410-RANGER-GEL-FIN
             UNTIL EOF-F-LISTEGEL-E.
           CLOSE F-LISTEGEL-E.
      *
       1400-CHARGER-GELS-SUITE.
           CLOSE F-GELAVIDX.
      *
       1400-CHARGER-GELS-FIN.
           EXIT.
      *
       1410-RANGER-GEL-DEB.
           IF WS-GAV-SANS-IBAN
                GO TO 1410-RANGER-GEL-SUITE
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-GVX.
           MOVE WS-GAV-IBAN             TO WS-GVX-IBAN.
           MOVE WS-GAV-REF              TO WS-GVX-REF.
           MOVE WS-GAV-SOURCE           TO WS-GVX-SOURCE.
           MOVE WS-GAV-NOM              TO WS-GVX-NOM.
           WRITE FS-ENRG-F-GVX FROM WS-ENRG-F-GVX
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-GELAVIDX
                  ADD  1                TO WS-CGAV
             WHEN GVX-DOUBLON
                  DISPLAY 'GEL EN DOUBLE IGNORE : ' WS-GAV-REF
                          ' ' WS-GAV-IBAN
                  ADD  1                TO WS-CGAV-IGN
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-GELAVIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       1410-RANGER-GEL-SUITE.
           PERFORM 6050-LIRE-F-LISTEGEL-DEB
              THRU 6050-LIRE-F-LISTEGEL-FIN.
       1410-RANGER-GEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES LEVEES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * SEULES LES LEVEES PORTANT SUR UN IBAN ('I') CONCERNENT LES    *
      * VIREMENTS ; LES LEVEES 'C' RESTENT LUES PAR LE TRAITEMENT     *
      * HEBDOMADAIRE. UNE LEVEE 'I' SANS IBAN EST ECARTEE ; UNE LEVEE *
      * DEJA CHARGEE (MEME REFERENCE, MEME IBAN) EST IGNOREE SANS     *
      * INCIDENCE SUR LE CRIBLAGE.                                    *
      *---------------------------------------------------------------*
      *
       1500-CHARGER-LEVEES-DEB.
      *
           OPEN OUTPUT F-LEVGELIDX.
           IF NOT OK-F-LEVGELIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVGELIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LEVGEL-E.
           IF LEVGEL-ABSENT
                GO TO 1500-CHARGER-LEVEES-SUITE
           END-IF.
           IF NOT OK-F-LEVGEL-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6060-LIRE-F-LEVGEL-DEB
              THRU 6060-LIRE-F-LEVGEL-FIN.
           PERFORM 1510-RANGER-LEVEE-DEB
              THRU 1510-RANGER-LEVEE-FIN
             UNTIL EOF-F-LEVGEL-E.
           CLOSE F-LEVGEL-E.
      *
       1500-CHARGER-LEVEES-SUITE.
           CLOSE F-LEVGELIDX.
      *
       1500-CHARGER-LEVEES-FIN.
           EXIT.
      *
       1510-RANGER-LEVEE-DEB.
           IF NOT WS-LEV-IBAN-LEVE
                GO TO 1510-RANGER-LEVEE-SUITE
           END-IF.
           IF WS-LEV-IBAN = SPACES
              OR WS-LEV-REF = SPACES
                DISPLAY 'LEVEE HORS DESSIN IGNOREE'
                ADD  1                  TO WS-CLEV-IGN
                GO TO 1510-RANGER-LEVEE-SUITE
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-LVX.
           MOVE WS-LEV-REF              TO WS-LVX-REF.
           MOVE WS-LEV-IBAN             TO WS-LVX-IBAN.
           MOVE WS-LEV-DATE             TO WS-LVX-DATE.
           MOVE WS-LEV-VISA             TO WS-LVX-VISA.
           WRITE FS-ENRG-F-LVX FROM WS-ENRG-F-LVX
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-LEVGELIDX
                  ADD  1                TO WS-CLEV
             WHEN LVX-DOUBLON
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-LEVGELIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       1510-RANGER-LEVEE-SUITE.
           PERFORM 6060-LIRE-F-LEVGEL-DEB
              THRU 6060-LIRE-F-LEVGEL-FIN.
       1510-RANGER-LEVEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6010-LIRE-F-CARTES-DEB.
           READ F-CARTES-E INTO WS-ENRG-F-CRT.
           IF NOT OK-LEC-F-CARTES-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-LIRE-F-CARTES-FIN.
           EXIT.
      *
       6020-LIRE-F-IBANREF-DEB.
           READ F-IBANREF-E INTO WS-ENRG-F-IBR.
           IF NOT OK-LEC-F-IBANREF-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANREF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-LIRE-F-IBANREF-FIN.
           EXIT.
      *
       6030-LIRE-F-AUTORCB-DEB.
           READ F-AUTORCB-E INTO WS-ENRG-F-AUT.
           IF NOT OK-LEC-F-AUTORCB-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AUTORCB-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORCB-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-LIRE-F-AUTORCB-FIN.
           EXIT.
      *
       6040-LIRE-F-OPPOSIT-DEB.
           READ F-OPPOSIT-E INTO WS-ENRG-F-OPP.
           IF NOT OK-LEC-F-OPPOSIT-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OPPOSIT-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIT-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-OPPOSIT-FIN.
           EXIT.
      *
       6050-LIRE-F-LISTEGEL-DEB.
           READ F-LISTEGEL-E INTO WS-ENRG-F-GAV.
           IF NOT OK-LEC-F-LISTEGEL-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LISTEGEL-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LISTEGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-LIRE-F-LISTEGEL-FIN.
           EXIT.
      *
       6060-LIRE-F-LEVGEL-DEB.
           READ F-LEVGEL-E INTO WS-ENRG-F-LEV.
           IF NOT OK-LEC-F-LEVGEL-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LEVGEL-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-LIRE-F-LEVGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEUL LE DELAI DE VALIDITE DES AUTORISATIONS SERT ICI.         *
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
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETIENT LA VALEUR DU BAREME DONT LA PLAGE DE DATES D'EFFET    *
      * COUVRE LA DATE DE TRAITEMENT DU JOUR.                         *
      *---------------------------------------------------------------*
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
              AND WS-PARAM-DELAUTCB
                MOVE WS-PARAM-VALEUR    TO WS-DELAI-AUT-CB
           END-IF.
           PERFORM 6245-LIRE-F-PARAM-DEB
              THRU 6245-LIRE-F-PARAM-FIN.
       7200-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE JOUR CIVIL D'UNE DATE SSAAMMJJ (CALENDRIER          *
      * GREGORIEN) : SERT A L'EXPIRATION DES AUTORISATIONS.           *
      *---------------------------------------------------------------*
       7360-SERIAL-DATE-DEB.
           MOVE WS-DW-AAAA              TO WS-SAN.
           MOVE WS-DW-MM                TO WS-SMO.
           IF WS-SMO < 3
                SUBTRACT 1            FROM WS-SAN
                ADD 12                  TO WS-SMO
           END-IF.
           COMPUTE WS-ST1 = WS-SAN / 4.
           COMPUTE WS-ST2 = WS-SAN / 100.
           COMPUTE WS-ST3 = WS-SAN / 400.
           COMPUTE WS-ST4 = (153 * (WS-SMO - 3) + 2) / 5.
           COMPUTE WS-SERIAL = 365 * WS-SAN + WS-ST1 - WS-ST2
                             + WS-ST3 + WS-ST4 + WS-DW-JJ.
       7360-SERIAL-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO114B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'CARTES CHARGEES        : ' WS-CCRT.
           DISPLAY 'CARTES ECARTEES        : ' WS-CCRT-IGN.
           DISPLAY 'IBAN CHARGES           : ' WS-CIBN.
           DISPLAY 'IBAN ECARTES           : ' WS-CIBN-IGN.
           DISPLAY 'AUTORISATIONS CHARGEES : ' WS-CAUT.
           DISPLAY 'AUTORISATIONS ECARTEES : ' WS-CAUT-IGN.
           DISPLAY 'OPPOSITIONS CHARGEES   : ' WS-COPP.
           DISPLAY 'OPPOSITIONS ECARTEES   : ' WS-COPP-IGN.
           DISPLAY 'GELS CHARGES           : ' WS-CGAV.
           DISPLAY 'GELS ECARTES           : ' WS-CGAV-IGN.
           DISPLAY 'LEVEES CHARGEES        : ' WS-CLEV.
           DISPLAY 'LEVEES ECARTEES        : ' WS-CLEV-IGN.
      *---------------------------------------------------------------*
      * DES ENREGISTREMENTS ECARTES SONT SIGNALES A L'EXPLOITATION    *
      * PAR LE CODE RETOUR 4 : LE REFERENTIEL D'ORIGINE EST A REVOIR. *
      *---------------------------------------------------------------*
           IF WS-CCRT-IGN > 0 OR WS-CIBN-IGN > 0
              OR WS-CAUT-IGN > 0 OR WS-COPP-IGN > 0
              OR WS-CGAV-IGN > 0 OR WS-CLEV-IGN > 0
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO114B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
