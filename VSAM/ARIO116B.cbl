      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO116B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    SUIVI QUOTIDIEN DES AUTORISATIONS DE DECOUVERT TEMPORAIRES *
      *    (DECTEMP, TENU PAR LA MAINTENANCE DES COMPTES, CODE DT).   *
      *    PASSE CHAQUE JOUR APRES LA MISE A JOUR :                   *
      *    - LES AUTORISATIONS QUI ARRIVENT A ECHEANCE DANS LES SEPT  *
      *      JOURS SONT LISTEES POUR QUE LE CONSEILLER PREVIENNE LE   *
      *      CLIENT OU PROLONGE L'AUTORISATION ;                      *
      *    - CHAQUE AUTORISATION ECHUE EST EXAMINEE UNE FOIS, AU      *
      *      PREMIER PASSAGE QUI SUIT SON ECHEANCE : SI LE COMPTE EST *
      *      ENCORE DEBITEUR AU-DELA DE SON AUTORISATION DU JOUR      *
      *      (LIMITE PERMANENTE ET AUTRES AUTORISATIONS TEMPORAIRES   *
      *      EN COURS), ELLE EST LISTEE POUR REGULARISATION.          *
      *      L'AUTORISATION EST ENSUITE MARQUEE SIGNALEE ('S').       *
      *    L'ETAT ETATDCT RECAPITULE LES DEUX LISTES.                 *
      *---------------------------------------------------------------*
      * CODE RETOUR 4 SI UNE AUTORISATION ECHUE LAISSE UN COMPTE HORS *
      * AUTORISATION, OU SI LA TABLE DES ECHUES EST SATUREE (LE RESTE *
      * EST EXAMINE AU PASSAGE SUIVANT).                              *
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
       PROGRAM-ID.      ARIO116B.
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
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-DECTEMP : AUTORISATIONS DE DECOUVERT
      *                                  TEMPORAIRES
      *                      -------------------------------------------
           SELECT  F-DECTEMP           ASSIGN TO DECTEMP
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-DCT-CLE
                   FILE STATUS         IS WS-FS-F-DECTEMP.
      *                      -------------------------------------------
      *                      ETATDCT : ETAT DE SUIVI DES AUTORISATIONS
      *                      -------------------------------------------
           SELECT  F-ETATDCT-S         ASSIGN TO WS-NOM-ETATDCT
                   FILE STATUS         IS WS-FS-F-ETATDCT-S.
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
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
       FD  F-ETATDCT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATDCT            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPDECTMP.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '02' '10'.
           88  EOF-F-DECTEMP        VALUE '10'.
           88  DECTEMP-ABSENT       VALUE '35'.
           88  OK-START-DECTEMP     VALUE '00' '23'.
           88  DCT-INCONNUE         VALUE '23'.
       01  WS-FS-F-ETATDCT-S        PIC XX.
           88  OK-F-ETATDCT-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CLUS                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CECH                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CEXP                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CHORS                 PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CCLOS                 PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CREPORT               PIC S9(6) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATDCT           PIC X(24).
       77  WS-DELAI-ECHEANCE        PIC 9     VALUE 7.
       77  WS-NB-JOURS              PIC S9(5) COMP VALUE 0.
       77  WS-CPTE-SCAN             PIC 9(10) VALUE 0.
       77  WS-LIMITE-JOUR           PIC S9(9)V99 COMP-3 VALUE 0.
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
       01  WS-DATE-ED.
           05 WS-DED-JJ             PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-DED-MM             PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-DED-AAAA           PIC 9(4).
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
       01  WS-DISPO-DECTEMP         PIC X     VALUE '0'.
           88 WS-DECTEMP-FERME      VALUE '0'.
           88 WS-DECTEMP-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-DCT          PIC X     VALUE '0'.
           88 WS-SCAN-DCT-EN-COURS  VALUE '0'.
           88 WS-SCAN-DCT-TERMINE   VALUE '1'.
       01  WS-ETAT-TABLE-ECH        PIC X     VALUE '0'.
           88 WS-TEC-DISPONIBLE     VALUE '0'.
           88 WS-TEC-SATUREE        VALUE '1'.
      *
      *---------------------------------------------------------------*
      * AUTORISATIONS ECHUES NON ENCORE SIGNALEES, RELEVEES LORS DU   *
      * PARCOURS DU FICHIER ET EXAMINEES COMPTE PAR COMPTE ENSUITE    *
      * (L'EXAMEN REPOSITIONNE LE FICHIER SUR CHAQUE COMPTE).         *
      *---------------------------------------------------------------*
       01  WS-TABLE-ECHUES.
           05 WS-TEC-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TEC-POSTE          OCCURS 500
                                    INDEXED BY IDX-TEC.
              10 WS-TEC-ENRG        PIC X(60).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE SUIVI DES AUTORISATIONS          *
      *---------------------------------------------------------------*
      *
       01  WS-LDCT-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LDCT-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(14)  VALUE SPACES.
           05 FILLER                 PIC X(36)  VALUE
                   'SUIVI DES DECOUVERTS TEMPORAIRES DU '.
           05 WS-LDCT-DATE-ED        PIC X(10).
           05 FILLER                 PIC X(14)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LDCT-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LDCT-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LDCT-NOM-ED         PIC X(20).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LDCT-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE ' AU '.
           05 WS-LDCT-FIN-ED         PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LDCT-CONSEIL-ED     PIC X(8).
           05 WS-LDCT-DELAI-ED       PIC X(4).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LDCT-DELAI.
           05 FILLER                 PIC X(3)  VALUE ' J-'.
           05 WS-LDCT-JOURS-ED       PIC 9.
      *
       01  WS-LDCT-SOLDE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(12) VALUE
                                         '      SOLDE:'.
           05 WS-LDCT-SOLDE-ED       PIC ZZZZZZZ9,99DB.
           05 FILLER                 PIC X(9)  VALUE '  LIMITE:'.
           05 WS-LDCT-LIMITE-ED      PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(14) VALUE
                                         '  AUTOR. JOUR:'.
           05 WS-LDCT-AUTJOUR-ED     PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LDCT-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(7)  VALUE 'LUES : '.
           05 WS-LDCT-NBLUS-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(15) VALUE
                                         '  A ECHEANCE : '.
           05 WS-LDCT-NBECH-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE '  ECHUES : '.
           05 WS-LDCT-NBEXP-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(16) VALUE
                                         '  HORS AUTOR. : '.
           05 WS-LDCT-NBHORS-ED      PIC ZZZZ9.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LDCT-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LDCT-MESSAGE-ED     PIC X(74).
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
      * SANS FICHIER DES AUTORISATIONS (AUCUNE SAISIE A CE JOUR),     *
      * L'ETAT EST EDITE AVEC LA SEULE MENTION DE SON ABSENCE.        *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6005-OUVRIR-F-DECTEMP-DEB
              THRU 6005-OUVRIR-F-DECTEMP-FIN.
      *
           PERFORM 6010-OUVRIR-ETATDCT-DEB
              THRU 6010-OUVRIR-ETATDCT-FIN.
      *
           PERFORM 8000-ENTETE-ETATDCT-DEB
              THRU 8000-ENTETE-ETATDCT-FIN.
      *
           IF WS-DECTEMP-FERME
                MOVE 'FICHIER DES AUTORISATIONS TEMPORAIRES ABSENT'
                                        TO WS-LDCT-MESSAGE-ED
                PERFORM 8050-MESSAGE-ETATDCT-DEB
                   THRU 8050-MESSAGE-ETATDCT-FIN
                GO TO 0000-TRT-PRINCIPAL-SUITE
           END-IF.
      *
           MOVE 'AUTORISATIONS ARRIVANT A ECHEANCE SOUS 7 JOURS'
                                        TO WS-LDCT-MESSAGE-ED.
           PERFORM 8050-MESSAGE-ETATDCT-DEB
              THRU 8050-MESSAGE-ETATDCT-FIN.
      *
           PERFORM 1000-PARCOURIR-FICHIER-DEB
              THRU 1000-PARCOURIR-FICHIER-FIN.
      *
           MOVE WS-LDCT-L1              TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE 'AUTORISATIONS ECHUES SUR COMPTE HORS AUTORISATION'
                                        TO WS-LDCT-MESSAGE-ED.
           PERFORM 8050-MESSAGE-ETATDCT-DEB
              THRU 8050-MESSAGE-ETATDCT-FIN.
      *
           PERFORM 2000-TRT-ECHUE-DEB
              THRU 2000-TRT-ECHUE-FIN
             VARYING IDX-TEC FROM 1 BY 1
             UNTIL IDX-TEC > WS-TEC-NB.
      *
           IF WS-CHORS = 0
                MOVE 'AUCUNE'           TO WS-LDCT-MESSAGE-ED
                PERFORM 8050-MESSAGE-ETATDCT-DEB
                   THRU 8050-MESSAGE-ETATDCT-FIN
           END-IF.
      *
           IF WS-TEC-SATUREE
                MOVE SPACES             TO WS-LDCT-MESSAGE-ED
                STRING 'TABLE DES ECHUES SATUREE : '
                       'SUITE AU PROCHAIN PASSAGE'
                       DELIMITED BY SIZE
                       INTO WS-LDCT-MESSAGE-ED
                PERFORM 8050-MESSAGE-ETATDCT-DEB
                   THRU 8050-MESSAGE-ETATDCT-FIN
           END-IF.
      *
       0000-TRT-PRINCIPAL-SUITE.
           PERFORM 8030-TOTAL-ETATDCT-DEB
              THRU 8030-TOTAL-ETATDCT-FIN.
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
      *     DESCRIPTION DU COMPOSANT PARCOURS DU FICHIER              *
      *     ============================================              *
      *---------------------------------------------------------------*
      * TOUTES LES AUTORISATIONS SONT LUES DANS L'ORDRE DE LA CLE :   *
      * CELLES QUI ECHOIENT DANS LE DELAI SONT EDITEES, LES ECHUES    *
      * NON SIGNALEES SONT RETENUES POUR EXAMEN.                      *
      *---------------------------------------------------------------*
      *
       1000-PARCOURIR-FICHIER-DEB.
      *
           MOVE 0                       TO WS-CPTE-SCAN.
           PERFORM 6300-POSITIONNER-F-DECTEMP-DEB
              THRU 6300-POSITIONNER-F-DECTEMP-FIN.
      *
           PERFORM 1010-TRT-AUTORISATION-DEB
              THRU 1010-TRT-AUTORISATION-FIN
             UNTIL WS-SCAN-DCT-TERMINE.
      *
           IF WS-CECH = 0
                MOVE 'AUCUNE'           TO WS-LDCT-MESSAGE-ED
                PERFORM 8050-MESSAGE-ETATDCT-DEB
                   THRU 8050-MESSAGE-ETATDCT-FIN
           END-IF.
      *
       1000-PARCOURIR-FICHIER-FIN.
           EXIT.
      *
       1010-TRT-AUTORISATION-DEB.
      *
           PERFORM 6310-LIRE-F-DECTEMP-DEB
              THRU 6310-LIRE-F-DECTEMP-FIN.
           IF WS-SCAN-DCT-TERMINE
                GO TO 1010-TRT-AUTORISATION-FIN
           END-IF.
           ADD  1                       TO WS-CLUS.
      *
           IF WS-DCT-DATE-FIN NOT < WS-DATE-JOUR-NUM
                MOVE WS-DCT-DATE-FIN    TO WS-DATE-W-NUM
                PERFORM 7360-SERIAL-DATE-DEB
                   THRU 7360-SERIAL-DATE-FIN
                COMPUTE WS-NB-JOURS = WS-SERIAL - WS-SERIAL-JOUR
                IF WS-NB-JOURS NOT > WS-DELAI-ECHEANCE
                     ADD  1             TO WS-CECH
                     PERFORM 8010-DETAIL-ETATDCT-DEB
                        THRU 8010-DETAIL-ETATDCT-FIN
                END-IF
                GO TO 1010-TRT-AUTORISATION-FIN
           END-IF.
      *
           IF NOT WS-DCT-EN-COURS
                GO TO 1010-TRT-AUTORISATION-FIN
           END-IF.
           IF WS-TEC-NB NOT < 500
                SET  WS-TEC-SATUREE     TO TRUE
                ADD  1                  TO WS-CREPORT
                GO TO 1010-TRT-AUTORISATION-FIN
           END-IF.
           ADD  1                       TO WS-TEC-NB.
           MOVE WS-ENRG-F-DCT           TO WS-TEC-ENRG (WS-TEC-NB).
      *
       1010-TRT-AUTORISATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT D'UNE AUTORISATION ECHUE     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * LE COMPTE EST COMPARE A SON AUTORISATION DU JOUR, LIMITE      *
      * PERMANENTE PLUS LES AUTRES AUTORISATIONS TEMPORAIRES EN       *
      * COURS. QU'ELLE SOIT EDITEE OU NON, L'AUTORISATION ECHUE EST   *
      * MARQUEE SIGNALEE ; UN COMPTE DISPARU NE LAISSE RIEN A SUIVRE. *
      *---------------------------------------------------------------*
      *
       2000-TRT-ECHUE-DEB.
      *
           ADD  1                       TO WS-CEXP.
           MOVE WS-TEC-ENRG (IDX-TEC)   TO WS-ENRG-F-DCT.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                ADD  1                  TO WS-CCLOS
                GO TO 2000-TRT-ECHUE-SUITE
           END-IF.
      *
           MOVE WS-DCT-CPTE             TO WS-CPTE-SCAN.
           PERFORM 7100-CALC-LIMITE-JOUR-DEB
              THRU 7100-CALC-LIMITE-JOUR-FIN.
           MOVE WS-TEC-ENRG (IDX-TEC)   TO WS-ENRG-F-DCT.
      *
           IF WS-CPT-SOLDE < (WS-LIMITE-JOUR * -1)
                ADD  1                  TO WS-CHORS
                PERFORM 8020-ECHUE-ETATDCT-DEB
                   THRU 8020-ECHUE-ETATDCT-FIN
           END-IF.
      *
       2000-TRT-ECHUE-SUITE.
           PERFORM 6320-LIRE-CLE-F-DECTEMP-DEB
              THRU 6320-LIRE-CLE-F-DECTEMP-FIN.
           IF NOT DCT-INCONNUE
                SET  WS-DCT-ECHUE-SIGNALEE TO TRUE
                PERFORM 6330-REECRIRE-F-DECTEMP-DEB
                   THRU 6330-REECRIRE-F-DECTEMP-FIN
           END-IF.
      *
       2000-TRT-ECHUE-FIN.
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
      * FICHIER DES AUTORISATIONS TEMPORAIRES : CREE PAR LA PREMIERE  *
      * SAISIE EN MAINTENANCE ; ABSENT, IL N'Y A RIEN A SUIVRE.       *
      *---------------------------------------------------------------*
       6005-OUVRIR-F-DECTEMP-DEB.
           OPEN I-O F-DECTEMP.
           EVALUATE TRUE
             WHEN OK-F-DECTEMP
                  SET WS-DECTEMP-OUVERT TO TRUE
             WHEN DECTEMP-ABSENT
                  SET WS-DECTEMP-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECTEMP'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6005-OUVRIR-F-DECTEMP-FIN.
           EXIT.
      *
       6010-OUVRIR-ETATDCT-DEB.
           OPEN OUTPUT F-ETATDCT-S
           IF NOT OK-F-ETATDCT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATDCT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATDCT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-ETATDCT-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           MOVE WS-DCT-CPTE             TO FS-CPTE-CPT.
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
       6060-ECRIRE-LIGNE-ETATDCT-DEB.
           WRITE FS-ENRG-ETATDCT
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATDCT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATDCT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATDCT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-LIGNE-ETATDCT-FIN.
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
           IF WS-DECTEMP-OUVERT
                CLOSE F-DECTEMP
                IF NOT OK-F-DECTEMP
                   DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-DECTEMP'
                   DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                   PERFORM 9999-FIN-PROGRAMME-DEB
                      THRU 9999-FIN-PROGRAMME-FIN
                END-IF
           END-IF.
           CLOSE F-ETATDCT-S.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSITIONNEMENT SUR LA PREMIERE AUTORISATION DU COMPTE         *
      * WS-CPTE-SCAN (ZERO : DEBUT DU FICHIER) ; SANS AUTORISATION,   *
      * LE BALAYAGE EST TERMINE D'EMBLEE.                             *
      *---------------------------------------------------------------*
       6300-POSITIONNER-F-DECTEMP-DEB.
           MOVE LOW-VALUE               TO WS-DCT-CLE.
           IF WS-CPTE-SCAN NOT = 0
                MOVE WS-CPTE-SCAN       TO WS-DCT-CPTE
           END-IF.
           MOVE WS-DCT-CLE              TO FS-DCT-CLE.
           START F-DECTEMP KEY IS NOT LESS THAN FS-DCT-CLE
           END-START.
           IF NOT OK-START-DECTEMP
                DISPLAY 'PROBLEME DE START DU FICHIER F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF DCT-INCONNUE
                SET WS-SCAN-DCT-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-DCT-EN-COURS TO TRUE
           END-IF.
       6300-POSITIONNER-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE SUIVANTE : FIN DE FICHIER, OU, POUR LE BALAYAGE D'UN  *
      * COMPTE, CHANGEMENT DE COMPTE OU AUTORISATION DEBUTANT APRES   *
      * LE JOUR, TERMINE LE BALAYAGE.                                 *
      *---------------------------------------------------------------*
       6310-LIRE-F-DECTEMP-DEB.
           READ F-DECTEMP NEXT RECORD INTO WS-ENRG-F-DCT.
           IF NOT OK-LEC-F-DECTEMP
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-DECTEMP
                SET WS-SCAN-DCT-TERMINE  TO TRUE
                GO TO 6310-LIRE-F-DECTEMP-FIN
           END-IF.
           IF WS-CPTE-SCAN NOT = 0
              AND (WS-DCT-CPTE NOT = WS-CPTE-SCAN
                   OR WS-DCT-DATE-DEB > WS-DATE-JOUR-NUM)
                SET WS-SCAN-DCT-TERMINE  TO TRUE
           END-IF.
       6310-LIRE-F-DECTEMP-FIN.
           EXIT.
      *
       6320-LIRE-CLE-F-DECTEMP-DEB.
           MOVE WS-DCT-CLE              TO FS-DCT-CLE.
           READ F-DECTEMP RECORD INTO WS-ENRG-F-DCT
                KEY IS FS-DCT-CLE.
           IF NOT OK-F-DECTEMP AND NOT DCT-INCONNUE
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-LIRE-CLE-F-DECTEMP-FIN.
           EXIT.
      *
       6330-REECRIRE-F-DECTEMP-DEB.
           REWRITE FS-ENRG-F-DCT
                   FROM WS-ENRG-F-DCT
           END-REWRITE.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6330-REECRIRE-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD.
      *
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-W-NUM.
           PERFORM 7360-SERIAL-DATE-DEB
              THRU 7360-SERIAL-DATE-FIN.
           MOVE WS-SERIAL               TO WS-SERIAL-JOUR.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED              TO WS-LDCT-DATE-ED.
      *
           STRING 'ETATDCT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATDCT.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
       7080-EDITER-DATE-DEB.
           MOVE WS-DW-JJ                TO WS-DED-JJ.
           MOVE WS-DW-MM                TO WS-DED-MM.
           MOVE WS-DW-AAAA              TO WS-DED-AAAA.
       7080-EDITER-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATION DU JOUR DU COMPTE WS-CPTE-SCAN : LIMITE          *
      * PERMANENTE PLUS LES AUTORISATIONS TEMPORAIRES DONT LA PERIODE *
      * COUVRE LE JOUR.                                               *
      *---------------------------------------------------------------*
       7100-CALC-LIMITE-JOUR-DEB.
           MOVE WS-CPT-LIMITE           TO WS-LIMITE-JOUR.
           PERFORM 6300-POSITIONNER-F-DECTEMP-DEB
              THRU 6300-POSITIONNER-F-DECTEMP-FIN.
           PERFORM 7105-CUMULER-UN-DECTEMP-DEB
              THRU 7105-CUMULER-UN-DECTEMP-FIN
             UNTIL WS-SCAN-DCT-TERMINE.
       7100-CALC-LIMITE-JOUR-FIN.
           EXIT.
      *
       7105-CUMULER-UN-DECTEMP-DEB.
           PERFORM 6310-LIRE-F-DECTEMP-DEB
              THRU 6310-LIRE-F-DECTEMP-FIN.
           IF WS-SCAN-DCT-EN-COURS
              AND WS-DCT-DATE-FIN NOT < WS-DATE-JOUR-NUM
                ADD WS-DCT-MT           TO WS-LIMITE-JOUR
           END-IF.
       7105-CUMULER-UN-DECTEMP-FIN.
           EXIT.
      *
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
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATDCT-DEB.
           MOVE WS-LDCT-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE WS-LDCT-TITRE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE WS-LDCT-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
       8000-ENTETE-ETATDCT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LIGNE D'UNE AUTORISATION ARRIVANT A ECHEANCE : LE NOM DU      *
      * CLIENT EST LU AU FICHIER DES COMPTES, J-N DONNE LES JOURS     *
      * RESTANT A COURIR.                                             *
      *---------------------------------------------------------------*
       8010-DETAIL-ETATDCT-DEB.
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                MOVE 'COMPTE INCONNU'   TO WS-LDCT-NOM-ED
           ELSE
                MOVE WS-CPT-NOM         TO WS-LDCT-NOM-ED
           END-IF.
           PERFORM 8040-ZONES-AUTORISATION-DEB
              THRU 8040-ZONES-AUTORISATION-FIN.
           MOVE WS-NB-JOURS          TO WS-LDCT-JOURS-ED.
           MOVE WS-LDCT-DELAI        TO WS-LDCT-DELAI-ED.
           MOVE WS-LDCT-DETAIL       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
       8010-DETAIL-ETATDCT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATION ECHUE SUR COMPTE HORS AUTORISATION : LA LIGNE    *
      * DE L'AUTORISATION EST SUIVIE DU SOLDE, DE LA LIMITE           *
      * PERMANENTE ET DE L'AUTORISATION DU JOUR.                      *
      *---------------------------------------------------------------*
       8020-ECHUE-ETATDCT-DEB.
           MOVE WS-CPT-NOM           TO WS-LDCT-NOM-ED.
           PERFORM 8040-ZONES-AUTORISATION-DEB
              THRU 8040-ZONES-AUTORISATION-FIN.
           MOVE SPACES               TO WS-LDCT-DELAI-ED.
           MOVE WS-LDCT-DETAIL       TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE WS-CPT-SOLDE         TO WS-LDCT-SOLDE-ED.
           MOVE WS-CPT-LIMITE        TO WS-LDCT-LIMITE-ED.
           MOVE WS-LIMITE-JOUR       TO WS-LDCT-AUTJOUR-ED.
           MOVE WS-LDCT-SOLDE        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
       8020-ECHUE-ETATDCT-FIN.
           EXIT.
      *
       8030-TOTAL-ETATDCT-DEB.
           MOVE WS-LDCT-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE WS-CLUS              TO WS-LDCT-NBLUS-ED.
           MOVE WS-CECH              TO WS-LDCT-NBECH-ED.
           MOVE WS-CEXP              TO WS-LDCT-NBEXP-ED.
           MOVE WS-CHORS             TO WS-LDCT-NBHORS-ED.
           MOVE WS-LDCT-TOTAL        TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
           MOVE WS-LDCT-L1           TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
       8030-TOTAL-ETATDCT-FIN.
           EXIT.
      *
       8040-ZONES-AUTORISATION-DEB.
           MOVE WS-DCT-CPTE          TO WS-LDCT-CPTE-ED.
           MOVE WS-DCT-MT            TO WS-LDCT-MT-ED.
           MOVE WS-DCT-DATE-FIN      TO WS-DATE-W-NUM.
           PERFORM 7080-EDITER-DATE-DEB
              THRU 7080-EDITER-DATE-FIN.
           MOVE WS-DATE-ED           TO WS-LDCT-FIN-ED.
           MOVE WS-DCT-CONSEILLER    TO WS-LDCT-CONSEIL-ED.
       8040-ZONES-AUTORISATION-FIN.
           EXIT.
      *
       8050-MESSAGE-ETATDCT-DEB.
           MOVE WS-LDCT-MESSAGE      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDCT-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDCT-FIN.
       8050-MESSAGE-ETATDCT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO116B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'AUTORISATIONS LUES: ' WS-CLUS.
           DISPLAY 'A ECHEANCE        : ' WS-CECH.
           DISPLAY 'ECHUES EXAMINEES  : ' WS-CEXP.
           DISPLAY 'DONT HORS AUTOR.  : ' WS-CHORS.
           DISPLAY 'DONT COMPTE CLOS  : ' WS-CCLOS.
           DISPLAY 'REPORTEES         : ' WS-CREPORT.
      *---------------------------------------------------------------*
      * LES COMPTES RESTES HORS AUTORISATION A L'ECHEANCE D'UNE       *
      * AUTORISATION TEMPORAIRE SONT SIGNALES PAR LE CODE RETOUR 4.   *
      *---------------------------------------------------------------*
           IF WS-CHORS > 0 OR WS-TEC-SATUREE
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO116B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
