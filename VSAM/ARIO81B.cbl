      *    CREANCIER EST ALORS REJETE PAR L'INTAKE ET PAR LA MISE A   *
      *    JOUR. L'ETAT DE MAINTENANCE DONNE L'ANCIEN ET LE NOUVEAU   *
      *    STATUT ; LES TRANSACTIONS IRRECEVABLES SONT REJETEES.      *
      *    LE MEME LOT TIENT LE REGISTRE DES MANDATS DETENUS PAR NOS  *
      *    CLIENTS CREANCIERS (MANDCRE), REFERENTIEL DE CONTROLE DES  *
      *    REMISES DE PRELEVEMENTS QU'ILS NOUS CONFIENT : LE          *
      *    MANDAT EST DESIGNE PAR LE COMPTE DU CREANCIER ET SA        *
      *    REFERENCE UNIQUE (RUM), L'IBAN DU DEBITEUR EST CONTROLE    *
      *    (CLE MODULO 97) A LA CREATION.                             *
      *---------------------------------------------------------------*
      * CODES TRANSACTION GERES :                                     *
      *   CR CREATION   (CREANCIER + COMPTE + DATE DE SIGNATURE)      *
      *   RV REVOCATION (CREANCIER + COMPTE)                          *
      *   MC CREATION D'UN MANDAT CREANCIER (COMPTE DU CREANCIER +    *
      *      RUM + IBAN DU DEBITEUR + DATE DE SIGNATURE)              *
      *   MR REVOCATION D'UN MANDAT CREANCIER (COMPTE + RUM)          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA
           CLASS CAR-IBAN IS 'A' THRU 'Z' '0' THRU '9'.
      *
      *=====================
       INPUT-OUTPUT SECTION.
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-MANDCRE : MANDATS DETENUS PAR NOS
      *                                  CLIENTS CREANCIERS
      *                      -------------------------------------------
           SELECT  F-MANDCRE           ASSIGN TO MANDCRE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MCR-CLE
                   FILE STATUS         IS WS-FS-F-MANDCRE.
      *                      -------------------------------------------
      *                      F-MAJMAND : TRANSACTIONS DE MAINTENANCE
      *                      -------------------------------------------
           SELECT  F-MAJMAND-E         ASSIGN TO 'MAJMAND.txt'
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-MANDCRE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MCR.
           05 FS-MCR-CLE              PIC X(25).
           05 FILLER                  PIC X(55).
      *
       FD  F-MAJMAND-E
           RECORDING MODE IS F.
      *========================
      *
           COPY TPMANDAT.
           COPY TPMANCRE.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE LA TRANSACTION DE MAINTENANCE                  *
           05 WS-MAJ-CODE            PIC XX.
              88 WS-MAJ-CREATION     VALUE 'CR'.
              88 WS-MAJ-REVOCATION   VALUE 'RV'.
              88 WS-MAJ-CREATION-MCR VALUE 'MC'.
              88 WS-MAJ-REVOCATION-MCR VALUE 'MR'.
              88 WS-MAJ-MANDAT-CREANC VALUE 'MC' 'MR'.
              88 WS-MAJ-CODE-CONNU   VALUE 'CR' 'RV' 'MC' 'MR'.
           05 WS-MAJ-CREANCIER       PIC X(10).
           05 WS-MAJ-CPTE            PIC X(10).
           05 WS-MAJ-DATE-SIGN       PIC X(8).
           05 FILLER                 PIC X(50).
      *---------------------------------------------------------------*
      * DESSIN DES CODES MC ET MR (MANDAT DETENU PAR UN CLIENT        *
      * CREANCIER) : COMPTE DU CREANCIER CHEZ NOUS, RUM, IBAN DU      *
      * DEBITEUR ET DATE DE SIGNATURE (MC SEULEMENT).                 *
      *---------------------------------------------------------------*
       01  WS-ENRG-F-MAJ-MCR REDEFINES WS-ENRG-F-MAJ.
           05 FILLER                 PIC XX.
           05 WS-MAJ-MCR-CPTE        PIC X(10).
           05 WS-MAJ-MCR-RUM         PIC X(15).
           05 WS-MAJ-MCR-IBAN        PIC X(27).
           05 WS-MAJ-MCR-DATE-SIGN   PIC X(8).
           05 FILLER                 PIC X(18).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  MANDATS-ABSENT       VALUE '35'.
           88  MANDAT-INCONNU       VALUE '23'.
           88  MANDAT-DOUBLON       VALUE '22'.
       01  WS-FS-F-MANDCRE          PIC XX.
           88  OK-F-MANDCRE         VALUE '00'.
           88  MANDCRE-ABSENT       VALUE '35'.
           88  MCR-INCONNU          VALUE '23'.
           88  MCR-DOUBLON          VALUE '22'.
       01  WS-FS-F-MAJMAND-E        PIC XX.
           88  OK-F-MAJMAND-E       VALUE '00'.
           88  OK-LEC-F-MAJMAND-E   VALUE '00' '10'.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UN IBAN : CARACTERES, LONGUEUR ET CLE MODULO 97    *
      * CALCULEE SUR L'IBAN DONT LES 4 PREMIERS CARACTERES SONT       *
      * REPORTES EN FIN, CHAQUE LETTRE VALANT 10 (A) A 35 (Z).        *
      *---------------------------------------------------------------*
      *
       01  WS-IBAN-CTL              PIC X(27).
       01  WS-IBAN-CAR              PIC X.
       01  WS-IBAN-CHIFFRE REDEFINES WS-IBAN-CAR
                                    PIC 9.
       01  WS-ALPHABET              PIC X(26) VALUE
                                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-IBAN-LG               PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-POS              PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-VAL              PIC S9(4) COMP VALUE 0.
       77  WS-IBAN-CUMUL            PIC 9(5)  VALUE 0.
       77  WS-IBAN-QUOT             PIC 9(5)  VALUE 0.
       77  WS-IBAN-RESTE            PIC 9(2)  VALUE 0.
       01  WS-STATUT-IBAN           PIC X     VALUE '0'.
           88 WS-IBAN-VALIDE        VALUE '0'.
           88 WS-IBAN-INVALIDE      VALUE '1'.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE MAINTENANCE                      *
           05 WS-LMND-APRES-ED       PIC X(20).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMND-DETAIL-MCR.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMND-MCR-CODE-ED    PIC XX.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMND-MCR-CPTE-ED    PIC X(10).
           05 FILLER                 PIC X     VALUE '/'.
           05 WS-LMND-MCR-RUM-ED     PIC X(15).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LMND-MCR-AVANT-ED   PIC X(20).
           05 FILLER                 PIC X(4)  VALUE ' -> '.
           05 WS-LMND-MCR-APRES-ED   PIC X(20).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMND-REJET.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMND-MOTIF-ED       PIC X(30).
           05 FILLER                 PIC X(9)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMND-REJET-MCR.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LMND-RMC-CODE-ED    PIC XX.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMND-RMC-CPTE-ED    PIC X(10).
           05 FILLER                 PIC X     VALUE '/'.
           05 WS-LMND-RMC-RUM-ED     PIC X(15).
           05 FILLER                 PIC X(11) VALUE '  REJETEE :'.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LMND-RMC-MOTIF-ED   PIC X(30).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LMND-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
      *
           PERFORM 6000-OUVRIR-F-MANDATS-DEB
              THRU 6000-OUVRIR-F-MANDATS-FIN.
      *
           PERFORM 6005-OUVRIR-F-MANDCRE-DEB
              THRU 6005-OUVRIR-F-MANDCRE-FIN.
      *
           PERFORM 6010-OUVRIR-F-MAJMAND-DEB
              THRU 6010-OUVRIR-F-MAJMAND-FIN.
              THRU 7010-CONTROLER-TRANSACTION-FIN.
      *
           IF WS-MAJ-OK
                EVALUATE TRUE
                  WHEN WS-MAJ-CREATION
                     PERFORM 2000-TRT-CREATION-DEB
                        THRU 2000-TRT-CREATION-FIN
                  WHEN WS-MAJ-REVOCATION
                     PERFORM 2010-TRT-REVOCATION-DEB
                        THRU 2010-TRT-REVOCATION-FIN
                  WHEN WS-MAJ-CREATION-MCR
                     PERFORM 2020-TRT-CREATION-MCR-DEB
                        THRU 2020-TRT-CREATION-MCR-FIN
                  WHEN WS-MAJ-REVOCATION-MCR
                     PERFORM 2030-TRT-REVOCATION-MCR-DEB
                        THRU 2030-TRT-REVOCATION-MCR-FIN
                END-EVALUATE
           END-IF.
      *
           IF WS-MAJ-REJETEE
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT CREATION MANDAT CREANCIER    *
      *     ======================================================    *
      *---------------------------------------------------------------*
      *
       2020-TRT-CREATION-MCR-DEB.
      *
           MOVE SPACES                  TO WS-ENRG-F-MCR.
           MOVE WS-MAJ-MCR-CPTE         TO WS-MCR-CPTE-CREANC.
           MOVE WS-MAJ-MCR-RUM          TO WS-MCR-RUM.
           MOVE WS-MAJ-MCR-IBAN         TO WS-MCR-IBAN-DEBITEUR.
           MOVE WS-MAJ-MCR-DATE-SIGN    TO WS-MCR-DATE-SIGN.
           MOVE 'A'                     TO WS-MCR-STATUT.
           MOVE 0                       TO WS-MCR-DATE-REVOC.
           MOVE WS-MCR-CLE              TO FS-MCR-CLE.
           WRITE FS-ENRG-F-MCR FROM WS-ENRG-F-MCR
           END-WRITE.
           EVALUATE TRUE
             WHEN OK-F-MANDCRE
                  ADD  1                TO WS-CAPP
                  MOVE 'CREATION'       TO WS-ANCIENNE-VALEUR
                  MOVE 'ACTIF'          TO WS-NOUVELLE-VALEUR
                  PERFORM 8010-DETAIL-ETATMND-DEB
                     THRU 8010-DETAIL-ETATMND-FIN
             WHEN MCR-DOUBLON
                  MOVE 'MANDAT DEJA EXISTANT'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MANDCRE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       2020-TRT-CREATION-MCR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT REVOCATION MANDAT CREANCIER  *
      *     ========================================================  *
      *---------------------------------------------------------------*
      * LES LIGNES DEJA ENREGISTREES SUR CE MANDAT ET NON ENCORE      *
      * ECHUES SONT PRESENTEES NORMALEMENT : LA BANQUE DU DEBITEUR    *
      * LES RETOURNE AU MOTIF MD01.                                   *
      *---------------------------------------------------------------*
      *
       2030-TRT-REVOCATION-MCR-DEB.
      *
           MOVE WS-MAJ-MCR-CPTE         TO WS-MCR-CPTE-CREANC.
           MOVE WS-MAJ-MCR-RUM          TO WS-MCR-RUM.
           MOVE WS-MCR-CLE              TO FS-MCR-CLE.
           READ F-MANDCRE INTO WS-ENRG-F-MCR.
           EVALUATE TRUE
             WHEN MCR-INCONNU
                  MOVE 'MANDAT INEXISTANT'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
             WHEN OK-F-MANDCRE AND WS-MCR-REVOQUE
                  MOVE 'MANDAT DEJA REVOQUE'
                                        TO WS-MOTIF-REJET
                  SET  WS-MAJ-REJETEE   TO TRUE
             WHEN OK-F-MANDCRE
                  MOVE 'ACTIF'          TO WS-ANCIENNE-VALEUR
                  MOVE 'R'              TO WS-MCR-STATUT
                  MOVE WS-DATE-JOUR-NUM TO WS-MCR-DATE-REVOC
                  MOVE 'REVOQUE'        TO WS-NOUVELLE-VALEUR
                  REWRITE FS-ENRG-F-MCR FROM WS-ENRG-F-MCR
                  END-REWRITE
                  IF NOT OK-F-MANDCRE
                       DISPLAY 'PROBLEME DE REECRITURE F-MANDCRE'
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                  END-IF
                  ADD  1                TO WS-CAPP
                  PERFORM 8010-DETAIL-ETATMND-DEB
                     THRU 8010-DETAIL-ETATMND-FIN
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDCRE'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       2030-TRT-REVOCATION-MCR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
           END-IF.
       6000-OUVRIR-F-MANDATS-FIN.
           EXIT.
      *
       6005-OUVRIR-F-MANDCRE-DEB.
           OPEN I-O F-MANDCRE.
           IF MANDCRE-ABSENT
                OPEN OUTPUT F-MANDCRE
                CLOSE F-MANDCRE
                OPEN I-O F-MANDCRE
           END-IF.
           IF NOT OK-F-MANDCRE
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OUVRIR-F-MANDCRE-FIN.
           EXIT.
      *
       6010-OUVRIR-F-MAJMAND-DEB.
           OPEN INPUT F-MAJMAND-E.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-MANDATS F-MANDCRE F-MAJMAND-E F-ETATMND-S.
           IF NOT OK-F-MANDATS OR NOT OK-F-MANDCRE
              OR NOT OK-F-MAJMAND-E OR NOT OK-F-ETATMND-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
      * AU FICHIER DES MANDATS.                                       *
      *---------------------------------------------------------------*
       7010-CONTROLER-TRANSACTION-DEB.
           IF WS-MAJ-MANDAT-CREANC
                PERFORM 7020-CONTROLER-MCR-DEB
                   THRU 7020-CONTROLER-MCR-FIN
                GO TO 7010-CONTROLER-TRANSACTION-FIN
           END-IF.
           EVALUATE TRUE
             WHEN NOT WS-MAJ-CODE-CONNU
                  MOVE 'CODE TRANSACTION INCONNU'
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLES PROPRES AUX MANDATS DE NOS CLIENTS CREANCIERS.      *
      *---------------------------------------------------------------*
       7020-CONTROLER-MCR-DEB.
           EVALUATE TRUE
             WHEN WS-MAJ-MCR-CPTE IS NOT NUMERIC
                  MOVE 'COMPTE CREANCIER NON NUMERIQUE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-MCR-RUM = SPACES
                  MOVE 'REFERENCE DE MANDAT NON SERVIE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-CREATION-MCR
                  AND WS-MAJ-MCR-DATE-SIGN IS NOT NUMERIC
                  MOVE 'DATE DE SIGNATURE INVALIDE'
                                        TO WS-MOTIF-REJET
                  SET WS-MAJ-REJETEE    TO TRUE
             WHEN WS-MAJ-CREATION-MCR
                  MOVE WS-MAJ-MCR-IBAN  TO WS-IBAN-CTL
                  PERFORM 7032-CONTROLER-IBAN-DEB
                     THRU 7032-CONTROLER-IBAN-FIN
                  IF WS-IBAN-INVALIDE
                       MOVE 'IBAN DU DEBITEUR INVALIDE'
                                        TO WS-MOTIF-REJET
                       SET WS-MAJ-REJETEE TO TRUE
                  END-IF
           END-EVALUATE.
       7020-CONTROLER-MCR-FIN.
           EXIT.
      *
       7032-CONTROLER-IBAN-DEB.
           SET  WS-IBAN-VALIDE          TO TRUE.
           MOVE 0                       TO WS-IBAN-LG.
           INSPECT WS-IBAN-CTL TALLYING WS-IBAN-LG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LG < 15
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7032-CONTROLER-IBAN-FIN
           END-IF.
           IF WS-IBAN-LG < 27
                IF WS-IBAN-CTL (WS-IBAN-LG + 1 : ) NOT = SPACES
                     SET WS-IBAN-INVALIDE TO TRUE
                     GO TO 7032-CONTROLER-IBAN-FIN
                END-IF
           END-IF.
           IF WS-IBAN-CTL (1 : WS-IBAN-LG) IS NOT CAR-IBAN
              OR WS-IBAN-CTL (1 : 2) IS NOT ALPHABETIC
              OR WS-IBAN-CTL (3 : 2) IS NOT NUMERIC
                SET WS-IBAN-INVALIDE    TO TRUE
                GO TO 7032-CONTROLER-IBAN-FIN
           END-IF.
           MOVE 0                       TO WS-IBAN-RESTE.
           PERFORM 7034-CUMULER-CAR-DEB
              THRU 7034-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 5 BY 1
             UNTIL WS-IBAN-POS > WS-IBAN-LG.
           PERFORM 7034-CUMULER-CAR-DEB
              THRU 7034-CUMULER-CAR-FIN
             VARYING WS-IBAN-POS FROM 1 BY 1
             UNTIL WS-IBAN-POS > 4.
           IF WS-IBAN-RESTE NOT = 1
                SET WS-IBAN-INVALIDE    TO TRUE
           END-IF.
       7032-CONTROLER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN CHIFFRE DECALE LE RESTE D'UN RANG, UNE LETTRE (RANG DANS   *
      * L'ALPHABET + 9) DE DEUX RANGS.                                *
      *---------------------------------------------------------------*
       7034-CUMULER-CAR-DEB.
           MOVE WS-IBAN-CTL (WS-IBAN-POS : 1) TO WS-IBAN-CAR.
           IF WS-IBAN-CAR IS NUMERIC
                COMPUTE WS-IBAN-CUMUL = WS-IBAN-RESTE * 10
                                      + WS-IBAN-CHIFFRE
           ELSE
                MOVE 0                  TO WS-IBAN-VAL
                INSPECT WS-ALPHABET TALLYING WS-IBAN-VAL
                        FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
                COMPUTE WS-IBAN-CUMUL = WS-IBAN-RESTE * 100
                                      + WS-IBAN-VAL + 10
           END-IF.
           DIVIDE WS-IBAN-CUMUL BY 97 GIVING WS-IBAN-QUOT
                  REMAINDER WS-IBAN-RESTE.
       7034-CUMULER-CAR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
           EXIT.
      *
       8010-DETAIL-ETATMND-DEB.
           IF WS-MAJ-MANDAT-CREANC
                MOVE WS-MAJ-CODE        TO WS-LMND-MCR-CODE-ED
                MOVE WS-MAJ-MCR-CPTE    TO WS-LMND-MCR-CPTE-ED
                MOVE WS-MAJ-MCR-RUM     TO WS-LMND-MCR-RUM-ED
                MOVE WS-ANCIENNE-VALEUR TO WS-LMND-MCR-AVANT-ED
                MOVE WS-NOUVELLE-VALEUR TO WS-LMND-MCR-APRES-ED
                MOVE WS-LMND-DETAIL-MCR TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATMND-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATMND-FIN
                GO TO 8010-DETAIL-ETATMND-FIN
           END-IF.
           MOVE WS-MAJ-CODE          TO WS-LMND-CODE-ED.
           MOVE WS-MAJ-CREANCIER     TO WS-LMND-CREANCIER-ED.
           MOVE WS-MAJ-CPTE          TO WS-LMND-CPTE-ED.
           EXIT.
      *
       8020-REJET-ETATMND-DEB.
           IF WS-MAJ-MANDAT-CREANC
                MOVE WS-MAJ-CODE        TO WS-LMND-RMC-CODE-ED
                MOVE WS-MAJ-MCR-CPTE    TO WS-LMND-RMC-CPTE-ED
                MOVE WS-MAJ-MCR-RUM     TO WS-LMND-RMC-RUM-ED
                MOVE WS-MOTIF-REJET     TO WS-LMND-RMC-MOTIF-ED
                MOVE WS-LMND-REJET-MCR  TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATMND-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATMND-FIN
                GO TO 8020-REJET-ETATMND-FIN
           END-IF.
           MOVE WS-MAJ-CODE          TO WS-LMND-REJ-CODE-ED.
           MOVE WS-MAJ-CREANCIER     TO WS-LMND-REJ-CREAN-ED.
           MOVE WS-MAJ-CPTE          TO WS-LMND-REJ-CPTE-ED.
