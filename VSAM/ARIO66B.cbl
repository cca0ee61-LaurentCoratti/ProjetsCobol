      *    AUTORISATION D'ABORD, PUIS DANS L'AUTORISATION, DECOUVERT  *
      *    LE PLUS PROFOND EN TETE) ET EDITES AVEC LE TELEPHONE ET    *
      *    L'ADRESSE DU CLIENT POUR RAPPEL PAR L'AGENCE.              *
      *    L'AUTORISATION RETENUE EST CELLE EN VIGUEUR LE JOUR :      *
      *    LIMITE PERMANENTE AUGMENTEE DES AUTORISATIONS TEMPORAIRES  *
      *    EN COURS (DECTEMP), DONT LA PART EST EDITEE A PART.        *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-DECTEMP : AUTORISATIONS DE DECOUVERT
      *                                  TEMPORAIRES
      *                      -------------------------------------------
           SELECT  F-DECTEMP           ASSIGN TO DECTEMP
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-DCT-CLE
                   FILE STATUS         IS WS-FS-F-DECTEMP.
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
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-SOLDE            PIC S9(8)V99.
           05 FS-TRI-LIMITE           PIC S9(8)V99.
           05 FS-TRI-DECTEMP          PIC 9(8)V99.
           05 FS-TRI-TEL              PIC X(14).
           05 FS-TRI-ADR              PIC X(30).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
      *========================
       WORKING-STORAGE SECTION.
           COPY TPAUTOR.
      *
           COPY TPPARAM.
      *
           COPY TPDECTMP.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E    VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '02' '10'.
           88  EOF-F-DECTEMP        VALUE '10'.
           88  DECTEMP-ABSENT       VALUE '35'.
           88  OK-START-DECTEMP     VALUE '00' '23'.
           88  DCT-INCONNUE         VALUE '23'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
                                    VALUE 0.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATDEB           PIC X(24).
      *---------------------------------------------------------------*
      * AUTORISATION DU JOUR DU COMPTE LU : LIMITE PERMANENTE ET PART *
      * DES AUTORISATIONS TEMPORAIRES EN COURS.                       *
      *---------------------------------------------------------------*
       77  WS-LIMITE-JOUR           PIC S9(9)V99 COMP-3
                                    VALUE 0.
       77  WS-DECTEMP-CPTE          PIC S9(9)V99 COMP-3
                                    VALUE 0.
       01  WS-DISPO-DECTEMP         PIC X     VALUE '0'.
           88 WS-DECTEMP-FERME      VALUE '0'.
           88 WS-DECTEMP-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-DCT          PIC X     VALUE '0'.
           88 WS-SCAN-DCT-EN-COURS  VALUE '0'.
           88 WS-SCAN-DCT-TERMINE   VALUE '1'.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
           05 WS-LDEB-MTAUT-ED       PIC ZZZZZZZZ9,99.
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LDEB-DECTEMP.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(24) VALUE
                                         '       DONT TEMPORAIRE :'.
           05 WS-LDEB-DECTEMP-ED     PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LDEB-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6250-OUVRIR-F-DECTEMP-DEB
              THRU 6250-OUVRIR-F-DECTEMP-FIN.
      *
           PERFORM 6010-OUVRIR-ETATDEB-DEB
              THRU 6010-OUVRIR-ETATDEB-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6255-FERMER-F-DECTEMP-DEB
              THRU 6255-FERMER-F-DECTEMP-FIN.
      *
           PERFORM 6110-FERMER-ETATDEB-DEB
              THRU 6110-FERMER-ETATDEB-FIN.
           ADD  1                       TO WS-CCPT.
           IF WS-CPT-SOLDE < 0
                COMPUTE FS-TRI-DECOUVERT = WS-CPT-SOLDE * -1
                PERFORM 7030-CALC-LIMITE-JOUR-DEB
                   THRU 7030-CALC-LIMITE-JOUR-FIN
                IF FS-TRI-DECOUVERT > WS-LIMITE-JOUR
                     SET FS-TRI-HORS-AUTOR TO TRUE
                ELSE
                     SET FS-TRI-DANS-AUTOR TO TRUE
                END-IF
                MOVE WS-CPT-CPTE        TO FS-TRI-CPTE
                MOVE WS-CPT-SOLDE       TO FS-TRI-SOLDE
                MOVE WS-LIMITE-JOUR     TO FS-TRI-LIMITE
                MOVE WS-DECTEMP-CPTE    TO FS-TRI-DECTEMP
                MOVE WS-CPT-TEL         TO FS-TRI-TEL
                MOVE WS-CPT-ADR         TO FS-TRI-ADR
                RELEASE FS-ENRG-TRI
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATIONS DE DECOUVERT TEMPORAIRES : FICHIER FACULTATIF,  *
      * EN SON ABSENCE SEULE LA LIMITE PERMANENTE S'APPLIQUE.         *
      *---------------------------------------------------------------*
       6250-OUVRIR-F-DECTEMP-DEB.
           OPEN INPUT F-DECTEMP.
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
       6250-OUVRIR-F-DECTEMP-FIN.
           EXIT.
      *
       6255-FERMER-F-DECTEMP-DEB.
           IF WS-DECTEMP-FERME
                GO TO 6255-FERMER-F-DECTEMP-FIN
           END-IF.
           CLOSE F-DECTEMP.
           IF NOT OK-F-DECTEMP
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6255-FERMER-F-DECTEMP-FIN.
           EXIT.
      *
       6256-POSITIONNER-F-DECTEMP-DEB.
           MOVE LOW-VALUE               TO WS-DCT-CLE.
           MOVE WS-CPT-CPTE             TO WS-DCT-CPTE.
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
       6256-POSITIONNER-F-DECTEMP-FIN.
           EXIT.
      *
       6258-LIRE-F-DECTEMP-DEB.
           READ F-DECTEMP NEXT RECORD INTO WS-ENRG-F-DCT.
           IF NOT OK-LEC-F-DECTEMP
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-DECTEMP
              OR WS-DCT-CPTE NOT = WS-CPT-CPTE
              OR WS-DCT-DATE-DEB > WS-DATE-JOUR-NUM
                SET WS-SCAN-DCT-TERMINE  TO TRUE
           END-IF.
       6258-LIRE-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
           END-IF.
       7020-CUMULER-UN-HOLD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATION DU JOUR DU COMPTE LU : LIMITE PERMANENTE PLUS    *
      * LES AUTORISATIONS TEMPORAIRES DONT LA PERIODE COUVRE LE JOUR. *
      *---------------------------------------------------------------*
       7030-CALC-LIMITE-JOUR-DEB.
           MOVE 0                       TO WS-DECTEMP-CPTE.
           IF WS-DECTEMP-OUVERT
                PERFORM 6256-POSITIONNER-F-DECTEMP-DEB
                   THRU 6256-POSITIONNER-F-DECTEMP-FIN
                PERFORM 7035-CUMULER-UN-DECTEMP-DEB
                   THRU 7035-CUMULER-UN-DECTEMP-FIN
                  UNTIL WS-SCAN-DCT-TERMINE
           END-IF.
           COMPUTE WS-LIMITE-JOUR = WS-CPT-LIMITE + WS-DECTEMP-CPTE.
       7030-CALC-LIMITE-JOUR-FIN.
           EXIT.
      *
       7035-CUMULER-UN-DECTEMP-DEB.
           PERFORM 6258-LIRE-F-DECTEMP-DEB
              THRU 6258-LIRE-F-DECTEMP-FIN.
           IF WS-SCAN-DCT-EN-COURS
              AND WS-DCT-DATE-FIN NOT < WS-DATE-JOUR-NUM
                ADD WS-DCT-MT           TO WS-DECTEMP-CPTE
           END-IF.
       7035-CUMULER-UN-DECTEMP-FIN.
           EXIT.
      *
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
           MOVE WS-LDEB-CONTACT      TO WS-BUFFER.
           PERFORM 6060-ECRIRE-LIGNE-ETATDEB-DEB
              THRU 6060-ECRIRE-LIGNE-ETATDEB-FIN.
           IF FS-TRI-DECTEMP > 0
                MOVE FS-TRI-DECTEMP  TO WS-LDEB-DECTEMP-ED
                MOVE WS-LDEB-DECTEMP TO WS-BUFFER
                PERFORM 6060-ECRIRE-LIGNE-ETATDEB-DEB
                   THRU 6060-ECRIRE-LIGNE-ETATDEB-FIN
           END-IF.
           PERFORM 7010-CUMULER-HOLDS-DEB
              THRU 7010-CUMULER-HOLDS-FIN.
           IF WS-NB-HOLDS > 0
