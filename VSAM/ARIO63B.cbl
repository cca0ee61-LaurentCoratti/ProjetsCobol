      *    LE RELEVE DE FACTURATION POUR QUE LE CLIENT PUISSE POINTER *
      *    LE MONTANT. LES DEBITS SONT PASSES SUR LE FICHIER DES      *
      *    COMPTES (CODE MOUVEMENT 'F').                              *
      *    LE DECOUVERT AUTORISE RETENU EST CELUI EN VIGUEUR A LA     *
      *    DATE DU TRAITEMENT : LIMITE PERMANENTE AUGMENTEE DES       *
      *    AUTORISATIONS TEMPORAIRES EN COURS (DECTEMP).              *
      *---------------------------------------------------------------*
      * SANS PERIODE EN SYSIN OU SANS HISTORIQUE DISPONIBLE, LE       *
      * CALCUL DE REPLI HISTORIQUE (DECOUVERT CONSTATE A L'ARRETE     *
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
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
      *                      F-MVTFACT : MOUVEMENTS DE FRAIS GENERES
      *                      -------------------------------------------
           SELECT  F-MVTFACT-S         ASSIGN TO 'MVTFACT.txt'
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
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-FORFAITS         PIC X(80).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE         PIC X(10).
              10 FS-HIST-DATE         PIC X(8).
              10 FS-HIST-SEQ          PIC X(4).
           05 FILLER                  PIC X(68).
      *
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
       FD  F-MVTFACT-S
           RECORDING MODE IS F.
           COPY TPHIST.
           COPY TPFORFA.
           COPY TPCALEND.
           COPY TPDECTMP.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  MVTHIST-ABSENT       VALUE '35'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '02' '10'.
           88  EOF-F-DECTEMP        VALUE '10'.
           88  DECTEMP-ABSENT       VALUE '35'.
           88  OK-START-DECTEMP     VALUE '00' '23'.
           88  DCT-INCONNUE         VALUE '23'.
       01  WS-FS-F-MVTFACT-S        PIC XX.
           88  OK-F-MVTFACT-S       VALUE '00'.
       01  WS-FS-F-ETATFACT-S       PIC XX.
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-AGIOS                 PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATFACT          PIC X(24).
       77  WS-NB-JOURS              PIC 9(3)  VALUE 90.
      *---------------------------------------------------------------*
      * DECOUVERT AUTORISE DU COMPTE EN COURS A LA DATE DU TRAITEMENT *
      * (LIMITE PERMANENTE + AUTORISATIONS TEMPORAIRES EN COURS).     *
      *---------------------------------------------------------------*
       77  WS-LIMITE-JOUR           PIC S9(9)V99 COMP-3
                                    VALUE 0.
       01  WS-DISPO-DECTEMP         PIC X     VALUE '0'.
           88 WS-DECTEMP-FERME      VALUE '0'.
           88 WS-DECTEMP-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-DCT          PIC X     VALUE '0'.
           88 WS-SCAN-DCT-EN-COURS  VALUE '0'.
           88 WS-SCAN-DCT-TERMINE   VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
      *
           PERFORM 6210-OUVRIR-F-MVTHIST-DEB
              THRU 6210-OUVRIR-F-MVTHIST-FIN.
      *
           PERFORM 6230-OUVRIR-F-DECTEMP-DEB
              THRU 6230-OUVRIR-F-DECTEMP-FIN.
      *
           IF WS-PERIODE-SERVIE AND WS-HIST-DISPONIBLE
                SET WS-ECHELLE-ACTIVE   TO TRUE
      *
           PERFORM 6215-FERMER-F-MVTHIST-DEB
              THRU 6215-FERMER-F-MVTHIST-FIN.
      *
           PERFORM 6235-FERMER-F-DECTEMP-DEB
              THRU 6235-FERMER-F-DECTEMP-FIN.
      *
           PERFORM 6130-FERMER-F-JRNL-DEB
              THRU 6130-FERMER-F-JRNL-FIN.
      *
           PERFORM 7080-RESOUDRE-FORFAIT-DEB
              THRU 7080-RESOUDRE-FORFAIT-FIN.
      *
           PERFORM 7100-CALC-LIMITE-JOUR-DEB
              THRU 7100-CALC-LIMITE-JOUR-FIN.
      *
           IF WS-ECHELLE-ACTIVE
                PERFORM 7040-CALC-AGIOS-ECHELLE-DEB
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATIONS DE DECOUVERT TEMPORAIRES : FICHIER FACULTATIF,  *
      * EN SON ABSENCE SEULE LA LIMITE PERMANENTE S'APPLIQUE.         *
      *---------------------------------------------------------------*
       6230-OUVRIR-F-DECTEMP-DEB.
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
       6230-OUVRIR-F-DECTEMP-FIN.
           EXIT.
      *
       6235-FERMER-F-DECTEMP-DEB.
           IF WS-DECTEMP-FERME
                GO TO 6235-FERMER-F-DECTEMP-FIN
           END-IF.
           CLOSE F-DECTEMP.
           IF NOT OK-F-DECTEMP
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6235-FERMER-F-DECTEMP-FIN.
           EXIT.
      *
       6236-POSITIONNER-F-DECTEMP-DEB.
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
       6236-POSITIONNER-F-DECTEMP-FIN.
           EXIT.
      *
       6238-LIRE-F-DECTEMP-DEB.
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
       6238-LIRE-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CATALOGUE DES FORFAITS : FICHIER FACULTATIF, EN *
      * SON ABSENCE TOUS LES COMPTES SONT AU TARIF STANDARD. SEULS    *
      * LES ENREGISTREMENTS DONT LA PLAGE DE DATES D'EFFET COUVRE LA  *
      * AGIOS DE LA PERIODE : TAUX ANNUEL PRORATISE SUR LE NOMBRE DE  *
      * JOURS FACTURES, APPLIQUE AU DECOUVERT CONSTATE A L'ARRETE     *
      * (FAUTE D'HISTORIQUE DE SOLDES QUOTIDIENS). LA PART DU         *
      * DECOUVERT AU DELA DE L'AUTORISATION DU JOUR EST MAJOREE DE    *
      * MOITIE.                                                       *
      *---------------------------------------------------------------*
       7010-CALC-AGIOS-DEB.
           MOVE 0                       TO WS-AGIOS.
           IF WS-CPT-SOLDE < 0
                COMPUTE WS-DECOUVERT = WS-CPT-SOLDE * -1
                IF WS-DECOUVERT > WS-LIMITE-JOUR
                     COMPUTE WS-DEPASSEMENT =
                             WS-DECOUVERT - WS-LIMITE-JOUR
                ELSE
                     MOVE 0              TO WS-DEPASSEMENT
                END-IF
           EXIT.
      *
      *---------------------------------------------------------------*
      * DECOUVERT AUTORISE A LA DATE DU TRAITEMENT : LIMITE           *
      * PERMANENTE DU COMPTE AUGMENTEE DES AUTORISATIONS TEMPORAIRES   *
      * DONT LA PERIODE COUVRE LE JOUR.                               *
      *---------------------------------------------------------------*
       7100-CALC-LIMITE-JOUR-DEB.
           MOVE WS-CPT-LIMITE           TO WS-LIMITE-JOUR.
           IF WS-DECTEMP-FERME
                GO TO 7100-CALC-LIMITE-JOUR-FIN
           END-IF.
           PERFORM 6236-POSITIONNER-F-DECTEMP-DEB
              THRU 6236-POSITIONNER-F-DECTEMP-FIN.
           PERFORM 7105-CUMULER-UN-DECTEMP-DEB
              THRU 7105-CUMULER-UN-DECTEMP-FIN
             UNTIL WS-SCAN-DCT-TERMINE.
       7100-CALC-LIMITE-JOUR-FIN.
           EXIT.
      *
       7105-CUMULER-UN-DECTEMP-DEB.
           PERFORM 6238-LIRE-F-DECTEMP-DEB
              THRU 6238-LIRE-F-DECTEMP-FIN.
           IF WS-SCAN-DCT-EN-COURS
              AND WS-DCT-DATE-FIN NOT < WS-DATE-JOUR-NUM
                ADD WS-DCT-MT           TO WS-LIMITE-JOUR
           END-IF.
       7105-CUMULER-UN-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AGIOS PAR ECHELLE D'INTERETS : LES MOUVEMENTS DU COMPTE SONT  *
      * RELUS DANS L'HISTORIQUE DEPUIS LE DEBUT DE LA PERIODE, RANGES *
      * PAR DATE DE VALEUR, LE SOLDE DE DEPART EN VALEUR EST          *
                GO TO 7065-CUMULER-PALIER-FIN
           END-IF.
           COMPUTE WS-DECOUVERT = WS-BAL-ECHELLE * -1.
           IF WS-DECOUVERT > WS-LIMITE-JOUR
                COMPUTE WS-DEP-PAL = WS-DECOUVERT - WS-LIMITE-JOUR
                MOVE WS-LIMITE-JOUR     TO WS-DANS-PAL
           ELSE
                MOVE 0                  TO WS-DEP-PAL
                MOVE WS-DECOUVERT       TO WS-DANS-PAL
