      *    MOUVEMENT DE CREDIT 'D' POUR LE RUN SUIVANT (FICHIER TRIE  *
      *    PAR COMPTE) ; LES BENEFICIAIRES INCONNUS PARTENT DANS UN   *
      *    ETAT DE REJETS A RETOURNER A LA COMPENSATION.              *
      *    UN VIREMENT PRESENTE SUR L'ANCIEN NUMERO D'UN COMPTE MUTE  *
      *    D'AGENCE EST REDIRIGE VERS LE NOUVEAU NUMERO JUSQU'A LA    *
      *    FIN DE LA PERIODE DE REDIRECTION (MUTCPT), REJETE ENSUITE. *
      *    LE DONNEUR D'ORDRE EST CRIBLE SUR LA LISTE DES GELS        *
      *    D'AVOIRS : UN VIREMENT DONT L'IBAN DU DONNEUR Y FIGURE     *
      *    (CORRESPONDANCE NON LEVEE PAR LA CONFORMITE) N'EST PAS     *
      *    CREDITE MAIS RETENU DANS VIRGEL POUR EXAMEN ; IL EST       *
      *    EDITE DANS ETATVGEL ET NON PARMI LES REJETS A RETOURNER.   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
           SELECT  F-ETATVREC-S        ASSIGN TO WS-NOM-ETATVREC
                   FILE STATUS         IS WS-FS-F-ETATVREC-S.
      *                      -------------------------------------------
      *                      ETATVGEL : VIREMENTS RETENUS (GEL AVOIRS)
      *                      -------------------------------------------
           SELECT  F-ETATVGEL-S        ASSIGN TO WS-NOM-ETATVGEL
                   FILE STATUS         IS WS-FS-F-ETATVGEL-S.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF-E         ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-E.
      *                      -------------------------------------------
      *                      F-GELAVIDX : LISTE DES GELS D'AVOIRS
      *                      -------------------------------------------
           SELECT  F-GELAVIDX          ASSIGN TO GELAVIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-GVX-CLE
                   FILE STATUS         IS WS-FS-F-GELAVIDX.
      *                      -------------------------------------------
      *                      F-LEVGELIDX : CORRESPONDANCES LEVEES PAR LA
      *                                    CONFORMITE
      *                      -------------------------------------------
           SELECT  F-LEVGELIDX         ASSIGN TO LEVGELIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-LVX-CLE
                   FILE STATUS         IS WS-FS-F-LEVGELIDX.
      *                      -------------------------------------------
      *                      F-VIRGEL : VIREMENTS RETENUS AU TITRE DU
      *                                 GEL DES AVOIRS
      *                      -------------------------------------------
           SELECT  F-VIRGEL            ASSIGN TO 'VIRGEL.txt'
                   FILE STATUS         IS WS-FS-F-VIRGEL.
      *                      -------------------------------------------
      *                      F-MUTCPT : CORRESPONDANCE DES COMPTES MUTES
      *                      -------------------------------------------
           SELECT  F-MUTCPT            ASSIGN TO MUTCPT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MUT-CLE
                   FILE STATUS         IS WS-FS-F-MUTCPT.
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
       FD  F-VIRRECU-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRRECU          PIC X(107).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
       FD  F-ETATVREC-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATVREC           PIC X(80).
      *
       FD  F-ETATVGEL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATVGEL           PIC X(80).
      *
       FD  F-IBANREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF          PIC X(80).
      *
       FD  F-GELAVIDX
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-GVX.
           05 FS-GVX-CLE              PIC X(37).
           05 FILLER                  PIC X(43).
      *
       FD  F-LEVGELIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-LVX.
           05 FS-LVX-CLE              PIC X(37).
           05 FILLER                  PIC X(23).
      *
       FD  F-VIRGEL
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRGEL           PIC X(200).
      *
       FD  F-MUTCPT
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MUT.
           05 FS-MUT-CLE              PIC X(10).
           05 FILLER                  PIC X(40).
      *
      *========================
       WORKING-STORAGE SECTION.
           COPY TP4MVTS.
      *
           COPY TPIBAN.
      *
           COPY TPMUTCPT.
      *
           COPY TPGAVIDX.
      *
           COPY TPLEVIDX.
      *
           COPY TPCRIBLE.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU VIREMENT RECU DE LA COMPENSATION               *
           05 WS-VRC-IBAN            PIC X(27).
              88 WS-VRC-SANS-IBAN    VALUE SPACE.
           05 FILLER                 PIC X(7).
      *--------------------------------------------------------*
      * IBAN DU DONNEUR D'ORDRE, TRANSMIS PAR LA COMPENSATION  *
      * POUR LE CRIBLAGE DU GEL DES AVOIRS (BLANC = NON        *
      * COMMUNIQUE) ; L'ENREGISTREMENT PASSE DE 80 A 107       *
      * OCTETS.                                                *
      *--------------------------------------------------------*
           05 WS-VRC-IBAN-DO         PIC X(27).
              88 WS-VRC-DO-SANS-IBAN VALUE SPACE.
       01  WS-VRC-DATE-DET REDEFINES WS-ENRG-F-VREC.
           05 FILLER                 PIC X(20).
           05 WS-VRC-SS              PIC 99.
           05 WS-VRC-AA              PIC 99.
           05 WS-VRC-MM              PIC 99.
           05 WS-VRC-JJ              PIC 99.
           05 FILLER                 PIC X(79).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  OK-F-MVTRECU-S       VALUE '00'.
       01  WS-FS-F-ETATVREC-S       PIC XX.
           88  OK-F-ETATVREC-S      VALUE '00'.
       01  WS-FS-F-ETATVGEL-S       PIC XX.
           88  OK-F-ETATVGEL-S      VALUE '00'.
       01  WS-FS-F-IBANREF-E        PIC XX.
           88  OK-F-IBANREF-E       VALUE '00'.
           88  OK-LEC-F-IBANREF-E   VALUE '00' '10'.
           88  EOF-F-IBANREF-E      VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-GELAVIDX         PIC XX.
           88  OK-F-GELAVIDX        VALUE '00'.
           88  OK-LEC-F-GELAVIDX    VALUE '00' '10'.
           88  EOF-F-GELAVIDX       VALUE '10'.
           88  GELAVIDX-ABSENT      VALUE '35'.
           88  OK-START-GELAVIDX    VALUE '00' '23'.
           88  GVX-INCONNU          VALUE '23'.
       01  WS-FS-F-LEVGELIDX        PIC XX.
           88  OK-F-LEVGELIDX       VALUE '00'.
           88  LEVGELIDX-ABSENT     VALUE '35'.
           88  LVX-INCONNUE         VALUE '23'.
       01  WS-FS-F-VIRGEL           PIC XX.
           88  OK-F-VIRGEL          VALUE '00'.
           88  VIRGEL-ABSENT        VALUE '35'.
       01  WS-FS-F-MUTCPT           PIC XX.
           88  OK-F-MUTCPT          VALUE '00'.
           88  OK-LEC-F-MUTCPT      VALUE '00' '23'.
           88  MUT-INCONNUE         VALUE '23'.
           88  MUTCPT-ABSENT        VALUE '35'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
                                    VALUE 0.
       77  WS-CREJ                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRED                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CGEL                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATVREC          PIC X(24).
       77  WS-NOM-ETATVGEL          PIC X(24).
       77  WS-MOTIF-REJET           PIC X(30).
       77  WS-IIB-TROUVEE           PIC S9(4) COMP VALUE 0.
      *---------------------------------------------------------------*
      * CRIBLAGE DU DONNEUR D'ORDRE : ENTREE DE LA LISTE DES GELS     *
      * DONT L'IBAN EST CELUI DU DONNEUR, BALAYAGE DES ENTREES DE CET *
      * IBAN ET LEVEE DE LA CORRESPONDANCE PAR LA CONFORMITE.         *
      *---------------------------------------------------------------*
       01  WS-RESULTAT-CRIBLAGE     PIC X     VALUE '0'.
           88 WS-GEL-NON-TROUVE     VALUE '0'.
           88 WS-GEL-TROUVE         VALUE '1'.
       01  WS-FIN-SCAN-GVX          PIC X     VALUE '0'.
           88 WS-SCAN-GVX-EN-COURS  VALUE '0'.
           88 WS-SCAN-GVX-TERMINE   VALUE '1'.
       01  WS-STATUT-LEVEE          PIC X     VALUE '0'.
           88 WS-CORRESP-ACTIVE     VALUE '0'.
           88 WS-CORRESP-LEVEE      VALUE '1'.
      *---------------------------------------------------------------*
      * CONTROLE DE LA CLE RIB : LE NUMERO DE COMPTE 9(10) EST        *
      * COMPOSE D'UNE BASE DE 8 CHIFFRES ET D'UNE CLE DE 2 CHIFFRES   *
      * TELLE QUE LE NUMERO COMPLET SOIT UN MULTIPLE DE 97.           *
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
      *---------------------------------------------------------------*
      * LA CORRESPONDANCE DES COMPTES MUTES N'EXISTE QU'APRES LA      *
      * PREMIERE MUTATION D'AGENCE : SON ABSENCE EST ADMISE.          *
      *---------------------------------------------------------------*
       01  WS-DISPO-MUTCPT          PIC X     VALUE '0'.
           88 WS-MUTCPT-FERME       VALUE '0'.
           88 WS-MUTCPT-OUVERT      VALUE '1'.
       01  WS-DISPO-GELAVIDX        PIC X     VALUE '0'.
           88 WS-GELAVIDX-FERME     VALUE '0'.
           88 WS-GELAVIDX-OUVERT    VALUE '1'.
       01  WS-DISPO-LEVGELIDX       PIC X     VALUE '0'.
           88 WS-LEVGELIDX-FERME    VALUE '0'.
           88 WS-LEVGELIDX-OUVERT   VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES REJETS DE COMPENSATION          *
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES VIREMENTS RETENUS AU TITRE DU   *
      * GEL DES AVOIRS, A TRANSMETTRE A LA CONFORMITE                 *
      *---------------------------------------------------------------*
      *
       01  WS-LVGL-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(17)  VALUE SPACES.
           05 FILLER                 PIC X(34)  VALUE
                   'VIREMENTS RETENUS (GEL DES AVOIRS)'.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LVGL-TITRE-DATE     PIC X(10).
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LVGL-RETENU.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(6)  VALUE 'REF : '.
           05 WS-LVGL-REF-ED         PIC X(8).
           05 FILLER                 PIC X(9)  VALUE '  CPTE : '.
           05 WS-LVGL-CPTE-ED        PIC X(10).
           05 FILLER                 PIC X(6)  VALUE '  MT :'.
           05 WS-LVGL-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(8)  VALUE '  LISTE '.
           05 WS-LVGL-LISTE-ED       PIC X(10).
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LVGL-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'RETENUS :'.
           05 WS-LVGL-NBGEL-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(61) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
           PERFORM 6200-CHARGER-F-IBANREF-DEB
              THRU 6200-CHARGER-F-IBANREF-FIN.
      *
           PERFORM 6230-OUVRIR-F-GELAVIDX-DEB
              THRU 6230-OUVRIR-F-GELAVIDX-FIN.
      *
           PERFORM 6240-OUVRIR-F-LEVGELIDX-DEB
              THRU 6240-OUVRIR-F-LEVGELIDX-FIN.
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 6300-OUVRIR-F-MUTCPT-DEB
              THRU 6300-OUVRIR-F-MUTCPT-FIN.
      *
           PERFORM 6320-OUVRIR-F-VIRGEL-DEB
              THRU 6320-OUVRIR-F-VIRGEL-FIN.
      *
           PERFORM 8000-ENTETE-ETATVREC-DEB
              THRU 8000-ENTETE-ETATVREC-FIN.
      *
           PERFORM 8030-ENTETE-ETATVGEL-DEB
              THRU 8030-ENTETE-ETATVGEL-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CPTE
      *
           PERFORM 8020-TOTAL-ETATVREC-DEB
              THRU 8020-TOTAL-ETATVREC-FIN.
      *
           PERFORM 8050-TOTAL-ETATVGEL-DEB
              THRU 8050-TOTAL-ETATVGEL-FIN.
      *
           PERFORM 6100-FERMER-FICHIERS-DEB
              THRU 6100-FERMER-FICHIERS-FIN.
      *
           PERFORM 6310-FERMER-F-MUTCPT-DEB
              THRU 6310-FERMER-F-MUTCPT-FIN.
      *
           PERFORM 6231-FERMER-F-GELAVIDX-DEB
              THRU 6231-FERMER-F-GELAVIDX-FIN.
      *
           PERFORM 6241-FERMER-F-LEVGELIDX-DEB
              THRU 6241-FERMER-F-LEVGELIDX-FIN.
      *
           PERFORM 6324-FERMER-F-VIRGEL-DEB
              THRU 6324-FERMER-F-VIRGEL-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
                       PERFORM 6050-LIRE-F-CPTE-ES-DEB
                          THRU 6050-LIRE-F-CPTE-ES-FIN
                       IF COMPTE-INEXISTANT
                            PERFORM 7060-REDIRIGER-MUTATION-DEB
                               THRU 7060-REDIRIGER-MUTATION-FIN
                       END-IF
                  END-IF
           END-EVALUATE.
      *
           IF WS-MOTIF-REJET = SPACES
                PERFORM 7030-CRIBLER-DONNEUR-DEB
                   THRU 7030-CRIBLER-DONNEUR-FIN
           ELSE
                SET WS-GEL-NON-TROUVE   TO TRUE
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-MOTIF-REJET NOT = SPACES
                ADD  1                  TO WS-CREJ
                PERFORM 8010-REJET-ETATVREC-DEB
                   THRU 8010-REJET-ETATVREC-FIN
             WHEN WS-GEL-TROUVE
                PERFORM 7015-RETENIR-CREDIT-DEB
                   THRU 7015-RETENIR-CREDIT-FIN
                ADD  1                  TO WS-CGEL
                PERFORM 8040-RETENU-ETATVGEL-DEB
                   THRU 8040-RETENU-ETATVGEL-FIN
             WHEN OTHER
                PERFORM 7010-GENERER-CREDIT-DEB
                   THRU 7010-GENERER-CREDIT-FIN
                ADD  1                  TO WS-CINT
           END-EVALUATE.
      *
           PERFORM 6040-LIRE-F-VIRRECU-DEB
              THRU 6040-LIRE-F-VIRRECU-FIN.
      *
       6000-OUVRIR-FICHIERS-DEB.
           OPEN INPUT  F-VIRRECU-E F-CPTE-ES.
           OPEN OUTPUT F-MVTRECU-S F-ETATVREC-S F-ETATVGEL-S.
           IF NOT OK-F-VIRRECU-E OR NOT OK-F-CPTE-ES
              OR NOT OK-F-MVTRECU-S OR NOT OK-F-ETATVREC-S
              OR NOT OK-F-ETATVGEL-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-VIRRECU-E ' '
                     WS-FS-F-CPTE-ES ' ' WS-FS-F-MVTRECU-S ' '
                     WS-FS-F-ETATVREC-S ' ' WS-FS-F-ETATVGEL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           END-IF.
       6080-ECRIRE-LIGNE-ETATVREC-FIN.
           EXIT.
      *
       6085-ECRIRE-LIGNE-ETATVGEL-DEB.
           WRITE FS-ENRG-ETATVGEL
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATVGEL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATVGEL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATVGEL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6085-ECRIRE-LIGNE-ETATVGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DE LA CORRESPONDANCE IBAN : FICHIER FACULTATIF.    *
              THRU 6210-LIRE-F-IBANREF-FIN.
       6220-RANGER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LISTE DES GELS D'AVOIRS (INDEXEE PAR IBAN + REFERENCE, SEULES *
      * LES LIGNES PORTANT UN IBAN) : FICHIER FACULTATIF. EN SON      *
      * ABSENCE LES DONNEURS D'ORDRE NE SONT PAS CRIBLES.             *
      *---------------------------------------------------------------*
       6230-OUVRIR-F-GELAVIDX-DEB.
           OPEN INPUT F-GELAVIDX.
           IF GELAVIDX-ABSENT
                SET WS-GELAVIDX-FERME   TO TRUE
                DISPLAY 'LISTE DES GELS D''AVOIRS ABSENTE - '
                        'VIREMENTS NON CRIBLES'
                GO TO 6230-OUVRIR-F-GELAVIDX-FIN
           END-IF.
           IF NOT OK-F-GELAVIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-GELAVIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET WS-GELAVIDX-OUVERT       TO TRUE.
       6230-OUVRIR-F-GELAVIDX-FIN.
           EXIT.
      *
       6231-FERMER-F-GELAVIDX-DEB.
           IF WS-GELAVIDX-FERME
                GO TO 6231-FERMER-F-GELAVIDX-FIN
           END-IF.
           CLOSE F-GELAVIDX.
           IF NOT OK-F-GELAVIDX
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-GELAVIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6231-FERMER-F-GELAVIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSITIONNEMENT SUR LA PREMIERE ENTREE DE LA LISTE PORTANT     *
      * L'IBAN DU DONNEUR ; SANS ENTREE POUR CET IBAN, LE BALAYAGE    *
      * EST TERMINE D'EMBLEE.                                         *
      *---------------------------------------------------------------*
       6232-POSITIONNER-F-GELAVIDX-DEB.
           MOVE LOW-VALUE               TO WS-GVX-CLE.
           MOVE WS-VRC-IBAN-DO          TO WS-GVX-IBAN.
           MOVE WS-GVX-CLE              TO FS-GVX-CLE.
           START F-GELAVIDX KEY IS NOT LESS THAN FS-GVX-CLE
           END-START.
           IF NOT OK-START-GELAVIDX
             DISPLAY 'PROBLEME DE START DU FICHIER F-GELAVIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF GVX-INCONNU
                SET WS-SCAN-GVX-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-GVX-EN-COURS TO TRUE
                PERFORM 6234-LIRE-F-GELAVIDX-DEB
                   THRU 6234-LIRE-F-GELAVIDX-FIN
           END-IF.
       6232-POSITIONNER-F-GELAVIDX-FIN.
           EXIT.
      *
       6234-LIRE-F-GELAVIDX-DEB.
           READ F-GELAVIDX NEXT RECORD INTO WS-ENRG-F-GVX.
           IF NOT OK-LEC-F-GELAVIDX
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GELAVIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-GELAVIDX
              OR WS-GVX-IBAN NOT = WS-VRC-IBAN-DO
                SET WS-SCAN-GVX-TERMINE  TO TRUE
           END-IF.
       6234-LIRE-F-GELAVIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CORRESPONDANCES LEVEES PAR LA CONFORMITE (INDEXEES PAR        *
      * REFERENCE + IBAN, SEULES LES LEVEES 'I') : FICHIER            *
      * FACULTATIF ; ABSENT, AUCUNE CORRESPONDANCE N'EST LEVEE.       *
      *---------------------------------------------------------------*
       6240-OUVRIR-F-LEVGELIDX-DEB.
           OPEN INPUT F-LEVGELIDX.
           IF LEVGELIDX-ABSENT
                SET WS-LEVGELIDX-FERME  TO TRUE
                GO TO 6240-OUVRIR-F-LEVGELIDX-FIN
           END-IF.
           IF NOT OK-F-LEVGELIDX
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVGELIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET WS-LEVGELIDX-OUVERT      TO TRUE.
       6240-OUVRIR-F-LEVGELIDX-FIN.
           EXIT.
      *
       6241-FERMER-F-LEVGELIDX-DEB.
           IF WS-LEVGELIDX-FERME
                GO TO 6241-FERMER-F-LEVGELIDX-FIN
           END-IF.
           CLOSE F-LEVGELIDX.
           IF NOT OK-F-LEVGELIDX
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LEVGELIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6241-FERMER-F-LEVGELIDX-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-VIRRECU-E F-CPTE-ES F-MVTRECU-S F-ETATVREC-S
                 F-ETATVGEL-S.
           IF NOT OK-F-VIRRECU-E OR NOT OK-F-CPTE-ES
              OR NOT OK-F-MVTRECU-S OR NOT OK-F-ETATVREC-S
              OR NOT OK-F-ETATVGEL-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
       6300-OUVRIR-F-MUTCPT-DEB.
           OPEN INPUT F-MUTCPT.
           IF MUTCPT-ABSENT
                SET WS-MUTCPT-FERME     TO TRUE
                GO TO 6300-OUVRIR-F-MUTCPT-FIN
           END-IF.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET WS-MUTCPT-OUVERT         TO TRUE.
       6300-OUVRIR-F-MUTCPT-FIN.
           EXIT.
      *
       6305-LIRE-F-MUTCPT-DEB.
           READ F-MUTCPT INTO WS-ENRG-F-MUT.
           IF NOT OK-LEC-F-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6305-LIRE-F-MUTCPT-FIN.
           EXIT.
      *
       6310-FERMER-F-MUTCPT-DEB.
           IF WS-MUTCPT-FERME
                GO TO 6310-FERMER-F-MUTCPT-FIN
           END-IF.
           CLOSE F-MUTCPT.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6310-FERMER-F-MUTCPT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES VIREMENTS RETENUS AU TITRE DU GEL DES AVOIRS :    *
      * PARTAGE AVEC LA MISE A JOUR, IL S'ALLONGE JUSQU'A SON EXAMEN  *
      * PAR LA CONFORMITE ET EST CREE VIDE AU PREMIER PASSAGE.        *
      *---------------------------------------------------------------*
       6320-OUVRIR-F-VIRGEL-DEB.
           OPEN EXTEND F-VIRGEL.
           IF VIRGEL-ABSENT
                OPEN OUTPUT F-VIRGEL
                CLOSE F-VIRGEL
                OPEN EXTEND F-VIRGEL
           END-IF.
           IF NOT OK-F-VIRGEL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VIRGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-OUVRIR-F-VIRGEL-FIN.
           EXIT.
      *
       6322-ECRIRE-F-VIRGEL-DEB.
           WRITE FS-ENRG-F-VIRGEL
                 FROM WS-ENRG-F-CRB
           END-WRITE.
           IF NOT OK-F-VIRGEL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-VIRGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6322-ECRIRE-F-VIRGEL-FIN.
           EXIT.
      *
       6324-FERMER-F-VIRGEL-DEB.
           CLOSE F-VIRGEL.
           IF NOT OK-F-VIRGEL
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-VIRGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6324-FERMER-F-VIRGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *
           STRING 'ETATVREC_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATVREC.
           STRING 'ETATVGEL_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATVGEL.
           MOVE WS-LVRC-TITRE-DATE      TO WS-LVGL-TITRE-DATE.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
           END-IF.
       7050-CONTROLER-RIB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BENEFICIAIRE INCONNU : S'IL S'AGIT DE L'ANCIEN NUMERO D'UN    *
      * COMPTE MUTE D'AGENCE, LE VIREMENT EST REDIRIGE SUR LE NOUVEAU *
      * NUMERO JUSQU'A LA FIN DE LA PERIODE DE REDIRECTION INCLUSE,   *
      * PUIS REJETE A LA COMPENSATION.                                *
      *---------------------------------------------------------------*
       7060-REDIRIGER-MUTATION-DEB.
           IF WS-MUTCPT-FERME
                MOVE 'BENEFICIAIRE INCONNU'
                                        TO WS-MOTIF-REJET
                GO TO 7060-REDIRIGER-MUTATION-FIN
           END-IF.
      *
           MOVE WS-VRC-CPTE             TO FS-MUT-CLE.
           PERFORM 6305-LIRE-F-MUTCPT-DEB
              THRU 6305-LIRE-F-MUTCPT-FIN.
           IF MUT-INCONNUE
                MOVE 'BENEFICIAIRE INCONNU'
                                        TO WS-MOTIF-REJET
                GO TO 7060-REDIRIGER-MUTATION-FIN
           END-IF.
      *
           IF WS-DATE-JOUR-NUM > WS-MUT-DATE-FIN
                MOVE 'REDIRECTION ECHUE'
                                        TO WS-MOTIF-REJET
                GO TO 7060-REDIRIGER-MUTATION-FIN
           END-IF.
      *
           MOVE WS-MUT-NOUVEAU          TO WS-VRC-CPTE.
           PERFORM 6050-LIRE-F-CPTE-ES-DEB
              THRU 6050-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                MOVE 'BENEFICIAIRE INCONNU'
                                        TO WS-MOTIF-REJET
           ELSE
                ADD  1                  TO WS-CRED
           END-IF.
       7060-REDIRIGER-MUTATION-FIN.
           EXIT.
      *
       7010-GENERER-CREDIT-DEB.
           PERFORM 7011-CONSTRUIRE-CREDIT-DEB
              THRU 7011-CONSTRUIRE-CREDIT-FIN.
           MOVE WS-MVTS-CPTE            TO FS-TRI-CPTE.
           MOVE WS-ENRG-F-MVTS          TO FS-TRI-MVT.
           RELEASE FS-ENRG-TRI.
       7010-GENERER-CREDIT-FIN.
           EXIT.
      *
       7011-CONSTRUIRE-CREDIT-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-VRC-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-VRC-JJ               TO WS-MVTS-JJ.
           MOVE WS-VRC-MT               TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-VRC-REF              TO WS-MVTS-REF.
       7011-CONSTRUIRE-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VIREMENT RECU D'UN DONNEUR FIGURANT SUR LA LISTE DES GELS :   *
      * LE CREDIT EST CONSTRUIT COMME D'HABITUDE MAIS REMIS A         *
      * L'EXAMEN DE LA CONFORMITE AU LIEU D'ETRE INTEGRE.             *
      *---------------------------------------------------------------*
       7015-RETENIR-CREDIT-DEB.
           PERFORM 7011-CONSTRUIRE-CREDIT-DEB
              THRU 7011-CONSTRUIRE-CREDIT-FIN.
           MOVE SPACES                  TO WS-ENRG-F-CRB.
           SET  WS-CRB-RECU             TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-CRB-DATE.
           MOVE WS-GVX-REF              TO WS-CRB-REF-LISTE.
           MOVE WS-GVX-SOURCE           TO WS-CRB-SOURCE.
           MOVE WS-GVX-NOM              TO WS-CRB-NOM-LISTE.
           MOVE WS-VRC-IBAN-DO          TO WS-CRB-IBAN.
           MOVE WS-ENRG-F-MVTS          TO WS-CRB-MVT.
           PERFORM 6322-ECRIRE-F-VIRGEL-DEB
              THRU 6322-ECRIRE-F-VIRGEL-FIN.
       7015-RETENIR-CREDIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CRIBLAGE DU DONNEUR D'ORDRE : SON IBAN EST RECHERCHE PAR CLE  *
      * DANS LA LISTE DES GELS D'AVOIRS ; UNE CORRESPONDANCE LEVEE    *
      * PAR LA CONFORMITE (LEVEE 'I' DE MEME REFERENCE ET MEME IBAN)  *
      * EST IGNOREE. L'ENTREE RETENUE RESTE DANS WS-ENRG-F-GVX. UN    *
      * DONNEUR SANS IBAN NE PEUT PAS ETRE CRIBLE.                    *
      *---------------------------------------------------------------*
       7030-CRIBLER-DONNEUR-DEB.
           SET  WS-GEL-NON-TROUVE       TO TRUE.
           IF WS-VRC-DO-SANS-IBAN
              OR WS-GELAVIDX-FERME
                GO TO 7030-CRIBLER-DONNEUR-FIN
           END-IF.
           PERFORM 6232-POSITIONNER-F-GELAVIDX-DEB
              THRU 6232-POSITIONNER-F-GELAVIDX-FIN.
           PERFORM 7031-TESTER-UN-GEL-DEB
              THRU 7031-TESTER-UN-GEL-FIN
             UNTIL WS-SCAN-GVX-TERMINE
                OR WS-GEL-TROUVE.
       7030-CRIBLER-DONNEUR-FIN.
           EXIT.
      *
       7031-TESTER-UN-GEL-DEB.
           SET  WS-CORRESP-ACTIVE       TO TRUE.
           PERFORM 7032-TESTER-UNE-LEVEE-DEB
              THRU 7032-TESTER-UNE-LEVEE-FIN.
           IF WS-CORRESP-ACTIVE
                SET WS-GEL-TROUVE       TO TRUE
           ELSE
                PERFORM 6234-LIRE-F-GELAVIDX-DEB
                   THRU 6234-LIRE-F-GELAVIDX-FIN
           END-IF.
       7031-TESTER-UN-GEL-FIN.
           EXIT.
      *
       7032-TESTER-UNE-LEVEE-DEB.
           IF WS-LEVGELIDX-FERME
                GO TO 7032-TESTER-UNE-LEVEE-FIN
           END-IF.
           MOVE WS-GVX-REF              TO WS-LVX-REF.
           MOVE WS-VRC-IBAN-DO          TO WS-LVX-IBAN.
           MOVE WS-LVX-CLE              TO FS-LVX-CLE.
           READ F-LEVGELIDX INTO WS-ENRG-F-LVX
           END-READ.
           EVALUATE TRUE
             WHEN OK-F-LEVGELIDX
                  SET WS-CORRESP-LEVEE  TO TRUE
             WHEN LVX-INCONNUE
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LEVGELIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7032-TESTER-UNE-LEVEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
              THRU 6080-ECRIRE-LIGNE-ETATVREC-FIN.
       8020-TOTAL-ETATVREC-FIN.
           EXIT.
      *
       8030-ENTETE-ETATVGEL-DEB.
           MOVE WS-LVRC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
           MOVE WS-LVGL-TITRE        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
           MOVE WS-LVRC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
       8030-ENTETE-ETATVGEL-FIN.
           EXIT.
      *
       8040-RETENU-ETATVGEL-DEB.
           MOVE WS-VRC-REF           TO WS-LVGL-REF-ED.
           MOVE WS-VRC-CPTE          TO WS-LVGL-CPTE-ED.
           MOVE WS-VRC-MT            TO WS-LVGL-MT-ED.
           MOVE WS-GVX-REF           TO WS-LVGL-LISTE-ED.
           MOVE WS-LVGL-RETENU       TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
       8040-RETENU-ETATVGEL-FIN.
           EXIT.
      *
       8050-TOTAL-ETATVGEL-DEB.
           MOVE WS-LVRC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
           MOVE WS-CGEL              TO WS-LVGL-NBGEL-ED.
           MOVE WS-LVGL-TOTAL        TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
           MOVE WS-LVRC-L1           TO WS-BUFFER.
           PERFORM 6085-ECRIRE-LIGNE-ETATVGEL-DEB
              THRU 6085-ECRIRE-LIGNE-ETATVGEL-FIN.
       8050-TOTAL-ETATVGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
           DISPLAY 'VIREMENTS RECUS   : ' WS-CLUS.
           DISPLAY 'CREDITS GENERES   : ' WS-CINT.
           DISPLAY 'REJETES           : ' WS-CREJ.
           DISPLAY 'CREDITS REDIRIGES : ' WS-CRED.
           DISPLAY 'RETENUS GEL AVOIRS: ' WS-CGEL.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
