      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO110B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    CRIBLAGE HEBDOMADAIRE DE LA CLIENTELE SUR LA LISTE DES     *
      *    GELS D'AVOIRS (REGISTRE NATIONAL ET LISTE CONSOLIDEE       *
      *    EUROPEENNE) : LE NOM PORTE PAR CHAQUE COMPTE ET CELUI DE   *
      *    CHACUN DE SES COTITULAIRES (TITULRS) SONT RAPPROCHES DE    *
      *    TOUS LES NOMS DE LA LISTE. LE RAPPROCHEMENT EST APPROCHE : *
      *    LES NOMS SONT REDUITS A LEURS LETTRES ET CHIFFRES, PUIS    *
      *    COMPARES PAR PAIRES DE CARACTERES CONSECUTIFS (BIGRAMMES)  *
      *    COMMUNES, CE QUI RESISTE AUX FAUTES DE FRAPPE, AUX         *
      *    TRANSLITTERATIONS ET A L'INVERSION NOM / PRENOM. UNE       *
      *    CORRESPONDANCE EST RETENUE A PARTIR DU SEUIL SCORECRB DE   *
      *    PARAMS, SAUF SI LA CONFORMITE L'A DEJA LEVEE (LEVGEL).     *
      *    EN SORTIE : L'ETAT DES CORRESPONDANCES A EXAMINER          *
      *    (ETATCRB), LE GEL LUI-MEME ETANT POSE PAR LA MAINTENANCE   *
      *    DES COMPTES (TRANSACTION GA).                              *
      *---------------------------------------------------------------*
      * RESSEMBLANCE = 200 X BIGRAMMES COMMUNS / (BIGRAMMES DU NOM DU *
      * CLIENT + BIGRAMMES DU NOM DE LA LISTE), SOIT 100 POUR DEUX    *
      * NOMS IDENTIQUES. DEUX NOMS DONT LES LONGUEURS REDUITES        *
      * DIFFERENT DE PLUS D'UN TIERS NE SONT PAS COMPARES.            *
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
       PROGRAM-ID.      ARIO110B.
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
      *                      F-TITULRS : TITULAIRES DES COMPTES JOINTS
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-LISTEGEL : LISTE DES GELS D'AVOIRS
      *                      -------------------------------------------
           SELECT  F-LISTEGEL-E        ASSIGN TO 'LISTEGEL.txt'
                   FILE STATUS         IS WS-FS-F-LISTEGEL-E.
      *                      -------------------------------------------
      *                      F-LEVGEL : CORRESPONDANCES LEVEES PAR LA
      *                                 CONFORMITE
      *                      -------------------------------------------
           SELECT  F-LEVGEL-E          ASSIGN TO 'LEVGEL.txt'
                   FILE STATUS         IS WS-FS-F-LEVGEL-E.
      *                      -------------------------------------------
      *                      ETATCRB : CORRESPONDANCES A EXAMINER
      *                      -------------------------------------------
           SELECT  F-ETATCRB-S         ASSIGN TO WS-NOM-ETATCRB
                   FILE STATUS         IS WS-FS-F-ETATCRB-S.
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
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS          PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-LISTEGEL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-LISTEGEL         PIC X(100).
      *
       FD  F-LEVGEL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-LEVGEL           PIC X(80).
      *
       FD  F-ETATCRB-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCRB            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
      *
           COPY TPTITUL.
      *
           COPY TPPARAM.
      *
           COPY TPGELAV.
      *
           COPY TPLEVGEL.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-LISTEGEL-E       PIC XX.
           88  OK-F-LISTEGEL-E      VALUE '00'.
           88  OK-LEC-F-LISTEGEL-E  VALUE '00' '10'.
           88  EOF-F-LISTEGEL-E     VALUE '10'.
       01  WS-FS-F-LEVGEL-E         PIC XX.
           88  OK-F-LEVGEL-E        VALUE '00'.
           88  OK-LEC-F-LEVGEL-E    VALUE '00' '10'.
           88  EOF-F-LEVGEL-E       VALUE '10'.
           88  LEVGEL-ABSENT        VALUE '35'.
       01  WS-FS-F-ETATCRB-S        PIC XX.
           88  OK-F-ETATCRB-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CNOM                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CCOR                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CLEV                  PIC S9(6) COMP
                                    VALUE 0.
       77  WS-CDGL                  PIC S9(6) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCRB           PIC X(24).
       77  WS-REF-PRECEDENTE        PIC X(10) VALUE SPACES.
      *---------------------------------------------------------------*
      * NOM CRIBLE (TITULAIRE OU COTITULAIRE DU COMPTE COURANT) ET    *
      * CLIENT QUI LE PORTE.                                          *
      *---------------------------------------------------------------*
       77  WS-NOM-CRIBLE            PIC X(20) VALUE SPACES.
       77  WS-CLIENT-CRIBLE         PIC 9(8)  VALUE 0.
      *---------------------------------------------------------------*
      * REDUCTION D'UN NOM A SES LETTRES ET CHIFFRES (MAJUSCULES).     *
      *---------------------------------------------------------------*
       77  WS-NOM-BRUT              PIC X(40) VALUE SPACES.
       77  WS-NOM-REDUIT            PIC X(40) VALUE SPACES.
       77  WS-LG-REDUIT             PIC S9(4) COMP VALUE 0.
       77  WS-ICAR                  PIC S9(4) COMP VALUE 0.
       77  WS-CAR                   PIC X     VALUE SPACE.
      *---------------------------------------------------------------*
      * RESSEMBLANCE ENTRE LE NOM CRIBLE (A) ET UN NOM DE LA LISTE    *
      * (B) : BIGRAMMES DE B, DRAPEAU DE BIGRAMME DEJA APPARIE,       *
      * NOMBRE DE BIGRAMMES COMMUNS ET SCORE SUR 100.                 *
      *---------------------------------------------------------------*
       77  WS-CMP-A                 PIC X(40) VALUE SPACES.
       77  WS-LG-A                  PIC S9(4) COMP VALUE 0.
       77  WS-LG-B                  PIC S9(4) COMP VALUE 0.
       77  WS-ECART-LG              PIC S9(4) COMP VALUE 0.
       77  WS-LG-MAX                PIC S9(4) COMP VALUE 0.
       77  WS-IA                    PIC S9(4) COMP VALUE 0.
       77  WS-IB                    PIC S9(4) COMP VALUE 0.
       77  WS-NB-COMMUNS            PIC S9(4) COMP VALUE 0.
       77  WS-BIGRAMME-A            PIC X(2)  VALUE SPACES.
       77  WS-SCORE                 PIC 9(3)  VALUE 0.
       01  WS-TABLE-BIGRAMME.
           05 WS-TBG-POSTE          OCCURS 40.
              10 WS-TBG-VAL         PIC X(2).
              10 WS-TBG-PRIS        PIC X.
                 88 WS-TBG-LIBRE    VALUE '0'.
                 88 WS-TBG-APPARIE  VALUE '1'.
       01  WS-STATUT-APPARIEMENT    PIC X     VALUE '0'.
           88 WS-BIGRAMME-SEUL      VALUE '0'.
           88 WS-BIGRAMME-APPARIE   VALUE '1'.
       01  WS-STATUT-LEVEE          PIC X     VALUE '0'.
           88 WS-CORRESP-ACTIVE     VALUE '0'.
           88 WS-CORRESP-LEVEE      VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DES CORRESPONDANCES                 *
      *---------------------------------------------------------------*
      *
       01  WS-LCRB-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCRB-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(10)  VALUE SPACES.
           05 FILLER                 PIC X(44)  VALUE
                   'CRIBLAGE DE LA CLIENTELE - GEL DES AVOIRS - '.
           05 WS-LCRB-TITRE-DATE.
              10 WS-LCRB-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCRB-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCRB-SS-ED       PIC 9(2).
              10 WS-LCRB-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(11)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCRB-SEUIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(24) VALUE
                                     'SEUIL DE RESSEMBLANCE : '.
           05 WS-LCRB-SEUIL-ED       PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE ' %'.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCRB-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(4)  VALUE 'CPT '.
           05 WS-LCRB-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X(8)  VALUE ' CLIENT '.
           05 WS-LCRB-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCRB-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(7)  VALUE ' SCORE '.
           05 WS-LCRB-SCORE-ED       PIC ZZ9.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCRB-ETAT-ED        PIC X(9).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCRB-LISTE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(6)  VALUE 'LISTE '.
           05 WS-LCRB-SOURCE-ED      PIC X(2).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCRB-REF-ED         PIC X(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCRB-NOMLST-ED      PIC X(40).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LCRB-NAIS-ED        PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCRB-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(18) VALUE
                                         'COMPTES CRIBLES : '.
           05 WS-LCRB-NBCPT-ED       PIC ZZZZZ9.
           05 FILLER                 PIC X(20) VALUE
                                         '  CORRESPONDANCES : '.
           05 WS-LCRB-NBCOR-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE '  LEVEES : '.
           05 WS-LCRB-NBLEV-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(9)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCRB-VIDE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(40) VALUE
                   'AUCUNE CORRESPONDANCE AU-DESSUS DU SEUIL'.
           05 FILLER                 PIC X(34) VALUE SPACES.
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
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6250-CHARGER-F-LISTEGEL-DEB
              THRU 6250-CHARGER-F-LISTEGEL-FIN.
      *
           PERFORM 6260-CHARGER-F-LEVGEL-DEB
              THRU 6260-CHARGER-F-LEVGEL-FIN.
      *
           PERFORM 6230-CHARGER-F-TITULRS-DEB
              THRU 6230-CHARGER-F-TITULRS-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6010-OUVRIR-ETATCRB-DEB
              THRU 6010-OUVRIR-ETATCRB-FIN.
      *
           PERFORM 8000-ENTETE-ETATCRB-DEB
              THRU 8000-ENTETE-ETATCRB-FIN.
      *
           PERFORM 1000-CRIBLER-COMPTES-DEB
              THRU 1000-CRIBLER-COMPTES-FIN.
      *
           PERFORM 8020-TOTAL-ETATCRB-DEB
              THRU 8020-TOTAL-ETATCRB-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6110-FERMER-ETATCRB-DEB
              THRU 6110-FERMER-ETATCRB-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CRIBLAGE DES COMPTES             *
      *     =============================================             *
      *---------------------------------------------------------------*
      * CHAQUE COMPTE EST CRIBLE SOUS LE NOM QU'IL PORTE, PUIS SOUS   *
      * CELUI DE CHACUN DE SES AUTRES TITULAIRES CONNUS DE TITULRS.   *
      *---------------------------------------------------------------*
       1000-CRIBLER-COMPTES-DEB.
      *
           IF WS-TGA-NB = 0
                DISPLAY 'LISTE DES GELS D''AVOIRS VIDE - '
                        'AUCUN CRIBLAGE'
                GO TO 1000-CRIBLER-COMPTES-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1010-TRT-COMPTE-DEB
              THRU 1010-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1000-CRIBLER-COMPTES-FIN.
           EXIT.
      *
       1010-TRT-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
      *
           IF WS-CPT-NOM NOT = SPACES
                MOVE WS-CPT-NOM         TO WS-NOM-CRIBLE
                MOVE WS-CPT-CLIENT      TO WS-CLIENT-CRIBLE
                PERFORM 7100-CRIBLER-NOM-DEB
                   THRU 7100-CRIBLER-NOM-FIN
           END-IF.
      *
           PERFORM 1020-CRIBLER-TITULAIRE-DEB
              THRU 1020-CRIBLER-TITULAIRE-FIN
             VARYING IDX-TIT FROM 1 BY 1
             UNTIL IDX-TIT > WS-TTI-NB.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
       1010-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE TITULAIRE DONT LE NOM EST DEJA CELUI DU COMPTE N'EST PAS   *
      * CRIBLE UNE SECONDE FOIS.                                      *
      *---------------------------------------------------------------*
       1020-CRIBLER-TITULAIRE-DEB.
      *
           IF WS-TTI-CPTE (IDX-TIT) NOT = WS-CPT-CPTE
              OR WS-TTI-NOM (IDX-TIT) = SPACES
                GO TO 1020-CRIBLER-TITULAIRE-FIN
           END-IF.
      *
           IF WS-TTI-CLIENT (IDX-TIT) = WS-CPT-CLIENT
              AND WS-TTI-NOM (IDX-TIT) = WS-CPT-NOM
                GO TO 1020-CRIBLER-TITULAIRE-FIN
           END-IF.
      *
           MOVE WS-TTI-NOM (IDX-TIT)    TO WS-NOM-CRIBLE.
           MOVE WS-TTI-CLIENT (IDX-TIT) TO WS-CLIENT-CRIBLE.
           PERFORM 7100-CRIBLER-NOM-DEB
              THRU 7100-CRIBLER-NOM-FIN.
      *
       1020-CRIBLER-TITULAIRE-FIN.
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
       6010-OUVRIR-ETATCRB-DEB.
           OPEN OUTPUT F-ETATCRB-S.
           IF NOT OK-F-ETATCRB-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATCRB'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCRB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-ETATCRB-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES NEXT INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6080-ECRIRE-LIGNE-ETATCRB-DEB.
           WRITE FS-ENRG-ETATCRB
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCRB-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCRB-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCRB-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-LIGNE-ETATCRB-FIN.
           EXIT.
      *
       6100-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6110-FERMER-ETATCRB-DEB.
           CLOSE F-ETATCRB-S.
           IF NOT OK-F-ETATCRB-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATCRB-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCRB-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-ETATCRB-FIN.
           EXIT.
      *
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
           PERFORM 6236-RANGER-TITULAIRE-DEB
              THRU 6236-RANGER-TITULAIRE-FIN
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
       6236-RANGER-TITULAIRE-DEB.
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
       6236-RANGER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      * SEUL LE SEUIL DE RESSEMBLANCE SERT ICI.                       *
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
      * CHARGEMENT DE LA LISTE DES GELS D'AVOIRS : LE FICHIER EST     *
      * OBLIGATOIRE ICI. LES LIGNES D'UNE MEME ENTREE (UNE PAR IBAN)  *
      * SE SUIVENT ET NE SONT RANGEES QU'UNE FOIS ; LE NOM EST RANGE  *
      * AUSSI SOUS SA FORME REDUITE POUR LE RAPPROCHEMENT.            *
      *---------------------------------------------------------------*
       6250-CHARGER-F-LISTEGEL-DEB.
           OPEN INPUT F-LISTEGEL-E.
           IF NOT OK-F-LISTEGEL-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LISTEGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LISTEGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6252-LIRE-F-LISTEGEL-DEB
              THRU 6252-LIRE-F-LISTEGEL-FIN.
           PERFORM 6254-RANGER-GELAV-DEB
              THRU 6254-RANGER-GELAV-FIN
             UNTIL EOF-F-LISTEGEL-E.
           CLOSE F-LISTEGEL-E.
       6250-CHARGER-F-LISTEGEL-FIN.
           EXIT.
      *
       6252-LIRE-F-LISTEGEL-DEB.
           READ F-LISTEGEL-E INTO WS-ENRG-F-GAV.
           IF NOT OK-LEC-F-LISTEGEL-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LISTEGEL-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LISTEGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6252-LIRE-F-LISTEGEL-FIN.
           EXIT.
      *
       6254-RANGER-GELAV-DEB.
           IF WS-GAV-REF NOT = WS-REF-PRECEDENTE
              AND WS-GAV-NOM NOT = SPACES
                IF WS-TGA-NB < WS-MAX-GELAV
                     ADD  1             TO WS-TGA-NB
                     MOVE WS-GAV-REF    TO WS-TGA-REF (WS-TGA-NB)
                     MOVE WS-GAV-SOURCE TO WS-TGA-SOURCE (WS-TGA-NB)
                     MOVE WS-GAV-NOM    TO WS-TGA-NOM (WS-TGA-NB)
                     MOVE WS-GAV-DATE-NAIS
                                        TO WS-TGA-DATE-NAIS (WS-TGA-NB)
                     MOVE WS-GAV-IBAN   TO WS-TGA-IBAN (WS-TGA-NB)
                     MOVE WS-GAV-NOM    TO WS-NOM-BRUT
                     PERFORM 7010-REDUIRE-NOM-DEB
                        THRU 7010-REDUIRE-NOM-FIN
                     MOVE WS-NOM-REDUIT TO WS-TGA-COMPACT (WS-TGA-NB)
                     MOVE WS-LG-REDUIT  TO WS-TGA-LG (WS-TGA-NB)
                ELSE
                     DISPLAY 'TABLE DES GELS D''AVOIRS SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           MOVE WS-GAV-REF              TO WS-REF-PRECEDENTE.
           PERFORM 6252-LIRE-F-LISTEGEL-DEB
              THRU 6252-LIRE-F-LISTEGEL-FIN.
       6254-RANGER-GELAV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES CORRESPONDANCES LEVEES PAR LA CONFORMITE :     *
      * FICHIER FACULTATIF. SEULES LES LEVEES PORTANT SUR UN CLIENT   *
      * ('C') CONCERNENT LE CRIBLAGE DES NOMS.                        *
      *---------------------------------------------------------------*
       6260-CHARGER-F-LEVGEL-DEB.
           OPEN INPUT F-LEVGEL-E.
           IF LEVGEL-ABSENT
                GO TO 6260-CHARGER-F-LEVGEL-FIN
           END-IF.
           IF NOT OK-F-LEVGEL-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6262-LIRE-F-LEVGEL-DEB
              THRU 6262-LIRE-F-LEVGEL-FIN.
           PERFORM 6264-RANGER-LEVGEL-DEB
              THRU 6264-RANGER-LEVGEL-FIN
             UNTIL EOF-F-LEVGEL-E.
           CLOSE F-LEVGEL-E.
       6260-CHARGER-F-LEVGEL-FIN.
           EXIT.
      *
       6262-LIRE-F-LEVGEL-DEB.
           READ F-LEVGEL-E INTO WS-ENRG-F-LEV.
           IF NOT OK-LEC-F-LEVGEL-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LEVGEL-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGEL-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6262-LIRE-F-LEVGEL-FIN.
           EXIT.
      *
       6264-RANGER-LEVGEL-DEB.
           IF WS-LEV-CLIENT-LEVE
              AND WS-LEV-CLIENT IS NUMERIC
                IF WS-TLV-NB < WS-MAX-LEVGEL
                     ADD  1             TO WS-TLV-NB
                     MOVE WS-LEV-TYPE   TO WS-TLV-TYPE (WS-TLV-NB)
                     MOVE WS-LEV-REF    TO WS-TLV-REF (WS-TLV-NB)
                     MOVE WS-LEV-CLIENT TO WS-TLV-CLIENT (WS-TLV-NB)
                     MOVE WS-LEV-IBAN   TO WS-TLV-IBAN (WS-TLV-NB)
                ELSE
                     DISPLAY 'TABLE DES LEVEES DE GEL SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           END-IF.
           PERFORM 6262-LIRE-F-LEVGEL-DEB
              THRU 6262-LIRE-F-LEVGEL-FIN.
       6264-RANGER-LEVGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LCRB-SS-ED
           MOVE AA                      TO WS-LCRB-AA-ED
           MOVE MM                      TO WS-LCRB-MM-ED
           MOVE JJ                      TO WS-LCRB-JJ-ED.
      *
           STRING 'ETATCRB_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCRB.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REDUCTION DE WS-NOM-BRUT : PASSAGE EN MAJUSCULES PUIS         *
      * CONSERVATION DES SEULES LETTRES ET CHIFFRES, CADRES A GAUCHE  *
      * DANS WS-NOM-REDUIT (LONGUEUR UTILE DANS WS-LG-REDUIT).        *
      *---------------------------------------------------------------*
       7010-REDUIRE-NOM-DEB.
           INSPECT WS-NOM-BRUT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES                  TO WS-NOM-REDUIT.
           MOVE 0                       TO WS-LG-REDUIT.
           PERFORM 7011-REDUIRE-CARACTERE-DEB
              THRU 7011-REDUIRE-CARACTERE-FIN
             VARYING WS-ICAR FROM 1 BY 1
             UNTIL WS-ICAR > 40.
       7010-REDUIRE-NOM-FIN.
           EXIT.
      *
       7011-REDUIRE-CARACTERE-DEB.
           MOVE WS-NOM-BRUT (WS-ICAR : 1)
                                        TO WS-CAR.
           IF (WS-CAR >= 'A' AND WS-CAR <= 'Z')
              OR (WS-CAR >= '0' AND WS-CAR <= '9')
                ADD  1                  TO WS-LG-REDUIT
                MOVE WS-CAR             TO
                     WS-NOM-REDUIT (WS-LG-REDUIT : 1)
           END-IF.
       7011-REDUIRE-CARACTERE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CRIBLAGE DE WS-NOM-CRIBLE CONTRE TOUTE LA LISTE               *
      *---------------------------------------------------------------*
       7100-CRIBLER-NOM-DEB.
           ADD  1                       TO WS-CNOM.
           MOVE WS-NOM-CRIBLE           TO WS-NOM-BRUT.
           PERFORM 7010-REDUIRE-NOM-DEB
              THRU 7010-REDUIRE-NOM-FIN.
           MOVE WS-NOM-REDUIT           TO WS-CMP-A.
           MOVE WS-LG-REDUIT            TO WS-LG-A.
           IF WS-LG-A < 2
                GO TO 7100-CRIBLER-NOM-FIN
           END-IF.
           PERFORM 7110-COMPARER-ENTREE-DEB
              THRU 7110-COMPARER-ENTREE-FIN
             VARYING IDX-GAV FROM 1 BY 1
             UNTIL IDX-GAV > WS-TGA-NB.
       7100-CRIBLER-NOM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE ENTREE DE LA LISTE AU-DESSUS DU SEUIL EST EDITEE, SAUF    *
      * LEVEE DE LA CONFORMITE POUR CE CLIENT ET CETTE REFERENCE.     *
      *---------------------------------------------------------------*
       7110-COMPARER-ENTREE-DEB.
           PERFORM 7120-CALCULER-SCORE-DEB
              THRU 7120-CALCULER-SCORE-FIN.
           IF WS-SCORE < WS-SCORE-CRIBLAGE
                GO TO 7110-COMPARER-ENTREE-FIN
           END-IF.
      *
           SET  WS-CORRESP-ACTIVE       TO TRUE.
           PERFORM 7130-TESTER-UNE-LEVEE-DEB
              THRU 7130-TESTER-UNE-LEVEE-FIN
             VARYING IDX-LEV FROM 1 BY 1
             UNTIL IDX-LEV > WS-TLV-NB
                OR WS-CORRESP-LEVEE.
           IF WS-CORRESP-LEVEE
                ADD  1                  TO WS-CLEV
                GO TO 7110-COMPARER-ENTREE-FIN
           END-IF.
      *
           ADD  1                       TO WS-CCOR.
           PERFORM 8010-CORRESPONDANCE-ETATCRB-DEB
              THRU 8010-CORRESPONDANCE-ETATCRB-FIN.
       7110-COMPARER-ENTREE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RESSEMBLANCE ENTRE LE NOM CRIBLE REDUIT (WS-CMP-A) ET LE NOM  *
      * REDUIT DE L'ENTREE IDX-GAV : CHAQUE BIGRAMME DE A EST APPARIE *
      * AU PREMIER BIGRAMME IDENTIQUE ENCORE LIBRE DE B.              *
      *---------------------------------------------------------------*
       7120-CALCULER-SCORE-DEB.
           MOVE 0                       TO WS-SCORE.
           MOVE WS-TGA-LG (IDX-GAV)     TO WS-LG-B.
           IF WS-LG-B < 2
                GO TO 7120-CALCULER-SCORE-FIN
           END-IF.
      *
           IF WS-LG-A = WS-LG-B
              AND WS-CMP-A = WS-TGA-COMPACT (IDX-GAV)
                MOVE 100                TO WS-SCORE
                GO TO 7120-CALCULER-SCORE-FIN
           END-IF.
      *
           IF WS-LG-A > WS-LG-B
                COMPUTE WS-ECART-LG = WS-LG-A - WS-LG-B
                MOVE WS-LG-A            TO WS-LG-MAX
           ELSE
                COMPUTE WS-ECART-LG = WS-LG-B - WS-LG-A
                MOVE WS-LG-B            TO WS-LG-MAX
           END-IF.
           IF WS-ECART-LG * 3 > WS-LG-MAX
                GO TO 7120-CALCULER-SCORE-FIN
           END-IF.
      *
           PERFORM 7121-PREPARER-BIGRAMME-DEB
              THRU 7121-PREPARER-BIGRAMME-FIN
             VARYING WS-IB FROM 1 BY 1
             UNTIL WS-IB >= WS-LG-B.
           MOVE 0                       TO WS-NB-COMMUNS.
           PERFORM 7122-APPARIER-BIGRAMME-DEB
              THRU 7122-APPARIER-BIGRAMME-FIN
             VARYING WS-IA FROM 1 BY 1
             UNTIL WS-IA >= WS-LG-A.
           COMPUTE WS-SCORE ROUNDED
                 = 200 * WS-NB-COMMUNS / (WS-LG-A + WS-LG-B - 2).
       7120-CALCULER-SCORE-FIN.
           EXIT.
      *
       7121-PREPARER-BIGRAMME-DEB.
           MOVE WS-TGA-COMPACT (IDX-GAV) (WS-IB : 2)
                                        TO WS-TBG-VAL (WS-IB).
           SET  WS-TBG-LIBRE (WS-IB)    TO TRUE.
       7121-PREPARER-BIGRAMME-FIN.
           EXIT.
      *
       7122-APPARIER-BIGRAMME-DEB.
           MOVE WS-CMP-A (WS-IA : 2)    TO WS-BIGRAMME-A.
           SET  WS-BIGRAMME-SEUL        TO TRUE.
           PERFORM 7123-TESTER-BIGRAMME-DEB
              THRU 7123-TESTER-BIGRAMME-FIN
             VARYING WS-IB FROM 1 BY 1
             UNTIL WS-IB >= WS-LG-B
                OR WS-BIGRAMME-APPARIE.
       7122-APPARIER-BIGRAMME-FIN.
           EXIT.
      *
       7123-TESTER-BIGRAMME-DEB.
           IF WS-TBG-LIBRE (WS-IB)
              AND WS-TBG-VAL (WS-IB) = WS-BIGRAMME-A
                SET  WS-TBG-APPARIE (WS-IB)
                                        TO TRUE
                SET  WS-BIGRAMME-APPARIE
                                        TO TRUE
                ADD  1                  TO WS-NB-COMMUNS
           END-IF.
       7123-TESTER-BIGRAMME-FIN.
           EXIT.
      *
       7130-TESTER-UNE-LEVEE-DEB.
           IF WS-TLV-REF (IDX-LEV) = WS-TGA-REF (IDX-GAV)
              AND WS-TLV-CLIENT (IDX-LEV) = WS-CLIENT-CRIBLE
                SET WS-CORRESP-LEVEE    TO TRUE
           END-IF.
       7130-TESTER-UNE-LEVEE-FIN.
           EXIT.
      *
       7200-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-SCORECRB
                       MOVE WS-PARAM-VALEUR TO WS-SCORE-CRIBLAGE
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
       8000-ENTETE-ETATCRB-DEB.
           MOVE WS-LCRB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
           MOVE WS-LCRB-TITRE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
           MOVE WS-SCORE-CRIBLAGE    TO WS-LCRB-SEUIL-ED.
           MOVE WS-LCRB-SEUIL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
           MOVE WS-LCRB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
       8000-ENTETE-ETATCRB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE CORRESPONDANCE : LE COMPTE ET LE NOM CRIBLE, LE SCORE ET  *
      * L'ETAT DU COMPTE ('DEJA GELE' QUAND LE GEL EST DEJA POSE AU   *
      * TITRE DE CETTE ENTREE), PUIS L'ENTREE DE LA LISTE AVEC LA     *
      * DATE DE NAISSANCE PUBLIEE POUR L'EXAMEN DE LA CONFORMITE.     *
      *---------------------------------------------------------------*
       8010-CORRESPONDANCE-ETATCRB-DEB.
           MOVE WS-CPT-CPTE          TO WS-LCRB-CPTE-ED.
           MOVE WS-CLIENT-CRIBLE     TO WS-LCRB-CLIENT-ED.
           MOVE WS-NOM-CRIBLE        TO WS-LCRB-NOM-ED.
           MOVE WS-SCORE             TO WS-LCRB-SCORE-ED.
           IF WS-CPT-GELAV-ACTIF
              AND WS-CPT-GELAV-REF = WS-TGA-REF (IDX-GAV)
                MOVE 'DEJA GELE'     TO WS-LCRB-ETAT-ED
                ADD  1               TO WS-CDGL
           ELSE
                MOVE 'NOUVEAU'       TO WS-LCRB-ETAT-ED
           END-IF.
           MOVE WS-LCRB-CLIENT       TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
      *
           MOVE WS-TGA-SOURCE (IDX-GAV)
                                     TO WS-LCRB-SOURCE-ED.
           MOVE WS-TGA-REF (IDX-GAV) TO WS-LCRB-REF-ED.
           MOVE WS-TGA-NOM (IDX-GAV) TO WS-LCRB-NOMLST-ED.
           MOVE WS-TGA-DATE-NAIS (IDX-GAV)
                                     TO WS-LCRB-NAIS-ED.
           MOVE WS-LCRB-LISTE        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
       8010-CORRESPONDANCE-ETATCRB-FIN.
           EXIT.
      *
       8020-TOTAL-ETATCRB-DEB.
           IF WS-CCOR = 0
                MOVE WS-LCRB-VIDE    TO WS-BUFFER
                PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
                   THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN
           END-IF.
           MOVE WS-LCRB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
           MOVE WS-CCPT              TO WS-LCRB-NBCPT-ED.
           MOVE WS-CCOR              TO WS-LCRB-NBCOR-ED.
           MOVE WS-CLEV              TO WS-LCRB-NBLEV-ED.
           MOVE WS-LCRB-TOTAL        TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
           MOVE WS-LCRB-L1           TO WS-BUFFER.
           PERFORM 6080-ECRIRE-LIGNE-ETATCRB-DEB
              THRU 6080-ECRIRE-LIGNE-ETATCRB-FIN.
       8020-TOTAL-ETATCRB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO110B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'ENTREES DE LA LISTE   : ' WS-TGA-NB.
           DISPLAY 'COMPTES CRIBLES       : ' WS-CCPT.
           DISPLAY 'NOMS CRIBLES          : ' WS-CNOM.
           DISPLAY 'CORRESPONDANCES       : ' WS-CCOR.
           DISPLAY 'DONT DEJA GELEES      : ' WS-CDGL.
           DISPLAY 'CORRESPONDANCES LEVEES: ' WS-CLEV.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO110B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
