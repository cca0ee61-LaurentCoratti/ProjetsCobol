      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO121B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    SEQUENCEUR DE LA CHAINE DE NUIT : LES ETAPES DEFINIES AU   *
      *    FICHIER CHAINDEF (PROGRAMME, PREDECESSEURS, ETAPE          *
      *    OBLIGATOIRE OU FACULTATIVE, CODES RETOUR DE SUCCES) SONT   *
      *    LANCEES UNE A UNE DANS L'ORDRE DU FICHIER :                *
      *    - UNE ETAPE DE FIN DE MOIS OU DE FIN DE TRIMESTRE N'EST    *
      *      ELIGIBLE QUE CES JOURS-LA AU CALENDRIER BANCAIRE         *
      *      (CALBANC) ; UNE ETAPE DESACTIVEE NE L'EST JAMAIS ;       *
      *    - UNE ETAPE N'EST LANCEE QUE SI SES PREDECESSEURS SONT     *
      *      TERMINES (OU NON ELIGIBLES CETTE NUIT) ;                 *
      *    - UN CODE RETOUR HORS DE LA LISTE DE SUCCES D'UNE ETAPE    *
      *      OBLIGATOIRE ARRETE LA CHAINE ; L'ECHEC D'UNE ETAPE       *
      *      FACULTATIVE EST TOLERE, SES SUCCESSEURS SONT SAUTES.     *
      *    CHAQUE ETAPE EST DECLAREE AU REGISTRE CHAINCTL A SON       *
      *    LANCEMENT PUIS CLOSE AVEC SON CODE RETOUR ET SES HEURES DE *
      *    DEBUT ET DE FIN. RELANCE POUR LA MEME DATE, LE SEQUENCEUR  *
      *    REPREND A L'ETAPE EN ECHEC SANS RELANCER LES ETAPES DEJA   *
      *    TERMINEES.                                                 *
      *    EN SORTIE : LE JOURNAL DE LA CHAINE ETATCHN (TOUTES LES    *
      *    ETAPES DE LA NUIT, LANCEMENTS ANTERIEURS COMPRIS) POUR LA  *
      *    PASSATION DU MATIN.                                        *
      *---------------------------------------------------------------*
      * CARTE SYSIN (FACULTATIVE) :                                   *
      *   COLONNES 1-8 : DATE DE LA CHAINE SSAAMMJJ (A BLANC : DATE   *
      *                  DU JOUR), POUR REPRENDRE APRES MINUIT UNE    *
      *                  CHAINE COMMENCEE LA VEILLE ;                 *
      *   COLONNE  9   : 'M' FORCE LA FIN DE MOIS, 'T' LA FIN DE      *
      *                  TRIMESTRE (ET DE MOIS), A BLANC : CALENDRIER.*
      * SANS CALENDRIER (OU POUR UNE DATE NON PORTEE) ET SANS         *
      * FORCAGE, LES ETAPES DE FIN DE PERIODE NE SONT PAS LANCEES.    *
      * CODE RETOUR 12 SI LA CHAINE EST ARRETEE, 4 SI DES ECHECS ONT  *
      * ETE TOLERES, DES ETAPES SAUTEES OU LA FIN DE PERIODE NON      *
      * DETERMINEE.                                                   *
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
       PROGRAM-ID.      ARIO121B.
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
      *                      F-CHNDEF : DEFINITION DE LA CHAINE
      *                      -------------------------------------------
           SELECT  F-CHNDEF-E          ASSIGN TO 'CHAINDEF.txt'
                   FILE STATUS         IS WS-FS-F-CHNDEF-E.
      *                      -------------------------------------------
      *                      F-CALBANC : CALENDRIER BANCAIRE
      *                      -------------------------------------------
           SELECT  F-CALBANC-E         ASSIGN TO 'CALBANC.txt'
                   FILE STATUS         IS WS-FS-F-CALBANC-E.
      *                      -------------------------------------------
      *                      F-CHNCTL : REGISTRE DES ETAPES DE LA
      *                                 CHAINE
      *                      -------------------------------------------
           SELECT  F-CHNCTL            ASSIGN TO CHAINCTL
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CHC-CLE
                   FILE STATUS         IS WS-FS-F-CHNCTL.
      *                      -------------------------------------------
      *                      ETATCHN : JOURNAL DE LA CHAINE
      *                      -------------------------------------------
           SELECT  F-ETATCHN-S         ASSIGN TO WS-NOM-ETATCHN
                   FILE STATUS         IS WS-FS-F-ETATCHN-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-CHNDEF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CHNDEF           PIC X(80).
      *
       FD  F-CALBANC-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CALBANC          PIC X(80).
      *
       FD  F-CHNCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-CHC.
           05 FS-CHC-CLE              PIC X(12).
           05 FILLER                  PIC X(68).
      *
       FD  F-ETATCHN-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATCHN            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TPCHNDEF.
      *
           COPY TPCHNCTL.
      *
           COPY TPCALEND.
      *
      *---------------------------------------------------------------*
      * TABLE DES ETAPES DE LA CHAINE, DANS L'ORDRE DU FICHIER DE     *
      * DEFINITION : DEFINITION, RANG DES PREDECESSEURS DANS LA TABLE *
      * ET ETAT DE L'ETAPE POUR LA DATE DE LA CHAINE (STATUT DU       *
      * REGISTRE, A BLANC TANT QU'ELLE N'A PAS ETE EXAMINEE).         *
      *---------------------------------------------------------------*
       77  WS-MAX-ETAPES             PIC S9(4) COMP VALUE 60.
       01  WS-TABLE-ETAPES.
           05 WS-TET-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TET-POSTE           OCCURS 60
                                     INDEXED BY IDX-ETP IDX-RCH.
              10 WS-TET-ETAPE        PIC X(4).
              10 WS-TET-PROG         PIC X(8).
              10 WS-TET-FREQ         PIC X.
              10 WS-TET-OBLIG        PIC X.
              10 WS-TET-PREDS.
                 15 WS-TET-PRED      PIC X(4)  OCCURS 4.
              10 WS-TET-RANGS-PRED.
                 15 WS-TET-RANG-PRED PIC S9(4) COMP OCCURS 4.
              10 WS-TET-RCS.
                 15 WS-TET-RC-OK     PIC X(2)  OCCURS 4.
              10 WS-TET-COMMANDE     PIC X(40).
              10 WS-TET-STATUT       PIC X.
              10 WS-TET-DEJA         PIC X.
              10 WS-TET-DEB-DATE     PIC 9(8).
              10 WS-TET-DEB-HEURE    PIC 9(6).
              10 WS-TET-FIN-DATE     PIC 9(8).
              10 WS-TET-FIN-HEURE    PIC 9(6).
              10 WS-TET-RC           PIC 9(4).
              10 WS-TET-NB-LANC      PIC 9(2).
      *
      *---------------------------------------------------------------*
      * CARTE SYSIN DU SEQUENCEUR                                     *
      *---------------------------------------------------------------*
       01  WS-SYSIN-CHAINE.
           05 WS-SYSIN-DATE-CHAINE  PIC X(8).
           05 WS-SYSIN-PERIODE      PIC X.
           05 FILLER                PIC X(71).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-CHNDEF-E         PIC XX.
           88  OK-F-CHNDEF-E        VALUE '00'.
           88  OK-LEC-F-CHNDEF-E    VALUE '00' '10'.
           88  EOF-F-CHNDEF-E       VALUE '10'.
       01  WS-FS-F-CALBANC-E        PIC XX.
           88  OK-F-CALBANC-E       VALUE '00'.
           88  OK-LEC-F-CALBANC-E   VALUE '00' '10'.
           88  EOF-F-CALBANC-E      VALUE '10'.
           88  CALBANC-ABSENT       VALUE '35'.
       01  WS-FS-F-CHNCTL           PIC XX.
           88  OK-F-CHNCTL          VALUE '00'.
           88  OK-LEC-F-CHNCTL      VALUE '00' '23'.
           88  CHC-INCONNUE         VALUE '23'.
           88  CHNCTL-ABSENT        VALUE '35'.
       01  WS-FS-F-ETATCHN-S        PIC XX.
           88  OK-F-ETATCHN-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CREPRISE              PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CLANC                 PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CTERM                 PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEJA                 PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CNELIG                PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CTOLER                PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CSAUT                 PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CNLANC                PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE CONTROLE DE LA CHAINE              *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATCHN           PIC X(24).
       77  WS-COMMANDE              PIC X(40) VALUE SPACES.
       77  WS-RC-RETOUR             PIC S9(9) COMP VALUE 0.
       77  WS-RC-2                  PIC 99    VALUE 0.
       77  WS-RC-QUOTIENT           PIC S9(9) COMP VALUE 0.
       77  WS-RC-RESTE              PIC S9(9) COMP VALUE 0.
       77  WS-IPRED                 PIC S9(4) COMP VALUE 0.
       77  WS-IRC                   PIC S9(4) COMP VALUE 0.
       77  WS-RANG-PRED             PIC S9(4) COMP VALUE 0.
       77  WS-RANG-TROUVE           PIC S9(4) COMP VALUE 0.
       77  WS-RANG-ARRET            PIC S9(4) COMP VALUE 0.
       77  WS-ETAPE-CHERCHEE        PIC X(4)  VALUE SPACES.
       77  WS-PRED-BLOQUANT         PIC X(4)  VALUE SPACES.
       77  WS-ORIGINE-PERIODE       PIC X(18) VALUE SPACES.
       01  WS-STATUT-DEFINITION     PIC X VALUE '0'.
           88 WS-DEF-OK             VALUE '0'.
           88 WS-DEF-KO             VALUE '1'.
       01  WS-ETAT-CHAINE           PIC X VALUE '0'.
           88 WS-CHAINE-EN-COURS    VALUE '0'.
           88 WS-CHAINE-ARRETEE     VALUE '1'.
       01  WS-ELIGIBILITE           PIC X VALUE '0'.
           88 WS-ETAPE-ELIGIBLE     VALUE '0'.
           88 WS-ETAPE-NON-ELIGIBLE VALUE '1'.
       01  WS-ETAT-PREDS            PIC X VALUE '0'.
           88 WS-PREDS-OK           VALUE '0'.
           88 WS-PREDS-KO           VALUE '1'.
       01  WS-ETAT-RC               PIC X VALUE '0'.
           88 WS-RC-ACCEPTE         VALUE '0'.
           88 WS-RC-REFUSE          VALUE '1'.
      *---------------------------------------------------------------*
      * FIN DE PERIODE DE LA DATE DE LA CHAINE : SELON LE CALENDRIER  *
      * OU LE FORCAGE SYSIN ; INCONNUE SANS L'UN NI L'AUTRE.          *
      *---------------------------------------------------------------*
       01  WS-FIN-DE-MOIS           PIC X VALUE '0'.
           88 WS-JOUR-FIN-MOIS      VALUE '1'.
       01  WS-FIN-DE-TRIM           PIC X VALUE '0'.
           88 WS-JOUR-FIN-TRIM      VALUE '1'.
       01  WS-DETERMINATION-PERIODE PIC X VALUE '0'.
           88 WS-PERIODE-CONNUE     VALUE '0'.
           88 WS-PERIODE-INCONNUE   VALUE '1'.
       01  WS-JOUR-CALENDRIER       PIC X VALUE '0'.
           88 WS-JOUR-OUVRE-OU-NC   VALUE '0'.
           88 WS-JOUR-NON-OUVRE     VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
       01  WS-DATE-CHAINE.
           05 WS-DCH-SSAA           PIC 9(4).
           05 WS-DCH-MM             PIC 99.
           05 WS-DCH-JJ             PIC 99.
       01  WS-DATE-CHAINE-NUM REDEFINES WS-DATE-CHAINE
                                    PIC 9(8).
      *---------------------------------------------------------------*
      * HORODATAGE DES ETAPES (DATE SSAAMMJJ ET HEURE HHMMSS)         *
      *---------------------------------------------------------------*
       01  WS-HOR-DATE.
           05 WS-HOR-SSAA           PIC 9(4).
           05 WS-HOR-MM             PIC 99.
           05 WS-HOR-JJ             PIC 99.
       01  WS-HOR-DATE-NUM REDEFINES WS-HOR-DATE
                                    PIC 9(8).
       01  WS-HEURE-JOUR.
           05 WS-HOR-HEURE.
              10 WS-HOR-HH          PIC 99.
              10 WS-HOR-MN          PIC 99.
              10 WS-HOR-SS          PIC 99.
           05 WS-HOR-CC             PIC 99.
       01  WS-HOR-HEURE-NUM REDEFINES WS-HEURE-JOUR.
           05 WS-HOR-HHMMSS         PIC 9(6).
           05 FILLER                PIC 99.
       01  WS-HORODATE-ED.
           05 WS-HED-JJ             PIC 99.
           05 FILLER                PIC X     VALUE '/'.
           05 WS-HED-MM             PIC 99.
           05 FILLER                PIC X     VALUE SPACE.
           05 WS-HED-HH             PIC 99.
           05 FILLER                PIC X     VALUE ':'.
           05 WS-HED-MN             PIC 99.
           05 FILLER                PIC X     VALUE ':'.
           05 WS-HED-SS             PIC 99.
       01  WS-HED-HEURE-TRAV.
           05 WS-HTR-HH             PIC 99.
           05 WS-HTR-MN             PIC 99.
           05 WS-HTR-SS             PIC 99.
       01  WS-HED-HEURE-NUM REDEFINES WS-HED-HEURE-TRAV
                                    PIC 9(6).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DU JOURNAL DE LA CHAINE                       *
      *---------------------------------------------------------------*
      *
       01  WS-LCHN-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LCHN-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(18)  VALUE SPACES.
           05 FILLER                 PIC X(32)  VALUE
                   'JOURNAL DE LA CHAINE DE NUIT    '.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LCHN-TITRE-DATE.
              10 WS-LCHN-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCHN-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LCHN-SSAA-ED     PIC 9(4).
           05 FILLER                 PIC X(10)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LCHN-MESSAGE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCHN-MESSAGE-ED     PIC X(74).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCHN-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(6)  VALUE 'ETAPE'.
           05 FILLER                 PIC X(10) VALUE 'PROGRAMME'.
           05 FILLER                 PIC X(3)  VALUE 'O'.
           05 FILLER                 PIC X(14) VALUE 'STATUT'.
           05 FILLER                 PIC X(15) VALUE 'DEBUT'.
           05 FILLER                 PIC X(15) VALUE 'FIN'.
           05 FILLER                 PIC X(5)  VALUE '   RC'.
           05 FILLER                 PIC X(6)  VALUE ' LANC.'.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCHN-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCHN-ETAPE-ED       PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LCHN-PROG-ED        PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LCHN-OBLIG-ED       PIC X.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LCHN-STATUT-ED      PIC X(13).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCHN-DEBUT-ED       PIC X(14).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCHN-FIN-ED         PIC X(14).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LCHN-RC-ED          PIC X(4).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WS-LCHN-NB-LANC-ED     PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LCHN-NOMBRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LCHN-NB-LIB         PIC X(35).
           05 WS-LCHN-NB-ED          PIC ZZZZZZ9.
           05 FILLER                 PIC X(32) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       77  WS-RC-ED                  PIC ZZZ9.
       77  WS-NB-ED                  PIC ZZZ9.
      *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRT PRINCIPAL          *
      *               =====================================           *
      *---------------------------------------------------------------*
      * LA DEFINITION EST CONTROLEE EN TOTALITE AVANT TOUT LANCEMENT ;*
      * L'ETAT DES ETAPES DE LA DATE EST REPRIS DU REGISTRE, PUIS LA  *
      * CHAINE EST DEROULEE ET SON JOURNAL EDITE.                     *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6190-ACCEPT-SYSIN-CHAINE-DEB
              THRU 6190-ACCEPT-SYSIN-CHAINE-FIN.
      *
           PERFORM 6340-CHARGER-F-CALBANC-DEB
              THRU 6340-CHARGER-F-CALBANC-FIN.
      *
           PERFORM 7040-DETERMINER-PERIODE-DEB
              THRU 7040-DETERMINER-PERIODE-FIN.
      *
           PERFORM 6200-CHARGER-F-CHNDEF-DEB
              THRU 6200-CHARGER-F-CHNDEF-FIN.
      *
           PERFORM 6000-OUVRIR-F-CHNCTL-DEB
              THRU 6000-OUVRIR-F-CHNCTL-FIN.
      *
           PERFORM 6030-OUVRIR-ETATCHN-DEB
              THRU 6030-OUVRIR-ETATCHN-FIN.
      *
           PERFORM 1000-REPRENDRE-ETAT-DEB
              THRU 1000-REPRENDRE-ETAT-FIN.
      *
           PERFORM 2000-DEROULER-CHAINE-DEB
              THRU 2000-DEROULER-CHAINE-FIN.
      *
           PERFORM 8000-ENTETE-ETATCHN-DEB
              THRU 8000-ENTETE-ETATCHN-FIN.
      *
           PERFORM 8010-DETAIL-ETATCHN-DEB
              THRU 8010-DETAIL-ETATCHN-FIN
             VARYING IDX-ETP FROM 1 BY 1
             UNTIL IDX-ETP > WS-TET-NB.
      *
           PERFORM 8020-TOTAL-ETATCHN-DEB
              THRU 8020-TOTAL-ETATCHN-FIN.
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
      *     DESCRIPTION DU COMPOSANT REPRISE DE L'ETAT DES ETAPES     *
      *     =====================================================     *
      *---------------------------------------------------------------*
      * UNE ETAPE DEJA PORTEE AU REGISTRE POUR LA DATE DE LA CHAINE   *
      * REPREND SON STATUT, SES HORAIRES ET SON CODE RETOUR ; UNE     *
      * ETAPE TERMINEE NE SERA PAS RELANCEE.                          *
      *---------------------------------------------------------------*
       1000-REPRENDRE-ETAT-DEB.
      *
           PERFORM 1010-REPRENDRE-ETAPE-DEB
              THRU 1010-REPRENDRE-ETAPE-FIN
             VARYING IDX-ETP FROM 1 BY 1
             UNTIL IDX-ETP > WS-TET-NB.
      *
           IF WS-CREPRISE > 0
                DISPLAY 'RELANCE DE LA CHAINE DU ' WS-DATE-CHAINE-NUM
                        ' : ' WS-CREPRISE ' ETAPE(S) AU REGISTRE'
           END-IF.
      *
       1000-REPRENDRE-ETAT-FIN.
           EXIT.
      *
       1010-REPRENDRE-ETAPE-DEB.
           MOVE WS-DATE-CHAINE-NUM      TO WS-CHC-DATE.
           MOVE WS-TET-ETAPE (IDX-ETP)  TO WS-CHC-ETAPE.
           PERFORM 6310-LIRE-F-CHNCTL-DEB
              THRU 6310-LIRE-F-CHNCTL-FIN.
           IF CHC-INCONNUE
                GO TO 1010-REPRENDRE-ETAPE-FIN
           END-IF.
           ADD  1                       TO WS-CREPRISE.
           MOVE WS-CHC-STATUT        TO WS-TET-STATUT (IDX-ETP).
           MOVE WS-CHC-DEB-DATE      TO WS-TET-DEB-DATE (IDX-ETP).
           MOVE WS-CHC-DEB-HEURE     TO WS-TET-DEB-HEURE (IDX-ETP).
           MOVE WS-CHC-FIN-DATE      TO WS-TET-FIN-DATE (IDX-ETP).
           MOVE WS-CHC-FIN-HEURE     TO WS-TET-FIN-HEURE (IDX-ETP).
           MOVE WS-CHC-RC            TO WS-TET-RC (IDX-ETP).
           MOVE WS-CHC-NB-LANC       TO WS-TET-NB-LANC (IDX-ETP).
           IF WS-CHC-TERMINEE
                MOVE '1'             TO WS-TET-DEJA (IDX-ETP)
           END-IF.
           IF WS-CHC-EN-COURS
                DISPLAY 'ETAPE ' WS-CHC-ETAPE ' (' WS-CHC-PROG
                        ') INTERROMPUE AU LANCEMENT PRECEDENT'
           END-IF.
       1010-REPRENDRE-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT DEROULEMENT DE LA CHAINE         *
      *     =================================================         *
      *---------------------------------------------------------------*
      *
       2000-DEROULER-CHAINE-DEB.
      *
           PERFORM 2010-TRT-ETAPE-DEB
              THRU 2010-TRT-ETAPE-FIN
             VARYING IDX-ETP FROM 1 BY 1
             UNTIL IDX-ETP > WS-TET-NB
                OR WS-CHAINE-ARRETEE.
      *
       2000-DEROULER-CHAINE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE ETAPE TERMINEE N'EST PAS RELANCEE ; UNE ETAPE NON         *
      * ELIGIBLE CETTE NUIT EST PORTEE 'N' ; UNE ETAPE DONT UN        *
      * PREDECESSEUR N'EST PAS TERMINE EST SAUTEE ('S'), CE QUI       *
      * ARRETE LA CHAINE SI ELLE EST OBLIGATOIRE.                     *
      *---------------------------------------------------------------*
       2010-TRT-ETAPE-DEB.
      *
           IF WS-TET-STATUT (IDX-ETP) = 'T'
                DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP) ' ('
                        WS-TET-PROG (IDX-ETP)
                        ') DEJA TERMINEE - NON RELANCEE'
                ADD  1                  TO WS-CDEJA
                GO TO 2010-TRT-ETAPE-FIN
           END-IF.
      *
           PERFORM 7020-TESTER-ELIGIBILITE-DEB
              THRU 7020-TESTER-ELIGIBILITE-FIN.
           IF WS-ETAPE-NON-ELIGIBLE
                MOVE 'N'                TO WS-TET-STATUT (IDX-ETP)
                PERFORM 6320-ENREGISTRER-ETAPE-DEB
                   THRU 6320-ENREGISTRER-ETAPE-FIN
                ADD  1                  TO WS-CNELIG
                GO TO 2010-TRT-ETAPE-FIN
           END-IF.
      *
           PERFORM 7030-TESTER-PREDECESSEURS-DEB
              THRU 7030-TESTER-PREDECESSEURS-FIN.
           IF WS-PREDS-KO
                MOVE 'S'                TO WS-TET-STATUT (IDX-ETP)
                PERFORM 6320-ENREGISTRER-ETAPE-DEB
                   THRU 6320-ENREGISTRER-ETAPE-FIN
                ADD  1                  TO WS-CSAUT
                DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP)
                        ' SAUTEE : PREDECESSEUR ' WS-PRED-BLOQUANT
                        ' NON TERMINE'
                IF WS-TET-OBLIG (IDX-ETP) = 'O'
                     SET  WS-CHAINE-ARRETEE TO TRUE
                     SET  WS-RANG-ARRET  TO IDX-ETP
                END-IF
                GO TO 2010-TRT-ETAPE-FIN
           END-IF.
      *
           PERFORM 2020-LANCER-ETAPE-DEB
              THRU 2020-LANCER-ETAPE-FIN.
      *
       2010-TRT-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LANCEMENT D'UNE ETAPE : DECLARATION 'E' AU REGISTRE AVANT LE  *
      * LANCEMENT (UNE INTERRUPTION DU SEQUENCEUR LAISSE L'ETAPE A    *
      * RELANCER), EXECUTION DE LA LIGNE DE COMMANDE, PUIS CLOTURE    *
      * SELON LE CODE RETOUR RENDU.                                   *
      *---------------------------------------------------------------*
       2020-LANCER-ETAPE-DEB.
      *
           PERFORM 7005-HORODATER-DEB
              THRU 7005-HORODATER-FIN.
           MOVE WS-HOR-DATE-NUM      TO WS-TET-DEB-DATE (IDX-ETP).
           MOVE WS-HOR-HHMMSS        TO WS-TET-DEB-HEURE (IDX-ETP).
           MOVE 0                    TO WS-TET-FIN-DATE (IDX-ETP)
                                        WS-TET-FIN-HEURE (IDX-ETP)
                                        WS-TET-RC (IDX-ETP).
           IF WS-TET-NB-LANC (IDX-ETP) < 99
                ADD  1               TO WS-TET-NB-LANC (IDX-ETP)
           END-IF.
           MOVE 'E'                  TO WS-TET-STATUT (IDX-ETP).
           PERFORM 6320-ENREGISTRER-ETAPE-DEB
              THRU 6320-ENREGISTRER-ETAPE-FIN.
           ADD  1                    TO WS-CLANC.
      *
           MOVE SPACES               TO WS-COMMANDE.
           IF WS-TET-COMMANDE (IDX-ETP) = SPACES
                MOVE WS-TET-PROG (IDX-ETP) TO WS-COMMANDE
           ELSE
                MOVE WS-TET-COMMANDE (IDX-ETP) TO WS-COMMANDE
           END-IF.
           DISPLAY 'LANCEMENT ETAPE ' WS-TET-ETAPE (IDX-ETP) ' : '
                   WS-COMMANDE.
      *---------------------------------------------------------------*
      * LA ROUTINE SYSTEM REND LE STATUT D'ATTENTE BRUT DU PROCESSUS  *
      * (CODE RETOUR MULTIPLIE PAR 256 : UN RC 4 REVIENT 1024). UN    *
      * MULTIPLE DE 256 EST RAMENE AU CODE RETOUR DE L'ETAPE AVANT LE *
      * PLAFONNEMENT A 9999 ; UNE AUTRE VALEUR (ARRET SUR SIGNAL) EST *
      * GARDEE TELLE QUELLE ET NE PEUT ETRE UN SUCCES.                *
      *---------------------------------------------------------------*
           CALL 'SYSTEM' USING WS-COMMANDE.
           MOVE RETURN-CODE          TO WS-RC-RETOUR.
           MOVE 0                    TO RETURN-CODE.
           IF WS-RC-RETOUR < 0
                COMPUTE WS-RC-RETOUR = WS-RC-RETOUR * -1
           END-IF.
           DIVIDE WS-RC-RETOUR BY 256 GIVING WS-RC-QUOTIENT
                  REMAINDER WS-RC-RESTE.
           IF WS-RC-RESTE = 0
                MOVE WS-RC-QUOTIENT  TO WS-RC-RETOUR
           END-IF.
           IF WS-RC-RETOUR > 9999
                MOVE 9999            TO WS-RC-RETOUR
           END-IF.
           MOVE WS-RC-RETOUR         TO WS-TET-RC (IDX-ETP).
      *
           PERFORM 7005-HORODATER-DEB
              THRU 7005-HORODATER-FIN.
           MOVE WS-HOR-DATE-NUM      TO WS-TET-FIN-DATE (IDX-ETP).
           MOVE WS-HOR-HHMMSS        TO WS-TET-FIN-HEURE (IDX-ETP).
      *
           PERFORM 7060-TESTER-RC-SUCCES-DEB
              THRU 7060-TESTER-RC-SUCCES-FIN.
           MOVE WS-TET-RC (IDX-ETP)  TO WS-RC-ED.
           EVALUATE TRUE
             WHEN WS-RC-ACCEPTE
                  MOVE 'T'           TO WS-TET-STATUT (IDX-ETP)
                  ADD  1             TO WS-CTERM
                  DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP)
                          ' TERMINEE - RC ' WS-RC-ED
             WHEN WS-TET-OBLIG (IDX-ETP) = 'O'
                  MOVE 'A'           TO WS-TET-STATUT (IDX-ETP)
                  SET  WS-CHAINE-ARRETEE TO TRUE
                  SET  WS-RANG-ARRET TO IDX-ETP
                  DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP)
                          ' EN ECHEC - RC ' WS-RC-ED
                          ' - CHAINE ARRETEE'
             WHEN OTHER
                  MOVE 'I'           TO WS-TET-STATUT (IDX-ETP)
                  ADD  1             TO WS-CTOLER
                  DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP)
                          ' FACULTATIVE EN ECHEC - RC ' WS-RC-ED
                          ' - ECHEC TOLERE'
           END-EVALUATE.
           PERFORM 6320-ENREGISTRER-ETAPE-DEB
              THRU 6320-ENREGISTRER-ETAPE-FIN.
      *
       2020-LANCER-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * REGISTRE DES ETAPES PERMANENT : CREE VIDE A LA PREMIERE       *
      * EXECUTION.                                                    *
      *---------------------------------------------------------------*
       6000-OUVRIR-F-CHNCTL-DEB.
           OPEN I-O F-CHNCTL.
           IF CHNCTL-ABSENT
                OPEN OUTPUT F-CHNCTL
                CLOSE F-CHNCTL
                OPEN I-O F-CHNCTL
           END-IF.
           IF NOT OK-F-CHNCTL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHNCTL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNCTL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CHNCTL-FIN.
           EXIT.
      *
       6030-OUVRIR-ETATCHN-DEB.
           OPEN OUTPUT F-ETATCHN-S
           IF NOT OK-F-ETATCHN-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATCHN'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCHN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-ETATCHN-FIN.
           EXIT.
      *
       6090-ECRIRE-LIGNE-ETATCHN-DEB.
           WRITE FS-ENRG-ETATCHN
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATCHN-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATCHN-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATCHN-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-ECRIRE-LIGNE-ETATCHN-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-CHNCTL F-ETATCHN-S.
           IF NOT OK-F-CHNCTL OR NOT OK-F-ETATCHN-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNCTL
                        ' ' WS-FS-F-ETATCHN-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
       6190-ACCEPT-SYSIN-CHAINE-DEB.
           ACCEPT WS-SYSIN-CHAINE.
           IF WS-SYSIN-DATE-CHAINE IS NUMERIC
              AND WS-SYSIN-DATE-CHAINE > '00000000'
                MOVE WS-SYSIN-DATE-CHAINE  TO WS-DATE-CHAINE
                DISPLAY 'DATE DE CHAINE SERVIE EN SYSIN : '
                        WS-DATE-CHAINE-NUM
           END-IF.
           IF WS-SYSIN-PERIODE = 'M' OR WS-SYSIN-PERIODE = 'T'
                DISPLAY 'FORCAGE DE LA FIN DE PERIODE DEMANDE : '
                        WS-SYSIN-PERIODE
           END-IF.
           MOVE SPACES                     TO WS-NOM-ETATCHN.
           STRING 'ETATCHN_' WS-DATE-CHAINE '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATCHN.
       6190-ACCEPT-SYSIN-CHAINE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT ET CONTROLE DE LA DEFINITION DE LA CHAINE : UNE    *
      * DEFINITION INCORRECTE (ETAPE EN DOUBLE, FREQUENCE OU          *
      * OBLIGATION INCONNUE, PREDECESSEUR NON DEFINI PLUS HAUT) OU    *
      * VIDE ARRETE LE SEQUENCEUR AVANT TOUT LANCEMENT.               *
      *---------------------------------------------------------------*
       6200-CHARGER-F-CHNDEF-DEB.
           OPEN INPUT F-CHNDEF-E.
           IF NOT OK-F-CHNDEF-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHNDEF'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNDEF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6205-LIRE-F-CHNDEF-DEB
              THRU 6205-LIRE-F-CHNDEF-FIN.
           PERFORM 6210-RANGER-ETAPE-DEB
              THRU 6210-RANGER-ETAPE-FIN
             UNTIL EOF-F-CHNDEF-E.
           CLOSE F-CHNDEF-E.
      *
           IF WS-TET-NB = 0
                DISPLAY 'DEFINITION DE LA CHAINE VIDE'
                SET  WS-DEF-KO          TO TRUE
           END-IF.
           IF WS-DEF-KO
                DISPLAY 'DEFINITION DE LA CHAINE INCORRECTE - '
                        'AUCUNE ETAPE LANCEE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-CHARGER-F-CHNDEF-FIN.
           EXIT.
      *
       6205-LIRE-F-CHNDEF-DEB.
           READ F-CHNDEF-E INTO WS-ENRG-F-CHD.
           IF NOT OK-LEC-F-CHNDEF-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNDEF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNDEF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6205-LIRE-F-CHNDEF-FIN.
           EXIT.
      *
       6210-RANGER-ETAPE-DEB.
           IF WS-CHD-ETAPE = SPACES
              OR WS-CHD-ETAPE (1 : 1) = '*'
                GO TO 6210-RANGER-ETAPE-SUITE
           END-IF.
           IF WS-TET-NB NOT < WS-MAX-ETAPES
                DISPLAY 'TABLE DES ETAPES SATUREE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-CHD-PROG = SPACES
              OR NOT WS-CHD-FREQ-VALIDE
              OR (NOT WS-CHD-OBLIGATOIRE AND NOT WS-CHD-FACULTATIVE)
                DISPLAY 'ETAPE ' WS-CHD-ETAPE
                        ' : PROGRAMME, FREQUENCE OU OBLIGATION INVALIDE'
                SET  WS-DEF-KO          TO TRUE
           END-IF.
      *
           ADD  1                       TO WS-TET-NB.
           SET  IDX-ETP                 TO WS-TET-NB.
           MOVE WS-CHD-ETAPE            TO WS-TET-ETAPE (IDX-ETP).
           MOVE WS-CHD-PROG             TO WS-TET-PROG (IDX-ETP).
           MOVE WS-CHD-FREQ             TO WS-TET-FREQ (IDX-ETP).
           MOVE WS-CHD-OBLIG            TO WS-TET-OBLIG (IDX-ETP).
           MOVE WS-CHD-PREDS            TO WS-TET-PREDS (IDX-ETP).
           MOVE WS-CHD-RCS              TO WS-TET-RCS (IDX-ETP).
           MOVE WS-CHD-COMMANDE         TO WS-TET-COMMANDE (IDX-ETP).
           MOVE SPACE                   TO WS-TET-STATUT (IDX-ETP).
           MOVE '0'                     TO WS-TET-DEJA (IDX-ETP).
           MOVE 0                       TO WS-TET-DEB-DATE (IDX-ETP)
                                           WS-TET-DEB-HEURE (IDX-ETP)
                                           WS-TET-FIN-DATE (IDX-ETP)
                                           WS-TET-FIN-HEURE (IDX-ETP)
                                           WS-TET-RC (IDX-ETP)
                                           WS-TET-NB-LANC (IDX-ETP).
      *
           MOVE WS-CHD-ETAPE            TO WS-ETAPE-CHERCHEE.
           PERFORM 7010-CHERCHER-ETAPE-DEB
              THRU 7010-CHERCHER-ETAPE-FIN.
           IF WS-RANG-TROUVE > 0
                DISPLAY 'ETAPE ' WS-CHD-ETAPE ' DEFINIE DEUX FOIS'
                SET  WS-DEF-KO          TO TRUE
           END-IF.
           PERFORM 6215-RATTACHER-PRED-DEB
              THRU 6215-RATTACHER-PRED-FIN
             VARYING WS-IPRED FROM 1 BY 1
             UNTIL WS-IPRED > 4.
      *
       6210-RANGER-ETAPE-SUITE.
           PERFORM 6205-LIRE-F-CHNDEF-DEB
              THRU 6205-LIRE-F-CHNDEF-FIN.
       6210-RANGER-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN PREDECESSEUR DOIT ETRE DEFINI PLUS HAUT DANS LE FICHIER :  *
      * SON RANG DANS LA TABLE EST CONSERVE POUR LE DEROULEMENT.      *
      *---------------------------------------------------------------*
       6215-RATTACHER-PRED-DEB.
           MOVE 0               TO WS-TET-RANG-PRED (IDX-ETP, WS-IPRED).
           IF WS-TET-PRED (IDX-ETP, WS-IPRED) = SPACES
                GO TO 6215-RATTACHER-PRED-FIN
           END-IF.
           MOVE WS-TET-PRED (IDX-ETP, WS-IPRED) TO WS-ETAPE-CHERCHEE.
           PERFORM 7010-CHERCHER-ETAPE-DEB
              THRU 7010-CHERCHER-ETAPE-FIN.
           IF WS-RANG-TROUVE = 0
                DISPLAY 'ETAPE ' WS-TET-ETAPE (IDX-ETP)
                        ' : PREDECESSEUR ' WS-ETAPE-CHERCHEE
                        ' NON DEFINI PLUS HAUT'
                SET  WS-DEF-KO          TO TRUE
           ELSE
                MOVE WS-RANG-TROUVE
                                TO WS-TET-RANG-PRED (IDX-ETP, WS-IPRED)
           END-IF.
       6215-RATTACHER-PRED-FIN.
           EXIT.
      *
       6310-LIRE-F-CHNCTL-DEB.
           MOVE WS-CHC-CLE              TO FS-CHC-CLE.
           READ F-CHNCTL RECORD INTO WS-ENRG-F-CHC
                KEY IS FS-CHC-CLE.
           IF NOT OK-LEC-F-CHNCTL
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNCTL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNCTL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-LIRE-F-CHNCTL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ETAT DE L'ETAPE EN COURS DE TRAITEMENT PORTE AU REGISTRE :    *
      * CREATION A LA PREMIERE EXAMEN DE LA DATE, REMPLACEMENT        *
      * ENSUITE.                                                      *
      *---------------------------------------------------------------*
       6320-ENREGISTRER-ETAPE-DEB.
           MOVE SPACES                  TO WS-ENRG-F-CHC.
           MOVE WS-DATE-CHAINE-NUM      TO WS-CHC-DATE.
           MOVE WS-TET-ETAPE (IDX-ETP)  TO WS-CHC-ETAPE.
           MOVE WS-TET-PROG (IDX-ETP)   TO WS-CHC-PROG.
           MOVE WS-TET-STATUT (IDX-ETP) TO WS-CHC-STATUT.
           MOVE WS-TET-DEB-DATE (IDX-ETP)  TO WS-CHC-DEB-DATE.
           MOVE WS-TET-DEB-HEURE (IDX-ETP) TO WS-CHC-DEB-HEURE.
           MOVE WS-TET-FIN-DATE (IDX-ETP)  TO WS-CHC-FIN-DATE.
           MOVE WS-TET-FIN-HEURE (IDX-ETP) TO WS-CHC-FIN-HEURE.
           MOVE WS-TET-RC (IDX-ETP)     TO WS-CHC-RC.
           MOVE WS-TET-NB-LANC (IDX-ETP) TO WS-CHC-NB-LANC.
      *
           MOVE WS-CHC-CLE              TO FS-CHC-CLE.
           READ F-CHNCTL
                KEY IS FS-CHC-CLE.
           IF NOT OK-LEC-F-CHNCTL
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHNCTL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNCTL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CHC-INCONNUE
                WRITE FS-ENRG-F-CHC FROM WS-ENRG-F-CHC
                END-WRITE
           ELSE
                REWRITE FS-ENRG-F-CHC FROM WS-ENRG-F-CHC
                END-REWRITE
           END-IF.
           IF NOT OK-F-CHNCTL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CHNCTL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHNCTL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-ENREGISTRER-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CALENDRIER BANCAIRE : FICHIER FACULTATIF.       *
      *---------------------------------------------------------------*
       6340-CHARGER-F-CALBANC-DEB.
           OPEN INPUT F-CALBANC-E.
           IF CALBANC-ABSENT
                DISPLAY 'CALENDRIER BANCAIRE ABSENT - '
                        'FIN DE PERIODE NON DETERMINEE'
                GO TO 6340-CHARGER-F-CALBANC-FIN
           END-IF.
           IF NOT OK-F-CALBANC-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CALBANC'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CALBANC-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-CALEND-CHARGE        TO TRUE.
           PERFORM 6342-LIRE-F-CALBANC-DEB
              THRU 6342-LIRE-F-CALBANC-FIN.
           PERFORM 6344-RANGER-JOUR-CAL-DEB
              THRU 6344-RANGER-JOUR-CAL-FIN
             UNTIL EOF-F-CALBANC-E.
           CLOSE F-CALBANC-E.
       6340-CHARGER-F-CALBANC-FIN.
           EXIT.
      *
       6342-LIRE-F-CALBANC-DEB.
           READ F-CALBANC-E INTO WS-ENRG-F-CAL.
           IF NOT OK-LEC-F-CALBANC-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CALBANC-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CALBANC-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6342-LIRE-F-CALBANC-FIN.
           EXIT.
      *
       6344-RANGER-JOUR-CAL-DEB.
           IF WS-CAL-DATE IS NUMERIC
                IF WS-TCA-NB < WS-MAX-CALEND
                     ADD  1             TO WS-TCA-NB
                     MOVE WS-CAL-DATE   TO WS-TCA-DATE (WS-TCA-NB)
                     MOVE WS-CAL-OUVRE  TO WS-TCA-OUVRE (WS-TCA-NB)
                     MOVE WS-CAL-FIN-MOIS
                                        TO WS-TCA-FIN-MOIS (WS-TCA-NB)
                     MOVE WS-CAL-FIN-TRIM
                                        TO WS-TCA-FIN-TRIM (WS-TCA-NB)
                ELSE
                     DISPLAY 'TABLE DU CALENDRIER SATUREE'
                     PERFORM 9999-ERREUR-PROGRAMME-DEB
                        THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
           ELSE
                DISPLAY 'JOUR DE CALENDRIER HORS DESSIN IGNORE'
           END-IF.
           PERFORM 6342-LIRE-F-CALBANC-DEB
              THRU 6342-LIRE-F-CALBANC-FIN.
       6344-RANGER-JOUR-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-CHAINE-NUM.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
       7005-HORODATER-DEB.
           ACCEPT WS-HOR-DATE           FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR         FROM TIME.
       7005-HORODATER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RANG DE L'ETAPE WS-ETAPE-CHERCHEE PARMI LES ETAPES RANGEES    *
      * AVANT LA DERNIERE (0 SI ELLE N'Y FIGURE PAS).                 *
      *---------------------------------------------------------------*
       7010-CHERCHER-ETAPE-DEB.
           MOVE 0                       TO WS-RANG-TROUVE.
           PERFORM 7015-COMPARER-ETAPE-DEB
              THRU 7015-COMPARER-ETAPE-FIN
             VARYING IDX-RCH FROM 1 BY 1
             UNTIL IDX-RCH NOT < WS-TET-NB
                OR WS-RANG-TROUVE > 0.
       7010-CHERCHER-ETAPE-FIN.
           EXIT.
      *
       7015-COMPARER-ETAPE-DEB.
           IF WS-TET-ETAPE (IDX-RCH) = WS-ETAPE-CHERCHEE
                SET  WS-RANG-TROUVE     TO IDX-RCH
           END-IF.
       7015-COMPARER-ETAPE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ELIGIBILITE DE L'ETAPE A LA DATE DE LA CHAINE SELON SA        *
      * FREQUENCE.                                                    *
      *---------------------------------------------------------------*
       7020-TESTER-ELIGIBILITE-DEB.
           SET  WS-ETAPE-NON-ELIGIBLE   TO TRUE.
           EVALUATE WS-TET-FREQ (IDX-ETP)
             WHEN 'J'
                  SET  WS-ETAPE-ELIGIBLE TO TRUE
             WHEN 'M'
                  IF WS-JOUR-FIN-MOIS
                       SET  WS-ETAPE-ELIGIBLE TO TRUE
                  END-IF
             WHEN 'T'
                  IF WS-JOUR-FIN-TRIM
                       SET  WS-ETAPE-ELIGIBLE TO TRUE
                  END-IF
           END-EVALUATE.
       7020-TESTER-ELIGIBILITE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN PREDECESSEUR EST SATISFAIT S'IL EST TERMINE OU NON         *
      * ELIGIBLE CETTE NUIT.                                          *
      *---------------------------------------------------------------*
       7030-TESTER-PREDECESSEURS-DEB.
           SET  WS-PREDS-OK             TO TRUE.
           MOVE SPACES                  TO WS-PRED-BLOQUANT.
           PERFORM 7035-TESTER-PRED-DEB
              THRU 7035-TESTER-PRED-FIN
             VARYING WS-IPRED FROM 1 BY 1
             UNTIL WS-IPRED > 4
                OR WS-PREDS-KO.
       7030-TESTER-PREDECESSEURS-FIN.
           EXIT.
      *
       7035-TESTER-PRED-DEB.
           MOVE WS-TET-RANG-PRED (IDX-ETP, WS-IPRED) TO WS-RANG-PRED.
           IF WS-RANG-PRED = 0
                GO TO 7035-TESTER-PRED-FIN
           END-IF.
           IF WS-TET-STATUT (WS-RANG-PRED) NOT = 'T'
              AND WS-TET-STATUT (WS-RANG-PRED) NOT = 'N'
                SET  WS-PREDS-KO        TO TRUE
                MOVE WS-TET-ETAPE (WS-RANG-PRED) TO WS-PRED-BLOQUANT
           END-IF.
       7035-TESTER-PRED-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FIN DE MOIS ET FIN DE TRIMESTRE A LA DATE DE LA CHAINE : LE   *
      * FORCAGE SYSIN PRIME SUR LE CALENDRIER ; SANS CALENDRIER (OU   *
      * POUR UNE DATE NON PORTEE) LA FIN DE PERIODE EST INCONNUE ET   *
      * LES ETAPES PERIODIQUES NE SONT PAS LANCEES.                   *
      *---------------------------------------------------------------*
       7040-DETERMINER-PERIODE-DEB.
           IF WS-SYSIN-PERIODE = 'M' OR WS-SYSIN-PERIODE = 'T'
                SET  WS-JOUR-FIN-MOIS   TO TRUE
                IF WS-SYSIN-PERIODE = 'T'
                     SET  WS-JOUR-FIN-TRIM TO TRUE
                END-IF
                MOVE 'FORCAGE SYSIN'    TO WS-ORIGINE-PERIODE
                GO TO 7040-DETERMINER-PERIODE-FIN
           END-IF.
           IF WS-CALEND-FERME
                SET  WS-PERIODE-INCONNUE TO TRUE
                MOVE 'CALENDRIER ABSENT' TO WS-ORIGINE-PERIODE
                GO TO 7040-DETERMINER-PERIODE-FIN
           END-IF.
           MOVE WS-DATE-CHAINE-NUM      TO WS-DATE-CONSULT.
           PERFORM 7050-CONSULTER-CALENDRIER-DEB
              THRU 7050-CONSULTER-CALENDRIER-FIN.
           IF WS-CAL-DATE-ABSENTE
                DISPLAY 'DATE ABSENTE DU CALENDRIER - '
                        'FIN DE PERIODE NON DETERMINEE'
                SET  WS-PERIODE-INCONNUE TO TRUE
                MOVE 'DATE NON PORTEE'  TO WS-ORIGINE-PERIODE
                GO TO 7040-DETERMINER-PERIODE-FIN
           END-IF.
           MOVE 'CALENDRIER'            TO WS-ORIGINE-PERIODE.
           IF WS-CAL-FMOIS-TROUVE = 'O'
                SET  WS-JOUR-FIN-MOIS   TO TRUE
           END-IF.
           IF WS-CAL-FTRIM-TROUVE = 'O'
                SET  WS-JOUR-FIN-TRIM   TO TRUE
           END-IF.
           IF WS-CAL-OUVRE-TROUVE NOT = 'O'
                SET  WS-JOUR-NON-OUVRE  TO TRUE
                DISPLAY 'ATTENTION : JOUR NON OUVRE AU CALENDRIER'
           END-IF.
       7040-DETERMINER-PERIODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSULTATION DU CALENDRIER POUR LA DATE WS-DATE-CONSULT.      *
      *---------------------------------------------------------------*
       7050-CONSULTER-CALENDRIER-DEB.
           SET  WS-CAL-DATE-ABSENTE     TO TRUE.
           MOVE ' '                     TO WS-CAL-OUVRE-TROUVE.
           MOVE ' '                     TO WS-CAL-FMOIS-TROUVE.
           MOVE ' '                     TO WS-CAL-FTRIM-TROUVE.
           PERFORM 7055-TESTER-DATE-CAL-DEB
              THRU 7055-TESTER-DATE-CAL-FIN
             VARYING IDX-CAL FROM 1 BY 1
             UNTIL IDX-CAL > WS-TCA-NB
                OR WS-CAL-DATE-TROUVEE.
       7050-CONSULTER-CALENDRIER-FIN.
           EXIT.
      *
       7055-TESTER-DATE-CAL-DEB.
           IF WS-TCA-DATE (IDX-CAL) = WS-DATE-CONSULT
                SET  WS-CAL-DATE-TROUVEE TO TRUE
                MOVE WS-TCA-OUVRE (IDX-CAL)
                                         TO WS-CAL-OUVRE-TROUVE
                MOVE WS-TCA-FIN-MOIS (IDX-CAL)
                                         TO WS-CAL-FMOIS-TROUVE
                MOVE WS-TCA-FIN-TRIM (IDX-CAL)
                                         TO WS-CAL-FTRIM-TROUVE
           END-IF.
       7055-TESTER-DATE-CAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE CODE RETOUR EST UN SUCCES S'IL FIGURE DANS LA LISTE DE     *
      * L'ETAPE ; SANS LISTE, SEUL LE CODE RETOUR 0 EN EST UN.        *
      *---------------------------------------------------------------*
       7060-TESTER-RC-SUCCES-DEB.
           SET  WS-RC-REFUSE            TO TRUE.
           IF WS-TET-RCS (IDX-ETP) = SPACES
                IF WS-TET-RC (IDX-ETP) = 0
                     SET  WS-RC-ACCEPTE TO TRUE
                END-IF
                GO TO 7060-TESTER-RC-SUCCES-FIN
           END-IF.
           IF WS-TET-RC (IDX-ETP) > 99
                GO TO 7060-TESTER-RC-SUCCES-FIN
           END-IF.
           MOVE WS-TET-RC (IDX-ETP)     TO WS-RC-2.
           PERFORM 7065-COMPARER-RC-DEB
              THRU 7065-COMPARER-RC-FIN
             VARYING WS-IRC FROM 1 BY 1
             UNTIL WS-IRC > 4
                OR WS-RC-ACCEPTE.
       7060-TESTER-RC-SUCCES-FIN.
           EXIT.
      *
       7065-COMPARER-RC-DEB.
           IF WS-TET-RC-OK (IDX-ETP, WS-IRC) = WS-RC-2
                SET  WS-RC-ACCEPTE      TO TRUE
           END-IF.
       7065-COMPARER-RC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EDITION JJ/MM HH:MM:SS D'UN HORODATAGE (WS-HOR-DATE ET        *
      * WS-HED-HEURE-TRAV) ; A BLANC SI L'ETAPE N'A PAS ETE DATEE.    *
      *---------------------------------------------------------------*
       7080-EDITER-HORODATE-DEB.
           MOVE WS-HOR-JJ               TO WS-HED-JJ.
           MOVE WS-HOR-MM               TO WS-HED-MM.
           MOVE WS-HTR-HH               TO WS-HED-HH.
           MOVE WS-HTR-MN               TO WS-HED-MN.
           MOVE WS-HTR-SS               TO WS-HED-SS.
       7080-EDITER-HORODATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATCHN-DEB.
           MOVE WS-DCH-JJ            TO WS-LCHN-JJ-ED.
           MOVE WS-DCH-MM            TO WS-LCHN-MM-ED.
           MOVE WS-DCH-SSAA          TO WS-LCHN-SSAA-ED.
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE WS-LCHN-TITRE        TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
      *
           MOVE SPACES               TO WS-LCHN-MESSAGE-ED.
           IF WS-PERIODE-INCONNUE
                STRING 'FIN DE PERIODE NON DETERMINEE ('
                       WS-ORIGINE-PERIODE DELIMITED BY '  '
                       ') : ETAPES PERIODIQUES NON LANCEES'
                       DELIMITED BY SIZE INTO WS-LCHN-MESSAGE-ED
           ELSE
                STRING 'FIN DE MOIS : ' DELIMITED BY SIZE
                       INTO WS-LCHN-MESSAGE-ED
                IF WS-JOUR-FIN-MOIS
                     MOVE 'OUI'      TO WS-LCHN-MESSAGE-ED (15 : 3)
                ELSE
                     MOVE 'NON'      TO WS-LCHN-MESSAGE-ED (15 : 3)
                END-IF
                MOVE '- FIN DE TRIMESTRE : '
                                     TO WS-LCHN-MESSAGE-ED (19 : 21)
                IF WS-JOUR-FIN-TRIM
                     MOVE 'OUI'      TO WS-LCHN-MESSAGE-ED (40 : 3)
                ELSE
                     MOVE 'NON'      TO WS-LCHN-MESSAGE-ED (40 : 3)
                END-IF
                MOVE '(' TO WS-LCHN-MESSAGE-ED (44 : 1)
                MOVE WS-ORIGINE-PERIODE
                                     TO WS-LCHN-MESSAGE-ED (45 : 18)
                MOVE ')' TO WS-LCHN-MESSAGE-ED (63 : 1)
           END-IF.
           MOVE WS-LCHN-MESSAGE      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
      *
           IF WS-JOUR-NON-OUVRE
                MOVE 'ATTENTION : JOUR NON OUVRE AU CALENDRIER BANCAIRE'
                                     TO WS-LCHN-MESSAGE-ED
                MOVE WS-LCHN-MESSAGE TO WS-BUFFER
                PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
                   THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN
           END-IF.
      *
           MOVE SPACES               TO WS-LCHN-MESSAGE-ED.
           IF WS-CREPRISE > 0
                MOVE WS-CREPRISE     TO WS-NB-ED
                STRING 'RELANCE : ' WS-NB-ED
                       ' ETAPE(S) DEJA PORTEE(S) AU REGISTRE POUR '
                       'CETTE DATE'
                       DELIMITED BY SIZE INTO WS-LCHN-MESSAGE-ED
           ELSE
                MOVE 'PREMIER LANCEMENT DE LA CHAINE POUR CETTE DATE'
                                     TO WS-LCHN-MESSAGE-ED
           END-IF.
           MOVE WS-LCHN-MESSAGE      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
      *
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE WS-LCHN-TITRES       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
       8000-ENTETE-ETATCHN-FIN.
           EXIT.
      *
       8010-DETAIL-ETATCHN-DEB.
           MOVE WS-TET-ETAPE (IDX-ETP)  TO WS-LCHN-ETAPE-ED.
           MOVE WS-TET-PROG (IDX-ETP)   TO WS-LCHN-PROG-ED.
           MOVE WS-TET-OBLIG (IDX-ETP)  TO WS-LCHN-OBLIG-ED.
           EVALUATE TRUE
             WHEN WS-TET-STATUT (IDX-ETP) = 'T'
              AND WS-TET-DEJA (IDX-ETP) = '1'
                  MOVE 'DEJA TERMINEE'  TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'T'
                  MOVE 'TERMINEE'       TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'A'
                  MOVE 'EN ECHEC'       TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'I'
                  MOVE 'ECHEC TOLERE'   TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'E'
                  MOVE 'INTERROMPUE'    TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'S'
                  MOVE 'SAUTEE'         TO WS-LCHN-STATUT-ED
             WHEN WS-TET-STATUT (IDX-ETP) = 'N'
                  MOVE 'NON ELIGIBLE'   TO WS-LCHN-STATUT-ED
             WHEN OTHER
                  MOVE 'NON LANCEE'     TO WS-LCHN-STATUT-ED
                  ADD  1                TO WS-CNLANC
           END-EVALUATE.
      *
           MOVE SPACES                  TO WS-LCHN-DEBUT-ED
                                           WS-LCHN-FIN-ED
                                           WS-LCHN-RC-ED.
           IF WS-TET-DEB-DATE (IDX-ETP) > 0
                MOVE WS-TET-DEB-DATE (IDX-ETP)  TO WS-HOR-DATE-NUM
                MOVE WS-TET-DEB-HEURE (IDX-ETP) TO WS-HED-HEURE-NUM
                PERFORM 7080-EDITER-HORODATE-DEB
                   THRU 7080-EDITER-HORODATE-FIN
                MOVE WS-HORODATE-ED     TO WS-LCHN-DEBUT-ED
           END-IF.
           IF WS-TET-FIN-DATE (IDX-ETP) > 0
                MOVE WS-TET-FIN-DATE (IDX-ETP)  TO WS-HOR-DATE-NUM
                MOVE WS-TET-FIN-HEURE (IDX-ETP) TO WS-HED-HEURE-NUM
                PERFORM 7080-EDITER-HORODATE-DEB
                   THRU 7080-EDITER-HORODATE-FIN
                MOVE WS-HORODATE-ED     TO WS-LCHN-FIN-ED
                MOVE WS-TET-RC (IDX-ETP) TO WS-RC-ED
                MOVE WS-RC-ED           TO WS-LCHN-RC-ED
           END-IF.
           MOVE WS-TET-NB-LANC (IDX-ETP) TO WS-LCHN-NB-LANC-ED.
           MOVE WS-LCHN-DETAIL          TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
       8010-DETAIL-ETATCHN-FIN.
           EXIT.
      *
       8020-TOTAL-ETATCHN-DEB.
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'ETAPES DEFINIES                  :' TO WS-LCHN-NB-LIB.
           MOVE WS-TET-NB            TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'ETAPES LANCEES CE PASSAGE        :' TO WS-LCHN-NB-LIB.
           MOVE WS-CLANC             TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'DONT TERMINEES                   :' TO WS-LCHN-NB-LIB.
           MOVE WS-CTERM             TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'DONT EN ECHEC TOLERE             :' TO WS-LCHN-NB-LIB.
           MOVE WS-CTOLER            TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'DEJA TERMINEES (NON RELANCEES)   :' TO WS-LCHN-NB-LIB.
           MOVE WS-CDEJA             TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'NON ELIGIBLES CETTE NUIT         :' TO WS-LCHN-NB-LIB.
           MOVE WS-CNELIG            TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'SAUTEES (PREDECESSEUR EN ECHEC)  :' TO WS-LCHN-NB-LIB.
           MOVE WS-CSAUT             TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE 'NON LANCEES (CHAINE ARRETEE)     :' TO WS-LCHN-NB-LIB.
           MOVE WS-CNLANC            TO WS-LCHN-NB-ED.
           MOVE WS-LCHN-NOMBRE       TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
      *
           MOVE SPACES               TO WS-LCHN-MESSAGE-ED.
           EVALUATE TRUE
             WHEN WS-CHAINE-ARRETEE
                  STRING 'CHAINE ARRETEE A L''ETAPE '
                         WS-TET-ETAPE (WS-RANG-ARRET) ' ('
                         DELIMITED BY SIZE
                         WS-TET-PROG (WS-RANG-ARRET) DELIMITED BY ' '
                         ') : CORRIGER PUIS RELANCER ARIO121B'
                         DELIMITED BY SIZE INTO WS-LCHN-MESSAGE-ED
             WHEN WS-CTOLER > 0 OR WS-CSAUT > 0
                  MOVE 'CHAINE COMPLETE AVEC ECHECS TOLERES OU ETAPES '
                    &  'SAUTEES'     TO WS-LCHN-MESSAGE-ED
             WHEN OTHER
                  MOVE 'CHAINE COMPLETE'
                                     TO WS-LCHN-MESSAGE-ED
           END-EVALUATE.
           MOVE WS-LCHN-MESSAGE      TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
           MOVE WS-LCHN-L1           TO WS-BUFFER.
           PERFORM 6090-ECRIRE-LIGNE-ETATCHN-DEB
              THRU 6090-ECRIRE-LIGNE-ETATCHN-FIN.
       8020-TOTAL-ETATCHN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO121B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'ETAPES DEFINIES        : ' WS-TET-NB.
           DISPLAY 'ETAPES LANCEES         : ' WS-CLANC.
           DISPLAY 'ETAPES TERMINEES       : ' WS-CTERM.
           DISPLAY 'ECHECS TOLERES         : ' WS-CTOLER.
           DISPLAY 'DEJA TERMINEES         : ' WS-CDEJA.
           DISPLAY 'NON ELIGIBLES          : ' WS-CNELIG.
           DISPLAY 'ETAPES SAUTEES         : ' WS-CSAUT.
           DISPLAY 'ETAPES NON LANCEES     : ' WS-CNLANC.
      *---------------------------------------------------------------*
      * CHAINE ARRETEE : CODE RETOUR 12, L'EXPLOITANT RELANCE LE      *
      * SEQUENCEUR APRES CORRECTION. ECHEC TOLERE, ETAPE SAUTEE OU    *
      * FIN DE PERIODE INCONNUE : CODE RETOUR 4.                      *
      *---------------------------------------------------------------*
           EVALUATE TRUE
             WHEN WS-CHAINE-ARRETEE
                  DISPLAY 'CHAINE ARRETEE A L''ETAPE '
                          WS-TET-ETAPE (WS-RANG-ARRET)
                  MOVE 12 TO RETURN-CODE
             WHEN WS-CTOLER > 0 OR WS-CSAUT > 0
               OR WS-PERIODE-INCONNUE
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO121B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
