      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO106B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    BALAYAGES AUTOMATIQUES ENTRE COMPTE COURANT ET COMPTE      *
      *    EPARGNE D'UN MEME CLIENT : APRES LA MISE A JOUR DU JOUR,   *
      *    CHAQUE REGLE DU FICHIER BALAYAG EST CONFRONTEE AU SOLDE    *
      *    DE CLOTURE DU COMPTE COURANT :                             *
      *      - AU-DESSUS DU SEUIL HAUT, L'EXCEDENT EST VIRE SUR LE    *
      *        COMPTE EPARGNE ;                                       *
      *      - EN DESSOUS DU SEUIL BAS, LE COMPTE COURANT EST         *
      *        RENFLOUE JUSQU'AU SEUIL BAS PAR LE COMPTE EPARGNE,     *
      *        DANS LA LIMITE DE SON SOLDE (L'EPARGNE N'EST JAMAIS    *
      *        RENDUE DEBITRICE).                                     *
      *    UN BALAYAGE INFERIEUR AU MONTANT MINIMUM DE LA REGLE N'EST *
      *    PAS GENERE ; AUCUN BALAYAGE NE PART D'UN COMPTE GELE       *
      *    (SUCCESSION) OU FRAPPE D'INTERDICTION BANCAIRE.            *
      *    LES MOUVEMENTS 'V' GENERES SONT DATES DU PROCHAIN JOUR     *
      *    OUVRE ET RESSORTENT TRIES PAR COMPTE POUR LE FLUX INP001   *
      *    DU LENDEMAIN. UN AVIS PAR BALAYAGE EST EDITE DANS LE       *
      *    JOURNAL DES BALAYAGES ADRESSE AU CLIENT, ET L'ETAT DE      *
      *    CONTROLE REPREND TOUTES LES REGLES AVEC LEUR SORT.         *
      *---------------------------------------------------------------*
      * LE FICHIER BALAYAG EST TENU TRIE PAR COMPTE COURANT : UNE     *
      * SECONDE REGLE SUR LE MEME COMPTE COURANT EST REJETEE (LE      *
      * SOLDE DE CLOTURE NE PEUT ETRE BALAYE QU'UNE FOIS).            *
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
       PROGRAM-ID.      ARIO106B.
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
      *                      F-BALAYAG : REGLES DE BALAYAGE PAR CLIENT
      *                      -------------------------------------------
           SELECT  F-BALAYAG-E         ASSIGN TO 'BALAYAG.txt'
                   FILE STATUS         IS WS-FS-F-BALAYAG-E.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                                (SOLDES DE CLOTURE DU JOUR)
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-CALBANC : CALENDRIER BANCAIRE
      *                      -------------------------------------------
           SELECT  F-CALBANC-E         ASSIGN TO 'CALBANC.txt'
                   FILE STATUS         IS WS-FS-F-CALBANC-E.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
      *                      -------------------------------------------
      *                      F-MVTBAL : MOUVEMENTS 'V' GENERES
      *                      -------------------------------------------
           SELECT  F-MVTBAL-S          ASSIGN TO 'MVTBAL.txt'
                   FILE STATUS         IS WS-FS-F-MVTBAL-S.
      *                      -------------------------------------------
      *                      JRNBAL  : JOURNAL DES BALAYAGES (AVIS
      *                                CLIENT)
      *                      -------------------------------------------
           SELECT  F-JRNBAL-S          ASSIGN TO WS-NOM-JRNBAL
                   FILE STATUS         IS WS-FS-F-JRNBAL-S.
      *                      -------------------------------------------
      *                      ETATBAL : ETAT DE CONTROLE DES REGLES
      *                      -------------------------------------------
           SELECT  F-ETATBAL-S         ASSIGN TO WS-NOM-ETATBAL
                   FILE STATUS         IS WS-FS-F-ETATBAL-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-BALAYAG-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-BALAYAG          PIC X(80).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-CALBANC-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CALBANC          PIC X(80).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
           05 FS-TRI-CPTE             PIC 9(10).
           05 FS-TRI-MVT              PIC X(107).
      *
       FD  F-MVTBAL-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTBAL           PIC X(107).
      *
       FD  F-JRNBAL-S
           RECORDING MODE IS F.
       01  FS-ENRG-JRNBAL             PIC X(80).
      *
       FD  F-ETATBAL-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATBAL            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4MVTS.
           COPY TP4CPT.
           COPY TPCALEND.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE LA REGLE DE BALAYAGE                           *
      *---------------------------------------------------------------*
      * SEUIL HAUT : AU-DELA, L'EXCEDENT DU COMPTE COURANT PART SUR   *
      * L'EPARGNE. SEUIL BAS : EN DECA, LE COMPTE COURANT EST         *
      * RENFLOUE JUSQU'A CE SEUIL. MONTANT MINIMUM : EN DESSOUS, LE   *
      * BALAYAGE N'EST PAS FAIT. LE SEUIL BAS NE PEUT DEPASSER LE     *
      * SEUIL HAUT.                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-BAL.
           05 WS-BAL-CLIENT          PIC 9(08).
           05 WS-BAL-CPTE-COURANT    PIC 9(10).
           05 WS-BAL-CPTE-EPARGNE    PIC 9(10).
           05 WS-BAL-SEUIL-HAUT      PIC 9(8)V99.
           05 WS-BAL-SEUIL-BAS       PIC 9(8)V99.
           05 WS-BAL-MT-MINI         PIC 9(8)V99.
           05 FILLER                 PIC X(22).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-BALAYAG-E        PIC XX.
           88  OK-F-BALAYAG-E       VALUE '00'.
           88  OK-LEC-F-BALAYAG-E   VALUE '00' '10'.
           88  EOF-F-BALAYAG-E      VALUE '10'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '23'.
           88  COMPTE-INEXISTANT    VALUE '23'.
       01  WS-FS-F-CALBANC-E        PIC XX.
           88  OK-F-CALBANC-E       VALUE '00'.
           88  OK-LEC-F-CALBANC-E   VALUE '00' '10'.
           88  EOF-F-CALBANC-E      VALUE '10'.
           88  CALBANC-ABSENT       VALUE '35'.
       01  WS-FS-F-MVTBAL-S         PIC XX.
           88  OK-F-MVTBAL-S        VALUE '00'.
       01  WS-FS-F-JRNBAL-S         PIC XX.
           88  OK-F-JRNBAL-S        VALUE '00'.
       01  WS-FS-F-ETATBAL-S        PIC XX.
           88  OK-F-ETATBAL-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CREG                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CGEN                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CSOB                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CREJ                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-TOT-VERS-EPARGNE      PIC 9(10)V99 COMP-3 VALUE 0.
       77  WS-TOT-VERS-COURANT      PIC 9(10)V99 COMP-3 VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-JRNBAL            PIC X(20).
       77  WS-NOM-ETATBAL           PIC X(20).
       77  WS-CPTE-PRECEDENT        PIC 9(10) VALUE 0.
      *---------------------------------------------------------------*
      * SOLDE DISPONIBLE D'UN COMPTE : LE PLUS FAIBLE DU SOLDE        *
      * COMPTABLE ET DU SOLDE EN VALEUR, POUR NE JAMAIS BALAYER DES   *
      * CREDITS DONT LA VALEUR N'EST PAS ENCORE ACQUISE.              *
      *---------------------------------------------------------------*
       77  WS-DISPO-COURANT         PIC S9(8)V99 COMP-3 VALUE 0.
       77  WS-DISPO-EPARGNE         PIC S9(8)V99 COMP-3 VALUE 0.
       77  WS-MT-BALAYAGE           PIC S9(8)V99 COMP-3 VALUE 0.
      *---------------------------------------------------------------*
      * ZONES DU COMPTE COURANT CONSERVEES LE TEMPS DE LIRE LE COMPTE *
      * EPARGNE (MEME ZONE DE LECTURE WS-ENRG-F-CPT).                 *
      *---------------------------------------------------------------*
       77  WS-CC-CLIENT             PIC 9(08) VALUE 0.
       77  WS-CC-NOM                PIC X(20) VALUE SPACES.
       77  WS-CC-ADR                PIC X(30) VALUE SPACES.
       77  WS-CC-DEVISE             PIC X(03) VALUE SPACES.
       77  WS-CE-DEVISE             PIC X(03) VALUE SPACES.
       01  WS-CC-TYPE               PIC X     VALUE SPACE.
           88 WS-CC-COURANT         VALUE 'C'.
       01  WS-CC-BLOCAGE            PIC X     VALUE '0'.
           88 WS-CC-LIBRE           VALUE '0'.
           88 WS-CC-GELE            VALUE '1' '3' '4'.
           88 WS-CC-INTERDIT        VALUE '2'.
           88 WS-CC-GELAV           VALUE '3'.
           88 WS-CC-CONTENTIEUX     VALUE '4'.
       01  WS-CC-COURRIER           PIC X     VALUE '0'.
           88 WS-CC-COURRIER-POSTE  VALUE '0'.
           88 WS-CC-COURRIER-RETENU VALUE '1'.
       01  WS-CE-BLOCAGE            PIC X     VALUE '0'.
           88 WS-CE-LIBRE           VALUE '0'.
           88 WS-CE-GELE            VALUE '1' '3' '4'.
           88 WS-CE-INTERDIT        VALUE '2'.
           88 WS-CE-GELAV           VALUE '3'.
           88 WS-CE-CONTENTIEUX     VALUE '4'.
      *---------------------------------------------------------------*
      * SORT DE LA REGLE : SENS DU BALAYAGE OU MOTIF DE NON-BALAYAGE. *
      *---------------------------------------------------------------*
       01  WS-SORT-REGLE            PIC X     VALUE SPACE.
           88 WS-REGLE-VERS-EPARGNE VALUE 'E'.
           88 WS-REGLE-VERS-COURANT VALUE 'C'.
           88 WS-REGLE-SANS-OBJET   VALUE 'S'.
           88 WS-REGLE-REJETEE      VALUE 'R'.
       77  WS-MOTIF-REGLE           PIC X(28) VALUE SPACES.
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
      *---------------------------------------------------------------*
      * DATE DES MOUVEMENTS GENERES : PROCHAIN JOUR OUVRE DU          *
      * CALENDRIER BANCAIRE ; SANS CALENDRIER (OU AU-DELA DES DATES   *
      * PORTEES), LENDEMAIN CIVIL.                                    *
      *---------------------------------------------------------------*
       01  WS-DATE-LEND.
           05 WS-LEND-SS            PIC 99.
           05 WS-LEND-AA            PIC 99.
           05 WS-LEND-MM            PIC 99.
           05 WS-LEND-JJ            PIC 99.
       01  WS-DATE-LEND-NUM REDEFINES WS-DATE-LEND
                                    PIC 9(8).
       77  WS-LEND-ANNEE            PIC 9(4)  VALUE 0.
       77  WS-NB-JOURS-MOIS         PIC 99    VALUE 0.
       77  WS-QUOTIENT              PIC 9(4)  VALUE 0.
       77  WS-RESTE-4               PIC 9(4)  VALUE 0.
       77  WS-RESTE-100             PIC 9(4)  VALUE 0.
       77  WS-RESTE-400             PIC 9(4)  VALUE 0.
       01  WS-STATUT-ROLL           PIC X VALUE '0'.
           88 WS-ROLL-EN-COURS      VALUE '0'.
           88 WS-ROLL-TROUVE        VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE CONTROLE DES BALAYAGES           *
      *---------------------------------------------------------------*
      *
       01  WS-LBAL-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LBAL-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(20)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'BALAYAGES ENTRE COMPTES       '.
           05 FILLER                 PIC X(3)   VALUE 'LE '.
           05 WS-LBAL-TITRE-DATE.
              10 WS-LBAL-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LBAL-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LBAL-SS-ED       PIC 9(2).
              10 WS-LBAL-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(12)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LBAL-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LBAL-ETAT-ED        PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LBAL-CC-ED          PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LBAL-SENS-ED        PIC X(2).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LBAL-CE-ED          PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LBAL-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LBAL-MOTIF-ED       PIC X(28).
           05 FILLER                 PIC X     VALUE SPACE.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LBAL-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(10) VALUE 'GENERES : '.
           05 WS-LBAL-NBGEN-ED       PIC ZZZ9.
           05 FILLER                 PIC X(14) VALUE '  SANS OBJET :'.
           05 WS-LBAL-NBSOB-ED       PIC ZZZ9.
           05 FILLER                 PIC X(11) VALUE '  REJETES :'.
           05 WS-LBAL-NBREJ-ED       PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE '  SUR '.
           05 WS-LBAL-NBREG-ED       PIC ZZZ9.
           05 FILLER                 PIC X(7)  VALUE ' REGLES'.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LBAL-MONTANTS.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(22) VALUE
                   'TOTAL VERS EPARGNE :  '.
           05 WS-LBAL-TOTEP-ED       PIC ZZZZZZZZ9,99.
           05 FILLER                 PIC X(18) VALUE
                   '  VERS COURANT :  '.
           05 WS-LBAL-TOTCC-ED       PIC ZZZZZZZZ9,99.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DU JOURNAL DES BALAYAGES : UN AVIS PAR        *
      * BALAYAGE, ADRESSE AU TITULAIRE DU COMPTE COURANT.             *
      *---------------------------------------------------------------*
      *
       01  WS-LJB-TITRE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(42) VALUE
                   'VIREMENT AUTOMATIQUE ENTRE VOS COMPTES LE '.
           05 WS-LJB-DATE-ED.
              10 WS-LJB-JJ-ED        PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LJB-MM-ED        PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LJB-SS-ED        PIC 9(2).
              10 WS-LJB-AA-ED        PIC 9(2).
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LJB-CLIENT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'CLIENT : '.
           05 WS-LJB-CLIENT-ED       PIC 9(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJB-NOM-ED          PIC X(20).
           05 FILLER                 PIC X(37) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LJB-ADRESSE.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE SPACES.
           05 WS-LJB-ADR-ED          PIC X(30).
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LJB-MVT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(16) VALUE
                   'DEBIT DU COMPTE '.
           05 WS-LJB-DEBITE-ED       PIC 9(10).
           05 FILLER                 PIC X(18) VALUE
                   ' CREDIT DU COMPTE '.
           05 WS-LJB-CREDITE-ED      PIC 9(10).
           05 FILLER                 PIC X(3)  VALUE ' : '.
           05 WS-LJB-MT-ED           PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJB-DEVISE-ED       PIC X(3).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LJB-MOTIF.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LJB-MOTIF-ED        PIC X(41).
           05 WS-LJB-SEUIL-ED        PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LJB-NPAI.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(32) VALUE
                   'COURRIER RETENU EN AGENCE (NPAI)'.
           05 FILLER                 PIC X(43) VALUE SPACES.
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
      * LES REGLES SONT EXAMINEES DANS LA PROCEDURE D'ENTREE DU TRI ; *
      * LA PROCEDURE DE SORTIE RESSORT LES MOUVEMENTS PAR COMPTE.     *
      *---------------------------------------------------------------*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM 7000-ACCEPT-DATE-JOUR-DEB
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           PERFORM 6340-CHARGER-F-CALBANC-DEB
              THRU 6340-CHARGER-F-CALBANC-FIN.
      *
           PERFORM 7010-DATE-LENDEMAIN-DEB
              THRU 7010-DATE-LENDEMAIN-FIN.
      *
           PERFORM 6030-OUVRIR-F-CPTE-ES-DEB
              THRU 6030-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6000-OUVRIR-F-BALAYAG-DEB
              THRU 6000-OUVRIR-F-BALAYAG-FIN.
      *
           PERFORM 6010-OUVRIR-MVTBAL-DEB
              THRU 6010-OUVRIR-MVTBAL-FIN.
      *
           PERFORM 6020-OUVRIR-ETATBAL-DEB
              THRU 6020-OUVRIR-ETATBAL-FIN.
      *
           PERFORM 6025-OUVRIR-JRNBAL-DEB
              THRU 6025-OUVRIR-JRNBAL-FIN.
      *
           PERFORM 8000-ENTETE-ETATBAL-DEB
              THRU 8000-ENTETE-ETATBAL-FIN.
      *
           SORT F-TRI
                ON ASCENDING KEY FS-TRI-CPTE
                INPUT  PROCEDURE IS 1000-EXAMINER-REGLES-DEB
                                 THRU 1000-EXAMINER-REGLES-FIN
                OUTPUT PROCEDURE IS 3000-ECRIRE-MVTBAL-DEB
                                 THRU 3000-ECRIRE-MVTBAL-FIN.
      *
           PERFORM 8020-TOTAL-ETATBAL-DEB
              THRU 8020-TOTAL-ETATBAL-FIN.
      *
           PERFORM 6100-FERMER-F-BALAYAG-DEB
              THRU 6100-FERMER-F-BALAYAG-FIN.
      *
           PERFORM 6110-FERMER-MVTBAL-DEB
              THRU 6110-FERMER-MVTBAL-FIN.
      *
           PERFORM 6120-FERMER-ETATBAL-DEB
              THRU 6120-FERMER-ETATBAL-FIN.
      *
           PERFORM 6125-FERMER-JRNBAL-DEB
              THRU 6125-FERMER-JRNBAL-FIN.
      *
           PERFORM 6130-FERMER-F-CPTE-ES-DEB
              THRU 6130-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT EXAMEN DES REGLES                *
      *     ==========================================                *
      *---------------------------------------------------------------*
      *
       1000-EXAMINER-REGLES-DEB.
      *
           PERFORM 6040-LIRE-F-BALAYAG-DEB
              THRU 6040-LIRE-F-BALAYAG-FIN.
      *
           IF EOF-F-BALAYAG-E
              DISPLAY 'FICHIER F-BALAYAG-E VIDE'
           END-IF.
      *
           PERFORM 1010-TRT-REGLE-DEB
              THRU 1010-TRT-REGLE-FIN
             UNTIL EOF-F-BALAYAG-E.
      *
       1000-EXAMINER-REGLES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT REGLE                        *
      *     ==================================                        *
      *---------------------------------------------------------------*
      * LA REGLE EST D'ABORD CONTROLEE (DESSIN, DOUBLON, COMPTES,     *
      * CLIENT, DEVISE) ; LE SENS ET LE MONTANT DU BALAYAGE SONT      *
      * ENSUITE DETERMINES PAR 2000, QUI GENERE LE MOUVEMENT.         *
      *---------------------------------------------------------------*
      *
       1010-TRT-REGLE-DEB.
      *
           ADD  1                       TO WS-CREG.
           MOVE SPACE                   TO WS-SORT-REGLE.
           MOVE SPACES                  TO WS-MOTIF-REGLE.
           MOVE 0                       TO WS-MT-BALAYAGE.
      *
           PERFORM 7020-CONTROLER-REGLE-DEB
              THRU 7020-CONTROLER-REGLE-FIN.
      *
           IF WS-REGLE-REJETEE
                ADD  1                  TO WS-CREJ
           ELSE
                PERFORM 2000-TRT-BALAYAGE-DEB
                   THRU 2000-TRT-BALAYAGE-FIN
           END-IF.
      *
           PERFORM 8010-DETAIL-ETATBAL-DEB
              THRU 8010-DETAIL-ETATBAL-FIN.
      *
           IF WS-BAL-CPTE-COURANT IS NUMERIC
                MOVE WS-BAL-CPTE-COURANT TO WS-CPTE-PRECEDENT
           END-IF.
      *
           PERFORM 6040-LIRE-F-BALAYAG-DEB
              THRU 6040-LIRE-F-BALAYAG-FIN.
      *
       1010-TRT-REGLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT BALAYAGE                     *
      *     =====================================                     *
      *---------------------------------------------------------------*
      *
       2000-TRT-BALAYAGE-DEB.
      *
           EVALUATE TRUE
             WHEN WS-DISPO-COURANT > WS-BAL-SEUIL-HAUT
                  COMPUTE WS-MT-BALAYAGE =
                          WS-DISPO-COURANT - WS-BAL-SEUIL-HAUT
                  IF WS-CC-GELE OR WS-CC-INTERDIT
                       SET WS-REGLE-REJETEE  TO TRUE
                       EVALUATE TRUE
                         WHEN WS-CC-GELAV
                            MOVE 'COURANT GELE (GEL AVOIRS)'
                                            TO WS-MOTIF-REGLE
                         WHEN WS-CC-CONTENTIEUX
                            MOVE 'COURANT AU CONTENTIEUX'
                                            TO WS-MOTIF-REGLE
                         WHEN WS-CC-GELE
                            MOVE 'COURANT GELE (SUCCESSION)'
                                            TO WS-MOTIF-REGLE
                         WHEN OTHER
                            MOVE 'COURANT INTERDIT BANCAIRE'
                                            TO WS-MOTIF-REGLE
                       END-EVALUATE
                  ELSE
                       SET WS-REGLE-VERS-EPARGNE TO TRUE
                  END-IF
             WHEN WS-DISPO-COURANT < WS-BAL-SEUIL-BAS
                  COMPUTE WS-MT-BALAYAGE =
                          WS-BAL-SEUIL-BAS - WS-DISPO-COURANT
                  IF WS-MT-BALAYAGE > WS-DISPO-EPARGNE
                       MOVE WS-DISPO-EPARGNE TO WS-MT-BALAYAGE
                  END-IF
                  IF WS-MT-BALAYAGE < 0
                       MOVE 0           TO WS-MT-BALAYAGE
                  END-IF
                  EVALUATE TRUE
                    WHEN WS-CE-GELAV
                       SET WS-REGLE-REJETEE  TO TRUE
                       MOVE 'EPARGNE GELEE (GEL AVOIRS)'
                                            TO WS-MOTIF-REGLE
                    WHEN WS-CE-CONTENTIEUX
                       SET WS-REGLE-REJETEE  TO TRUE
                       MOVE 'EPARGNE AU CONTENTIEUX'
                                            TO WS-MOTIF-REGLE
                    WHEN WS-CE-GELE
                       SET WS-REGLE-REJETEE  TO TRUE
                       MOVE 'EPARGNE GELEE (SUCCESSION)'
                                            TO WS-MOTIF-REGLE
                    WHEN WS-CE-INTERDIT
                       SET WS-REGLE-REJETEE  TO TRUE
                       MOVE 'EPARGNE INTERDIT BANCAIRE'
                                            TO WS-MOTIF-REGLE
                    WHEN WS-MT-BALAYAGE = 0
                       SET WS-REGLE-SANS-OBJET TO TRUE
                       MOVE 'EPARGNE SANS SOLDE DISPONIBLE'
                                            TO WS-MOTIF-REGLE
                    WHEN OTHER
                       SET WS-REGLE-VERS-COURANT TO TRUE
                  END-EVALUATE
             WHEN OTHER
                  SET WS-REGLE-SANS-OBJET TO TRUE
                  MOVE 'SOLDE ENTRE LES DEUX SEUILS'
                                            TO WS-MOTIF-REGLE
           END-EVALUATE.
      *
           IF (WS-REGLE-VERS-EPARGNE OR WS-REGLE-VERS-COURANT)
              AND WS-MT-BALAYAGE < WS-BAL-MT-MINI
                SET WS-REGLE-SANS-OBJET TO TRUE
                MOVE 'MONTANT SOUS LE MINIMUM'
                                        TO WS-MOTIF-REGLE
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-REGLE-REJETEE
                  ADD  1                TO WS-CREJ
                  GO TO 2000-TRT-BALAYAGE-FIN
             WHEN WS-REGLE-SANS-OBJET
                  ADD  1                TO WS-CSOB
                  GO TO 2000-TRT-BALAYAGE-FIN
           END-EVALUATE.
      *
           PERFORM 7040-GENERER-MVT-DEB
              THRU 7040-GENERER-MVT-FIN.
      *
           ADD  1                       TO WS-CGEN.
           IF WS-REGLE-VERS-EPARGNE
                ADD  WS-MT-BALAYAGE     TO WS-TOT-VERS-EPARGNE
                MOVE 'SOLDE COURANT SUPERIEUR AU SEUIL HAUT DE '
                                        TO WS-LJB-MOTIF-ED
                MOVE WS-BAL-SEUIL-HAUT  TO WS-LJB-SEUIL-ED
           ELSE
                ADD  WS-MT-BALAYAGE     TO WS-TOT-VERS-COURANT
                MOVE 'SOLDE COURANT INFERIEUR AU SEUIL BAS DE  '
                                        TO WS-LJB-MOTIF-ED
                MOVE WS-BAL-SEUIL-BAS   TO WS-LJB-SEUIL-ED
           END-IF.
      *
           PERFORM 8100-AVIS-JRNBAL-DEB
              THRU 8100-AVIS-JRNBAL-FIN.
      *
       2000-TRT-BALAYAGE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ECRITURE DES MOUVEMENTS          *
      *     ================================================          *
      *---------------------------------------------------------------*
      *
       3000-ECRIRE-MVTBAL-DEB.
      *
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
      *
           PERFORM 3010-ECRIRE-UN-MVT-DEB
              THRU 3010-ECRIRE-UN-MVT-FIN
             UNTIL WS-TRI-TERMINE.
      *
       3000-ECRIRE-MVTBAL-FIN.
           EXIT.
      *
       3010-ECRIRE-UN-MVT-DEB.
           WRITE FS-ENRG-F-MVTBAL
                 FROM FS-TRI-MVT
           END-WRITE.
           IF NOT OK-F-MVTBAL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTBAL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6060-RETURN-TRI-DEB
              THRU 6060-RETURN-TRI-FIN.
       3010-ECRIRE-UN-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-F-BALAYAG-DEB.
           OPEN INPUT F-BALAYAG-E.
           IF NOT OK-F-BALAYAG-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-BALAYAG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-BALAYAG-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-BALAYAG-FIN.
           EXIT.
      *
       6010-OUVRIR-MVTBAL-DEB.
           OPEN OUTPUT F-MVTBAL-S
           IF NOT OK-F-MVTBAL-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTBAL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-MVTBAL-FIN.
           EXIT.
      *
       6020-OUVRIR-ETATBAL-DEB.
           OPEN OUTPUT F-ETATBAL-S
           IF NOT OK-F-ETATBAL-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATBAL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-ETATBAL-FIN.
           EXIT.
      *
       6025-OUVRIR-JRNBAL-DEB.
           OPEN OUTPUT F-JRNBAL-S
           IF NOT OK-F-JRNBAL-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER JRNBAL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6025-OUVRIR-JRNBAL-FIN.
           EXIT.
      *
       6030-OUVRIR-F-CPTE-ES-DEB.
           OPEN INPUT F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
       6040-LIRE-F-BALAYAG-DEB.
           READ F-BALAYAG-E INTO WS-ENRG-F-BAL.
           IF NOT OK-LEC-F-BALAYAG-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BALAYAG-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-BALAYAG-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-BALAYAG-FIN.
           EXIT.
      *
       6050-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6060-RETURN-TRI-DEB.
           RETURN F-TRI
                  AT END SET WS-TRI-TERMINE TO TRUE
           END-RETURN.
       6060-RETURN-TRI-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATBAL-DEB.
           WRITE FS-ENRG-ETATBAL
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATBAL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATBAL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATBAL-FIN.
           EXIT.
      *
       6075-ECRIRE-LIGNE-JRNBAL-DEB.
           WRITE FS-ENRG-JRNBAL
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-JRNBAL-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-JRNBAL-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNBAL-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6075-ECRIRE-LIGNE-JRNBAL-FIN.
           EXIT.
      *
       6100-FERMER-F-BALAYAG-DEB.
           CLOSE F-BALAYAG-E.
           IF NOT OK-F-BALAYAG-E
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-BALAYAG-E'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-BALAYAG-E
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6100-FERMER-F-BALAYAG-FIN.
           EXIT.
      *
       6110-FERMER-MVTBAL-DEB.
           CLOSE F-MVTBAL-S.
           IF NOT OK-F-MVTBAL-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTBAL-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTBAL-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-MVTBAL-FIN.
           EXIT.
      *
       6120-FERMER-ETATBAL-DEB.
           CLOSE F-ETATBAL-S.
           IF NOT OK-F-ETATBAL-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATBAL-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATBAL-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-ETATBAL-FIN.
           EXIT.
      *
       6125-FERMER-JRNBAL-DEB.
           CLOSE F-JRNBAL-S.
           IF NOT OK-F-JRNBAL-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-JRNBAL-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNBAL-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6125-FERMER-JRNBAL-FIN.
           EXIT.
      *
       6130-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CPTE-ES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DU CALENDRIER BANCAIRE : FICHIER FACULTATIF.       *
      *---------------------------------------------------------------*
       6340-CHARGER-F-CALBANC-DEB.
           OPEN INPUT F-CALBANC-E.
           IF CALBANC-ABSENT
                DISPLAY 'CALENDRIER BANCAIRE ABSENT - '
                        'BALAYAGES DATES DU LENDEMAIN CIVIL'
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
           MOVE SS                      TO WS-LBAL-SS-ED
           MOVE AA                      TO WS-LBAL-AA-ED
           MOVE MM                      TO WS-LBAL-MM-ED
           MOVE JJ                      TO WS-LBAL-JJ-ED.
      *
           STRING 'ETATBAL_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATBAL.
           STRING 'JRNBAL_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-JRNBAL.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DATE DES MOUVEMENTS : LE LENDEMAIN CIVIL, REMPLACE PAR LE     *
      * PREMIER JOUR OUVRE DU CALENDRIER POSTERIEUR A CE JOUR QUAND   *
      * LE CALENDRIER EN PORTE UN.                                    *
      *---------------------------------------------------------------*
       7010-DATE-LENDEMAIN-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-DATE-LEND-NUM.
           PERFORM 7015-AJOUTER-UN-JOUR-DEB
              THRU 7015-AJOUTER-UN-JOUR-FIN.
           IF WS-CALEND-FERME
                GO TO 7010-DATE-LENDEMAIN-FIN
           END-IF.
           SET  WS-ROLL-EN-COURS        TO TRUE.
           PERFORM 7012-CHERCHER-JOUR-OUVRE-DEB
              THRU 7012-CHERCHER-JOUR-OUVRE-FIN
             VARYING IDX-CAL FROM 1 BY 1
             UNTIL IDX-CAL > WS-TCA-NB
                OR WS-ROLL-TROUVE.
       7010-DATE-LENDEMAIN-FIN.
           EXIT.
      *
       7012-CHERCHER-JOUR-OUVRE-DEB.
           IF WS-TCA-DATE (IDX-CAL) > WS-DATE-JOUR-NUM
              AND WS-TCA-OUVRE (IDX-CAL) = 'O'
                MOVE WS-TCA-DATE (IDX-CAL) TO WS-DATE-LEND-NUM
                SET  WS-ROLL-TROUVE        TO TRUE
           END-IF.
       7012-CHERCHER-JOUR-OUVRE-FIN.
           EXIT.
      *
       7015-AJOUTER-UN-JOUR-DEB.
           COMPUTE WS-LEND-ANNEE = WS-LEND-SS * 100 + WS-LEND-AA.
           DIVIDE WS-LEND-ANNEE BY 4   GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-4.
           DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-100.
           DIVIDE WS-LEND-ANNEE BY 400 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-400.
           EVALUATE WS-LEND-MM
             WHEN 2
                  IF WS-RESTE-400 = 0
                     OR (WS-RESTE-4 = 0 AND WS-RESTE-100 NOT = 0)
                       MOVE 29          TO WS-NB-JOURS-MOIS
                  ELSE
                       MOVE 28          TO WS-NB-JOURS-MOIS
                  END-IF
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
                  MOVE 30               TO WS-NB-JOURS-MOIS
             WHEN OTHER
                  MOVE 31               TO WS-NB-JOURS-MOIS
           END-EVALUATE.
           ADD  1                       TO WS-LEND-JJ.
           IF WS-LEND-JJ > WS-NB-JOURS-MOIS
                MOVE 1                  TO WS-LEND-JJ
                ADD  1                  TO WS-LEND-MM
           END-IF.
           IF WS-LEND-MM > 12
                MOVE 1                  TO WS-LEND-MM
                ADD  1                  TO WS-LEND-ANNEE
                DIVIDE WS-LEND-ANNEE BY 100 GIVING WS-LEND-SS
                       REMAINDER WS-LEND-AA
           END-IF.
       7015-AJOUTER-UN-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE DE LA REGLE : DESSIN, DOUBLON SUR LE COMPTE COURANT, *
      * EXISTENCE ET TYPE DES DEUX COMPTES, APPARTENANCE AU CLIENT DE *
      * LA REGLE, DEVISE COMMUNE. LES SOLDES DISPONIBLES ET LES       *
      * BLOCAGES DES DEUX COMPTES SONT RELEVES AU PASSAGE.            *
      *---------------------------------------------------------------*
       7020-CONTROLER-REGLE-DEB.
           IF WS-BAL-CLIENT IS NOT NUMERIC
              OR WS-BAL-CPTE-COURANT IS NOT NUMERIC
              OR WS-BAL-CPTE-EPARGNE IS NOT NUMERIC
              OR WS-BAL-SEUIL-HAUT IS NOT NUMERIC
              OR WS-BAL-SEUIL-BAS IS NOT NUMERIC
              OR WS-BAL-MT-MINI IS NOT NUMERIC
              OR WS-BAL-SEUIL-BAS > WS-BAL-SEUIL-HAUT
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'REGLE INVALIDE'   TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           IF WS-BAL-CPTE-COURANT = WS-CPTE-PRECEDENT
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'REGLE EN DOUBLE SUR LE COURANT'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
      *
           MOVE WS-BAL-CPTE-COURANT     TO FS-CPTE-CPT.
           PERFORM 6050-LIRE-F-CPTE-ES-DEB
              THRU 6050-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'COMPTE COURANT INCONNU'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           MOVE WS-CPT-TYPE             TO WS-CC-TYPE.
           MOVE WS-CPT-CLIENT           TO WS-CC-CLIENT.
           MOVE WS-CPT-NOM              TO WS-CC-NOM.
           MOVE WS-CPT-ADR              TO WS-CC-ADR.
           MOVE WS-CPT-DEVISE           TO WS-CC-DEVISE.
           IF WS-CC-DEVISE = SPACES
                MOVE 'EUR'              TO WS-CC-DEVISE
           END-IF.
           EVALUATE TRUE
             WHEN WS-CPT-GELAV-ACTIF
                  SET WS-CC-GELAV       TO TRUE
             WHEN WS-CPT-SUCC-ACTIF
                  SET WS-CC-GELE        TO TRUE
             WHEN WS-CPT-CTX-ACTIF
                  SET WS-CC-CONTENTIEUX TO TRUE
             WHEN WS-CPT-IB-ACTIF
                  SET WS-CC-INTERDIT    TO TRUE
             WHEN OTHER
                  SET WS-CC-LIBRE       TO TRUE
           END-EVALUATE.
           IF WS-CPT-NPAI-ACTIF
                SET WS-CC-COURRIER-RETENU TO TRUE
           ELSE
                SET WS-CC-COURRIER-POSTE  TO TRUE
           END-IF.
           MOVE WS-CPT-SOLDE            TO WS-DISPO-COURANT.
           IF WS-CPT-SOLDE-VAL IS NUMERIC
              AND WS-CPT-SOLDE-VAL < WS-DISPO-COURANT
                MOVE WS-CPT-SOLDE-VAL   TO WS-DISPO-COURANT
           END-IF.
      *
           MOVE WS-BAL-CPTE-EPARGNE     TO FS-CPTE-CPT.
           PERFORM 6050-LIRE-F-CPTE-ES-DEB
              THRU 6050-LIRE-F-CPTE-ES-FIN.
           IF COMPTE-INEXISTANT
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'COMPTE EPARGNE INCONNU'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           IF NOT WS-CC-COURANT OR NOT WS-CPT-EPARGNE
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'TYPES DE COMPTES ERRONES'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           IF WS-CC-CLIENT NOT = WS-BAL-CLIENT
              OR WS-CPT-CLIENT NOT = WS-BAL-CLIENT
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'COMPTE D''UN AUTRE CLIENT'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           MOVE WS-CPT-DEVISE           TO WS-CE-DEVISE.
           IF WS-CE-DEVISE = SPACES
                MOVE 'EUR'              TO WS-CE-DEVISE
           END-IF.
           IF WS-CE-DEVISE NOT = WS-CC-DEVISE
                SET  WS-REGLE-REJETEE   TO TRUE
                MOVE 'DEVISES DIFFERENTES'
                                        TO WS-MOTIF-REGLE
                GO TO 7020-CONTROLER-REGLE-FIN
           END-IF.
           EVALUATE TRUE
             WHEN WS-CPT-GELAV-ACTIF
                  SET WS-CE-GELAV       TO TRUE
             WHEN WS-CPT-SUCC-ACTIF
                  SET WS-CE-GELE        TO TRUE
             WHEN WS-CPT-CTX-ACTIF
                  SET WS-CE-CONTENTIEUX TO TRUE
             WHEN WS-CPT-IB-ACTIF
                  SET WS-CE-INTERDIT    TO TRUE
             WHEN OTHER
                  SET WS-CE-LIBRE       TO TRUE
           END-EVALUATE.
           MOVE WS-CPT-SOLDE            TO WS-DISPO-EPARGNE.
           IF WS-CPT-SOLDE-VAL IS NUMERIC
              AND WS-CPT-SOLDE-VAL < WS-DISPO-EPARGNE
                MOVE WS-CPT-SOLDE-VAL   TO WS-DISPO-EPARGNE
           END-IF.
       7020-CONTROLER-REGLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSTRUCTION DU MOUVEMENT 'V' SUR LE COMPTE DEBITE, LE COMPTE *
      * CREDITE EN ZONE VIREMENT. LA REFERENCE EST LAISSEE A BLANC    *
      * COMME POUR LES AUTRES MOUVEMENTS GENERES EN INTERNE POUR LE   *
      * FLUX DU LENDEMAIN.                                            *
      *---------------------------------------------------------------*
       7040-GENERER-MVT-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-LEND-JJ              TO WS-MVTS-JJ.
           MOVE WS-LEND-MM              TO WS-MVTS-MM.
           MOVE WS-LEND-SS              TO WS-MVTS-SS.
           MOVE WS-LEND-AA              TO WS-MVTS-AA.
           MOVE 'V'                     TO WS-MVTS-CODE.
           MOVE WS-MT-BALAYAGE          TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-NUM-CHEQUE
                                           WS-MVTS-NUM-CARTE
                                           WS-MVTS-DATE-VAL.
           MOVE WS-CC-DEVISE            TO WS-MVTS-DEVISE.
           IF WS-REGLE-VERS-EPARGNE
                MOVE WS-BAL-CPTE-COURANT TO WS-MVTS-CPTE
                MOVE WS-BAL-CPTE-EPARGNE TO WS-MVTS-VIR-CPTE
           ELSE
                MOVE WS-BAL-CPTE-EPARGNE TO WS-MVTS-CPTE
                MOVE WS-BAL-CPTE-COURANT TO WS-MVTS-VIR-CPTE
           END-IF.
           MOVE WS-MVTS-CPTE            TO FS-TRI-CPTE.
           MOVE WS-ENRG-F-MVTS          TO FS-TRI-MVT.
           RELEASE FS-ENRG-TRI.
       7040-GENERER-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATBAL-DEB.
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
           MOVE WS-LBAL-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
       8000-ENTETE-ETATBAL-FIN.
           EXIT.
      *
       8010-DETAIL-ETATBAL-DEB.
           EVALUATE TRUE
             WHEN WS-REGLE-VERS-EPARGNE
                  MOVE 'GENERE  '     TO WS-LBAL-ETAT-ED
                  MOVE '->'           TO WS-LBAL-SENS-ED
                  MOVE 'VERS L''EPARGNE'
                                      TO WS-LBAL-MOTIF-ED
             WHEN WS-REGLE-VERS-COURANT
                  MOVE 'GENERE  '     TO WS-LBAL-ETAT-ED
                  MOVE '<-'           TO WS-LBAL-SENS-ED
                  MOVE 'VERS LE COURANT'
                                      TO WS-LBAL-MOTIF-ED
             WHEN WS-REGLE-SANS-OBJET
                  MOVE 'SANS OBJ'     TO WS-LBAL-ETAT-ED
                  MOVE SPACES         TO WS-LBAL-SENS-ED
                  MOVE WS-MOTIF-REGLE TO WS-LBAL-MOTIF-ED
             WHEN OTHER
                  MOVE 'REJETE  '     TO WS-LBAL-ETAT-ED
                  MOVE SPACES         TO WS-LBAL-SENS-ED
                  MOVE WS-MOTIF-REGLE TO WS-LBAL-MOTIF-ED
           END-EVALUATE.
           IF WS-BAL-CPTE-COURANT IS NUMERIC
                MOVE WS-BAL-CPTE-COURANT TO WS-LBAL-CC-ED
           ELSE
                MOVE 0                TO WS-LBAL-CC-ED
           END-IF.
           IF WS-BAL-CPTE-EPARGNE IS NUMERIC
                MOVE WS-BAL-CPTE-EPARGNE TO WS-LBAL-CE-ED
           ELSE
                MOVE 0                TO WS-LBAL-CE-ED
           END-IF.
           MOVE WS-MT-BALAYAGE       TO WS-LBAL-MT-ED.
           MOVE WS-LBAL-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
       8010-DETAIL-ETATBAL-FIN.
           EXIT.
      *
       8020-TOTAL-ETATBAL-DEB.
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
           MOVE WS-CGEN              TO WS-LBAL-NBGEN-ED.
           MOVE WS-CSOB              TO WS-LBAL-NBSOB-ED.
           MOVE WS-CREJ              TO WS-LBAL-NBREJ-ED.
           MOVE WS-CREG              TO WS-LBAL-NBREG-ED.
           MOVE WS-LBAL-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
           MOVE WS-TOT-VERS-EPARGNE  TO WS-LBAL-TOTEP-ED.
           MOVE WS-TOT-VERS-COURANT  TO WS-LBAL-TOTCC-ED.
           MOVE WS-LBAL-MONTANTS     TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATBAL-DEB
              THRU 6070-ECRIRE-LIGNE-ETATBAL-FIN.
       8020-TOTAL-ETATBAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AVIS CLIENT DU BALAYAGE : DATE D'EXECUTION, TITULAIRE ET      *
      * ADRESSE DU COMPTE COURANT, COMPTES DEBITE ET CREDITE, MONTANT *
      * ET SEUIL DECLENCHEUR ; MENTION DU COURRIER RETENU EN AGENCE   *
      * POUR UN CLIENT NPAI.                                          *
      *---------------------------------------------------------------*
       8100-AVIS-JRNBAL-DEB.
           MOVE WS-LEND-JJ           TO WS-LJB-JJ-ED.
           MOVE WS-LEND-MM           TO WS-LJB-MM-ED.
           MOVE WS-LEND-SS           TO WS-LJB-SS-ED.
           MOVE WS-LEND-AA           TO WS-LJB-AA-ED.
           MOVE WS-BAL-CLIENT        TO WS-LJB-CLIENT-ED.
           MOVE WS-CC-NOM            TO WS-LJB-NOM-ED.
           MOVE WS-CC-ADR            TO WS-LJB-ADR-ED.
           MOVE WS-MVTS-CPTE         TO WS-LJB-DEBITE-ED.
           MOVE WS-MVTS-VIR-CPTE     TO WS-LJB-CREDITE-ED.
           MOVE WS-MT-BALAYAGE       TO WS-LJB-MT-ED.
           MOVE WS-CC-DEVISE         TO WS-LJB-DEVISE-ED.
      *
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           MOVE WS-LJB-TITRE         TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           MOVE WS-LJB-CLIENT        TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           MOVE WS-LJB-ADRESSE       TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           MOVE WS-LJB-MVT           TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           MOVE WS-LJB-MOTIF         TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
           IF WS-CC-COURRIER-RETENU
                MOVE WS-LJB-NPAI     TO WS-BUFFER
                PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
                   THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN
           END-IF.
           MOVE WS-LBAL-L1           TO WS-BUFFER.
           PERFORM 6075-ECRIRE-LIGNE-JRNBAL-DEB
              THRU 6075-ECRIRE-LIGNE-JRNBAL-FIN.
       8100-AVIS-JRNBAL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO106B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'REGLES LUES      : ' WS-CREG.
           DISPLAY 'BALAYAGES GENERES: ' WS-CGEN.
           DISPLAY 'SANS OBJET       : ' WS-CSOB.
           DISPLAY 'REGLES REJETEES  : ' WS-CREJ.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO106B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
