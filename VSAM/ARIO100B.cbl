      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO100B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    FACTURATION QUOTIDIENNE DES COMMISSIONS D'INTERVENTION DES *
      *    COMPTES COURANTS, APRES LA MISE A JOUR QUOTIDIENNE. LES    *
      *    INCIDENTS SONT RELEVES PAR COMPTE :                        *
      *    - DANS L'ETAT DES ANOMALIES DU JOUR (ETATANO) : MOUVEMENTS *
      *      REJETES POUR DECOUVERT AUTORISE DEPASSE (RAISON 02),     *
      *      CHEQUES REJETES POUR DEFAUT DE PROVISION COMPRIS ;       *
      *    - DANS L'HISTORIQUE PERMANENT (MVTHIST) : DEBITS DU CLIENT *
      *      PASSES EN DEPASSEMENT DU DECOUVERT AUTORISE WS-CPT-LIMITE*
      *      (SOLDE DU MOIS RECONSTITUE DEPUIS LE SOLDE ACTUEL).      *
      *    CHAQUE INCIDENT EST FACTURE PAR UN MOUVEMENT 'F' AU TAUX   *
      *    FRINTERV DES PARAMETRES, PLAFONNE PAR OPERATION (PLAFINTO) *
      *    ET PAR MOIS CIVIL (PLAFINTM, PLAFINTF POUR LA CLIENTELE    *
      *    FRAGILE) ; LES CUMULS DU MOIS SONT TENUS AU REGISTRE       *
      *    COMINT. LES DEBITS SONT PASSES SUR LE FICHIER DES COMPTES  *
      *    ET LE JOURNAL DE FACTURATION (ETATINT) DONNE LES INCIDENTS *
      *    RELEVES, LES COMMISSIONS FACTUREES ET CELLES EXONEREES PAR *
      *    LE JEU DES PLAFONDS.                                       *
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
       PROGRAM-ID.      ARIO100B.
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
      *                      ETATANO : ETAT DES ANOMALIES DU JOUR
      *                                (CONSOLIDE EN CAS DE PARTITION)
      *                      -------------------------------------------
           SELECT  F-ETATANO-E         ASSIGN TO WS-NOM-ETATANO
                   FILE STATUS         IS WS-FS-F-ETATANO-E.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-JRNL : JOURNAL DES IMAGES AVANT/APRES
      *                      -------------------------------------------
           SELECT  F-JRNL              ASSIGN TO JOURNAL
                   FILE STATUS         IS WS-FS-F-JRNL.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-MVTHIST : HISTORIQUE DES MOUVEMENTS
      *                                  (DEPASSEMENTS DU MOIS)
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-COMINT : REGISTRE MENSUEL DES
      *                                 COMMISSIONS D'INTERVENTION
      *                      -------------------------------------------
           SELECT  F-COMINT            ASSIGN TO COMINT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CIN-CLE
                   FILE STATUS         IS WS-FS-F-COMINT.
      *                      -------------------------------------------
      *                      F-MVTINT : MOUVEMENTS DE COMMISSIONS
      *                                 GENERES
      *                      -------------------------------------------
           SELECT  F-MVTINT-S          ASSIGN TO 'MVTINT.txt'
                   FILE STATUS         IS WS-FS-F-MVTINT-S.
      *                      -------------------------------------------
      *                      ETATINT : JOURNAL DE FACTURATION DES
      *                                COMMISSIONS D'INTERVENTION
      *                      -------------------------------------------
           SELECT  F-ETATINT-S         ASSIGN TO WS-NOM-ETATINT
                   FILE STATUS         IS WS-FS-F-ETATINT-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-ETATANO-E
           RECORDING MODE IS F.
       01  FS-ENRG-ETATANO            PIC X(80).
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
       01  FS-ENRG-F-PARAM            PIC X(80).
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
       FD  F-COMINT
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-CIN.
           05 FS-CIN-CLE              PIC X(16).
           05 FILLER                  PIC X(44).
      *
       FD  F-MVTINT-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTINT           PIC X(107).
      *
       FD  F-ETATINT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATINT            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4MVTS.
           COPY TP4CPT.
           COPY TPPARAM.
           COPY TPJRNL.
           COPY TPHIST.
           COPY TPCOMINT.
      *
      *---------------------------------------------------------------*
      * LIGNE DE L'ETAT DES ANOMALIES : LES LIGNES DE DETAIL          *
      * (COMPTE, CODE MOUVEMENT, MONTANT) SONT SUIVIES D'UNE LIGNE    *
      * DE RAISON QUI PORTE LE NUMERO DU MOTIF DE REJET.              *
      *---------------------------------------------------------------*
      *
       01  WS-LIGNE-ANO.
           05 WS-LAN-DEB             PIC X(2).
           05 WS-LAN-CPTE            PIC X(10).
           05 WS-LAN-SEP             PIC X(3).
           05 FILLER                 PIC X(8).
           05 WS-LAN-CODE            PIC X.
           05 FILLER                 PIC X(16).
           05 WS-LAN-MT-X            PIC X(11).
           05 WS-LAN-MT-ED REDEFINES WS-LAN-MT-X
                                     PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(29).
       01  WS-LIGNE-RAISON REDEFINES WS-LIGNE-ANO.
           05 WS-LRA-DEB             PIC X(10).
           05 WS-LRA-NUM             PIC XX.
           05 FILLER                 PIC X(68).
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-ETATANO-E        PIC XX.
           88  OK-F-ETATANO-E       VALUE '00'.
           88  OK-LEC-F-ETATANO-E   VALUE '00' '10'.
           88  EOF-F-ETATANO-E      VALUE '10'.
           88  ETATANO-ABSENT       VALUE '35'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
       01  WS-FS-F-JRNL             PIC XX.
           88  OK-F-JRNL            VALUE '00'.
           88  JRNL-ABSENT          VALUE '35'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  MVTHIST-ABSENT       VALUE '35'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  CLE-HIST-INEXISTANTE VALUE '23'.
       01  WS-FS-F-COMINT           PIC XX.
           88  OK-F-COMINT          VALUE '00'.
           88  COMINT-ABSENT        VALUE '35'.
           88  CIN-INCONNU          VALUE '23'.
       01  WS-FS-F-MVTINT-S         PIC XX.
           88  OK-F-MVTINT-S        VALUE '00'.
       01  WS-FS-F-ETATINT-S        PIC XX.
           88  OK-F-ETATINT-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CCPT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CANO                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CINC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CFAC                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CMVT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CDEJ                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATANO           PIC X(24).
       77  WS-NOM-ETATINT           PIC X(24).
       77  WS-MOIS-COURANT          PIC 9(6)  VALUE 0.
       77  WS-DATE-DEB-MOIS         PIC 9(8)  VALUE 0.
       77  WS-DATE-REF              PIC 9(8)  VALUE 0.
       77  WS-SOLDE-ROULANT         PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-NET-MOIS              PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-RANG-DEC              PIC S9(4) COMP VALUE 0.
       77  WS-PLAF-MOIS-CPTE        PIC 9(5)V99 VALUE 0.
       77  WS-RESTE-MOIS            PIC S9(7)V99 COMP-3 VALUE 0.
       77  WS-COM-FACT              PIC 9(5)V99 VALUE 0.
       77  WS-COM-EXO               PIC 9(5)V99 VALUE 0.
       77  WS-FACT-CPTE             PIC 9(6)V99 VALUE 0.
       77  WS-EXO-CPTE              PIC 9(6)V99 VALUE 0.
       77  WS-TOT-FACT              PIC 9(8)V99 VALUE 0.
       77  WS-TOT-EXO               PIC 9(8)V99 VALUE 0.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
       01  WS-DISPO-HIST            PIC X VALUE '0'.
           88 WS-HIST-FERME         VALUE '0'.
           88 WS-HIST-DISPONIBLE    VALUE '1'.
       01  WS-FIN-HIST              PIC X VALUE '0'.
           88 WS-HIST-EN-COURS      VALUE '0'.
           88 WS-HIST-EPUISE        VALUE '1'.
       01  WS-ETAT-ANO              PIC X VALUE '0'.
           88 WS-ANO-SANS-DETAIL    VALUE '0'.
           88 WS-ANO-EN-ATTENTE     VALUE '1'.
       01  WS-ETAT-CIN              PIC X VALUE '0'.
           88 WS-CIN-EXISTANT       VALUE '0'.
           88 WS-CIN-NOUVEAU        VALUE '1'.
      *
      *---------------------------------------------------------------*
      * LIGNE DE DETAIL D'ANOMALIE EN ATTENTE DE SA LIGNE DE RAISON   *
      *---------------------------------------------------------------*
      *
       01  WS-ANO-ATTENTE.
           05 WS-ATT-CPTE           PIC 9(10).
           05 WS-ATT-CODE           PIC X.
           05 WS-ATT-MT             PIC 9(8)V99.
      *
      *---------------------------------------------------------------*
      * INCIDENTS DE L'ETAT DES ANOMALIES DU JOUR (RAISON 02)         *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-ANO               PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-ANO.
           05 WS-TAN-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TAN-POSTE          OCCURS 500
                                    INDEXED BY IDX-ANO.
              10 WS-TAN-CPTE        PIC 9(10).
              10 WS-TAN-CODE        PIC X.
              10 WS-TAN-MT          PIC 9(8)V99.
      *
      *---------------------------------------------------------------*
      * MOUVEMENTS DU MOIS DU COMPTE EN COURS, DANS L'ORDRE DE CLE DE *
      * L'HISTORIQUE (DATE D'OPERATION PUIS SEQUENCE), EN MONTANT     *
      * SIGNE (CREDIT POSITIF).                                       *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-MVT-MOIS          PIC S9(4) COMP VALUE 300.
       01  WS-TABLE-MOIS.
           05 WS-TMO-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TMO-POSTE          OCCURS 300
                                    INDEXED BY IDX-MOI.
              10 WS-TMO-DATE        PIC 9(8).
              10 WS-TMO-CODE        PIC X.
              10 WS-TMO-MT          PIC 9(8)V99.
              10 WS-TMO-MT-SIGNE    PIC S9(9)V99 COMP-3.
              10 WS-TMO-CTP         PIC X.
      *
      *---------------------------------------------------------------*
      * INCIDENTS A FACTURER SUR LE COMPTE EN COURS                   *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-INC-CPTE          PIC S9(4) COMP VALUE 100.
       01  WS-TABLE-INC.
           05 WS-TIN-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TIN-POSTE          OCCURS 100
                                    INDEXED BY IDX-INC.
              10 WS-TIN-ORIGINE     PIC X.
                 88 WS-TIN-ANOMALIE VALUE 'A'.
                 88 WS-TIN-DECOUVERT VALUE 'D'.
              10 WS-TIN-CODE        PIC X.
              10 WS-TIN-DATE        PIC 9(8).
              10 WS-TIN-MT          PIC 9(8)V99.
       01  WS-INC-NOUVEL.
           05 WS-INW-ORIGINE        PIC X.
           05 WS-INW-CODE           PIC X.
           05 WS-INW-DATE           PIC 9(8).
           05 WS-INW-MT             PIC 9(8)V99.
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DU JOURNAL DE FACTURATION                     *
      *---------------------------------------------------------------*
      *
       01  WS-LINT-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LINT-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(18)  VALUE SPACES.
           05 FILLER                 PIC X(30)  VALUE
                   'COMMISSIONS D''INTERVENTION DU '.
           05 WS-LINT-TITRE-DATE.
              10 WS-LINT-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LINT-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LINT-SS-ED       PIC 9(2).
              10 WS-LINT-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(18)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LINT-BAREME.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(11) VALUE 'COMMISSION:'.
           05 WS-LINT-FRAIS-ED       PIC ZZ9,99.
           05 FILLER                 PIC X(10) VALUE '  PLAF.OP:'.
           05 WS-LINT-PLAFOP-ED      PIC ZZ9,99.
           05 FILLER                 PIC X(12) VALUE '  PLAF.MOIS:'.
           05 WS-LINT-PLAFMOIS-ED    PIC ZZZ9,99.
           05 FILLER                 PIC X(10) VALUE '  FRAGILE:'.
           05 WS-LINT-PLAFFRAG-ED    PIC ZZZ9,99.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINT-TITRES.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(12) VALUE 'COMPTE'.
           05 FILLER                 PIC X(16) VALUE 'INCIDENT'.
           05 FILLER                 PIC X(3)  VALUE 'C'.
           05 FILLER                 PIC X(10) VALUE 'DATE'.
           05 FILLER                 PIC X(11) VALUE '    MONTANT'.
           05 FILLER                 PIC X(9)  VALUE '    FACT.'.
           05 FILLER                 PIC X(8)  VALUE '   EXON.'.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINT-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LINT-NUMCPT-ED      PIC 9(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-ORIGINE-ED     PIC X(14).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-CODE-ED        PIC X.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-DATE-ED        PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-FACT-ED        PIC ZZZ9,99.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 WS-LINT-EXO-ED         PIC ZZZ9,99.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINT-TOTCPT.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(6)  VALUE 'TOTAL '.
           05 WS-LINT-TC-NUMCPT-ED   PIC 9(10).
           05 FILLER                 PIC X(11) VALUE ' INCIDENTS:'.
           05 WS-LINT-TC-NB-ED       PIC ZZ9.
           05 FILLER                 PIC X(10) VALUE '  FACTURE:'.
           05 WS-LINT-TC-FACT-ED     PIC ZZZ9,99.
           05 FILLER                 PIC X(10) VALUE '  EXONERE:'.
           05 WS-LINT-TC-EXO-ED      PIC ZZZ9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LINT-TC-MENTION-ED  PIC X(9).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
       01  WS-LINT-TOTAL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 FILLER                 PIC X(9)  VALUE 'TOTAUX : '.
           05 WS-LINT-NBCPT-ED       PIC ZZZ9.
           05 FILLER                 PIC X(9)  VALUE ' COMPTES '.
           05 WS-LINT-NBINC-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(10) VALUE ' INCIDENTS'.
           05 FILLER                 PIC X(7)  VALUE '  FACT:'.
           05 WS-LINT-TOTFACT-ED     PIC ZZZZZ9,99.
           05 FILLER                 PIC X(6)  VALUE '  EXO:'.
           05 WS-LINT-TOTEXO-ED      PIC ZZZZZ9,99.
           05 FILLER                 PIC X(7)  VALUE SPACES.
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
           PERFORM 6200-CHARGER-F-PARAM-DEB
              THRU 6200-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6230-CHARGER-ETATANO-DEB
              THRU 6230-CHARGER-ETATANO-FIN.
      *
           PERFORM 6210-OUVRIR-F-MVTHIST-DEB
              THRU 6210-OUVRIR-F-MVTHIST-FIN.
      *
           PERFORM 6000-OUVRIR-F-CPTE-ES-DEB
              THRU 6000-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6030-OUVRIR-F-JRNL-DEB
              THRU 6030-OUVRIR-F-JRNL-FIN.
      *
           PERFORM 6035-OUVRIR-F-COMINT-DEB
              THRU 6035-OUVRIR-F-COMINT-FIN.
      *
           PERFORM 6010-OUVRIR-MVTINT-DEB
              THRU 6010-OUVRIR-MVTINT-FIN.
      *
           PERFORM 6020-OUVRIR-ETATINT-DEB
              THRU 6020-OUVRIR-ETATINT-FIN.
      *
           PERFORM 8000-ENTETE-ETATINT-DEB
              THRU 8000-ENTETE-ETATINT-FIN.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1000-TRT-COMPTE-DEB
              THRU 1000-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
           PERFORM 8020-TOTAL-ETATINT-DEB
              THRU 8020-TOTAL-ETATINT-FIN.
      *
           PERFORM 6100-FERMER-F-CPTE-ES-DEB
              THRU 6100-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6215-FERMER-F-MVTHIST-DEB
              THRU 6215-FERMER-F-MVTHIST-FIN.
      *
           PERFORM 6130-FERMER-F-JRNL-DEB
              THRU 6130-FERMER-F-JRNL-FIN.
      *
           PERFORM 6135-FERMER-F-COMINT-DEB
              THRU 6135-FERMER-F-COMINT-FIN.
      *
           PERFORM 6110-FERMER-MVTINT-DEB
              THRU 6110-FERMER-MVTINT-FIN.
      *
           PERFORM 6120-FERMER-ETATINT-DEB
              THRU 6120-FERMER-ETATINT-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT COMPTE                       *
      *     ===================================                       *
      *---------------------------------------------------------------*
      * SEULS LES COMPTES COURANTS SUPPORTENT LES COMMISSIONS         *
      * D'INTERVENTION.                                               *
      *---------------------------------------------------------------*
      *
       1000-TRT-COMPTE-DEB.
      *
           ADD  1                       TO WS-CCPT.
      *
           IF WS-CPT-COURANT
                PERFORM 2000-TRT-COMMISSIONS-DEB
                   THRU 2000-TRT-COMMISSIONS-FIN
           END-IF.
      *
           PERFORM 6040-LIRE-F-CPTE-ES-DEB
              THRU 6040-LIRE-F-CPTE-ES-FIN.
      *
       1000-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT COMMISSIONS                  *
      *     ========================================                  *
      *---------------------------------------------------------------*
      * LE REGISTRE DU MOIS EST LU AVANT TOUT RELEVE : UN COMPTE DEJA *
      * FACTURE PAR UN RUN DU JOUR EST IGNORE (REJEU). LES INCIDENTS  *
      * DE L'ETAT DES ANOMALIES PUIS CEUX DE L'HISTORIQUE SONT        *
      * FACTURES UN A UN ; LE TOTAL EST DEBITE EN UNE FOIS SUR LE     *
      * COMPTE ET LES CUMULS DU MOIS SONT REPORTES AU REGISTRE.       *
      *---------------------------------------------------------------*
      *
       2000-TRT-COMMISSIONS-DEB.
      *
           MOVE 0                       TO WS-TIN-NB.
           MOVE 0                       TO WS-FACT-CPTE.
           MOVE 0                       TO WS-EXO-CPTE.
      *
           PERFORM 6300-LIRE-F-COMINT-DEB
              THRU 6300-LIRE-F-COMINT-FIN.
      *
           IF WS-CIN-EXISTANT
              AND WS-CIN-DATE-DERN = WS-DATE-JOUR-NUM
                ADD  1                  TO WS-CDEJ
                DISPLAY 'COMPTE ' WS-CPT-CPTE
                        ' DEJA FACTURE CE JOUR - IGNORE'
                GO TO 2000-TRT-COMMISSIONS-FIN
           END-IF.
      *
           PERFORM 7100-RELEVER-ANOMALIES-DEB
              THRU 7100-RELEVER-ANOMALIES-FIN.
      *
           IF WS-HIST-DISPONIBLE
                PERFORM 7200-RELEVER-DEPASSEMENTS-DEB
                   THRU 7200-RELEVER-DEPASSEMENTS-FIN
           END-IF.
      *
           IF WS-TIN-NB = 0
                GO TO 2000-TRT-COMMISSIONS-FIN
           END-IF.
      *
           IF WS-CPT-FRAGILE-ACTIF
                MOVE WS-PLAF-INTERV-FRAG TO WS-PLAF-MOIS-CPTE
           ELSE
                MOVE WS-PLAF-INTERV-MOIS TO WS-PLAF-MOIS-CPTE
           END-IF.
      *
           PERFORM 2010-FACTURER-INCIDENT-DEB
              THRU 2010-FACTURER-INCIDENT-FIN
             VARYING IDX-INC FROM 1 BY 1
             UNTIL IDX-INC > WS-TIN-NB.
      *
           IF WS-FACT-CPTE > 0
                SUBTRACT WS-FACT-CPTE FROM WS-CPT-SOLDE
                MOVE WS-DATE-JOUR       TO WS-CPT-DMAJ
                PERFORM 6090-REECRIRE-F-CPTE-ES-DEB
                   THRU 6090-REECRIRE-F-CPTE-ES-FIN
                ADD  1                  TO WS-CFAC
           END-IF.
      *
           ADD  WS-FACT-CPTE            TO WS-CIN-MT-FACTURE.
           ADD  WS-EXO-CPTE             TO WS-CIN-MT-EXONERE.
           MOVE WS-DATE-JOUR-NUM        TO WS-CIN-DATE-DERN.
           PERFORM 6310-ECRIRE-F-COMINT-DEB
              THRU 6310-ECRIRE-F-COMINT-FIN.
      *
           ADD  WS-FACT-CPTE            TO WS-TOT-FACT.
           ADD  WS-EXO-CPTE             TO WS-TOT-EXO.
      *
           PERFORM 8015-TOTAL-COMPTE-ETATINT-DEB
              THRU 8015-TOTAL-COMPTE-ETATINT-FIN.
      *
       2000-TRT-COMMISSIONS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FACTURATION D'UN INCIDENT : COMMISSION CALCULEE, MOUVEMENT    *
      * 'F' GENERE SI ELLE N'EST PAS ENTIEREMENT EXONEREE, LIGNE DE   *
      * JOURNAL DANS TOUS LES CAS.                                    *
      *---------------------------------------------------------------*
      *
       2010-FACTURER-INCIDENT-DEB.
      *
           ADD  1                       TO WS-CINC.
           IF WS-TIN-ANOMALIE (IDX-INC)
                ADD  1                  TO WS-CIN-NB-ANO
           END-IF.
      *
           PERFORM 7300-CALC-COMMISSION-DEB
              THRU 7300-CALC-COMMISSION-FIN.
      *
           IF WS-COM-FACT > 0
                PERFORM 7320-PREP-MVT-INTERV-DEB
                   THRU 7320-PREP-MVT-INTERV-FIN
                PERFORM 6060-ECRIRE-MVTINT-DEB
                   THRU 6060-ECRIRE-MVTINT-FIN
                ADD  1                  TO WS-CMVT
           END-IF.
      *
           PERFORM 8010-DETAIL-ETATINT-DEB
              THRU 8010-DETAIL-ETATINT-FIN.
      *
       2010-FACTURER-INCIDENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OUVRIR-F-CPTE-ES-DEB.
           OPEN I-O F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
       6010-OUVRIR-MVTINT-DEB.
           OPEN OUTPUT F-MVTINT-S
           IF NOT OK-F-MVTINT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTINT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTINT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-MVTINT-FIN.
           EXIT.
      *
       6020-OUVRIR-ETATINT-DEB.
           OPEN OUTPUT F-ETATINT-S
           IF NOT OK-F-ETATINT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATINT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATINT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-ETATINT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REGISTRE PERMANENT : CREE VIDE A LA PREMIERE EXECUTION.       *
      *---------------------------------------------------------------*
       6035-OUVRIR-F-COMINT-DEB.
           OPEN I-O F-COMINT.
           IF COMINT-ABSENT
                OPEN OUTPUT F-COMINT
                CLOSE F-COMINT
                OPEN I-O F-COMINT
           END-IF.
           IF NOT OK-F-COMINT
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-COMINT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COMINT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OUVRIR-F-COMINT-FIN.
           EXIT.
      *
       6040-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF OK-F-CPTE-ES
                MOVE WS-ENRG-F-CPT      TO WS-CPT-IMAGE-AVANT
           END-IF.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6060-ECRIRE-MVTINT-DEB.
           WRITE FS-ENRG-F-MVTINT
                 FROM WS-ENRG-F-MVTS
           END-WRITE.
           IF NOT OK-F-MVTINT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-MVTINT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTINT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-ECRIRE-MVTINT-FIN.
           EXIT.
      *
       6070-ECRIRE-LIGNE-ETATINT-DEB.
           WRITE FS-ENRG-ETATINT
                 FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-ETATINT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-ETATINT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATINT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-ECRIRE-LIGNE-ETATINT-FIN.
           EXIT.
      *
       6090-REECRIRE-F-CPTE-ES-DEB.
           REWRITE FS-ENRG-F-CPT
                   FROM WS-ENRG-F-CPT
           END-REWRITE.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'RE'                    TO WS-JRNL-OP.
           MOVE WS-CPT-IMAGE-AVANT      TO WS-JRNL-AVANT.
           MOVE WS-ENRG-F-CPT           TO WS-JRNL-APRES.
           MOVE WS-CPT-CPTE             TO WS-JRNL-CPTE.
           PERFORM 6290-ECRIRE-F-JRNL-DEB
              THRU 6290-ECRIRE-F-JRNL-FIN.
       6090-REECRIRE-F-CPTE-ES-FIN.
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
       6110-FERMER-MVTINT-DEB.
           CLOSE F-MVTINT-S.
           IF NOT OK-F-MVTINT-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTINT-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTINT-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-MVTINT-FIN.
           EXIT.
      *
       6120-FERMER-ETATINT-DEB.
           CLOSE F-ETATINT-S.
           IF NOT OK-F-ETATINT-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ETATINT-S'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATINT-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-ETATINT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE JOURNAL DES IMAGES S'ETEND DE RUN EN RUN, COMME DANS LA    *
      * MISE A JOUR QUOTIDIENNE : IL N'EST REMIS A ZERO QUE PAR       *
      * L'EXPLOITATION APRES UNE NOUVELLE SAUVEGARDE DU FICHIER.      *
      *---------------------------------------------------------------*
       6030-OUVRIR-F-JRNL-DEB.
           OPEN EXTEND F-JRNL.
           IF JRNL-ABSENT
                OPEN OUTPUT F-JRNL
                CLOSE F-JRNL
                OPEN EXTEND F-JRNL
           END-IF.
           IF NOT OK-F-JRNL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-JRNL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OUVRIR-F-JRNL-FIN.
           EXIT.
      *
       6130-FERMER-F-JRNL-DEB.
           CLOSE F-JRNL.
           IF NOT OK-F-JRNL
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-JRNL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-F-JRNL-FIN.
           EXIT.
      *
       6135-FERMER-F-COMINT-DEB.
           CLOSE F-COMINT.
           IF NOT OK-F-COMINT
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-COMINT'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COMINT
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-F-COMINT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
      * SON ABSENCE LES VALEURS DE REPLI DE TPPARAM SONT CONSERVEES.  *
      *---------------------------------------------------------------*
       6200-CHARGER-F-PARAM-DEB.
           OPEN INPUT F-PARAM-E.
           IF OK-F-PARAM-E
                PERFORM 6205-LIRE-F-PARAM-DEB
                   THRU 6205-LIRE-F-PARAM-FIN
                PERFORM 7030-SELECT-PARAM-DEB
                   THRU 7030-SELECT-PARAM-FIN
                  UNTIL EOF-F-PARAM-E
                CLOSE F-PARAM-E
           ELSE
                DISPLAY 'FICHIER PARAMS ABSENT - '
                        'VALEURS PAR DEFAUT CONSERVEES'
           END-IF.
       6200-CHARGER-F-PARAM-FIN.
           EXIT.
      *
       6205-LIRE-F-PARAM-DEB.
           READ F-PARAM-E INTO WS-ENRG-F-PARAM.
           IF NOT OK-LEC-F-PARAM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PARAM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PARAM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6205-LIRE-F-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * OUVERTURE DE L'HISTORIQUE : FICHIER FACULTATIF (PREMIERES     *
      * INSTALLATIONS), EN SON ABSENCE SEULS LES INCIDENTS DE L'ETAT  *
      * DES ANOMALIES SONT FACTURES.                                  *
      *---------------------------------------------------------------*
       6210-OUVRIR-F-MVTHIST-DEB.
           OPEN INPUT F-MVTHIST.
           EVALUATE TRUE
             WHEN OK-F-MVTHIST
                  SET WS-HIST-DISPONIBLE TO TRUE
             WHEN MVTHIST-ABSENT
                  SET WS-HIST-FERME      TO TRUE
                  DISPLAY 'HISTORIQUE ABSENT - DEPASSEMENTS '
                          'NON FACTURES'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6210-OUVRIR-F-MVTHIST-FIN.
           EXIT.
      *
       6215-FERMER-F-MVTHIST-DEB.
           IF WS-HIST-FERME
                GO TO 6215-FERMER-F-MVTHIST-FIN
           END-IF.
           CLOSE F-MVTHIST.
           IF NOT OK-F-MVTHIST
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6215-FERMER-F-MVTHIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES INCIDENTS DE L'ETAT DES ANOMALIES DU JOUR :    *
      * FICHIER FACULTATIF (JOUR SANS MISE A JOUR), EN SON ABSENCE    *
      * SEULS LES DEPASSEMENTS DE L'HISTORIQUE SONT FACTURES. EN CAS  *
      * DE MISE A JOUR PARTITIONNEE, C'EST L'ETAT CONSOLIDE QUI EST   *
      * LU.                                                           *
      *---------------------------------------------------------------*
       6230-CHARGER-ETATANO-DEB.
           OPEN INPUT F-ETATANO-E.
           IF ETATANO-ABSENT
                DISPLAY 'ETAT DES ANOMALIES DU JOUR ABSENT - '
                        'REJETS NON FACTURES'
                GO TO 6230-CHARGER-ETATANO-FIN
           END-IF.
           IF NOT OK-F-ETATANO-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ETATANO-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATANO-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6232-LIRE-ETATANO-DEB
              THRU 6232-LIRE-ETATANO-FIN.
           PERFORM 6234-ANALYSER-LIGNE-ANO-DEB
              THRU 6234-ANALYSER-LIGNE-ANO-FIN
             UNTIL EOF-F-ETATANO-E.
           CLOSE F-ETATANO-E.
       6230-CHARGER-ETATANO-FIN.
           EXIT.
      *
       6232-LIRE-ETATANO-DEB.
           READ F-ETATANO-E INTO WS-LIGNE-ANO.
           IF NOT OK-LEC-F-ETATANO-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ETATANO-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATANO-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6232-LIRE-ETATANO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UNE LIGNE DE DETAIL EST MISE EN ATTENTE ; LA LIGNE DE RAISON  *
      * QUI LA SUIT DECIDE DE SA RETENUE (RAISON 02 : DECOUVERT       *
      * AUTORISE DEPASSE). LES LIGNES D'ENTETE ET DE TOTAL SONT       *
      * IGNOREES.                                                     *
      *---------------------------------------------------------------*
       6234-ANALYSER-LIGNE-ANO-DEB.
           EVALUATE TRUE
             WHEN WS-LAN-DEB = '! '
              AND WS-LAN-CPTE IS NUMERIC
              AND WS-LAN-SEP = '  !'
                  MOVE WS-LAN-CPTE      TO WS-ATT-CPTE
                  MOVE WS-LAN-CODE      TO WS-ATT-CODE
                  IF WS-LAN-MT-X = SPACES
                       MOVE 0           TO WS-ATT-MT
                  ELSE
                       MOVE WS-LAN-MT-ED
                                        TO WS-ATT-MT
                  END-IF
                  SET WS-ANO-EN-ATTENTE TO TRUE
             WHEN WS-LRA-DEB = '! RAISON: '
              AND WS-ANO-EN-ATTENTE
                  IF WS-LRA-NUM = '02'
                       PERFORM 7050-RANGER-ANOMALIE-DEB
                          THRU 7050-RANGER-ANOMALIE-FIN
                  END-IF
                  SET WS-ANO-SANS-DETAIL TO TRUE
           END-EVALUATE.
           PERFORM 6232-LIRE-ETATANO-DEB
              THRU 6232-LIRE-ETATANO-FIN.
       6234-ANALYSER-LIGNE-ANO-FIN.
           EXIT.
      *
       6290-ECRIRE-F-JRNL-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-JRNL-DATE.
           ACCEPT WS-HEURE-JOUR         FROM TIME.
           MOVE WS-HEURE-JOUR           TO WS-JRNL-HEURE.
           WRITE FS-ENRG-F-JRNL
                 FROM WS-ENRG-F-JRNL
           END-WRITE.
           IF NOT OK-F-JRNL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-JRNL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6290-ECRIRE-F-JRNL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE DES CUMULS DU MOIS DU COMPTE : A DEFAUT, UN NOUVEL    *
      * ENREGISTREMENT EST PREPARE A ZERO.                            *
      *---------------------------------------------------------------*
       6300-LIRE-F-COMINT-DEB.
           MOVE WS-CPT-CPTE             TO WS-CIN-CPTE.
           MOVE WS-MOIS-COURANT         TO WS-CIN-MOIS.
           MOVE WS-CIN-CLE              TO FS-CIN-CLE.
           READ F-COMINT INTO WS-ENRG-F-CIN.
           EVALUATE TRUE
             WHEN OK-F-COMINT
                  SET WS-CIN-EXISTANT   TO TRUE
             WHEN CIN-INCONNU
                  SET WS-CIN-NOUVEAU    TO TRUE
                  MOVE SPACES           TO WS-ENRG-F-CIN
                  MOVE WS-CPT-CPTE      TO WS-CIN-CPTE
                  MOVE WS-MOIS-COURANT  TO WS-CIN-MOIS
                  MOVE 0                TO WS-CIN-NB-ANO
                  MOVE 0                TO WS-CIN-NB-DEC
                  MOVE 0                TO WS-CIN-MT-FACTURE
                  MOVE 0                TO WS-CIN-MT-EXONERE
                  MOVE 0                TO WS-CIN-DATE-DERN
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COMINT'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COMINT
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6300-LIRE-F-COMINT-FIN.
           EXIT.
      *
       6310-ECRIRE-F-COMINT-DEB.
           MOVE WS-CIN-CLE              TO FS-CIN-CLE.
           IF WS-CIN-NOUVEAU
                WRITE FS-ENRG-F-CIN FROM WS-ENRG-F-CIN
                END-WRITE
           ELSE
                REWRITE FS-ENRG-F-CIN FROM WS-ENRG-F-CIN
                END-REWRITE
           END-IF.
           IF NOT OK-F-COMINT
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-COMINT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-COMINT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-ECRIRE-F-COMINT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LINT-SS-ED
           MOVE AA                      TO WS-LINT-AA-ED
           MOVE MM                      TO WS-LINT-MM-ED
           MOVE JJ                      TO WS-LINT-JJ-ED.
      *
           COMPUTE WS-MOIS-COURANT  = WS-DATE-JOUR-NUM / 100.
           COMPUTE WS-DATE-DEB-MOIS = WS-MOIS-COURANT * 100 + 1.
      *
           STRING 'ETATANO_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATANO.
           STRING 'ETATINT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATINT.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETIENT LA VALEUR DU BAREME DONT LA PLAGE DE DATES D'EFFET    *
      * COUVRE LA DATE DE TRAITEMENT DU JOUR.                         *
      *---------------------------------------------------------------*
       7030-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-FRINTERV
                       MOVE WS-PARAM-VALEUR TO WS-FRAIS-INTERV
                  WHEN WS-PARAM-PLAFINTO
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-INTERV-OP
                  WHEN WS-PARAM-PLAFINTM
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-INTERV-MOIS
                  WHEN WS-PARAM-PLAFINTF
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-INTERV-FRAG
                END-EVALUATE
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
           EXIT.
      *
       7050-RANGER-ANOMALIE-DEB.
           IF WS-TAN-NB < WS-MAX-ANO
                ADD  1                  TO WS-TAN-NB
                MOVE WS-ATT-CPTE        TO WS-TAN-CPTE (WS-TAN-NB)
                MOVE WS-ATT-CODE        TO WS-TAN-CODE (WS-TAN-NB)
                MOVE WS-ATT-MT          TO WS-TAN-MT (WS-TAN-NB)
                ADD  1                  TO WS-CANO
           ELSE
                DISPLAY 'TABLE DES ANOMALIES SATUREE'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7050-RANGER-ANOMALIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INCIDENTS DE L'ETAT DES ANOMALIES DU JOUR POUR LE COMPTE.     *
      *---------------------------------------------------------------*
       7100-RELEVER-ANOMALIES-DEB.
           PERFORM 7105-RETENIR-ANOMALIE-DEB
              THRU 7105-RETENIR-ANOMALIE-FIN
             VARYING IDX-ANO FROM 1 BY 1
             UNTIL IDX-ANO > WS-TAN-NB.
       7100-RELEVER-ANOMALIES-FIN.
           EXIT.
      *
       7105-RETENIR-ANOMALIE-DEB.
           IF WS-TAN-CPTE (IDX-ANO) = WS-CPT-CPTE
                MOVE 'A'                TO WS-INW-ORIGINE
                MOVE WS-TAN-CODE (IDX-ANO)
                                        TO WS-INW-CODE
                MOVE WS-DATE-JOUR-NUM   TO WS-INW-DATE
                MOVE WS-TAN-MT (IDX-ANO)
                                        TO WS-INW-MT
                PERFORM 7230-AJOUTER-INCIDENT-DEB
                   THRU 7230-AJOUTER-INCIDENT-FIN
           END-IF.
       7105-RETENIR-ANOMALIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * DEPASSEMENTS DU MOIS : LES MOUVEMENTS DU COMPTE DEPUIS LE     *
      * PREMIER DU MOIS SONT RELUS DANS L'HISTORIQUE, LE SOLDE DU     *
      * DEBUT DE MOIS EST RECONSTITUE DEPUIS LE SOLDE ACTUEL (LES     *
      * COMMISSIONS DEJA FACTUREES DANS LE MOIS, ABSENTES DE          *
      * L'HISTORIQUE, SONT REINTEGREES), PUIS LE SOLDE EST DEROULE    *
      * MOUVEMENT PAR MOUVEMENT : CHAQUE DEBIT DU CLIENT QUI LAISSE    *
      * LE SOLDE AU DELA DU DECOUVERT AUTORISE EST UN INCIDENT. LES   *
      * INCIDENTS DEJA RETENUS PAR LES RUNS PRECEDENTS DU MOIS        *
      * (COMPTEUR DU REGISTRE) NE SONT PAS REFACTURES.                *
      *---------------------------------------------------------------*
       7200-RELEVER-DEPASSEMENTS-DEB.
           MOVE 0                       TO WS-TMO-NB.
           MOVE 0                       TO WS-NET-MOIS.
           MOVE 0                       TO WS-RANG-DEC.
      *
           PERFORM 7210-COLLECTER-HIST-DEB
              THRU 7210-COLLECTER-HIST-FIN.
      *
           IF WS-TMO-NB = 0
                GO TO 7200-RELEVER-DEPASSEMENTS-FIN
           END-IF.
      *
           COMPUTE WS-SOLDE-ROULANT = WS-CPT-SOLDE - WS-NET-MOIS
                                    + WS-CIN-MT-FACTURE.
      *
           PERFORM 7220-DEROULER-SOLDE-DEB
              THRU 7220-DEROULER-SOLDE-FIN
             VARYING IDX-MOI FROM 1 BY 1
             UNTIL IDX-MOI > WS-TMO-NB.
      *
           IF WS-RANG-DEC > WS-CIN-NB-DEC
                MOVE WS-RANG-DEC        TO WS-CIN-NB-DEC
           END-IF.
       7200-RELEVER-DEPASSEMENTS-FIN.
           EXIT.
      *
       7210-COLLECTER-HIST-DEB.
           SET  WS-HIST-EN-COURS        TO TRUE.
           MOVE SPACES                  TO FS-HIST-CLE.
           MOVE WS-CPT-CPTE             TO FS-HIST-CPTE.
           MOVE WS-DATE-DEB-MOIS        TO FS-HIST-DATE.
           MOVE '0000'                  TO FS-HIST-SEQ.
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
                DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CLE-HIST-INEXISTANTE
                SET WS-HIST-EPUISE      TO TRUE
           END-IF.
           PERFORM 7215-RETENIR-MVT-MOIS-DEB
              THRU 7215-RETENIR-MVT-MOIS-FIN
             UNTIL WS-HIST-EPUISE.
       7210-COLLECTER-HIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES ANCRES DE SOLDE D'OUVERTURE 'S'/'N' NE SONT PAS DES       *
      * MOUVEMENTS : ELLES SONT IGNOREES.                             *
      *---------------------------------------------------------------*
       7215-RETENIR-MVT-MOIS-DEB.
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           EVALUATE TRUE
             WHEN EOF-F-MVTHIST
                  SET WS-HIST-EPUISE    TO TRUE
             WHEN NOT OK-LEC-F-MVTHIST
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-HIST-CPTE NOT = WS-CPT-CPTE
                  SET WS-HIST-EPUISE    TO TRUE
             WHEN WS-HIST-CODE = 'S' OR 'N'
                  CONTINUE
             WHEN WS-TMO-NB NOT < WS-MAX-MVT-MOIS
                  DISPLAY 'TABLE DES MOUVEMENTS DU MOIS SATUREE'
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN OTHER
                  ADD  1                TO WS-TMO-NB
                  SET  IDX-MOI          TO WS-TMO-NB
                  MOVE WS-HIST-DATE     TO WS-TMO-DATE (IDX-MOI)
                  MOVE WS-HIST-CODE     TO WS-TMO-CODE (IDX-MOI)
                  MOVE WS-HIST-MT       TO WS-TMO-MT (IDX-MOI)
                  MOVE WS-HIST-CTP      TO WS-TMO-CTP (IDX-MOI)
                  IF WS-HIST-CODE = 'D' OR 'I'
                       MOVE WS-HIST-MT  TO WS-TMO-MT-SIGNE (IDX-MOI)
                  ELSE
                       COMPUTE WS-TMO-MT-SIGNE (IDX-MOI) =
                               WS-HIST-MT * -1
                  END-IF
                  ADD  WS-TMO-MT-SIGNE (IDX-MOI)
                                        TO WS-NET-MOIS
           END-EVALUATE.
       7215-RETENIR-MVT-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SEULS LES DEBITS A L'INITIATIVE DU CLIENT (RETRAIT, CB,       *
      * VIREMENT, CHEQUE, PRELEVEMENT) SONT DES INCIDENTS : LES       *
      * FRAIS, RETENUES FISCALES ET IMPAYES SUR REMISE NE LE SONT     *
      * PAS, NI LES LIGNES ANNULEES ET LEURS CONTRE-PASSATIONS, QUI   *
      * RESTENT NEANMOINS DANS LE SOLDE ROULANT.                      *
      *---------------------------------------------------------------*
       7220-DEROULER-SOLDE-DEB.
           ADD  WS-TMO-MT-SIGNE (IDX-MOI) TO WS-SOLDE-ROULANT.
           IF (WS-TMO-CODE (IDX-MOI) = 'R' OR 'C' OR 'V' OR 'Q'
                                    OR 'P')
              AND WS-TMO-CTP (IDX-MOI) = SPACE
              AND WS-SOLDE-ROULANT < (WS-CPT-LIMITE * -1)
                ADD  1                  TO WS-RANG-DEC
                IF WS-RANG-DEC > WS-CIN-NB-DEC
                     MOVE 'D'           TO WS-INW-ORIGINE
                     MOVE WS-TMO-CODE (IDX-MOI)
                                        TO WS-INW-CODE
                     MOVE WS-TMO-DATE (IDX-MOI)
                                        TO WS-INW-DATE
                     MOVE WS-TMO-MT (IDX-MOI)
                                        TO WS-INW-MT
                     PERFORM 7230-AJOUTER-INCIDENT-DEB
                        THRU 7230-AJOUTER-INCIDENT-FIN
                END-IF
           END-IF.
       7220-DEROULER-SOLDE-FIN.
           EXIT.
      *
       7230-AJOUTER-INCIDENT-DEB.
           IF WS-TIN-NB < WS-MAX-INC-CPTE
                ADD  1                  TO WS-TIN-NB
                MOVE WS-INW-ORIGINE     TO WS-TIN-ORIGINE (WS-TIN-NB)
                MOVE WS-INW-CODE        TO WS-TIN-CODE (WS-TIN-NB)
                MOVE WS-INW-DATE        TO WS-TIN-DATE (WS-TIN-NB)
                MOVE WS-INW-MT          TO WS-TIN-MT (WS-TIN-NB)
           ELSE
                DISPLAY 'TABLE DES INCIDENTS SATUREE - COMPTE '
                        WS-CPT-CPTE
           END-IF.
       7230-AJOUTER-INCIDENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMMISSION D'UN INCIDENT : TAUX FRINTERV RAMENE AU PLAFOND    *
      * PAR OPERATION, PUIS AU RELIQUAT DU PLAFOND MENSUEL DU COMPTE  *
      * (CUMUL DU REGISTRE ET FACTURATION DU RUN). LA PART ECRETEE    *
      * EST EXONEREE.                                                 *
      *---------------------------------------------------------------*
       7300-CALC-COMMISSION-DEB.
           MOVE WS-FRAIS-INTERV         TO WS-COM-FACT.
           MOVE 0                       TO WS-COM-EXO.
           IF WS-COM-FACT > WS-PLAF-INTERV-OP
                COMPUTE WS-COM-EXO  = WS-COM-FACT - WS-PLAF-INTERV-OP
                MOVE WS-PLAF-INTERV-OP  TO WS-COM-FACT
           END-IF.
           COMPUTE WS-RESTE-MOIS = WS-PLAF-MOIS-CPTE
                                 - WS-CIN-MT-FACTURE - WS-FACT-CPTE.
           IF WS-RESTE-MOIS < 0
                MOVE 0                  TO WS-RESTE-MOIS
           END-IF.
           IF WS-COM-FACT > WS-RESTE-MOIS
                COMPUTE WS-COM-EXO  = WS-COM-EXO + WS-COM-FACT
                                    - WS-RESTE-MOIS
                MOVE WS-RESTE-MOIS      TO WS-COM-FACT
           END-IF.
           ADD  WS-COM-FACT             TO WS-FACT-CPTE.
           ADD  WS-COM-EXO              TO WS-EXO-CPTE.
       7300-CALC-COMMISSION-FIN.
           EXIT.
      *
       7320-PREP-MVT-INTERV-DEB.
           MOVE SPACES                  TO WS-ENRG-F-MVTS.
           MOVE WS-CPT-CPTE             TO WS-MVTS-CPTE.
           MOVE JJ                      TO WS-MVTS-JJ.
           MOVE MM                      TO WS-MVTS-MM.
           MOVE SS                      TO WS-MVTS-SS.
           MOVE AA                      TO WS-MVTS-AA.
           MOVE 'F'                     TO WS-MVTS-CODE.
           MOVE WS-COM-FACT             TO WS-MVTS-MT.
           MOVE 0                       TO WS-MVTS-VIR-CPTE.
           MOVE WS-CPT-DEVISE           TO WS-MVTS-DEVISE.
       7320-PREP-MVT-INTERV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATINT-DEB.
           MOVE WS-LINT-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-LINT-TITRE        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-FRAIS-INTERV      TO WS-LINT-FRAIS-ED.
           MOVE WS-PLAF-INTERV-OP    TO WS-LINT-PLAFOP-ED.
           MOVE WS-PLAF-INTERV-MOIS  TO WS-LINT-PLAFMOIS-ED.
           MOVE WS-PLAF-INTERV-FRAG  TO WS-LINT-PLAFFRAG-ED.
           MOVE WS-LINT-BAREME       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-LINT-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-LINT-TITRES       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-LINT-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
       8000-ENTETE-ETATINT-FIN.
           EXIT.
      *
       8010-DETAIL-ETATINT-DEB.
           MOVE WS-CPT-CPTE          TO WS-LINT-NUMCPT-ED.
           EVALUATE TRUE
             WHEN WS-TIN-DECOUVERT (IDX-INC)
                  MOVE 'DEPASSEMENT'   TO WS-LINT-ORIGINE-ED
             WHEN WS-TIN-CODE (IDX-INC) = 'Q'
                  MOVE 'CHEQUE REJETE' TO WS-LINT-ORIGINE-ED
             WHEN OTHER
                  MOVE 'OPER. REFUSEE' TO WS-LINT-ORIGINE-ED
           END-EVALUATE.
           MOVE WS-TIN-CODE (IDX-INC) TO WS-LINT-CODE-ED.
           MOVE WS-TIN-DATE (IDX-INC) TO WS-LINT-DATE-ED.
           MOVE WS-TIN-MT (IDX-INC)  TO WS-LINT-MT-ED.
           MOVE WS-COM-FACT          TO WS-LINT-FACT-ED.
           MOVE WS-COM-EXO           TO WS-LINT-EXO-ED.
           MOVE WS-LINT-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
       8010-DETAIL-ETATINT-FIN.
           EXIT.
      *
       8015-TOTAL-COMPTE-ETATINT-DEB.
           MOVE WS-CPT-CPTE          TO WS-LINT-TC-NUMCPT-ED.
           MOVE WS-TIN-NB            TO WS-LINT-TC-NB-ED.
           MOVE WS-FACT-CPTE         TO WS-LINT-TC-FACT-ED.
           MOVE WS-EXO-CPTE          TO WS-LINT-TC-EXO-ED.
           IF WS-CPT-FRAGILE-ACTIF
                MOVE 'FRAGILE'       TO WS-LINT-TC-MENTION-ED
           ELSE
                MOVE SPACES          TO WS-LINT-TC-MENTION-ED
           END-IF.
           MOVE WS-LINT-TOTCPT       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
       8015-TOTAL-COMPTE-ETATINT-FIN.
           EXIT.
      *
       8020-TOTAL-ETATINT-DEB.
           MOVE WS-LINT-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-CFAC              TO WS-LINT-NBCPT-ED.
           MOVE WS-CINC              TO WS-LINT-NBINC-ED.
           MOVE WS-TOT-FACT          TO WS-LINT-TOTFACT-ED.
           MOVE WS-TOT-EXO           TO WS-LINT-TOTEXO-ED.
           MOVE WS-LINT-TOTAL        TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
           MOVE WS-LINT-L1           TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATINT-DEB
              THRU 6070-ECRIRE-LIGNE-ETATINT-FIN.
       8020-TOTAL-ETATINT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO100B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'COMPTES LUS            : ' WS-CCPT.
           DISPLAY 'REJETS RELEVES A L''ETAT: ' WS-CANO.
           DISPLAY 'INCIDENTS TRAITES      : ' WS-CINC.
           DISPLAY 'MOUVEMENTS DE FRAIS    : ' WS-CMVT.
           DISPLAY 'COMPTES DEBITES        : ' WS-CFAC.
           DISPLAY 'COMPTES DEJA FACTURES  : ' WS-CDEJ.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO100B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
