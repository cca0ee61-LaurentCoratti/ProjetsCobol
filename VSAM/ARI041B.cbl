      *---------------------------------------------------------------*
      *    METTRE A JOUR LE FICHIER DES COMPTES CLIENTS A PARTIR DES  *
      *      MOUVEMENTS BANCAIRES ET EDITER UN ETAT DES OPERATIONS.   *
      *    LES MOUVEMENTS ET VIREMENTS PARVENANT SUR L'ANCIEN NUMERO  *
      *      D'UN COMPTE MUTE D'AGENCE (MUTCPT) SONT READRESSES AU    *
      *      NOUVEAU NUMERO PENDANT LA PERIODE DE REDIRECTION.        *
      *    LA CLOTURE ORDONNEE PAR LA MOBILITE BANCAIRE (ARIO115B)    *
      *      VIRE LE SOLDE DU COMPTE A LA BANQUE D'ACCUEIL.           *
      *    LE DECOUVERT AUTORISE DU JOUR EST LA LIMITE PERMANENTE DU  *
      *      COMPTE AUGMENTEE DES AUTORISATIONS TEMPORAIRES EN COURS  *
      *      (DECTEMP).                                               *
      *    UN COMPTE DE MINEUR (MINEURS) N'ADMET AUCUN DECOUVERT NI   *
      *      CHEQUE NI PRELEVEMENT ; SES RETRAITS ET PAIEMENTS CARTE  *
      *      SONT LIMITES AU BUDGET HEBDOMADAIRE FIXE PAR SON         *
      *      REPRESENTANT LEGAL.                                      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
                                       RECORD KEY IS FS-RUN-CLE
                   FILE STATUS         IS WS-FS-F-RUNCTL.
      *                      -------------------------------------------
      *                      F-OPPOSIDX : OPPOSITIONS SUR CHEQUES
      *                      -------------------------------------------
           SELECT  F-OPPOSIDX          ASSIGN TO OPPOSIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-OPX-CLE
                   FILE STATUS         IS WS-FS-F-OPPOSIDX.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-CALBANC-E         ASSIGN TO 'CALBANC.txt'
                   FILE STATUS         IS WS-FS-F-CALBANC-E.
      *                      -------------------------------------------
      *                      F-AUTORIDX : AUTORISATIONS CARTE EN COURS
      *                      -------------------------------------------
           SELECT  F-AUTORIDX          ASSIGN TO AUTORIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-AUX-CLE
                   FILE STATUS         IS WS-FS-F-AUTORIDX.
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
      *                      F-MINEURS : COMPTES DE MINEURS
      *                      -------------------------------------------
           SELECT  F-MINEURS           ASSIGN TO MINEURS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MIN-CPTE
                   FILE STATUS         IS WS-FS-F-MINEURS.
      *                      -------------------------------------------
      *                      F-IBANIDX : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANIDX           ASSIGN TO IBANIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-IBX-CLE
                   FILE STATUS         IS WS-FS-F-IBANIDX.
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
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                                   QUOTIDIENS
                                       RECORD KEY IS FS-CHP-CLE
                   FILE STATUS         IS WS-FS-F-CHQPAYE.
      *                      -------------------------------------------
      *                      F-CARTIDX : FICHIER MAITRE DES CARTES
      *                      -------------------------------------------
           SELECT  F-CARTIDX           ASSIGN TO CARTIDX
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-CRX-NUMERO
                   FILE STATUS         IS WS-FS-F-CARTIDX.
      *                      -------------------------------------------
      *                      F-MANDATS : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-REMISES : REGISTRE DES REMISES DE
      *                                  CHEQUES (FLOTTANT DE
      *                                  COMPENSATION)
      *                      -------------------------------------------
           SELECT  F-REMISES           ASSIGN TO REMISES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-F-REMISES.
      *                      -------------------------------------------
      *                      F-ENCPRLV : REGISTRE DES PRELEVEMENTS
      *                                  EMIS POUR NOS CREANCIERS
      *                                  (FLOTTANT DE COMPENSATION)
      *                      -------------------------------------------
           SELECT  F-ENCPRLV           ASSIGN TO ENCPRLV
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-ENC-CLE
                   FILE STATUS         IS WS-FS-F-ENCPRLV.
      *                      -------------------------------------------
      *                      F-MUTCPT : CORRESPONDANCE DES COMPTES MUTES
      *                                 (ANCIEN -> NOUVEAU NUMERO)
      *                      -------------------------------------------
           SELECT  F-MUTCPT            ASSIGN TO MUTCPT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MUT-CLE
                   FILE STATUS         IS WS-FS-F-MUTCPT.
      *                      -------------------------------------------
      *                      F-CPTHIST : ARCHIVE DES COMPTES CLOTURES
      *                      -------------------------------------------
           SELECT  F-CPTHIST-S         ASSIGN TO WS-NOM-CPTHIST
           SELECT  F-VIRCARRY-S        ASSIGN TO WS-NOM-VIRCARRY
                   FILE STATUS         IS WS-FS-F-VIRCARRY-S.
      *                      -------------------------------------------
      *                      MVTMUT  : MOUVEMENTS DES ANCIENS NUMEROS
      *                                RENUMEROTES (COMPTES MUTES)
      *                      -------------------------------------------
           SELECT  F-MVTMUT-S          ASSIGN TO WS-NOM-MVTMUT
                   FILE STATUS         IS WS-FS-F-MVTMUT-S.
      *                      -------------------------------------------
      *                      ALERTES : EXTRAIT POUR LA PASSERELLE SMS
      *                      -------------------------------------------
           SELECT  F-ALERTES-S         ASSIGN TO WS-NOM-ALERTES
      *                      -------------------------------------------
           SELECT  F-ETATLIA-S         ASSIGN TO WS-NOM-ETATLIA
                   FILE STATUS         IS WS-FS-F-ETATLIA-S.
      *                      -------------------------------------------
      *                      JRNCTP  : JOURNAL DES CONTRE-PASSATIONS
      *                      -------------------------------------------
           SELECT  F-JRNCTP-S          ASSIGN TO WS-NOM-JRNCTP
                   FILE STATUS         IS WS-FS-F-JRNCTP-S.
      *
      *                     -------------------------------------------
      *
       01  FS-ENRG-F-MVTS-E           PIC X(107).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-ETATCLI-S
           RECORDING MODE IS F.
      *--------------------------------------------------------*
           05 FS-CHKPT-CMVT           PIC 9(6).
           05 FS-CHKPT-CUMULS.
              10 FS-CHKPT-MT          OCCURS 20
                                      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
      *--------------------------------------------------------*
                    20 FS-CHKPT-LIA-NB PIC 9(5).
                    20 FS-CHKPT-LIA-MT PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
      *--------------------------------------------------------*
      * CUMULS DES CONTRE-PASSATIONS PAR FAMILLE D'ORIGINE ET   *
      * PAR PORTEFEUILLE, RECHARGES A LA REPRISE COMME LES      *
      * CUMULS DE FAMILLES.                                     *
      *--------------------------------------------------------*
           05 FS-CHKPT-CTP.
              10 FS-CHKPT-CTP-POSTE   OCCURS 7.
                 15 FS-CHKPT-CTP-C    PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
                 15 FS-CHKPT-CTP-E    PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE             PIC X(22).
           05 FILLER                  PIC X(68).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-REFUTIL
           RECORD CONTAINS 30 CHARACTERS.
           05 FS-REF-CPTE             PIC 9(10).
           05 FILLER                  PIC X(04).
      *
       FD  F-OPPOSIDX
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-ENRG-F-OPX.
           05 FS-OPX-CLE              PIC X(24).
           05 FILLER                  PIC X(06).
      *
       FD  F-RUNCTL
           RECORD CONTAINS 50 CHARACTERS.
           RECORDING MODE IS F.
       01  FS-ENRG-F-CALBANC          PIC X(80).
      *
       FD  F-AUTORIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-AUX.
           05 FS-AUX-CLE              PIC X(16).
           05 FILLER                  PIC X(44).
      *
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
       FD  F-MINEURS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MIN.
           05 FS-MIN-CPTE             PIC X(10).
           05 FILLER                  PIC X(70).
      *
       FD  F-IBANIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-IBX.
           05 FS-IBX-CLE              PIC X(26).
           05 FILLER                  PIC X(34).
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
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
           05 FS-CHP-DATE             PIC 9(08).
           05 FILLER                  PIC X(05).
      *
       FD  F-CARTIDX
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-CRX.
           05 FS-CRX-NUMERO           PIC X(16).
           05 FILLER                  PIC X(44).
      *
       FD  F-MANDATS
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-REMISES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-REM.
           05 FS-REM-CLE              PIC X(27).
           05 FILLER                  PIC X(53).
      *
       FD  F-ENCPRLV
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-ENRG-F-ENC.
           05 FS-ENC-CLE              PIC X(23).
           05 FILLER                  PIC X(97).
      *
       FD  F-MUTCPT
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MUT.
           05 FS-MUT-CLE              PIC X(10).
           05 FILLER                  PIC X(40).
      *
       FD  F-CPTHIST-S
           RECORDING MODE IS F.
       01  FS-ENRG-CPTHIST            PIC X(200).
      *
       FD  F-VIREXT-S
           RECORDING MODE IS F.
       FD  F-VIRCARRY-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRCARRY         PIC X(107).
      *
       FD  F-MVTMUT-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTMUT           PIC X(107).
      *
       FD  F-ALERTES-S
           RECORDING MODE IS F.
       FD  F-ETATLIA-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATLIA            PIC X(80).
      *
       FD  F-JRNCTP-S
           RECORDING MODE IS F.
       01  FS-ENRG-JRNCTP             PIC X(80).
      *
      *--------------------DESCRITION DE L'ENREGISTREMENT---------------
      *
           COPY TPJRNL.
           COPY TPCOMPTA.
           COPY TPMANDAT.
           COPY TPCRTIDX.
           COPY TPCHQREG.
           COPY TPINCID.
           COPY TPSOLDH.
           COPY TPCALEND.
           COPY TPAUTIDX.
           COPY TPDECTMP.
           COPY TPMINEUR.
           COPY TPIBNIDX.
           COPY TPOPPIDX.
           COPY TPREMISE.
           COPY TPENCPRL.
           COPY TPMUTCPT.
           COPY TPGAVIDX.
           COPY TPLEVIDX.
           COPY TPCRIBLE.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  OK-F-MVTHIST         VALUE '00'.
           88  MVTHIST-ABSENT       VALUE '35'.
           88  HIST-DOUBLON         VALUE '22'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  HIST-INCONNU         VALUE '23'.
       01  WS-FS-F-JRNL             PIC XX.
           88  OK-F-JRNL            VALUE '00'.
           88  JRNL-ABSENT          VALUE '35'.
           88  OK-F-REFUTIL         VALUE '00'.
           88  REFUTIL-ABSENT       VALUE '35'.
           88  REF-INCONNUE         VALUE '23'.
       01  WS-FS-F-OPPOSIDX         PIC XX.
           88  OK-F-OPPOSIDX        VALUE '00'.
           88  OK-LEC-F-OPPOSIDX    VALUE '00' '02' '10'.
           88  EOF-F-OPPOSIDX       VALUE '10'.
           88  OPPOSIDX-ABSENT      VALUE '35'.
           88  OK-START-OPPOSIDX    VALUE '00' '23'.
           88  OPX-INCONNUE         VALUE '23'.
       01  WS-FS-F-RUNCTL           PIC XX.
           88  OK-F-RUNCTL          VALUE '00'.
           88  RUNCTL-ABSENT        VALUE '35'.
           88  OK-F-MANDATS         VALUE '00'.
           88  MANDATS-ABSENT       VALUE '35'.
           88  MANDAT-INCONNU       VALUE '23'.
       01  WS-FS-F-REMISES          PIC XX.
           88  OK-F-REMISES         VALUE '00'.
           88  OK-LEC-F-REMISES     VALUE '00' '02' '10'.
           88  EOF-F-REMISES        VALUE '10'.
           88  REMISES-ABSENT       VALUE '35'.
           88  OK-START-REMISES     VALUE '00' '23'.
           88  REM-INCONNUE         VALUE '23'.
       01  WS-FS-F-ENCPRLV          PIC XX.
           88  OK-F-ENCPRLV         VALUE '00'.
           88  OK-LEC-F-ENCPRLV     VALUE '00' '02' '10'.
           88  EOF-F-ENCPRLV        VALUE '10'.
           88  ENCPRLV-ABSENT       VALUE '35'.
           88  ENC-INCONNUE         VALUE '23'.
           88  OK-START-ENCPRLV     VALUE '00' '23'.
       01  WS-FS-F-MUTCPT           PIC XX.
           88  OK-F-MUTCPT          VALUE '00'.
           88  OK-LEC-F-MUTCPT      VALUE '00' '23'.
           88  MUT-INCONNUE         VALUE '23'.
           88  MUTCPT-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTIDX          PIC XX.
           88  OK-F-CARTIDX         VALUE '00'.
           88  CARTIDX-ABSENT       VALUE '35'.
           88  CRX-INCONNUE         VALUE '23'.
       01  WS-FS-F-CHQREG           PIC XX.
           88  OK-F-CHQREG          VALUE '00'.
           88  OK-LEC-F-CHQREG      VALUE '00' '02' '10'.
           88  EOF-F-CHQREG         VALUE '10'.
           88  CHQREG-ABSENT        VALUE '35'.
           88  OK-START-CHQREG      VALUE '00' '23'.
           88  CHR-INCONNUE         VALUE '23'.
       01  WS-FS-F-CHQPAYE          PIC XX.
           88  OK-F-CHQPAYE         VALUE '00'.
           88  CHQPAYE-ABSENT       VALUE '35'.
           88  OK-LEC-F-CALBANC-E   VALUE '00' '10'.
           88  EOF-F-CALBANC-E      VALUE '10'.
           88  CALBANC-ABSENT       VALUE '35'.
       01  WS-FS-F-AUTORIDX         PIC XX.
           88  OK-F-AUTORIDX        VALUE '00'.
           88  OK-LEC-F-AUTORIDX    VALUE '00' '02' '10'.
           88  EOF-F-AUTORIDX       VALUE '10'.
           88  AUTORIDX-ABSENT      VALUE '35'.
           88  OK-START-AUTORIDX    VALUE '00' '23'.
           88  AUX-INCONNUE         VALUE '23'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '02' '10'.
           88  EOF-F-DECTEMP        VALUE '10'.
           88  DECTEMP-ABSENT       VALUE '35'.
           88  OK-START-DECTEMP     VALUE '00' '23'.
           88  DCT-INCONNUE         VALUE '23'.
       01  WS-FS-F-MINEURS          PIC XX.
           88  OK-F-MINEURS         VALUE '00'.
           88  OK-LEC-F-MINEURS     VALUE '00' '23'.
           88  MINEURS-ABSENT       VALUE '35'.
           88  MIN-INCONNU          VALUE '23'.
       01  WS-FS-F-IBANIDX          PIC XX.
           88  OK-F-IBANIDX         VALUE '00'.
           88  IBANIDX-ABSENT       VALUE '35'.
           88  IBX-INCONNU          VALUE '23'.
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
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  SOLDHIST-ABSENT      VALUE '35'.
           88  OK-F-VIREXT-S        VALUE '00'.
       01  WS-FS-F-VIRCARRY-S       PIC XX.
           88  OK-F-VIRCARRY-S      VALUE '00'.
       01  WS-FS-F-MVTMUT-S         PIC XX.
           88  OK-F-MVTMUT-S        VALUE '00'.
           88  MVTMUT-ABSENT        VALUE '35'.
       01  WS-FS-F-ALERTES-S        PIC XX.
           88  OK-F-ALERTES-S       VALUE '00'.
       01  WS-FS-F-CPTA-S           PIC XX.
           88  OK-F-STATS-S         VALUE '00'.
       01  WS-FS-F-ETATLIA-S        PIC XX.
           88  OK-F-ETATLIA-S       VALUE '00'.
       01  WS-FS-F-JRNCTP-S         PIC XX.
           88  OK-F-JRNCTP-S        VALUE '00'.
           88  JRNCTP-ABSENT        VALUE '35'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
       77  WS-NOM-CPTA              PIC X(28).
       77  WS-NOM-ALERTES           PIC X(24).
       77  WS-NOM-VIRCARRY          PIC X(28).
       77  WS-NOM-MVTMUT            PIC X(28).
       01  WS-MVT-CARRY             PIC X(107).
      *
      *---------------------------------------------------------------*
      *--------------------------------------------------------*
           05 WS-VEX-DEVISE         PIC X(3).
           05 FILLER                PIC X(4).
      *---------------------------------------------------------------*
      * TOTAUX DE CONTROLE DU FICHIER VIREXT, DECLARES AU REGISTRE    *
      * DES RUNS SOUS LE NOM VIREXT (VIREXTPN EN MARCHE PARTITIONNEE) *
      * POUR LE POINTAGE DU MESSAGE DE VIREMENTS SEPA.                *
      *---------------------------------------------------------------*
       77  WS-CVEX                  PIC 9(6)  VALUE 0.
       77  WS-VEX-TOTAL             PIC 9(11)V99 VALUE 0.
       77  WS-NOM-RUN-VIREXT        PIC X(8) VALUE 'VIREXT  '.
       77  WS-SOLDE-ALERTE          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STATUT-ALERTE         PIC X VALUE '0'.
           88 WS-ALERTE-ACTIVE      VALUE '0'.
       01  WS-STATUT-VIREXT         PIC X VALUE '0'.
           88 WS-VIREXT-VALIDE      VALUE '0'.
           88 WS-VIREXT-INCOMPLET   VALUE '1'.
           88 WS-VIREXT-RETENU      VALUE '2'.
      *---------------------------------------------------------------*
      * CRIBLAGE DES VIREMENTS EMIS : ENTREE DE LA LISTE DES GELS     *
      * DONT L'IBAN EST CELUI DU BENEFICIAIRE, BALAYAGE DES ENTREES   *
      * DE CET IBAN ET LEVEE DE LA CORRESPONDANCE PAR LA CONFORMITE.  *
      *---------------------------------------------------------------*
       01  WS-RESULTAT-CRIBLAGE     PIC X     VALUE '0'.
           88 WS-GEL-NON-TROUVE     VALUE '0'.
           88 WS-GEL-TROUVE         VALUE '1'.
       01  WS-FIN-SCAN-GVX          PIC X     VALUE '0'.
           88 WS-SCAN-GVX-EN-COURS  VALUE '0'.
           88 WS-SCAN-GVX-TERMINE   VALUE '1'.
       77  WS-IBAN-CRIBLE           PIC X(27) VALUE SPACES.
       01  WS-STATUT-CORRESP        PIC X     VALUE '0'.
           88 WS-CORRESP-ACTIVE     VALUE '0'.
           88 WS-CORRESP-LEVEE      VALUE '1'.
       77  WS-NOM-STATS             PIC X(24).
       01  WS-SYSIN-PARAM.
           05 WS-SYSIN-TAILLE-PAGE  PIC X(4).
       01  WS-CLOTURE               PIC X.
           88 WS-NK                 VALUE '0'.
           88 WS-K                  VALUE '1'.
      *---------------------------------------------------------------*
      * CLOTURE ORDONNEE PAR LA MOBILITE BANCAIRE : LE 'L' PORTE LES  *
      * COORDONNEES DU NOUVEAU COMPTE CHEZ LA BANQUE D'ACCUEIL. LE    *
      * SOLDE LUI EST VIRE EN FIN DE COMPTE, L'ARRETE DES INTERETS    *
      * ET FRAIS AYANT ETE PASSE A LA BASCULE PAR LA MOBILITE.        *
      *---------------------------------------------------------------*
       01  WS-CLOTURE-MOB           PIC X VALUE '0'.
           88 WS-CLO-MOB-NON        VALUE '0'.
           88 WS-CLO-MOB-OUI        VALUE '1'.
       01  WS-CLO-MOB-ORDRE.
           05 WS-CLO-MOB-DATE.
              10 WS-CLO-MOB-SS      PIC 99.
              10 WS-CLO-MOB-AA      PIC 99.
              10 WS-CLO-MOB-MM      PIC 99.
              10 WS-CLO-MOB-JJ      PIC 99.
           05 WS-CLO-MOB-REF        PIC X(8).
           05 WS-CLO-MOB-BQE        PIC X(10).
           05 WS-CLO-MOB-CPTE-EXT   PIC X(16).
           05 WS-CLO-MOB-DEVISE     PIC X(3).
       77  WS-SOLDE-MOB             PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-SOLDE-INTER           PIC S9(11)V99 COMP-3
                                    VALUE 0.
       01  WS-DEPASSEMENT           PIC X.
      *---------------------------------------------------------------*
       01  WS-SNAP-CUMULS.
           05 WS-SNAP-CMVT          PIC 9(6)  VALUE 0.
           05 WS-SNAP-MT            OCCURS 20
                                    PIC S9(11)V99 COMP-3.
       01  WS-SNAP-LIAISON.
           05 WS-SNAP-LIA-LIGNE     OCCURS 9.
              10 WS-SNAP-LIA-POSTE  OCCURS 9.
                 15 WS-SNAP-LIA-NB  PIC 9(5).
                 15 WS-SNAP-LIA-MT  PIC S9(11)V99 COMP-3.
       01  WS-SNAP-CPTA-CTP.
           05 WS-SNAP-CTP-POSTE     OCCURS 7.
              10 WS-SNAP-CTP-C      PIC S9(11)V99 COMP-3.
              10 WS-SNAP-CTP-E      PIC S9(11)V99 COMP-3.
       77  WS-IDX-CHK               PIC S9(4) COMP VALUE 0.
       77  WS-IDX-LIA-A             PIC S9(4) COMP VALUE 0.
       77  WS-IDX-LIA-B             PIC S9(4) COMP VALUE 0.
           05 WS-SOLDE-REPRISE      PIC S9(8)V99 VALUE 0.
           05 WS-CMVT-REPRISE       PIC 9(6)  VALUE 0.
           05 WS-CUMULS-REPRISE.
              10 WS-MT-REPRISE      OCCURS 20
                                    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 WS-LIAISON-REPRISE.
                    20 WS-LIA-REP-NB PIC 9(5).
                    20 WS-LIA-REP-MT PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05 WS-CTP-REPRISE.
              10 WS-CTP-REP-POSTE   OCCURS 7.
                 15 WS-CTP-REP-C    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
                 15 WS-CTP-REP-E    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
       77  WS-NB-MVT-CPTE           PIC 9(4)  VALUE 0.
       77  WS-HIST-LU               PIC X(90) VALUE SPACES.
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-CPT-IMAGE-AVANT-VIR   PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       01  WS-STATUT-HIST           PIC X     VALUE '0'.
           88 WS-HIST-A-ECRIRE      VALUE '0'.
           88 WS-MANDAT-KO          VALUE '1'.
       01  WS-STATUT-SUCC           PIC X     VALUE '0'.
           88 WS-SUCC-LIBRE-MVT     VALUE '0'.
           88 WS-SUCC-GELE          VALUE '1' '2' '3'.
           88 WS-GELAV-GELE         VALUE '2'.
           88 WS-CTX-GELE           VALUE '3'.
       01  WS-STATUT-MUTE           PIC X     VALUE '0'.
           88 WS-MUTE-LIBRE         VALUE '0'.
           88 WS-MUTE-ECHU          VALUE '1'.
      *---------------------------------------------------------------*
      * PLAFOND DES LIVRETS REGLEMENTES : PRODUIT A CONTROLER, PLAFOND*
      * RETENU POUR CE PRODUIT ET SOLDE QUE LE CREDIT ATTEINDRAIT.    *
      *---------------------------------------------------------------*
       01  WS-STATUT-PLAF-REG       PIC X     VALUE '0'.
           88 WS-PLAF-REG-OK        VALUE '0'.
           88 WS-PLAF-REG-DEPASSE   VALUE '1'.
       77  WS-RCH-PRODUIT           PIC X(02) VALUE SPACES.
       77  WS-PLAF-PRODUIT          PIC 9(8)V99 VALUE 0.
       77  WS-SOLDE-APRES-CREDIT    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STATUT-IB             PIC X     VALUE '0'.
           88 WS-IB-LIBRE           VALUE '0'.
           88 WS-IB-BLOQUE          VALUE '1'.
           88 WS-CHQ-DEJA-PAYE      VALUE '1'.
       01  WS-DISPO-CHQREG          PIC X     VALUE '0'.
           88 WS-CHQREG-FERME       VALUE '0'.
           88 WS-CHQREG-OUVERT      VALUE '1'.
       01  WS-FIN-SCAN-CHR          PIC X     VALUE '0'.
           88 WS-SCAN-CHR-EN-COURS  VALUE '0'.
           88 WS-SCAN-CHR-TERMINE   VALUE '1'.
       01  WS-STATUT-CARTE          PIC X     VALUE '0'.
           88 WS-CARTE-OK           VALUE '0'.
           88 WS-CARTE-BLOQUEE      VALUE '1'.
           88 WS-CARTE-EXPIREE      VALUE '2'.
           88 WS-CARTE-INCONNUE     VALUE '3'.
      *---------------------------------------------------------------*
      * CARTES : LE FICHIER MAITRE INDEXE EST LU PAR NUMERO DE CARTE ;*
      * LE CUMUL JOURNALIER Y EST TENU A JOUR MOUVEMENT PAR MOUVEMENT.*
      *---------------------------------------------------------------*
       01  WS-DISPO-CARTIDX         PIC X     VALUE '0'.
           88 WS-CARTIDX-FERME      VALUE '0'.
           88 WS-CARTIDX-OUVERT     VALUE '1'.
       01  WS-RECH-CARTE            PIC X     VALUE '0'.
           88 WS-CRX-NON-TROUVEE    VALUE '0'.
           88 WS-CRX-TROUVEE        VALUE '1'.
       77  WS-EXPIR-JOUR            PIC 9(6)  VALUE 0.
       77  WS-CREDITS-FUTURS        PIC S9(9)V99 COMP-3 VALUE 0.
      *---------------------------------------------------------------*
      * REMISES DE CHEQUES : CUMUL DES REMISES DU COMPTE EN COURS     *
      * ENCORE EN COMPENSATION (DISPONIBLE = SOLDE - FLOTTANT) ET     *
      * CUMUL GENERAL DU FLOTTANT POUR L'INTERFACE COMPTABLE.         *
      *---------------------------------------------------------------*
       77  WS-FLOAT-CPTE            PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-FLOAT-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-DATE-OPE-MVT          PIC 9(8)  VALUE 0.
       01  WS-DISPO-REMISES         PIC X     VALUE '0'.
           88 WS-REMISES-FERMES     VALUE '0'.
           88 WS-REMISES-OUVERTS    VALUE '1'.
       01  WS-FIN-SCAN-REM          PIC X     VALUE '0'.
           88 WS-SCAN-REM-EN-COURS  VALUE '0'.
           88 WS-SCAN-REM-TERMINE   VALUE '1'.
      *---------------------------------------------------------------*
      * PRELEVEMENTS EMIS POUR NOS CREANCIERS : LES LIGNES EN         *
      * COMPENSATION DONT LE DELAI DE RETOUR COURT ENCORE S'AJOUTENT  *
      * AU FLOTTANT DU COMPTE ET AU FLOTTANT GENERAL.                 *
      *---------------------------------------------------------------*
       01  WS-DISPO-ENCPRLV         PIC X     VALUE '0'.
           88 WS-ENCPRLV-FERME      VALUE '0'.
           88 WS-ENCPRLV-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-ENC          PIC X     VALUE '0'.
           88 WS-SCAN-ENC-EN-COURS  VALUE '0'.
           88 WS-SCAN-ENC-TERMINE   VALUE '1'.
      *---------------------------------------------------------------*
      * AUTORISATIONS CARTE : CUMUL DES GELS ACTIFS DU COMPTE EN      *
      * COURS (DISPONIBLE = SOLDE - GELS), LUS SUR LE FICHIER INDEXE  *
      * DES AUTORISATIONS (AVIS EXPIRES ECARTES A SON CHARGEMENT).    *
      * CORRESPONDANCE IBAN LUE PAR CODE BANQUE + COMPTE.             *
      *---------------------------------------------------------------*
       77  WS-HOLDS-CPTE            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STATUT-LEVEE          PIC X VALUE '0'.
           88 WS-LEVEE-A-FAIRE      VALUE '0'.
           88 WS-LEVEE-FAITE        VALUE '1'.
       01  WS-DISPO-AUTORIDX        PIC X     VALUE '0'.
           88 WS-AUTORIDX-FERME     VALUE '0'.
           88 WS-AUTORIDX-OUVERT    VALUE '1'.
       01  WS-FIN-SCAN-AUX          PIC X     VALUE '0'.
           88 WS-SCAN-AUX-EN-COURS  VALUE '0'.
           88 WS-SCAN-AUX-TERMINE   VALUE '1'.
      *---------------------------------------------------------------*
      * AUTORISATIONS DE DECOUVERT TEMPORAIRES EN COURS A LA DATE DU  *
      * TRAITEMENT, CUMULEES POUR LE COMPTE DU MOUVEMENT ET AJOUTEES  *
      * A SA LIMITE PERMANENTE.                                       *
      *---------------------------------------------------------------*
       77  WS-DECTEMP-CPTE          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DISPO-DECTEMP         PIC X     VALUE '0'.
           88 WS-DECTEMP-FERME      VALUE '0'.
           88 WS-DECTEMP-OUVERT     VALUE '1'.
       01  WS-FIN-SCAN-DCT          PIC X     VALUE '0'.
           88 WS-SCAN-DCT-EN-COURS  VALUE '0'.
           88 WS-SCAN-DCT-TERMINE   VALUE '1'.
       77  WS-DECOUVERT-AUTORISE    PIC S9(9)V99 COMP-3 VALUE 0.
      *---------------------------------------------------------------*
      * COMPTES DE MINEURS : LE FICHIER EST LU A L'ENTREE DU COMPTE ; *
      * IL PORTE LE CUMUL DES RETRAITS ET PAIEMENTS CARTE DE LA       *
      * SEMAINE, TENU A JOUR MOUVEMENT PAR MOUVEMENT (SAUF EN         *
      * SIMULATION). LA SEMAINE VA DU LUNDI AU DIMANCHE : SON NUMERO  *
      * EST (JOUR CIVIL DE LA DATE DU MOUVEMENT + 1) / 7.             *
      *---------------------------------------------------------------*
       01  WS-DISPO-MINEURS         PIC X     VALUE '0'.
           88 WS-MINEURS-FERME      VALUE '0'.
           88 WS-MINEURS-OUVERT     VALUE '1'.
       01  WS-STATUT-MINEUR         PIC X     VALUE '0'.
           88 WS-CPTE-NON-MINEUR    VALUE '0'.
           88 WS-CPTE-MINEUR        VALUE '1'.
       01  WS-CTRL-MINEUR           PIC X     VALUE '0'.
           88 WS-MINEUR-OK          VALUE '0'.
           88 WS-MINEUR-REFUS       VALUE '1' '2'.
           88 WS-MINEUR-OP-REFUSEE  VALUE '1'.
           88 WS-MINEUR-BUDGET-DEPASSE VALUE '2'.
       77  WS-SEMAINE-MVT           PIC S9(9) COMP-3 VALUE 0.
       77  WS-CUMUL-MINEUR          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DATE-SER.
           05 WS-SER-SSAA           PIC 9(4).
           05 WS-SER-MM             PIC 99.
           05 WS-SER-JJ             PIC 99.
       01  WS-DATE-SER-NUM REDEFINES WS-DATE-SER
                                    PIC 9(8).
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
       77  WS-SAN                   PIC S9(5) COMP VALUE 0.
       77  WS-SMO                   PIC S9(4) COMP VALUE 0.
       77  WS-ST1                   PIC S9(5) COMP VALUE 0.
       77  WS-ST2                   PIC S9(5) COMP VALUE 0.
       77  WS-ST3                   PIC S9(5) COMP VALUE 0.
       77  WS-ST4                   PIC S9(5) COMP VALUE 0.
       01  WS-DISPO-IBANIDX         PIC X     VALUE '0'.
           88 WS-IBANIDX-FERME      VALUE '0'.
           88 WS-IBANIDX-OUVERT     VALUE '1'.
       01  WS-DISPO-GELAVIDX        PIC X     VALUE '0'.
           88 WS-GELAVIDX-FERME     VALUE '0'.
           88 WS-GELAVIDX-OUVERT    VALUE '1'.
       01  WS-DISPO-LEVGELIDX       PIC X     VALUE '0'.
           88 WS-LEVGELIDX-FERME    VALUE '0'.
           88 WS-LEVGELIDX-OUVERT   VALUE '1'.
       01  WS-RECH-IBAN             PIC X     VALUE '0'.
           88 WS-IBX-NON-TROUVE     VALUE '0'.
           88 WS-IBX-TROUVE         VALUE '1'.
      *
      *---------------------------------------------------------------*
      * LIAISON INTER-AGENCES : L'AGENCE D'UN COMPTE EST LE PREMIER   *
           88 WS-MANDATS-OUVERTS    VALUE '1'.
       77  WS-CPRL                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRIM                  PIC S9(4) COMP
                                    VALUE 0.
      *---------------------------------------------------------------*
      * COMPTES MUTES D'AGENCE : RECHERCHE DE L'ANCIEN NUMERO DANS LA *
      * TABLE DE CORRESPONDANCE, MOUVEMENTS REPORTES SOUS LE NOUVEAU  *
      * NUMERO ET VIREMENTS INTERNES READRESSES.                      *
      *---------------------------------------------------------------*
       77  WS-RCH-MUT-CPTE          PIC 9(10) VALUE 0.
       77  WS-CMUT                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CVRD                  PIC S9(4) COMP
                                    VALUE 0.
       01  WS-DISPO-MUTCPT          PIC X     VALUE '0'.
           88 WS-MUTCPT-FERME       VALUE '0'.
           88 WS-MUTCPT-OUVERT      VALUE '1'.
       01  WS-DISPO-MVTMUT          PIC X     VALUE '0'.
           88 WS-MVTMUT-FERME       VALUE '0'.
           88 WS-MVTMUT-OUVERT      VALUE '1'.
       01  WS-RCH-MUTE              PIC X     VALUE '0'.
           88 WS-NUMERO-NON-MUTE    VALUE '0'.
           88 WS-NUMERO-MUTE        VALUE '1'.
      *
      *---------------------------------------------------------------*
      * CONTRE-PASSATIONS : STATUT DE LA DEMANDE, LIGNE D'ORIGINE     *
      * RETROUVEE DANS L'HISTORIQUE PAR SA REFERENCE, SENS ET FAMILLE *
      * DE L'ANNULATION. LES EXTOURNES SONT CUMULEES PAR FAMILLE      *
      * D'ORIGINE ET PAR PORTEFEUILLE POUR L'INTERFACE COMPTABLE.     *
      *---------------------------------------------------------------*
       77  WS-CCTP                  PIC S9(4) COMP
                                    VALUE 0.
       01  WS-STATUT-CTP            PIC X     VALUE '0'.
           88 WS-CTP-OK             VALUE '0'.
           88 WS-CTP-INCOMPLETE     VALUE '1'.
           88 WS-CTP-REF-INCONNUE   VALUE '2'.
           88 WS-CTP-HORS-HIST      VALUE '3'.
           88 WS-CTP-NON-PASSABLE   VALUE '4'.
           88 WS-CTP-DEJA-FAIT      VALUE '5'.
           88 WS-CTP-BENEF-ABSENT   VALUE '6'.
       01  WS-FIN-SCAN-HIST         PIC X     VALUE '0'.
           88 WS-SCAN-HIST-EN-COURS VALUE '0'.
           88 WS-SCAN-HIST-TERMINE  VALUE '1'.
       01  WS-RCH-HIST              PIC X     VALUE '0'.
           88 WS-HIST-NON-TROUVE    VALUE '0'.
           88 WS-HIST-TROUVE        VALUE '1'.
       77  WS-RCH-HIST-CPTE         PIC 9(10) VALUE 0.
       77  WS-RCH-HIST-REF          PIC X(08) VALUE SPACES.
       01  WS-CTP-ORIGINE.
           05 WS-CTP-ORIG-CLE       PIC X(22).
           05 WS-CTP-ORIG-DATE      PIC 9(08).
           05 WS-CTP-ORIG-CODE      PIC X.
           05 WS-CTP-ORIG-MT        PIC 9(8)V99.
           05 WS-CTP-ORIG-VIR-CPTE  PIC 9(10).
           05 WS-CTP-ORIG-DATE-VAL  PIC 9(08).
       77  WS-CTP-DATE-MVT          PIC 9(08) VALUE 0.
       77  WS-CTP-CODE-INVERSE      PIC X     VALUE SPACE.
       01  WS-SENS-CTP              PIC X     VALUE '0'.
           88 WS-CTP-AU-CREDIT      VALUE '0'.
           88 WS-CTP-AU-DEBIT       VALUE '1'.
       01  WS-TYPE-CTP              PIC X     VALUE '0'.
           88 WS-CTP-SIMPLE         VALUE '0'.
           88 WS-CTP-VIR-INTERNE    VALUE '1'.
       77  WS-CTP-IFAM              PIC S9(4) COMP VALUE 0.
       77  WS-CTP-CUMUL-DB          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CTP-CUMUL-CR          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LISTE-FAM-CTP         PIC X(21)
                                    VALUE 'RETDEPCB VIRCHQPRLRIM'.
       01  WS-TAB-FAM-CTP REDEFINES WS-LISTE-FAM-CTP.
           05 WS-FAM-CTP            PIC X(3) OCCURS 7.
       01  WS-TABLE-CPTA-CTP.
           05 WS-CPTA-CTP-POSTE     OCCURS 7.
              10 WS-CPTA-CTP-C      PIC S9(11)V99 COMP-3.
              10 WS-CPTA-CTP-E      PIC S9(11)V99 COMP-3.
       77  WS-NOM-JRNCTP            PIC X(24).
       01  WS-DISPO-JRNCTP          PIC X     VALUE '0'.
           88 WS-JRNCTP-FERME       VALUE '0'.
           88 WS-JRNCTP-OUVERT      VALUE '1'.
      *
       01  WS-LJCP-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LJCP-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(33)  VALUE
                   'JOURNAL DES CONTRE-PASSATIONS DU '.
           05 WS-LJCP-DATE-ED        PIC 9(8).
           05 FILLER                 PIC X(33)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LJCP-COLONNES.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(9)   VALUE 'DEMANDE'.
           05 FILLER                 PIC X(11)  VALUE 'COMPTE'.
           05 FILLER                 PIC X(9)   VALUE 'ORIGINE'.
           05 FILLER                 PIC X(12)  VALUE '    MONTANT'.
           05 FILLER                 PIC X(9)   VALUE 'VISA'.
           05 FILLER                 PIC X(15)  VALUE 'MOTIF'.
           05 FILLER                 PIC X(9)   VALUE 'STATUT'.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LJCP-DETAIL.
           05 FILLER                 PIC X(2)  VALUE '! '.
           05 WS-LJCP-REF-ED         PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-CPTE-ED        PIC 9(10).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-ORIG-ED        PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-MT-ED          PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-VISA-ED        PIC X(8).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-MOTIF-ED       PIC X(14).
           05 FILLER                 PIC X     VALUE SPACE.
           05 WS-LJCP-STATUT-ED      PIC X(9).
           05 FILLER                 PIC X(3)  VALUE ' ! '.
      *
      *---------------------------------------------------------------*
      * OPPOSITIONS SUR CHEQUES (COMPTE + PLAGE DE NUMEROS) LUES SUR  *
      * LE FICHIER INDEXE DES OPPOSITIONS.                            *
      *---------------------------------------------------------------*
       01  WS-DISPO-OPPOSIDX        PIC X     VALUE '0'.
           88 WS-OPPOSIDX-FERME     VALUE '0'.
           88 WS-OPPOSIDX-OUVERT    VALUE '1'.
       01  WS-FIN-SCAN-OPX          PIC X     VALUE '0'.
           88 WS-SCAN-OPX-EN-COURS  VALUE '0'.
           88 WS-SCAN-OPX-TERMINE   VALUE '1'.
       77  WS-CPT-SAUT              PIC 9(10) VALUE 0.
       77  WS-INTERET-CLOTURE       PIC S9(8)V99 COMP-3
                                    VALUE 0.
       77  WS-CPTA-INT-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-PRL-C            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-PRL-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-REM-C            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-REM-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-RIM-C            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-RIM-E            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CUMUL-DB         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CUMUL-CR         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CPTA-CONTROLE         PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CPT-VIR-SUCCESSION PIC X.
           05 WS-CPT-VIR-DATE-DECES PIC 9(8).
           05 FILLER                PIC X(01).
           05 WS-CPT-VIR-PRODUIT    PIC X(02).
              88 WS-CPT-VIR-REGLEMENTE VALUE 'LA' 'LD' 'LE' 'LJ'.
           05 FILLER                PIC X(26).
      *
      *---------------------------------------------------------------*
      * ETAT DU CONTROLE DES RUNS                                     *
              THRU 7000-ACCEPT-DATE-JOUR-FIN.
      *
           INITIALIZE WS-TABLE-LIAISON.
           INITIALIZE WS-TABLE-CPTA-CTP.
      *
           PERFORM 6240-CHARGER-F-PARAM-DEB
              THRU 6240-CHARGER-F-PARAM-FIN.
      *
           PERFORM 6246-OUVRIR-F-OPPOSIDX-DEB
              THRU 6246-OUVRIR-F-OPPOSIDX-FIN.
      *
           PERFORM 6370-CHARGER-F-CALBANC-DEB
              THRU 6370-CHARGER-F-CALBANC-FIN.
      *
           PERFORM 6380-OUVRIR-F-AUTORIDX-DEB
              THRU 6380-OUVRIR-F-AUTORIDX-FIN.
      *
           PERFORM 6385-OUVRIR-F-DECTEMP-DEB
              THRU 6385-OUVRIR-F-DECTEMP-FIN.
      *
           PERFORM 6410-OUVRIR-F-MINEURS-DEB
              THRU 6410-OUVRIR-F-MINEURS-FIN.
      *
           PERFORM 6390-OUVRIR-F-IBANIDX-DEB
              THRU 6390-OUVRIR-F-IBANIDX-FIN.
      *
           PERFORM 6396-OUVRIR-F-GELAVIDX-DEB
              THRU 6396-OUVRIR-F-GELAVIDX-FIN.
      *
           PERFORM 6400-OUVRIR-F-LEVGELIDX-DEB
              THRU 6400-OUVRIR-F-LEVGELIDX-FIN.
      *
           PERFORM 6033-OUVRIR-F-MANDATS-DEB
              THRU 6033-OUVRIR-F-MANDATS-FIN.
      *
           PERFORM 6038-OUVRIR-F-REMISES-DEB
              THRU 6038-OUVRIR-F-REMISES-FIN.
      *
           PERFORM 6043-OUVRIR-F-ENCPRLV-DEB
              THRU 6043-OUVRIR-F-ENCPRLV-FIN.
      *
           PERFORM 6039-OUVRIR-F-MUTCPT-DEB
              THRU 6039-OUVRIR-F-MUTCPT-FIN.
      *
           PERFORM 6340-OUVRIR-F-CARTIDX-DEB
              THRU 6340-OUVRIR-F-CARTIDX-FIN.
      *
           PERFORM 6345-OUVRIR-F-CHQREG-DEB
              THRU 6345-OUVRIR-F-CHQREG-FIN.
      *
           PERFORM 6034-OUVRIR-F-CHQPAYE-DEB
              THRU 6034-OUVRIR-F-CHQPAYE-FIN.
      *
           PERFORM 6029-OUVRIR-F-VIRCARRY-DEB
              THRU 6029-OUVRIR-F-VIRCARRY-FIN.
      *
           PERFORM 6031-OUVRIR-F-VIRGEL-DEB
              THRU 6031-OUVRIR-F-VIRGEL-FIN.
      *
           PERFORM 6220-LIRE-F-CHKPT-DEB
              THRU 6220-LIRE-F-CHKPT-FIN.
      *
           PERFORM 6129-FERMER-F-VIRCARRY-DEB
              THRU 6129-FERMER-F-VIRCARRY-FIN.
      *
           PERFORM 6131-FERMER-F-VIRGEL-DEB
              THRU 6131-FERMER-F-VIRGEL-FIN.
      *
           PERFORM 6133-FERMER-F-MANDATS-DEB
              THRU 6133-FERMER-F-MANDATS-FIN.
      *
           PERFORM 6137-FERMER-F-SOLDHIST-DEB
              THRU 6137-FERMER-F-SOLDHIST-FIN.
      *
           PERFORM 6138-FERMER-F-REMISES-DEB
              THRU 6138-FERMER-F-REMISES-FIN.
      *
           PERFORM 6143-FERMER-F-ENCPRLV-DEB
              THRU 6143-FERMER-F-ENCPRLV-FIN.
      *
           PERFORM 6139-FERMER-F-MUTCPT-DEB
              THRU 6139-FERMER-F-MUTCPT-FIN.
      *
           PERFORM 6135-FERMER-F-MVTMUT-DEB
              THRU 6135-FERMER-F-MVTMUT-FIN.
      *
           PERFORM 6132-FERMER-F-JRNCTP-DEB
              THRU 6132-FERMER-F-JRNCTP-FIN.
      *
           PERFORM 6341-FERMER-F-CARTIDX-DEB
              THRU 6341-FERMER-F-CARTIDX-FIN.
      *
           PERFORM 6346-FERMER-F-CHQREG-DEB
              THRU 6346-FERMER-F-CHQREG-FIN.
      *
           PERFORM 6381-FERMER-F-AUTORIDX-DEB
              THRU 6381-FERMER-F-AUTORIDX-FIN.
      *
           PERFORM 6386-FERMER-F-DECTEMP-DEB
              THRU 6386-FERMER-F-DECTEMP-FIN.
      *
           PERFORM 6411-FERMER-F-MINEURS-DEB
              THRU 6411-FERMER-F-MINEURS-FIN.
      *
           PERFORM 6391-FERMER-F-IBANIDX-DEB
              THRU 6391-FERMER-F-IBANIDX-FIN.
      *
           PERFORM 6397-FERMER-F-GELAVIDX-DEB
              THRU 6397-FERMER-F-GELAVIDX-FIN.
      *
           PERFORM 6401-FERMER-F-LEVGELIDX-DEB
              THRU 6401-FERMER-F-LEVGELIDX-FIN.
      *
           PERFORM 6247-FERMER-F-OPPOSIDX-DEB
              THRU 6247-FERMER-F-OPPOSIDX-FIN.
      *
           PERFORM 6310-CLOTURER-RUN-DEB
              THRU 6310-CLOTURER-RUN-FIN.
                   PERFORM 7195-RESTAURER-SOLDE-REPRISE-DEB
                      THRU 7195-RESTAURER-SOLDE-REPRISE-FIN
              END-IF
              SET WS-NUMERO-NON-MUTE    TO TRUE
              IF COMPTE-INEXISTANT
                   MOVE WS-MVTS-CPTE         TO WS-RCH-MUT-CPTE
                   PERFORM 7346-RECHERCHER-MUTATION-DEB
                      THRU 7346-RECHERCHER-MUTATION-FIN
              END-IF
              EVALUATE TRUE
                WHEN WS-NUMERO-MUTE
                   PERFORM 2020-TRT-COMPTE-MUTE-DEB
                      THRU 2020-TRT-COMPTE-MUTE-FIN
                WHEN COMPTE-INEXISTANT
                   PERFORM 2010-TRT-NOUVEAU-COMPTE-DEB
                      THRU 2010-TRT-NOUVEAU-COMPTE-FIN
                WHEN OTHER
                   PERFORM 2000-TRT-COMPTE-EXISTANT-DEB
                      THRU 2000-TRT-COMPTE-EXISTANT-FIN
              END-EVALUATE
           END-IF.
      *
      *---------------------------------------------------------------*
      *
           PERFORM 7240-VERIF-ALERTE-SOLDE-DEB
              THRU 7240-VERIF-ALERTE-SOLDE-FIN.
      *
           IF WS-K AND WS-CLO-MOB-OUI
                PERFORM 7185-VIRER-SOLDE-MOBILITE-DEB
                   THRU 7185-VIRER-SOLDE-MOBILITE-FIN
           END-IF.
      *
           IF WS-K
                IF WS-CLO-MOB-NON
                     PERFORM 7180-CALC-INTERET-CLOTURE-DEB
                        THRU 7180-CALC-INTERET-CLOTURE-FIN
                END-IF
                PERFORM 7120-OP-EDITION-CLOTURE-DEB
                   THRU 7120-OP-EDITION-CLOTURE-FIN
                PERFORM 6145-ARCHIVER-F-CPTE-ES-DEB
      *
           PERFORM 7240-VERIF-ALERTE-SOLDE-DEB
              THRU 7240-VERIF-ALERTE-SOLDE-FIN.
      *
           IF WS-K AND WS-CLO-MOB-OUI
                PERFORM 7185-VIRER-SOLDE-MOBILITE-DEB
                   THRU 7185-VIRER-SOLDE-MOBILITE-FIN
           END-IF.
      *
           IF WS-K
                IF WS-CLO-MOB-NON
                     PERFORM 7180-CALC-INTERET-CLOTURE-DEB
                        THRU 7180-CALC-INTERET-CLOTURE-FIN
                END-IF
                PERFORM 7120-OP-EDITION-CLOTURE-DEB
                   THRU 7120-OP-EDITION-CLOTURE-FIN
                MOVE 9999                TO WS-NB-MVT-CPTE
           ADD  1                       TO WS-NB-MVT-CPTE.
      *
           IF (RETRAIT OR CB OR DEPOT OR VIREMENT OR CHEQUE
               OR PRELEVEMENT OR IMPAYE-REMISE OR CONTRE-PASSATION)
              AND WS-MVT-VAL = WS-TAILLE-PAGE
              PERFORM 7150-INCR-PAGE-DEB
                 THRU 7150-INCR-PAGE-FIN
           END-IF.
      *
           IF (RETRAIT OR CB OR DEPOT OR VIREMENT OR CHEQUE
               OR PRELEVEMENT OR IMPAYE-REMISE OR CONTRE-PASSATION)
              AND WS-MVT-VAL = 0
              PERFORM 8020-ENTETE-ETATCLI-DEB
                 THRU 8020-ENTETE-ETATCLI-FIN
           ELSE SET WS-PLAF-CB-OK TO TRUE
                SET WS-CARTE-OK TO TRUE
           END-IF.
      *
           IF RETRAIT OR CB OR CHEQUE OR PRELEVEMENT
                PERFORM 7420-VERIF-MINEUR-DEB
                   THRU 7420-VERIF-MINEUR-FIN
           ELSE SET WS-MINEUR-OK TO TRUE
           END-IF.
      *
           IF RETRAIT OR CB OR DEPOT OR VIREMENT OR CLOTURE
              OR CHEQUE OR PRELEVEMENT OR IMPAYE-REMISE
              OR CONTRE-PASSATION
                PERFORM 7190-VERIF-FENETRE-MVT-DEB
                   THRU 7190-VERIF-FENETRE-MVT-FIN
                PERFORM 7335-VERIF-JOUR-OUVRE-DEB
           END-IF.
      *
           IF RETRAIT OR CB OR DEPOT OR VIREMENT OR CLOTURE
              OR CHEQUE OR PRELEVEMENT OR IMPAYE-REMISE
                PERFORM 7280-VERIF-DEVISE-DEB
                   THRU 7280-VERIF-DEVISE-FIN
           ELSE SET WS-DEVISE-OK TO TRUE
                   THRU 7345-VERIF-SUCCESSION-FIN
           ELSE SET WS-SUCC-LIBRE-MVT TO TRUE
           END-IF.
      *
           IF DEPOT
                PERFORM 7380-VERIF-PLAF-EPARGNE-DEB
                   THRU 7380-VERIF-PLAF-EPARGNE-FIN
           ELSE SET WS-PLAF-REG-OK TO TRUE
           END-IF.
      *
           IF (RETRAIT OR CB OR DEPOT OR VIREMENT OR CLOTURE
               OR CHEQUE OR PRELEVEMENT OR IMPAYE-REMISE
               OR CONTRE-PASSATION)
              AND NOT WS-MVTS-SANS-REF
                PERFORM 7210-VERIF-REF-DEB
                   THRU 7210-VERIF-REF-FIN
             WHEN WS-SUCC-GELE
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-MINEUR-REFUS
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-IB-BLOQUE
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-PLAF-REG-DEPASSE
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-PLAFOND-DEPASSE AND CHEQUE
                          PERFORM 4035-TRT-CHEQUE-IMPAYE-DEB
                             THRU 4035-TRT-CHEQUE-IMPAYE-FIN
                             THRU 4040-TRT-CLOTURE-FIN
             WHEN VIREMENT PERFORM 4050-TRT-VIREMENT-DEB
                             THRU 4050-TRT-VIREMENT-FIN
             WHEN IMPAYE-REMISE
                          PERFORM 4090-TRT-IMPAYE-REMISE-DEB
                             THRU 4090-TRT-IMPAYE-REMISE-FIN
             WHEN CONTRE-PASSATION
                          PERFORM 4095-TRT-CONTRE-PASSATION-DEB
                             THRU 4095-TRT-CONTRE-PASSATION-FIN
             WHEN OTHER   PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
           END-EVALUATE.
           ELSE SET WS-PLAF-CB-OK TO TRUE
                SET WS-CARTE-OK TO TRUE
           END-IF.
      *
           IF RETRAIT OR CB OR CHEQUE OR PRELEVEMENT
                PERFORM 7420-VERIF-MINEUR-DEB
                   THRU 7420-VERIF-MINEUR-FIN
           ELSE SET WS-MINEUR-OK TO TRUE
           END-IF.
      *
           IF RETRAIT OR CB OR DEPOT OR VIREMENT OR CLOTURE
              OR CHEQUE OR PRELEVEMENT
             WHEN WS-SUCC-GELE
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-MINEUR-REFUS
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
             WHEN WS-IB-BLOQUE
                          PERFORM 4030-TRT-ANOM-DEB
                             THRU 4030-TRT-ANOM-FIN
      *     DESCRIPTION DU COMPOSANT SAUT DE COMPTE (REPRISE)         *
      *     ==================================================        *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT COMPTE MUTE                      *
      *     ====================================                      *
      *---------------------------------------------------------------*
      * ANCIEN NUMERO D'UN COMPTE MUTE D'AGENCE : LE COMPTE N'EST     *
      * JAMAIS RECREE SOUS CE NUMERO. PENDANT LA PERIODE DE           *
      * REDIRECTION SES MOUVEMENTS SONT RENUMEROTES ET REPORTES DANS  *
      * LE FICHIER MVTMUT, QUE LA PASSE DE RATTRAPAGE REPREND COMME   *
      * LE REPORT VIRCARRY ; AU-DELA ILS SONT REJETES EN ANOMALIE.    *
      *---------------------------------------------------------------*
      *
       2020-TRT-COMPTE-MUTE-DEB.
      *
           MOVE WS-MVTS-CPTE            TO WS-CPT-SAUT.
      *
           PERFORM 3030-TRT-MVT-COMPTE-MUTE-DEB
              THRU 3030-TRT-MVT-COMPTE-MUTE-FIN
             UNTIL (WS-MVTS-CPTE NOT = WS-CPT-SAUT)
                OR EOF-F-MVTS-E.
      *
      *---------------------------------------------------------------*
      * CHECKPOINT DE FIN DE COMPTE SOUS L'ANCIEN NUMERO : UNE        *
      * REPRISE LE SAUTE SANS REPORTER UNE SECONDE FOIS SES           *
      * MOUVEMENTS.                                                   *
      *---------------------------------------------------------------*
           MOVE WS-CPT-SAUT             TO WS-CPT-CPTE.
           MOVE 9999                    TO WS-NB-MVT-CPTE.
           PERFORM 6230-ECRIRE-F-CHKPT-DEB
              THRU 6230-ECRIRE-F-CHKPT-FIN.
      *
       2020-TRT-COMPTE-MUTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT TRT MOUVEMENT COMPTE MUTE        *
      *     ==================================================        *
      *---------------------------------------------------------------*
      *
       3030-TRT-MVT-COMPTE-MUTE-DEB.
      *
           IF WS-DATE-JOUR-NUM > WS-MUT-DATE-FIN
                SET WS-MUTE-ECHU         TO TRUE
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                SET WS-MUTE-LIBRE        TO TRUE
           ELSE
                PERFORM 6287-ECRIRE-F-MVTMUT-DEB
                   THRU 6287-ECRIRE-F-MVTMUT-FIN
                ADD 1                    TO WS-CMUT
           END-IF.
      *
           PERFORM 6045-LIRE-VALIDE-F-MVTS-E-DEB
              THRU 6045-LIRE-VALIDE-F-MVTS-E-FIN.
      *
       3030-TRT-MVT-COMPTE-MUTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTE DEJA COMMITTE LORS D'UN RUN PRECEDENT (CHECKPOINT) :   *
      * ON PASSE SES MOUVEMENTS SANS LES RE-APPLIQUER                 *
      *---------------------------------------------------------------*
      * TRAITEMENT (COMPOSANT DU PLUS BAS NIVEAU)                     *
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      * UN DEPOT QUI PORTE UN NUMERO DE CHEQUE EST UNE REMISE DE      *
      * CHEQUE ENREGISTREE PAR LE TRAITEMENT DES REMISES ; UN DEPOT   *
      * QUI PORTE UN NUMERO DE CARTE EST LE RECREDIT PROVISOIRE D'UN  *
      * PAIEMENT CONTESTE, GENERE PAR LE TRAITEMENT DES CONTESTATIONS.*
      * UN DEPOT MARQUE PRLV-SEPA EST LE CREDIT D'UNE REMISE DE       *
      * PRELEVEMENTS EMIS, GENERE PAR LE TRAITEMENT DES PRELEVEMENTS. *
      *---------------------------------------------------------------*
           EVALUATE TRUE
             WHEN WS-MVTS-REMISE-PRLV
                PERFORM 7077-OP-REMISE-PRLV-DEB
                   THRU 7077-OP-REMISE-PRLV-FIN
             WHEN WS-MVTS-NUM-CHEQUE IS NUMERIC
              AND WS-MVTS-NUM-CHEQUE > 0
                PERFORM 7075-OP-REMISE-DEB
                   THRU 7075-OP-REMISE-FIN
             WHEN WS-MVTS-NUM-CARTE IS NUMERIC
              AND NOT WS-MVTS-SANS-CARTE
                PERFORM 7076-OP-RECREDIT-CB-DEB
                   THRU 7076-OP-RECREDIT-CB-FIN
             WHEN OTHER
                PERFORM 7070-OP-DEPOT-DEB
                   THRU 7070-OP-DEPOT-FIN
           END-EVALUATE.
      *
           PERFORM 6250-HISTORISER-MVT-DEB
              THRU 6250-HISTORISER-MVT-FIN.
      *
           PERFORM 7090-OP-CLOTURE-DEB
              THRU 7090-OP-CLOTURE-FIN.
      *
           IF NOT WS-MVTS-VIR-INTERNE
                PERFORM 7095-NOTER-CLOTURE-MOB-DEB
                   THRU 7095-NOTER-CLOTURE-MOB-FIN
           END-IF.
      *
           PERFORM 6250-HISTORISER-MVT-DEB
              THRU 6250-HISTORISER-MVT-FIN.
      * LE FICHIER PARTAGE (FENETRE LECTURE-REECRITURE NON SERIALISEE *
      * ENTRE FLUX). IL PART DANS LE FICHIER DE REPORT DE LA          *
      * PARTITION, QUE LE CONSOLIDATEUR REFOND EN MOUVEMENTS 'D' POUR *
      * UNE PASSE DE RATTRAPAGE NON PARTITIONNEE. UN BENEFICIAIRE     *
      * MUTE D'AGENCE EST READRESSE AVANT LE REPORT.                  *
      *---------------------------------------------------------------*
           IF WS-RUN-PARTITIONNE
                PERFORM 7347-REDIRIGER-VIREMENT-DEB
                   THRU 7347-REDIRIGER-VIREMENT-FIN
                SET WS-MUTE-LIBRE         TO TRUE
                PERFORM 4065-TRT-VIREMENT-CARRY-DEB
                   THRU 4065-TRT-VIREMENT-CARRY-FIN
                GO TO 4050-TRT-VIREMENT-FIN
      *
           PERFORM 6170-LIRE-F-CPTE-ES-VIR-DEB
              THRU 6170-LIRE-F-CPTE-ES-VIR-FIN.
      *
      *---------------------------------------------------------------*
      * BENEFICIAIRE INCONNU : ANCIEN NUMERO D'UN COMPTE MUTE ENCORE  *
      * DANS SA PERIODE DE REDIRECTION, LE CREDIT VA AU NOUVEAU.      *
      *---------------------------------------------------------------*
           IF COMPTE-INEXISTANT
                PERFORM 7347-REDIRIGER-VIREMENT-DEB
                   THRU 7347-REDIRIGER-VIREMENT-FIN
                IF WS-NUMERO-MUTE AND WS-MUTE-LIBRE
                     PERFORM 6170-LIRE-F-CPTE-ES-VIR-DEB
                        THRU 6170-LIRE-F-CPTE-ES-VIR-FIN
                END-IF
           END-IF.
      *
           IF COMPTE-INEXISTANT
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                SET WS-MUTE-LIBRE         TO TRUE
                GO TO 4050-TRT-VIREMENT-FIN
           END-IF.
      *
           PERFORM 7285-VERIF-DEVISE-VIR-DEB
              THRU 7285-VERIF-DEVISE-VIR-FIN.
           PERFORM 7381-VERIF-PLAF-EPARGNE-VIR-DEB
              THRU 7381-VERIF-PLAF-EPARGNE-VIR-FIN.
           IF WS-DEVISE-KO OR WS-PLAF-REG-DEPASSE
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                SET WS-DEVISE-OK        TO TRUE
                SET WS-PLAF-REG-OK      TO TRUE
           ELSE
                PERFORM 7170-OP-VIREMENT-DEB
                   THRU 7170-OP-VIREMENT-FIN
           EXIT.
      *
      *---------------------------------------------------------------*
      *            DESCRIPTION DU COMPOSANT TRT IMPAYE SUR REMISE     *
      *            ==============================================     *
      *---------------------------------------------------------------*
      * CONTRE-PASSATION D'UN CHEQUE REMIS RETOURNE IMPAYE : LE DEBIT *
      * EST FORCE (SANS CONTROLE DE PROVISION), LE CREDIT CORRESPON-  *
      * DANT AYANT DEJA ETE PASSE AU SOLDE.                           *
      *---------------------------------------------------------------*
       4090-TRT-IMPAYE-REMISE-DEB.
      *
           PERFORM 7370-OP-IMPAYE-REMISE-DEB
              THRU 7370-OP-IMPAYE-REMISE-FIN.
      *
           PERFORM 6250-HISTORISER-MVT-DEB
              THRU 6250-HISTORISER-MVT-FIN.
      *
           PERFORM 6260-ENREGISTRER-REF-DEB
              THRU 6260-ENREGISTRER-REF-FIN.
      *
           PERFORM 8030-DETAIL-ETATCLI-DEB
              THRU 8030-DETAIL-ETATCLI-FIN.
      *
       4090-TRT-IMPAYE-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *            DESCRIPTION DU COMPOSANT TRT CONTRE-PASSATION      *
      *            =============================================      *
      *---------------------------------------------------------------*
      * ANNULATION D'UN MOUVEMENT DEJA IMPUTE, DESIGNE PAR SA         *
      * REFERENCE : LE MOUVEMENT D'ORIGINE EST RELU DANS L'HISTORIQUE *
      * ET SON EXACT OPPOSE EST PASSE (MONTANT, DATE DE VALEUR ET,    *
      * POUR UN VIREMENT INTERNE, LES DEUX JAMBES). L'ANNULATION EST  *
      * FORCEE (SANS CONTROLE DE PROVISION NI DE PLAFOND), LA LIGNE   *
      * D'ORIGINE EST MARQUEE ANNULEE ET TOUTE DEMANDE, PASSEE OU     *
      * REJETEE, EST PORTEE AU JOURNAL DES CONTRE-PASSATIONS.         *
      *---------------------------------------------------------------*
       4095-TRT-CONTRE-PASSATION-DEB.
      *
           PERFORM 7400-VERIF-CONTRE-PASSATION-DEB
              THRU 7400-VERIF-CONTRE-PASSATION-FIN.
      *
           IF WS-CTP-OK AND WS-CTP-VIR-INTERNE
                PERFORM 6170-LIRE-F-CPTE-ES-VIR-DEB
                   THRU 6170-LIRE-F-CPTE-ES-VIR-FIN
                IF COMPTE-INEXISTANT
                     SET WS-CTP-BENEF-ABSENT TO TRUE
                END-IF
           END-IF.
      *
           IF NOT WS-CTP-OK
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                PERFORM 8110-JOURNAL-CTP-DEB
                   THRU 8110-JOURNAL-CTP-FIN
                SET WS-CTP-OK            TO TRUE
                GO TO 4095-TRT-CONTRE-PASSATION-FIN
           END-IF.
      *
           PERFORM 7410-OP-CONTRE-PASSATION-DEB
              THRU 7410-OP-CONTRE-PASSATION-FIN.
      *
           PERFORM 6250-HISTORISER-MVT-DEB
              THRU 6250-HISTORISER-MVT-FIN.
      *
           PERFORM 6257-MARQUER-ORIGINE-DEB
              THRU 6257-MARQUER-ORIGINE-FIN.
      *
           PERFORM 6260-ENREGISTRER-REF-DEB
              THRU 6260-ENREGISTRER-REF-FIN.
      *
      *---------------------------------------------------------------*
      * JAMBE BENEFICIAIRE D'UN VIREMENT INTERNE : MEME REGLE DE      *
      * REJEU QUE LE VIREMENT (PAS DE NOUVEAU DEBIT SI LA REPRISE     *
      * PORTE DEJA CE MOUVEMENT).                                     *
      *---------------------------------------------------------------*
           IF WS-CTP-VIR-INTERNE
                IF WS-MVTS-CPTE = WS-CPT-REPRISE
                   AND WS-NB-MVT-CPTE NOT > WS-MVT-REPRISE
                     CONTINUE
                ELSE
                     PERFORM 6185-DEBITER-F-CPTE-ES-VIR-DEB
                        THRU 6185-DEBITER-F-CPTE-ES-VIR-FIN
                     PERFORM 6230-ECRIRE-F-CHKPT-DEB
                        THRU 6230-ECRIRE-F-CHKPT-FIN
                END-IF
           END-IF.
      *
           PERFORM 8030-DETAIL-ETATCLI-DEB
              THRU 8030-DETAIL-ETATCLI-FIN.
      *
           PERFORM 8110-JOURNAL-CTP-DEB
              THRU 8110-JOURNAL-CTP-FIN.
      *
       4095-TRT-CONTRE-PASSATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *            DESCRIPTION DU COMPOSANT TRT CHEQUE IMPAYE         *
      *            ==========================================         *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       4060-TRT-VIREMENT-EXT-DEB.
      *
      *---------------------------------------------------------------*
      * LE BENEFICIAIRE EST CRIBLE SUR LA LISTE DES GELS D'AVOIRS :   *
      * UN VIREMENT RETENU N'EST NI DEBITE NI EMIS ; IL PART EN       *
      * ANOMALIE ET DANS LE FICHIER D'EXAMEN DE LA CONFORMITE.        *
      *---------------------------------------------------------------*
           IF WS-MVTS-EXT-CPTE NOT = SPACES
                PERFORM 7390-CRIBLER-VIREMENT-EXT-DEB
                   THRU 7390-CRIBLER-VIREMENT-EXT-FIN
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-MVTS-EXT-CPTE = SPACES
                SET  WS-VIREXT-INCOMPLET TO TRUE
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                SET  WS-VIREXT-VALIDE    TO TRUE
             WHEN WS-VIREXT-RETENU
                PERFORM 4030-TRT-ANOM-DEB
                   THRU 4030-TRT-ANOM-FIN
                PERFORM 6288-ECRIRE-F-VIRGEL-DEB
                   THRU 6288-ECRIRE-F-VIRGEL-FIN
                SET  WS-VIREXT-VALIDE    TO TRUE
             WHEN OTHER
                PERFORM 7175-OP-VIREMENT-EXT-DEB
                   THRU 7175-OP-VIREMENT-EXT-FIN
                PERFORM 6285-ECRIRE-F-VIREXT-DEB
                   THRU 6260-ENREGISTRER-REF-FIN
                PERFORM 8030-DETAIL-ETATCLI-DEB
                   THRU 8030-DETAIL-ETATCLI-FIN
           END-EVALUATE.
      *
       4060-TRT-VIREMENT-EXT-FIN.
           EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER DES VIREMENTS RETENUS AU TITRE DU GEL DES AVOIRS :    *
      * IL S'ALLONGE DE RUN EN RUN JUSQU'A SON EXAMEN PAR LA          *
      * CONFORMITE ET EST CREE VIDE AU PREMIER PASSAGE.               *
      *---------------------------------------------------------------*
       6031-OUVRIR-F-VIRGEL-DEB.
           OPEN EXTEND F-VIRGEL.
           IF VIRGEL-ABSENT
                OPEN OUTPUT F-VIRGEL
                CLOSE F-VIRGEL
                OPEN EXTEND F-VIRGEL
           END-IF.
           IF NOT OK-F-VIRGEL
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-VIRGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6031-OUVRIR-F-VIRGEL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * L'HISTORIQUE EST PERMANENT : IL EST CREE VIDE AU PREMIER RUN  *
      * PUIS ROUVERT EN MISE A JOUR A CHAQUE EXECUTION.               *
      *---------------------------------------------------------------*
       6024-OUVRIR-F-MVTHIST-DEB.
           OPEN I-O F-MVTHIST.
           IF MVTHIST-ABSENT
                OPEN OUTPUT F-MVTHIST
                CLOSE F-MVTHIST
           EXIT.
      *
      *---------------------------------------------------------------*
      * FICHIER MAITRE DES CARTES (INDEXE, RECREE CHAQUE JOUR PAR LE  *
      * CHARGEMENT DES REFERENTIELS) : FICHIER FACULTATIF, EN SON     *
      * ABSENCE LES MOUVEMENTS CB PORTEURS D'UN NUMERO DE CARTE       *
      * PARTENT EN ANOMALIE (CARTE INCONNUE) ET LES SAISIES SANS      *
      * NUMERO RESTENT CONTROLEES SUR LE PLAFOND DU COMPTE. IL EST    *
      * OUVERT EN MISE A JOUR : LE CUMUL JOURNALIER DE CHAQUE CARTE Y *
      * EST PORTE (SAUF EN SIMULATION) ET SURVIT AINSI A UNE REPRISE. *
      *---------------------------------------------------------------*
       6340-OUVRIR-F-CARTIDX-DEB.
           OPEN I-O F-CARTIDX.
           EVALUATE TRUE
             WHEN OK-F-CARTIDX
                  SET WS-CARTIDX-OUVERT  TO TRUE
             WHEN CARTIDX-ABSENT
                  SET WS-CARTIDX-FERME   TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CARTIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6340-OUVRIR-F-CARTIDX-FIN.
           EXIT.
      *
       6341-FERMER-F-CARTIDX-DEB.
           IF WS-CARTIDX-FERME
                GO TO 6341-FERMER-F-CARTIDX-FIN
           END-IF.
           CLOSE F-CARTIDX.
           IF NOT OK-F-CARTIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CARTIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6341-FERMER-F-CARTIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REECRITURE DE LA CARTE LUE PAR LE CONTROLE CB (CUMUL DU JOUR).*
      *---------------------------------------------------------------*
       6342-REECRIRE-F-CARTIDX-DEB.
           REWRITE FS-ENRG-F-CRX FROM WS-ENRG-F-CRX
           END-REWRITE.
           IF NOT OK-F-CARTIDX
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CARTIDX'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6342-REECRIRE-F-CARTIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REGISTRE DES SERIES DE CHEQUIERS : FICHIER FACULTATIF (TENU   *
      * PAR L'EMISSION DES CHEQUIERS), CONSULTE PAR COMPTE PENDANT    *
      * TOUT LE TRAITEMENT. EN SON ABSENCE LE CONTROLE DE SERIE EST   *
      * NEUTRALISE.                                                   *
      *---------------------------------------------------------------*
       6345-OUVRIR-F-CHQREG-DEB.
           OPEN INPUT F-CHQREG.
           EVALUATE TRUE
             WHEN OK-F-CHQREG
                  SET WS-CHQREG-OUVERT   TO TRUE
             WHEN CHQREG-ABSENT
                  SET WS-CHQREG-FERME    TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHQREG'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6345-OUVRIR-F-CHQREG-FIN.
           EXIT.
      *
       6346-FERMER-F-CHQREG-DEB.
           IF WS-CHQREG-FERME
                GO TO 6346-FERMER-F-CHQREG-FIN
           END-IF.
           CLOSE F-CHQREG.
           IF NOT OK-F-CHQREG
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-CHQREG'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6346-FERMER-F-CHQREG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE REGISTRE DES REMISES EST FACULTATIF : EN SON ABSENCE AUCUN *
      * FLOTTANT DE COMPENSATION N'EST DEDUIT DU DISPONIBLE. IL EST   *
      * TENU PAR LE TRAITEMENT DES REMISES ET SEULEMENT CONSULTE ICI. *
      *---------------------------------------------------------------*
       6038-OUVRIR-F-REMISES-DEB.
           OPEN INPUT F-REMISES.
           EVALUATE TRUE
             WHEN OK-F-REMISES
                  SET WS-REMISES-OUVERTS TO TRUE
             WHEN REMISES-ABSENT
                  SET WS-REMISES-FERMES  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6038-OUVRIR-F-REMISES-FIN.
           EXIT.
      *
       6138-FERMER-F-REMISES-DEB.
           IF WS-REMISES-FERMES
                GO TO 6138-FERMER-F-REMISES-FIN
           END-IF.
           CLOSE F-REMISES.
           IF NOT OK-F-REMISES
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6138-FERMER-F-REMISES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE REGISTRE DES PRELEVEMENTS EMIS EST FACULTATIF : EN SON     *
      * ABSENCE LES REMISES DE PRELEVEMENTS N'ENTRENT PAS DANS LE     *
      * FLOTTANT. IL EST TENU PAR LE TRAITEMENT DES PRELEVEMENTS EMIS *
      * ET SEULEMENT CONSULTE ICI.                                    *
      *---------------------------------------------------------------*
       6043-OUVRIR-F-ENCPRLV-DEB.
           OPEN INPUT F-ENCPRLV.
           EVALUATE TRUE
             WHEN OK-F-ENCPRLV
                  SET WS-ENCPRLV-OUVERT TO TRUE
             WHEN ENCPRLV-ABSENT
                  SET WS-ENCPRLV-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6043-OUVRIR-F-ENCPRLV-FIN.
           EXIT.
      *
       6143-FERMER-F-ENCPRLV-DEB.
           IF WS-ENCPRLV-FERME
                GO TO 6143-FERMER-F-ENCPRLV-FIN
           END-IF.
           CLOSE F-ENCPRLV.
           IF NOT OK-F-ENCPRLV
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6143-FERMER-F-ENCPRLV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LA TABLE DE CORRESPONDANCE DES COMPTES MUTES EST FACULTATIVE :*
      * EN SON ABSENCE AUCUN NUMERO N'EST READRESSE. ELLE EST TENUE   *
      * PAR LE TRAITEMENT DES MUTATIONS ET SEULEMENT CONSULTEE ICI.   *
      *---------------------------------------------------------------*
       6039-OUVRIR-F-MUTCPT-DEB.
           OPEN INPUT F-MUTCPT.
           EVALUATE TRUE
             WHEN OK-F-MUTCPT
                  SET WS-MUTCPT-OUVERT   TO TRUE
             WHEN MUTCPT-ABSENT
                  SET WS-MUTCPT-FERME    TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MUTCPT'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6039-OUVRIR-F-MUTCPT-FIN.
           EXIT.
      *
       6055-LIRE-F-MUTCPT-DEB.
           READ F-MUTCPT INTO WS-ENRG-F-MUT.
           IF NOT OK-LEC-F-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6055-LIRE-F-MUTCPT-FIN.
           EXIT.
      *
       6139-FERMER-F-MUTCPT-DEB.
           IF WS-MUTCPT-FERME
                GO TO 6139-FERMER-F-MUTCPT-FIN
           END-IF.
           CLOSE F-MUTCPT.
           IF NOT OK-F-MUTCPT
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MUTCPT'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6139-FERMER-F-MUTCPT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE FICHIER MVTMUT N'EST OUVERT QU'AU PREMIER MOUVEMENT REPORTE,*
      * EN EXTENSION : UNE REPRISE COMPLETE LE FICHIER DU RUN         *
      * INTERROMPU, ET LA PASSE DE RATTRAPAGE QUI LE RELIT N'AYANT    *
      * PLUS D'ANCIEN NUMERO A REPORTER NE LE RECREE PAS.             *
      *---------------------------------------------------------------*
       6035-OUVRIR-F-MVTMUT-DEB.
           OPEN EXTEND F-MVTMUT-S.
           IF MVTMUT-ABSENT
                OPEN OUTPUT F-MVTMUT-S
           END-IF.
           IF NOT OK-F-MVTMUT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MVTMUT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTMUT-S
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
           SET WS-MVTMUT-OUVERT          TO TRUE.
       6035-OUVRIR-F-MVTMUT-FIN.
           EXIT.
      *
       6135-FERMER-F-MVTMUT-DEB.
           IF WS-MVTMUT-FERME
                GO TO 6135-FERMER-F-MVTMUT-FIN
           END-IF.
           CLOSE F-MVTMUT-S.
           IF NOT OK-F-MVTMUT-S
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MVTMUT'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTMUT-S
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6135-FERMER-F-MVTMUT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JOURNAL DES CONTRE-PASSATIONS : OUVERT A LA PREMIERE DEMANDE  *
      * DU RUN ET ETENDU D'UNE REPRISE A L'AUTRE ; L'ENTETE N'EST     *
      * EDITE QU'A LA CREATION DU FICHIER DU JOUR.                    *
      *---------------------------------------------------------------*
       6032-OUVRIR-F-JRNCTP-DEB.
           SET WS-JRNCTP-OUVERT          TO TRUE.
           OPEN EXTEND F-JRNCTP-S.
           IF JRNCTP-ABSENT
                OPEN OUTPUT F-JRNCTP-S
                IF OK-F-JRNCTP-S
                     PERFORM 8115-ENTETE-JOURNAL-CTP-DEB
                        THRU 8115-ENTETE-JOURNAL-CTP-FIN
                END-IF
           END-IF.
           IF NOT OK-F-JRNCTP-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER JRNCTP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNCTP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6032-OUVRIR-F-JRNCTP-FIN.
           EXIT.
      *
       6132-FERMER-F-JRNCTP-DEB.
           IF WS-JRNCTP-FERME
                GO TO 6132-FERMER-F-JRNCTP-FIN
           END-IF.
           CLOSE F-JRNCTP-S.
           IF NOT OK-F-JRNCTP-S
                DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-JRNCTP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNCTP-S
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6132-FERMER-F-JRNCTP-FIN.
           EXIT.
      *
       6298-ECRIRE-F-JRNCTP-DEB.
           WRITE FS-ENRG-JRNCTP FROM WS-BUFFER
           END-WRITE.
           IF NOT OK-F-JRNCTP-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-JRNCTP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNCTP-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6298-ECRIRE-F-JRNCTP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CLICHE DU SOLDE ARRETE DU COMPTE EN FIN DE RUN : UN CLICHE    *
      * DEJA PRESENT POUR LA DATE (REJEU OU RESOUMISSION FORCEE) EST  *
      * REMPLACE PAR LE SOLDE LE PLUS RECENT.                         *
           END-EVALUATE.
       7325-REGULARISER-UN-INC-FIN.
           EXIT.
      *
       7370-OP-IMPAYE-REMISE-DEB.
           ADD 1                        TO WS-CRIM
           ADD 1                        TO WS-MVT-VAL
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-DEBIT-ED
           IF WS-MVTS-NUM-CARTE IS NUMERIC
              AND NOT WS-MVTS-SANS-CARTE
                MOVE 'CONTESTATION CB REFUSEE'
                                        TO WS-LETAT-OP-LIB-ED
           ELSE IF WS-MVTS-REMISE-PRLV
                     MOVE SPACES        TO WS-LETAT-OP-LIB-ED
                     STRING 'IMPAYE PRLV SEPA ' WS-MVTS-PRLV-MOTIF
                            DELIMITED BY SIZE
                            INTO WS-LETAT-OP-LIB-ED
                ELSE MOVE 'IMPAYE SUR REMISE' TO WS-LETAT-OP-LIB-ED
                END-IF
           END-IF
           ADD WS-MVTS-MT               TO WS-LETAT-TOTDB
           ADD WS-MVTS-MT               TO WS-LGEN-TOTDB
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-RIM-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-RIM-C
           END-IF.
       7370-OP-IMPAYE-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FLOTTANT DE COMPENSATION DU COMPTE : CUMUL DES REMISES DU     *
      * REGISTRE ENCORE EN COMPENSATION DONT LA DATE DE DISPONIBILITE *
      * N'EST PAS ATTEINTE. LES REMISES ENCAISSEES OU IMPAYEES NE     *
      * SONT PLUS RETENUES. LES PRELEVEMENTS EMIS POUR LE COMPTE      *
      * CREANCIER ENCORE DANS LEUR DELAI DE RETOUR S'Y AJOUTENT.      *
      * LES REMISES DU JOUR (REMISE DE CHEQUES DATEE DU JOUR,         *
      * PRELEVEMENTS PRESENTES DU JOUR, Y COMPRIS UNE LIGNE EN RETARD *
      * SUR SON ECHEANCE) N'Y SONT PAS : LEUR CREDIT N'EST PAS ENCORE *
      * AU SOLDE, ELLES ENTRENT AU FLOTTANT AU PASSAGE DE CE CREDIT   *
      * (7075, 7077).                                                 *
      *---------------------------------------------------------------*
       7375-CUMULER-FLOAT-DEB.
           MOVE 0                       TO WS-FLOAT-CPTE.
           IF WS-REMISES-FERMES
                GO TO 7375-CUMULER-FLOAT-SUITE
           END-IF.
           MOVE LOW-VALUE               TO WS-REM-CLE.
           MOVE WS-CPT-CPTE             TO WS-REM-CPTE.
           MOVE WS-REM-CLE              TO FS-REM-CLE.
           START F-REMISES KEY IS NOT LESS THAN FS-REM-CLE
           END-START.
           IF NOT OK-START-REMISES
                DISPLAY 'PROBLEME DE START DU FICHIER F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REM-INCONNUE
                SET WS-SCAN-REM-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-REM-EN-COURS TO TRUE
           END-IF.
           PERFORM 7376-CUMULER-UNE-REMISE-DEB
              THRU 7376-CUMULER-UNE-REMISE-FIN
             UNTIL WS-SCAN-REM-TERMINE.
       7375-CUMULER-FLOAT-SUITE.
           PERFORM 7377-CUMULER-FLOAT-PRLV-DEB
              THRU 7377-CUMULER-FLOAT-PRLV-FIN.
       7375-CUMULER-FLOAT-FIN.
           EXIT.
      *
       7376-CUMULER-UNE-REMISE-DEB.
           READ F-REMISES NEXT RECORD INTO WS-ENRG-F-REM.
           EVALUATE TRUE
             WHEN EOF-F-REMISES
                  SET WS-SCAN-REM-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-REMISES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-REM-CPTE NOT = WS-CPT-CPTE
                  SET WS-SCAN-REM-TERMINE TO TRUE
             WHEN WS-REM-EN-COMPENS
                  AND WS-REM-DATE-DISPO > WS-DATE-JOUR-NUM
                  AND WS-REM-DATE-REMISE NOT = WS-DATE-JOUR-NUM
                  ADD WS-REM-MT           TO WS-FLOAT-CPTE
           END-EVALUATE.
       7376-CUMULER-UNE-REMISE-FIN.
           EXIT.
      *
       7377-CUMULER-FLOAT-PRLV-DEB.
           IF WS-ENCPRLV-FERME
                GO TO 7377-CUMULER-FLOAT-PRLV-FIN
           END-IF.
           MOVE LOW-VALUE               TO WS-ENC-CLE.
           MOVE WS-CPT-CPTE             TO WS-ENC-CPTE-CREANC.
           MOVE WS-ENC-CLE              TO FS-ENC-CLE.
           START F-ENCPRLV KEY IS NOT LESS THAN FS-ENC-CLE
           END-START.
           IF NOT OK-START-ENCPRLV
                DISPLAY 'PROBLEME DE START DU FICHIER F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ENC-INCONNUE
                SET WS-SCAN-ENC-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-ENC-EN-COURS TO TRUE
           END-IF.
           PERFORM 7378-CUMULER-UNE-LIGNE-PRLV-DEB
              THRU 7378-CUMULER-UNE-LIGNE-PRLV-FIN
             UNTIL WS-SCAN-ENC-TERMINE.
       7377-CUMULER-FLOAT-PRLV-FIN.
           EXIT.
      *
       7378-CUMULER-UNE-LIGNE-PRLV-DEB.
           READ F-ENCPRLV NEXT RECORD INTO WS-ENRG-F-ENC.
           EVALUATE TRUE
             WHEN EOF-F-ENCPRLV
                  SET WS-SCAN-ENC-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-ENCPRLV
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-ENC-CPTE-CREANC NOT = WS-CPT-CPTE
                  SET WS-SCAN-ENC-TERMINE TO TRUE
             WHEN WS-ENC-EN-COMPENS
                  AND WS-ENC-DATE-DISPO > WS-DATE-JOUR-NUM
                  AND WS-ENC-DATE-PRESENT NOT = WS-DATE-JOUR-NUM
                  ADD WS-ENC-MT           TO WS-FLOAT-CPTE
           END-EVALUATE.
       7378-CUMULER-UNE-LIGNE-PRLV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NORMALISATION DE LA DATE DE VALEUR : UNE ZONE NON SERVIE OU A *
      *---------------------------------------------------------------*
      * GEL SUCCESSION : TOUT DEBIT (ET LA CLOTURE) EST REFUSE SUR UN *
      * COMPTE GELE PAR UN AVIS DE DECES ; LES CREDITS RESTENT ADMIS. *
      * LE GEL DES AVOIRS (MESURE NATIONALE OU EUROPEENNE POSEE PAR   *
      * LA CONFORMITE) BLOQUE LES DEBITS DE LA MEME FACON ; IL EST    *
      * TESTE EN PREMIER POUR QUE L'ANOMALIE EN PORTE LE MOTIF. UN    *
      * COMPTE TRANSFERE AU CONTENTIEUX PAR LE CYCLE DE RELANCE EST   *
      * BLOQUE AU DEBIT DE LA MEME FACON JUSQU'A LA LEVEE.            *
      *---------------------------------------------------------------*
       7345-VERIF-SUCCESSION-DEB.
           IF WS-CPT-GELAV-ACTIF
                SET WS-GELAV-GELE       TO TRUE
           ELSE
              IF WS-CPT-SUCC-ACTIF
                   SET WS-SUCC-GELE     TO TRUE
              ELSE
                 IF WS-CPT-CTX-ACTIF
                      SET WS-CTX-GELE   TO TRUE
                 ELSE
                      SET WS-SUCC-LIBRE-MVT
                                        TO TRUE
                 END-IF
              END-IF
           END-IF.
       7345-VERIF-SUCCESSION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DE WS-RCH-MUT-CPTE DANS LA TABLE DES COMPTES MUTES ;*
      * L'ENREGISTREMENT TROUVE RESTE DISPONIBLE DANS WS-ENRG-F-MUT.  *
      *---------------------------------------------------------------*
       7346-RECHERCHER-MUTATION-DEB.
           SET WS-NUMERO-NON-MUTE       TO TRUE.
           IF WS-MUTCPT-FERME
                GO TO 7346-RECHERCHER-MUTATION-FIN
           END-IF.
           MOVE WS-RCH-MUT-CPTE         TO FS-MUT-CLE.
           PERFORM 6055-LIRE-F-MUTCPT-DEB
              THRU 6055-LIRE-F-MUTCPT-FIN.
           IF OK-F-MUTCPT
                SET WS-NUMERO-MUTE      TO TRUE
           END-IF.
       7346-RECHERCHER-MUTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * BENEFICIAIRE D'UN VIREMENT INTERNE MUTE D'AGENCE : READRESSE  *
      * AU NOUVEAU NUMERO DANS LA PERIODE DE REDIRECTION, SIGNALE     *
      * ECHU AU-DELA (ANOMALIE 22 SI LE VIREMENT EST REJETE).         *
      *---------------------------------------------------------------*
       7347-REDIRIGER-VIREMENT-DEB.
           MOVE WS-MVTS-VIR-CPTE        TO WS-RCH-MUT-CPTE.
           PERFORM 7346-RECHERCHER-MUTATION-DEB
              THRU 7346-RECHERCHER-MUTATION-FIN.
           IF WS-NUMERO-NON-MUTE
                GO TO 7347-REDIRIGER-VIREMENT-FIN
           END-IF.
           IF WS-DATE-JOUR-NUM > WS-MUT-DATE-FIN
                SET WS-MUTE-ECHU        TO TRUE
                GO TO 7347-REDIRIGER-VIREMENT-FIN
           END-IF.
           MOVE WS-MUT-NOUVEAU          TO WS-MVTS-VIR-CPTE.
           ADD 1                        TO WS-CVRD.
       7347-REDIRIGER-VIREMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PLAFOND DES LIVRETS REGLEMENTES : UN DEPOT (GUICHET, REMISE   *
      * OU VIREMENT RECU DE LA COMPENSATION) QUI PORTERAIT LE SOLDE   *
      * AU-DELA DU PLAFOND DU PRODUIT EST REFUSE. LES INTERETS        *
      * CAPITALISES NE PASSENT PAS PAR CE CONTROLE ET RESTENT ADMIS   *
      * AU-DELA DU PLAFOND.                                           *
      *---------------------------------------------------------------*
       7380-VERIF-PLAF-EPARGNE-DEB.
           SET WS-PLAF-REG-OK           TO TRUE.
           IF NOT WS-CPT-EPARGNE OR NOT WS-CPT-REGLEMENTE
                GO TO 7380-VERIF-PLAF-EPARGNE-FIN
           END-IF.
           MOVE WS-CPT-PRODUIT          TO WS-RCH-PRODUIT.
           PERFORM 7382-PLAFOND-PRODUIT-DEB
              THRU 7382-PLAFOND-PRODUIT-FIN.
           PERFORM 7110-OP-SOLDE-INTER-DEB
              THRU 7110-OP-SOLDE-INTER-FIN.
           COMPUTE WS-SOLDE-APRES-CREDIT = WS-SOLDE-INTER + WS-MVTS-MT.
           IF WS-SOLDE-APRES-CREDIT > WS-PLAF-PRODUIT
                SET WS-PLAF-REG-DEPASSE TO TRUE
           END-IF.
       7380-VERIF-PLAF-EPARGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MEME CONTROLE SUR LE BENEFICIAIRE D'UN VIREMENT INTERNE. UN   *
      * CREDIT DEJA PASSE LORS D'UNE EXECUTION INTERROMPUE N'EST PAS  *
      * RECONTROLE : LE SOLDE RELU L'INCLUT DEJA.                     *
      *---------------------------------------------------------------*
       7381-VERIF-PLAF-EPARGNE-VIR-DEB.
           SET WS-PLAF-REG-OK           TO TRUE.
           IF NOT WS-CPT-VIR-EPARGNE OR NOT WS-CPT-VIR-REGLEMENTE
                GO TO 7381-VERIF-PLAF-EPARGNE-VIR-FIN
           END-IF.
           IF WS-MVTS-CPTE = WS-CPT-REPRISE
              AND WS-NB-MVT-CPTE NOT > WS-MVT-REPRISE
                GO TO 7381-VERIF-PLAF-EPARGNE-VIR-FIN
           END-IF.
           MOVE WS-CPT-VIR-PRODUIT      TO WS-RCH-PRODUIT.
           PERFORM 7382-PLAFOND-PRODUIT-DEB
              THRU 7382-PLAFOND-PRODUIT-FIN.
           COMPUTE WS-SOLDE-APRES-CREDIT =
                   WS-CPT-VIR-SOLDE + WS-MVTS-MT.
           IF WS-SOLDE-APRES-CREDIT > WS-PLAF-PRODUIT
                SET WS-PLAF-REG-DEPASSE TO TRUE
           END-IF.
       7381-VERIF-PLAF-EPARGNE-VIR-FIN.
           EXIT.
      *
       7382-PLAFOND-PRODUIT-DEB.
           EVALUATE WS-RCH-PRODUIT
             WHEN 'LA'
                  MOVE WS-PLAF-LIVRET-A     TO WS-PLAF-PRODUIT
             WHEN 'LD'
                  MOVE WS-PLAF-LDDS         TO WS-PLAF-PRODUIT
             WHEN 'LE'
                  MOVE WS-PLAF-LEP          TO WS-PLAF-PRODUIT
             WHEN OTHER
                  MOVE WS-PLAF-LIVRET-JEUNE TO WS-PLAF-PRODUIT
           END-EVALUATE.
       7382-PLAFOND-PRODUIT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CRIBLAGE D'UN VIREMENT EMIS : L'IBAN DU BENEFICIAIRE, SERVI   *
      * PAR LA CORRESPONDANCE IBAN, EST RECHERCHE PAR CLE DANS LA     *
      * LISTE DES GELS D'AVOIRS. UNE CORRESPONDANCE NON LEVEE PAR LA  *
      * CONFORMITE RETIENT LE VIREMENT (L'ENTREE RETENUE RESTE DANS   *
      * WS-ENRG-F-GVX). UN BENEFICIAIRE SANS IBAN CONNU NE PEUT PAS   *
      * ETRE CRIBLE.                                                  *
      *---------------------------------------------------------------*
       7390-CRIBLER-VIREMENT-EXT-DEB.
           SET  WS-GEL-NON-TROUVE       TO TRUE.
           MOVE SPACES                  TO WS-IBAN-CRIBLE.
           IF WS-GELAVIDX-FERME
                GO TO 7390-CRIBLER-VIREMENT-EXT-FIN
           END-IF.
           MOVE WS-MVTS-EXT-BQE         TO WS-VEX-BQE.
           MOVE WS-MVTS-EXT-CPTE        TO WS-VEX-CPTE-EXT.
           PERFORM 7365-CHERCHER-IBAN-DEB
              THRU 7365-CHERCHER-IBAN-FIN.
           IF WS-IBX-NON-TROUVE
                GO TO 7390-CRIBLER-VIREMENT-EXT-FIN
           END-IF.
           MOVE WS-IBX-IBAN             TO WS-IBAN-CRIBLE.
           PERFORM 6398-POSITIONNER-F-GELAVIDX-DEB
              THRU 6398-POSITIONNER-F-GELAVIDX-FIN.
           PERFORM 7391-TESTER-UN-GEL-DEB
              THRU 7391-TESTER-UN-GEL-FIN
             UNTIL WS-SCAN-GVX-TERMINE
                OR WS-GEL-TROUVE.
           IF WS-GEL-TROUVE
                SET WS-VIREXT-RETENU    TO TRUE
           END-IF.
       7390-CRIBLER-VIREMENT-EXT-FIN.
           EXIT.
      *
       7391-TESTER-UN-GEL-DEB.
           SET  WS-CORRESP-ACTIVE       TO TRUE.
           PERFORM 7392-TESTER-UNE-LEVEE-DEB
              THRU 7392-TESTER-UNE-LEVEE-FIN.
           IF WS-CORRESP-ACTIVE
                SET WS-GEL-TROUVE       TO TRUE
           ELSE
                PERFORM 6399-LIRE-F-GELAVIDX-DEB
                   THRU 6399-LIRE-F-GELAVIDX-FIN
           END-IF.
       7391-TESTER-UN-GEL-FIN.
           EXIT.
      *
       7392-TESTER-UNE-LEVEE-DEB.
           IF WS-LEVGELIDX-FERME
                GO TO 7392-TESTER-UNE-LEVEE-FIN
           END-IF.
           MOVE WS-GVX-REF              TO WS-LVX-REF.
           MOVE WS-IBAN-CRIBLE          TO WS-LVX-IBAN.
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
       7392-TESTER-UNE-LEVEE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE D'UNE DEMANDE DE CONTRE-PASSATION : DEMANDE COMPLETE *
      * (REFERENCE PROPRE, REFERENCE A ANNULER, MOTIF, VISA), REFE-   *
      * RENCE CONNUE DU REGISTRE POUR CE COMPTE, LIGNE D'ORIGINE      *
      * PRESENTE DANS L'HISTORIQUE VIF, PAS DEJA ANNULEE (SAUF REJEU  *
      * DE LA MEME DEMANDE) ET D'UNE NATURE CONTRE-PASSABLE. LE       *
      * MONTANT, LA DATE DE VALEUR ET LE BENEFICIAIRE DU MOUVEMENT    *
      * SONT REPRIS DE LA LIGNE D'ORIGINE.                            *
      * NE SONT PAS CONTRE-PASSABLES : LES REMISES ET IMPAYES DE      *
      * CHEQUES (CIRCUIT DES REMISES), LES CREDITS ET IMPAYES DES     *
      * REMISES DE PRELEVEMENTS SEPA (CIRCUIT DES ENCAISSEMENTS), LES *
      * VIREMENTS INTERBANCAIRES, LES CREDITS DE VIREMENT RECUS (A    *
      * ANNULER SUR LE DONNEUR D'ORDRE), LES OPERATIONS GENEREES ET   *
      * LES CONTRE-PASSATIONS ELLES-MEMES. EN MARCHE PARTITIONNEE, UN *
      * VIREMENT INTERNE NE PEUT ETRE ANNULE (LE BENEFICIAIRE RELEVE  *
      * D'UN AUTRE FLUX).                                             *
      *---------------------------------------------------------------*
       7400-VERIF-CONTRE-PASSATION-DEB.
           SET WS-CTP-OK                TO TRUE.
           SET WS-CTP-SIMPLE            TO TRUE.
           COMPUTE WS-CTP-DATE-MVT = WS-MVTS-SS * 1000000
                                   + WS-MVTS-AA * 10000
                                   + WS-MVTS-MM * 100
                                   + WS-MVTS-JJ.
           IF WS-MVTS-SANS-REF
              OR WS-MVTS-CTP-REF-ORIG = SPACES
              OR NOT WS-MVTS-CTP-MOTIF-OK
              OR WS-MVTS-CTP-DEMANDEUR = SPACES
                SET WS-CTP-INCOMPLETE   TO TRUE
                GO TO 7400-VERIF-CONTRE-PASSATION-FIN
           END-IF.
      *
           MOVE WS-MVTS-CTP-REF-ORIG    TO FS-REF-CLE.
           READ F-REFUTIL
           END-READ.
           EVALUATE TRUE
             WHEN OK-F-REFUTIL
                  IF FS-REF-CPTE NOT = WS-MVTS-CPTE
                       SET WS-CTP-REF-INCONNUE TO TRUE
                  END-IF
             WHEN REF-INCONNUE
                  SET WS-CTP-REF-INCONNUE TO TRUE
             WHEN OTHER
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REFUTIL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REFUTIL
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
           IF WS-CTP-REF-INCONNUE
                GO TO 7400-VERIF-CONTRE-PASSATION-FIN
           END-IF.
      *
           MOVE WS-MVTS-CPTE            TO WS-RCH-HIST-CPTE.
           MOVE WS-MVTS-CTP-REF-ORIG    TO WS-RCH-HIST-REF.
           PERFORM 6258-CHERCHER-HIST-REF-DEB
              THRU 6258-CHERCHER-HIST-REF-FIN.
           IF WS-HIST-NON-TROUVE
                SET WS-CTP-HORS-HIST    TO TRUE
                GO TO 7400-VERIF-CONTRE-PASSATION-FIN
           END-IF.
      *
           MOVE WS-HIST-CLE             TO WS-CTP-ORIG-CLE.
           MOVE WS-HIST-DATE            TO WS-CTP-ORIG-DATE.
           MOVE WS-HIST-CODE            TO WS-CTP-ORIG-CODE.
           MOVE WS-HIST-MT              TO WS-CTP-ORIG-MT.
           MOVE WS-HIST-VIR-CPTE        TO WS-CTP-ORIG-VIR-CPTE.
           MOVE WS-HIST-DATE-VAL        TO WS-CTP-ORIG-DATE-VAL.
           MOVE WS-CTP-ORIG-MT          TO WS-MVTS-MT.
           MOVE WS-CTP-ORIG-VIR-CPTE    TO WS-MVTS-VIR-CPTE.
           MOVE WS-CTP-ORIG-DATE-VAL    TO WS-MVTS-DATE-VAL.
      *
           IF WS-HIST-ANNULE
              AND WS-HIST-CTP-REF NOT = WS-MVTS-REF
                SET WS-CTP-DEJA-FAIT    TO TRUE
                GO TO 7400-VERIF-CONTRE-PASSATION-FIN
           END-IF.
      *
           MOVE 0                       TO WS-CTP-IFAM.
           EVALUATE TRUE
             WHEN WS-HIST-CONTRE-PASS
                  CONTINUE
             WHEN WS-HIST-CODE = 'R'
                  MOVE 1                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'C'
                  MOVE 3                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'Q'
                  MOVE 5                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'P'
                  MOVE 6                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'U'
              AND WS-HIST-NUM-CHEQUE = 0
              AND NOT WS-HIST-PRLV-SEPA
                  MOVE 7                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'D'
              AND WS-HIST-NUM-CHEQUE = 0
              AND WS-HIST-VIR-CPTE = 0
              AND NOT WS-HIST-PRLV-SEPA
                  MOVE 2                TO WS-CTP-IFAM
             WHEN WS-HIST-CODE = 'V'
              AND WS-HIST-VIR-CPTE NOT = 0
                  MOVE 4                TO WS-CTP-IFAM
                  SET WS-CTP-VIR-INTERNE TO TRUE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF WS-CTP-IFAM = 0
              OR (WS-CTP-VIR-INTERNE AND WS-RUN-PARTITIONNE)
                SET WS-CTP-NON-PASSABLE TO TRUE
                GO TO 7400-VERIF-CONTRE-PASSATION-FIN
           END-IF.
           IF WS-FAM-CTP (WS-CTP-IFAM) = 'DEP'
                SET WS-CTP-AU-DEBIT     TO TRUE
                MOVE 'R'                TO WS-CTP-CODE-INVERSE
           ELSE
                SET WS-CTP-AU-CREDIT    TO TRUE
                MOVE 'D'                TO WS-CTP-CODE-INVERSE
           END-IF.
       7400-VERIF-CONTRE-PASSATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * IMPUTATION D'UNE CONTRE-PASSATION : MOUVEMENT DE SENS OPPOSE  *
      * A L'ORIGINE, CUMULE POUR L'INTERFACE COMPTABLE SOUS LA        *
      * FAMILLE D'ORIGINE. POUR UN VIREMENT INTERNE, LE BENEFICIAIRE  *
      * EST DEBITE ET LA LIAISON INTER-AGENCES CUMULEE EN RETOUR.     *
      *---------------------------------------------------------------*
       7410-OP-CONTRE-PASSATION-DEB.
           ADD  1                       TO WS-CCTP
           ADD  1                       TO WS-MVT-VAL
           MOVE SPACES                  TO WS-LETAT-OP-LIB-ED
           STRING 'CONTRE-PASSATION ' WS-MVTS-CTP-REF-ORIG
                  DELIMITED BY SIZE INTO WS-LETAT-OP-LIB-ED
           IF WS-CTP-AU-DEBIT
                MOVE WS-MVTS-MT         TO WS-LETAT-OP-DEBIT-ED
                ADD WS-MVTS-MT          TO WS-LETAT-TOTDB
                ADD WS-MVTS-MT          TO WS-LGEN-TOTDB
           ELSE
                MOVE WS-MVTS-MT         TO WS-LETAT-OP-CREDIT-ED
                ADD WS-MVTS-MT          TO WS-LETAT-TOTCR
                ADD WS-MVTS-MT          TO WS-LGEN-TOTCR
           END-IF
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-CTP-E (WS-CTP-IFAM)
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-CTP-C (WS-CTP-IFAM)
           END-IF.
      *
           IF WS-CTP-SIMPLE
                GO TO 7410-OP-CONTRE-PASSATION-FIN
           END-IF.
           SUBTRACT WS-MVTS-MT        FROM WS-CPT-VIR-SOLDE.
           MOVE WS-DATE-JOUR            TO WS-CPT-VIR-DMAJ.
           COMPUTE WS-AG-DONNEUR = WS-MVTS-CPTE / 1000000000.
           COMPUTE WS-AG-BENEF   = WS-MVTS-VIR-CPTE / 1000000000.
           IF WS-AG-DONNEUR NOT = WS-AG-BENEF
              AND WS-AG-DONNEUR > 0
              AND WS-AG-BENEF > 0
                ADD 1          TO WS-LIA-NB
                                  (WS-AG-BENEF, WS-AG-DONNEUR)
                ADD WS-MVTS-MT TO WS-LIA-MT
                                  (WS-AG-BENEF, WS-AG-DONNEUR)
           END-IF.
       7410-OP-CONTRE-PASSATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTE DE MINEUR : CHEQUES ET PRELEVEMENTS SONT REFUSES ; UN  *
      * RETRAIT OU UN PAIEMENT CARTE EST REFUSE S'IL PORTE LE CUMUL   *
      * DE LA SEMAINE DU MOUVEMENT AU-DELA DU BUDGET HEBDOMADAIRE. LE  *
      * CUMUL REPART DE ZERO AU PREMIER MOUVEMENT D'UNE SEMAINE       *
      * NOUVELLE ; UN MOUVEMENT DATE D'UNE SEMAINE DEJA CLOSE EST     *
      * IMPUTE SUR LA SEMAINE EN COURS.                               *
      *---------------------------------------------------------------*
       7420-VERIF-MINEUR-DEB.
           SET  WS-MINEUR-OK            TO TRUE.
           IF WS-CPTE-NON-MINEUR
                GO TO 7420-VERIF-MINEUR-FIN
           END-IF.
           IF CHEQUE OR PRELEVEMENT
                SET WS-MINEUR-OP-REFUSEE TO TRUE
                GO TO 7420-VERIF-MINEUR-FIN
           END-IF.
           PERFORM 7421-SEMAINE-MVT-DEB
              THRU 7421-SEMAINE-MVT-FIN.
           IF WS-SEMAINE-MVT > WS-MIN-SEMAINE
                MOVE 0                  TO WS-CUMUL-MINEUR
           ELSE
                MOVE WS-MIN-CUMUL-SEMAINE TO WS-CUMUL-MINEUR
           END-IF.
           IF WS-CUMUL-MINEUR + WS-MVTS-MT > WS-MIN-BUDGET-HEBDO
                SET WS-MINEUR-BUDGET-DEPASSE TO TRUE
           END-IF.
       7420-VERIF-MINEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * NUMERO DE LA SEMAINE DU MOUVEMENT : LE NUMERO DE JOUR CIVIL   *
      * MODULO 7 DONNE 6 LE LUNDI, PREMIER JOUR DE LA SEMAINE.        *
      *---------------------------------------------------------------*
       7421-SEMAINE-MVT-DEB.
           COMPUTE WS-DATE-SER-NUM = WS-MVTS-SS * 1000000
                                   + WS-MVTS-AA * 10000
                                   + WS-MVTS-MM * 100
                                   + WS-MVTS-JJ.
           PERFORM 7422-SERIAL-DATE-DEB
              THRU 7422-SERIAL-DATE-FIN.
           COMPUTE WS-SEMAINE-MVT = (WS-SERIAL + 1) / 7.
       7421-SEMAINE-MVT-FIN.
           EXIT.
      *
       7422-SERIAL-DATE-DEB.
           MOVE WS-SER-SSAA             TO WS-SAN.
           MOVE WS-SER-MM               TO WS-SMO.
           IF WS-SMO < 3
                SUBTRACT 1            FROM WS-SAN
                ADD 12                  TO WS-SMO
           END-IF.
           COMPUTE WS-ST1 = WS-SAN / 4.
           COMPUTE WS-ST2 = WS-SAN / 100.
           COMPUTE WS-ST3 = WS-SAN / 400.
           COMPUTE WS-ST4 = (153 * (WS-SMO - 3) + 2) / 5.
           COMPUTE WS-SERIAL = 365 * WS-SAN + WS-ST1 - WS-ST2
                             + WS-ST3 + WS-ST4 + WS-SER-JJ.
       7422-SERIAL-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RETRAIT OU PAIEMENT CARTE PASSE SUR UN COMPTE DE MINEUR :     *
      * IMPUTATION AU CUMUL DE LA SEMAINE, REPORTEE AU FICHIER (SAUF  *
      * EN SIMULATION).                                               *
      *---------------------------------------------------------------*
       7425-CUMULER-MINEUR-DEB.
           IF WS-CPTE-NON-MINEUR
                GO TO 7425-CUMULER-MINEUR-FIN
           END-IF.
           PERFORM 7421-SEMAINE-MVT-DEB
              THRU 7421-SEMAINE-MVT-FIN.
           IF WS-SEMAINE-MVT > WS-MIN-SEMAINE
                MOVE WS-SEMAINE-MVT     TO WS-MIN-SEMAINE
                MOVE 0                  TO WS-MIN-CUMUL-SEMAINE
           END-IF.
           ADD  WS-MVTS-MT              TO WS-MIN-CUMUL-SEMAINE.
           IF NOT WS-MODE-SIMULATION
                PERFORM 6413-REECRIRE-F-MINEURS-DEB
                   THRU 6413-REECRIRE-F-MINEURS-FIN
           END-IF.
       7425-CUMULER-MINEUR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * A L'ENTREE D'UN COMPTE : COMPTE COURANT DE MINEUR NON ENCORE  *
      * CONVERTI A LA MAJORITE ?                                      *
      *---------------------------------------------------------------*
       7426-LIRE-MINEUR-DEB.
           SET  WS-CPTE-NON-MINEUR      TO TRUE.
           IF WS-MINEURS-FERME
              OR NOT WS-CPT-COURANT
                GO TO 7426-LIRE-MINEUR-FIN
           END-IF.
           PERFORM 6412-LIRE-F-MINEURS-DEB
              THRU 6412-LIRE-F-MINEURS-FIN.
           IF NOT MIN-INCONNU
              AND WS-MIN-EN-COURS
                SET  WS-CPTE-MINEUR     TO TRUE
           END-IF.
       7426-LIRE-MINEUR-FIN.
           EXIT.
      *
       7335-VERIF-JOUR-OUVRE-DEB.
           SET  WS-JOUR-OUVRE-OK        TO TRUE.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATIONS CARTE (INDEXE PAR COMPTE, RECREE CHAQUE JOUR    *
      * PAR LE CHARGEMENT DES REFERENTIELS QUI EN ECARTE LES AVIS     *
      * EXPIRES) : FICHIER FACULTATIF, OUVERT EN MISE A JOUR POUR LA  *
      * LEVEE DES AVIS COUVERTS PAR LES MOUVEMENTS CB DU JOUR.        *
      *---------------------------------------------------------------*
       6380-OUVRIR-F-AUTORIDX-DEB.
           OPEN I-O F-AUTORIDX.
           EVALUATE TRUE
             WHEN OK-F-AUTORIDX
                  SET WS-AUTORIDX-OUVERT TO TRUE
             WHEN AUTORIDX-ABSENT
                  SET WS-AUTORIDX-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-AUTORIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6380-OUVRIR-F-AUTORIDX-FIN.
           EXIT.
      *
       6381-FERMER-F-AUTORIDX-DEB.
           IF WS-AUTORIDX-FERME
                GO TO 6381-FERMER-F-AUTORIDX-FIN
           END-IF.
           CLOSE F-AUTORIDX.
           IF NOT OK-F-AUTORIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-AUTORIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6381-FERMER-F-AUTORIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSITIONNEMENT SUR LA PREMIERE AUTORISATION DU COMPTE DU      *
      * MOUVEMENT ; SANS AUTORISATION POUR LE COMPTE, LE BALAYAGE     *
      * EST TERMINE D'EMBLEE.                                         *
      *---------------------------------------------------------------*
       6382-POSITIONNER-F-AUTORIDX-DEB.
           MOVE LOW-VALUE               TO WS-AUX-CLE.
           MOVE WS-MVTS-CPTE            TO WS-AUX-CPTE.
           MOVE WS-AUX-CLE              TO FS-AUX-CLE.
           START F-AUTORIDX KEY IS NOT LESS THAN FS-AUX-CLE
           END-START.
           IF NOT OK-START-AUTORIDX
                DISPLAY 'PROBLEME DE START DU FICHIER F-AUTORIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF AUX-INCONNUE
                SET WS-SCAN-AUX-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-AUX-EN-COURS TO TRUE
           END-IF.
       6382-POSITIONNER-F-AUTORIDX-FIN.
           EXIT.
      *
       6384-LIRE-F-AUTORIDX-DEB.
           READ F-AUTORIDX NEXT RECORD INTO WS-ENRG-F-AUX.
           IF NOT OK-LEC-F-AUTORIDX
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AUTORIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-AUTORIDX
              OR WS-AUX-CPTE NOT = WS-MVTS-CPTE
                SET WS-SCAN-AUX-TERMINE  TO TRUE
           END-IF.
       6384-LIRE-F-AUTORIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * AUTORISATIONS DE DECOUVERT TEMPORAIRES (INDEXE PAR COMPTE ET  *
      * DATE DE DEBUT, TENU PAR LA MAINTENANCE DES COMPTES) : FICHIER *
      * FACULTATIF, LU SEULEMENT ; ABSENT, SEULE LA LIMITE PERMANENTE *
      * DES COMPTES S'APPLIQUE.                                       *
      *---------------------------------------------------------------*
       6385-OUVRIR-F-DECTEMP-DEB.
           OPEN INPUT F-DECTEMP.
           EVALUATE TRUE
             WHEN OK-F-DECTEMP
                  SET WS-DECTEMP-OUVERT TO TRUE
             WHEN DECTEMP-ABSENT
                  SET WS-DECTEMP-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECTEMP'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6385-OUVRIR-F-DECTEMP-FIN.
           EXIT.
      *
       6386-FERMER-F-DECTEMP-DEB.
           IF WS-DECTEMP-FERME
                GO TO 6386-FERMER-F-DECTEMP-FIN
           END-IF.
           CLOSE F-DECTEMP.
           IF NOT OK-F-DECTEMP
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6386-FERMER-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSITIONNEMENT SUR LA PREMIERE AUTORISATION TEMPORAIRE DU     *
      * COMPTE DU MOUVEMENT ; SANS AUTORISATION POUR LE COMPTE, LE    *
      * BALAYAGE EST TERMINE D'EMBLEE.                                *
      *---------------------------------------------------------------*
       6387-POSITIONNER-F-DECTEMP-DEB.
           MOVE LOW-VALUE               TO WS-DCT-CLE.
           MOVE WS-MVTS-CPTE            TO WS-DCT-CPTE.
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
       6387-POSITIONNER-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES AUTORISATIONS D'UN COMPTE SONT RANGEES PAR DATE DE DEBUT :*
      * LE BALAYAGE S'ARRETE A LA PREMIERE QUI DEBUTE APRES LE JOUR.  *
      *---------------------------------------------------------------*
       6388-LIRE-F-DECTEMP-DEB.
           READ F-DECTEMP NEXT RECORD INTO WS-ENRG-F-DCT.
           IF NOT OK-LEC-F-DECTEMP
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-DECTEMP
              OR WS-DCT-CPTE NOT = WS-MVTS-CPTE
              OR WS-DCT-DATE-DEB > WS-DATE-JOUR-NUM
                SET WS-SCAN-DCT-TERMINE  TO TRUE
           END-IF.
       6388-LIRE-F-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * COMPTES DE MINEURS (INDEXE PAR COMPTE, TENU PAR LA            *
      * MAINTENANCE DES COMPTES) : FICHIER FACULTATIF, OUVERT EN MISE *
      * A JOUR POUR LE CUMUL HEBDOMADAIRE ; ABSENT, AUCUN COMPTE      *
      * N'EST TRAITE COMME COMPTE DE MINEUR.                          *
      *---------------------------------------------------------------*
       6410-OUVRIR-F-MINEURS-DEB.
           OPEN I-O F-MINEURS.
           EVALUATE TRUE
             WHEN OK-F-MINEURS
                  SET WS-MINEURS-OUVERT TO TRUE
             WHEN MINEURS-ABSENT
                  SET WS-MINEURS-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MINEURS'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6410-OUVRIR-F-MINEURS-FIN.
           EXIT.
      *
       6411-FERMER-F-MINEURS-DEB.
           IF WS-MINEURS-FERME
                GO TO 6411-FERMER-F-MINEURS-FIN
           END-IF.
           CLOSE F-MINEURS.
           IF NOT OK-F-MINEURS
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-MINEURS'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6411-FERMER-F-MINEURS-FIN.
           EXIT.
      *
       6412-LIRE-F-MINEURS-DEB.
           MOVE WS-CPT-CPTE             TO FS-MIN-CPTE.
           READ F-MINEURS INTO WS-ENRG-F-MIN.
           IF NOT OK-LEC-F-MINEURS
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MINEURS'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6412-LIRE-F-MINEURS-FIN.
           EXIT.
      *
       6413-REECRIRE-F-MINEURS-DEB.
           REWRITE FS-ENRG-F-MIN FROM WS-ENRG-F-MIN
           END-REWRITE.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6413-REECRIRE-F-MINEURS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CORRESPONDANCE IBAN (INDEXEE PAR CODE BANQUE + COMPTE CHEZ LE *
      * CONFRERE) : FICHIER FACULTATIF. EN SON ABSENCE LES VIREMENTS  *
      * EMIS PARTENT SANS IBAN, COMME AVANT L'OUVERTURE DE LA         *
      * CORRESPONDANCE.                                               *
      *---------------------------------------------------------------*
       6390-OUVRIR-F-IBANIDX-DEB.
           OPEN INPUT F-IBANIDX.
           EVALUATE TRUE
             WHEN OK-F-IBANIDX
                  SET WS-IBANIDX-OUVERT  TO TRUE
             WHEN IBANIDX-ABSENT
                  SET WS-IBANIDX-FERME   TO TRUE
                  DISPLAY 'CORRESPONDANCE IBAN ABSENTE - '
                          'VIREMENTS EMIS SANS IBAN'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-IBANIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6390-OUVRIR-F-IBANIDX-FIN.
           EXIT.
      *
       6391-FERMER-F-IBANIDX-DEB.
           IF WS-IBANIDX-FERME
                GO TO 6391-FERMER-F-IBANIDX-FIN
           END-IF.
           CLOSE F-IBANIDX.
           IF NOT OK-F-IBANIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-IBANIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6391-FERMER-F-IBANIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LISTE DES GELS D'AVOIRS (INDEXEE PAR IBAN + REFERENCE, SEULES *
      * LES LIGNES PORTANT UN IBAN) : FICHIER FACULTATIF. EN SON      *
      * ABSENCE LES VIREMENTS EMIS NE SONT PAS CRIBLES ; LES NOMS     *
      * SONT CRIBLES PAR LE TRAITEMENT HEBDOMADAIRE DE LA CLIENTELE.  *
      *---------------------------------------------------------------*
       6396-OUVRIR-F-GELAVIDX-DEB.
           OPEN INPUT F-GELAVIDX.
           EVALUATE TRUE
             WHEN OK-F-GELAVIDX
                  SET WS-GELAVIDX-OUVERT TO TRUE
             WHEN GELAVIDX-ABSENT
                  SET WS-GELAVIDX-FERME  TO TRUE
                  DISPLAY 'LISTE DES GELS D''AVOIRS ABSENTE - '
                          'VIREMENTS NON CRIBLES'
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-GELAVIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6396-OUVRIR-F-GELAVIDX-FIN.
           EXIT.
      *
       6397-FERMER-F-GELAVIDX-DEB.
           IF WS-GELAVIDX-FERME
                GO TO 6397-FERMER-F-GELAVIDX-FIN
           END-IF.
           CLOSE F-GELAVIDX.
           IF NOT OK-F-GELAVIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-GELAVIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6397-FERMER-F-GELAVIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * POSITIONNEMENT SUR LA PREMIERE ENTREE DE LA LISTE PORTANT     *
      * L'IBAN CRIBLE ; SANS ENTREE POUR CET IBAN, LE BALAYAGE EST    *
      * TERMINE D'EMBLEE.                                             *
      *---------------------------------------------------------------*
       6398-POSITIONNER-F-GELAVIDX-DEB.
           MOVE LOW-VALUE               TO WS-GVX-CLE.
           MOVE WS-IBAN-CRIBLE          TO WS-GVX-IBAN.
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
                PERFORM 6399-LIRE-F-GELAVIDX-DEB
                   THRU 6399-LIRE-F-GELAVIDX-FIN
           END-IF.
       6398-POSITIONNER-F-GELAVIDX-FIN.
           EXIT.
      *
       6399-LIRE-F-GELAVIDX-DEB.
           READ F-GELAVIDX NEXT RECORD INTO WS-ENRG-F-GVX.
           IF NOT OK-LEC-F-GELAVIDX
                DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GELAVIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-GELAVIDX
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-GELAVIDX
              OR WS-GVX-IBAN NOT = WS-IBAN-CRIBLE
                SET WS-SCAN-GVX-TERMINE  TO TRUE
           END-IF.
       6399-LIRE-F-GELAVIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CORRESPONDANCES LEVEES PAR LA CONFORMITE (INDEXEES PAR        *
      * REFERENCE + IBAN, SEULES LES LEVEES 'I') : FICHIER            *
      * FACULTATIF ; ABSENT, AUCUNE CORRESPONDANCE N'EST LEVEE.       *
      *---------------------------------------------------------------*
       6400-OUVRIR-F-LEVGELIDX-DEB.
           OPEN INPUT F-LEVGELIDX.
           EVALUATE TRUE
             WHEN OK-F-LEVGELIDX
                  SET WS-LEVGELIDX-OUVERT TO TRUE
             WHEN LEVGELIDX-ABSENT
                  SET WS-LEVGELIDX-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-LEVGELIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6400-OUVRIR-F-LEVGELIDX-FIN.
           EXIT.
      *
       6401-FERMER-F-LEVGELIDX-DEB.
           IF WS-LEVGELIDX-FERME
                GO TO 6401-FERMER-F-LEVGELIDX-FIN
           END-IF.
           CLOSE F-LEVGELIDX.
           IF NOT OK-F-LEVGELIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-LEVGELIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-LEVGELIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6401-FERMER-F-LEVGELIDX-FIN.
           EXIT.
      *
       6040-LIRE-F-MVTS-E-DEB.
           END-IF.
       6130-FERMER-ETATANO-FIN.
           EXIT.
      *
       6131-FERMER-F-VIRGEL-DEB.
           CLOSE F-VIRGEL.
           IF NOT OK-F-VIRGEL
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-VIRGEL'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6131-FERMER-F-VIRGEL-FIN.
           EXIT.
      *
       6124-FERMER-F-MVTHIST-DEB.
           CLOSE F-MVTHIST.
              THRU 6365-ECRIRE-F-SOLDHIST-VIR-FIN.
       6180-CREDITER-F-CPTE-ES-VIR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTRE-PASSATION D'UN VIREMENT INTERNE : LE BENEFICIAIRE,     *
      * DEJA DEBITE EN ZONE VIREMENT PAR 7410, EST REECRIT ET SA      *
      * LIGNE DE CONTRE-PASSATION HISTORISEE.                         *
      *---------------------------------------------------------------*
       6185-DEBITER-F-CPTE-ES-VIR-DEB.
           IF WS-MODE-SIMULATION
                GO TO 6185-DEBITER-F-CPTE-ES-VIR-FIN
           END-IF.
           REWRITE FS-ENRG-F-CPT
                   FROM WS-ENRG-F-CPT-VIR
           END-REWRITE.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'RE'                    TO WS-JRNL-OP.
           MOVE WS-CPT-IMAGE-AVANT-VIR  TO WS-JRNL-AVANT.
           MOVE WS-ENRG-F-CPT-VIR       TO WS-JRNL-APRES.
           MOVE WS-CPT-VIR-CPTE         TO WS-JRNL-CPTE.
           PERFORM 6290-ECRIRE-F-JRNL-DEB
              THRU 6290-ECRIRE-F-JRNL-FIN.
           PERFORM 6253-HISTORISER-CTP-VIR-DEB
              THRU 6253-HISTORISER-CTP-VIR-FIN.
           PERFORM 6365-ECRIRE-F-SOLDHIST-VIR-DEB
              THRU 6365-ECRIRE-F-SOLDHIST-VIR-FIN.
       6185-DEBITER-F-CPTE-ES-VIR-FIN.
           EXIT.
      *
       6190-ACCEPT-SYSIN-PARAM-DEB.
           ACCEPT WS-SYSIN-PARAM.
                MOVE SPACES                TO WS-NOM-RUN-PROG
                STRING 'ARIO41P' WS-PARTITION
                       DELIMITED BY SIZE INTO WS-NOM-RUN-PROG
                MOVE SPACES                TO WS-NOM-RUN-VIREXT
                STRING 'VIREXTP' WS-PARTITION
                       DELIMITED BY SIZE INTO WS-NOM-RUN-VIREXT
                DISPLAY 'MARCHE PARTITIONNEE - PARTITION '
                        WS-PARTITION
                PERFORM 7001-SUFFIXER-NOMS-DEB
           PERFORM 6232-COPIER-SNAP-CHKPT-DEB
              THRU 6232-COPIER-SNAP-CHKPT-FIN
             VARYING WS-IDX-CHK FROM 1 BY 1
             UNTIL WS-IDX-CHK > 20.
           PERFORM 6233-COPIER-SNAP-LIA-DEB
              THRU 6233-COPIER-SNAP-LIA-FIN
             VARYING WS-IDX-LIA-A FROM 1 BY 1
             UNTIL WS-IDX-LIA-A > 9.
           PERFORM 6235-COPIER-SNAP-CTP-DEB
              THRU 6235-COPIER-SNAP-CTP-FIN
             VARYING WS-IDX-CHK FROM 1 BY 1
             UNTIL WS-IDX-CHK > 7.
           WRITE FS-ENRG-CHKPT.
           IF NOT OK-F-CHKPT
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CHKPT'
                                            WS-IDX-LIA-B).
       6234-COPIER-SNAP-LIA-PST-FIN.
           EXIT.
      *
       6235-COPIER-SNAP-CTP-DEB.
           MOVE WS-SNAP-CTP-C (WS-IDX-CHK)
                                   TO FS-CHKPT-CTP-C (WS-IDX-CHK).
           MOVE WS-SNAP-CTP-E (WS-IDX-CHK)
                                   TO FS-CHKPT-CTP-E (WS-IDX-CHK).
       6235-COPIER-SNAP-CTP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CHARGEMENT DES BAREMES DATES : LE FICHIER EST FACULTATIF, EN  *
           EXIT.
      *
      *---------------------------------------------------------------*
      * OPPOSITIONS SUR CHEQUES (INDEXE PAR COMPTE + PLAGE) : FICHIER *
      * FACULTATIF, EN SON ABSENCE AUCUN CHEQUE N'EST FRAPPE          *
      * D'OPPOSITION.                                                 *
      *---------------------------------------------------------------*
       6246-OUVRIR-F-OPPOSIDX-DEB.
           OPEN INPUT F-OPPOSIDX.
           EVALUATE TRUE
             WHEN OK-F-OPPOSIDX
                  SET WS-OPPOSIDX-OUVERT TO TRUE
             WHEN OPPOSIDX-ABSENT
                  SET WS-OPPOSIDX-FERME  TO TRUE
             WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-OPPOSIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
                  PERFORM 9999-FIN-PROGRAMME-DEB
                     THRU 9999-FIN-PROGRAMME-FIN
           END-EVALUATE.
       6246-OUVRIR-F-OPPOSIDX-FIN.
           EXIT.
      *
       6247-FERMER-F-OPPOSIDX-DEB.
           IF WS-OPPOSIDX-FERME
                GO TO 6247-FERMER-F-OPPOSIDX-FIN
           END-IF.
           CLOSE F-OPPOSIDX.
           IF NOT OK-F-OPPOSIDX
                DISPLAY 'PROBLEME DE FERMETURE DU DOCUMENT F-OPPOSIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6247-FERMER-F-OPPOSIDX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
           IF WS-MODE-SIMULATION
                GO TO 6250-HISTORISER-MVT-FIN
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-HIST.
           MOVE WS-MVTS-CPTE            TO WS-HIST-CPTE.
           MOVE WS-MVTS-SS              TO WS-HIST-SS.
           MOVE WS-MVTS-AA              TO WS-HIST-AA.
           MOVE WS-MVTS-CODE            TO WS-HIST-CODE.
           MOVE WS-MVTS-MT              TO WS-HIST-MT.
           MOVE WS-MVTS-VIR-CPTE        TO WS-HIST-VIR-CPTE.
           IF (CHEQUE OR DEPOT OR IMPAYE-REMISE)
              AND WS-MVTS-NUM-CHEQUE IS NUMERIC
                MOVE WS-MVTS-NUM-CHEQUE TO WS-HIST-NUM-CHEQUE
           ELSE
                MOVE 0                  TO WS-HIST-NUM-CHEQUE
           END-IF.
           MOVE WS-MVTS-DATE-VAL        TO WS-HIST-DATE-VAL.
           MOVE WS-MVTS-REF             TO WS-HIST-REF.
           IF (DEPOT OR IMPAYE-REMISE)
              AND WS-MVTS-REMISE-PRLV
                SET  WS-HIST-PRLV-SEPA  TO TRUE
                IF IMPAYE-REMISE
                     MOVE WS-MVTS-PRLV-MOTIF TO WS-HIST-PRLV-MOTIF
                END-IF
           END-IF.
           IF CONTRE-PASSATION
                MOVE WS-CTP-CODE-INVERSE TO WS-HIST-CODE
                SET  WS-HIST-CONTRE-PASS TO TRUE
                MOVE WS-MVTS-CTP-REF-ORIG TO WS-HIST-CTP-REF
                MOVE WS-CTP-ORIG-DATE    TO WS-HIST-CTP-DATE
           ELSE
                SET  WS-HIST-NORMAL      TO TRUE
                MOVE SPACES              TO WS-HIST-CTP-REF
                MOVE 0                   TO WS-HIST-CTP-DATE
           END-IF.
           SET  WS-HIST-A-ECRIRE        TO TRUE.
           PERFORM 6255-ECRIRE-F-MVTHIST-DEB
              THRU 6255-ECRIRE-F-MVTHIST-FIN
      * DEJA PRISES ET LES REJEUX.                                    *
      *---------------------------------------------------------------*
       6252-HISTORISER-CREDIT-VIR-DEB.
           MOVE SPACES                  TO WS-ENRG-F-HIST.
           MOVE WS-MVTS-VIR-CPTE        TO WS-HIST-CPTE.
           MOVE WS-MVTS-SS              TO WS-HIST-SS.
           MOVE WS-MVTS-AA              TO WS-HIST-AA.
           MOVE WS-MVTS-CPTE            TO WS-HIST-VIR-CPTE.
           MOVE 0                       TO WS-HIST-NUM-CHEQUE.
           MOVE WS-MVTS-DATE-VAL        TO WS-HIST-DATE-VAL.
           MOVE WS-MVTS-REF             TO WS-HIST-REF.
           SET  WS-HIST-NORMAL          TO TRUE.
           MOVE SPACES                  TO WS-HIST-CTP-REF.
           MOVE 0                       TO WS-HIST-CTP-DATE.
           SET  WS-HIST-A-ECRIRE        TO TRUE.
           PERFORM 6255-ECRIRE-F-MVTHIST-DEB
              THRU 6255-ECRIRE-F-MVTHIST-FIN
             UNTIL WS-HIST-ECRIT.
       6252-HISTORISER-CREDIT-VIR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * HISTORISATION DE LA JAMBE BENEFICIAIRE D'UNE CONTRE-PASSATION *
      * DE VIREMENT INTERNE : UN 'V' SUR LA CLE DU BENEFICIAIRE, LE   *
      * COMPTE DONNEUR D'ORDRE EN ZONE VIREMENT, MARQUE 'C' AVEC LA   *
      * REFERENCE ET LA DATE DU VIREMENT ANNULE.                      *
      *---------------------------------------------------------------*
       6253-HISTORISER-CTP-VIR-DEB.
           MOVE SPACES                  TO WS-ENRG-F-HIST.
           MOVE WS-MVTS-VIR-CPTE        TO WS-HIST-CPTE.
           MOVE WS-MVTS-SS              TO WS-HIST-SS.
           MOVE WS-MVTS-AA              TO WS-HIST-AA.
           MOVE WS-MVTS-MM              TO WS-HIST-MM.
           MOVE WS-MVTS-JJ              TO WS-HIST-JJ.
           MOVE WS-NB-MVT-CPTE          TO WS-HIST-SEQ.
           MOVE 'V'                     TO WS-HIST-CODE.
           MOVE WS-MVTS-MT              TO WS-HIST-MT.
           MOVE WS-MVTS-CPTE            TO WS-HIST-VIR-CPTE.
           MOVE 0                       TO WS-HIST-NUM-CHEQUE.
           MOVE WS-MVTS-DATE-VAL        TO WS-HIST-DATE-VAL.
           MOVE WS-MVTS-REF             TO WS-HIST-REF.
           SET  WS-HIST-CONTRE-PASS     TO TRUE.
           MOVE WS-MVTS-CTP-REF-ORIG    TO WS-HIST-CTP-REF.
           MOVE WS-CTP-ORIG-DATE        TO WS-HIST-CTP-DATE.
           SET  WS-HIST-A-ECRIRE        TO TRUE.
           PERFORM 6255-ECRIRE-F-MVTHIST-DEB
              THRU 6255-ECRIRE-F-MVTHIST-FIN
             UNTIL WS-HIST-ECRIT.
       6253-HISTORISER-CTP-VIR-FIN.
           EXIT.
      *
       6255-ECRIRE-F-MVTHIST-DEB.
           WRITE FS-ENRG-F-HIST
             WHEN HIST-DOUBLON
                  PERFORM 6256-RELIRE-F-MVTHIST-DEB
                     THRU 6256-RELIRE-F-MVTHIST-FIN
      *---------------------------------------------------------------*
      * LE MARQUAGE DE CONTRE-PASSATION (OCTETS 67 ET SUIVANTS) EST   *
      * EXCLU DE LA COMPARAISON : UNE LIGNE ANNULEE DEPUIS RESTE LA   *
      * MEME LIGNE LORS D'UN REJEU.                                   *
      *---------------------------------------------------------------*
                  IF WS-HIST-LU (1:66) = WS-ENRG-F-HIST (1:66)
                       SET WS-HIST-ECRIT TO TRUE
                  ELSE
                       ADD 1             TO WS-HIST-SEQ
           EXIT.
      *
      *---------------------------------------------------------------*
      * MARQUAGE 'A' DE LA LIGNE D'ORIGINE D'UNE CONTRE-PASSATION ET, *
      * POUR UN VIREMENT INTERNE, DE LA LIGNE DE CREDIT DU            *
      * BENEFICIAIRE (MEME REFERENCE, CODE 'D'). RIEN EN SIMULATION.  *
      *---------------------------------------------------------------*
       6257-MARQUER-ORIGINE-DEB.
           IF WS-MODE-SIMULATION
                GO TO 6257-MARQUER-ORIGINE-FIN
           END-IF.
           MOVE WS-CTP-ORIG-CLE         TO FS-HIST-CLE.
           PERFORM 6254-ANNULER-LIGNE-HIST-DEB
              THRU 6254-ANNULER-LIGNE-HIST-FIN.
           IF WS-CTP-SIMPLE
                GO TO 6257-MARQUER-ORIGINE-FIN
           END-IF.
           MOVE WS-MVTS-VIR-CPTE        TO WS-RCH-HIST-CPTE.
           MOVE WS-MVTS-CTP-REF-ORIG    TO WS-RCH-HIST-REF.
           PERFORM 6258-CHERCHER-HIST-REF-DEB
              THRU 6258-CHERCHER-HIST-REF-FIN.
           IF WS-HIST-TROUVE AND WS-HIST-CODE = 'D'
                MOVE WS-HIST-CLE        TO FS-HIST-CLE
                PERFORM 6254-ANNULER-LIGNE-HIST-DEB
                   THRU 6254-ANNULER-LIGNE-HIST-FIN
           END-IF.
       6257-MARQUER-ORIGINE-FIN.
           EXIT.
      *
       6254-ANNULER-LIGNE-HIST-DEB.
           READ F-MVTHIST INTO WS-ENRG-F-HIST.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  WS-HIST-ANNULE          TO TRUE.
           MOVE WS-MVTS-REF             TO WS-HIST-CTP-REF.
           MOVE WS-CTP-DATE-MVT         TO WS-HIST-CTP-DATE.
           REWRITE FS-ENRG-F-HIST
                   FROM WS-ENRG-F-HIST
           END-REWRITE.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6254-ANNULER-LIGNE-HIST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DANS L'HISTORIQUE VIF, PARMI LES LIGNES DU COMPTE   *
      * WS-RCH-HIST-CPTE, DE CELLE QUI PORTE LA REFERENCE             *
      * WS-RCH-HIST-REF. LA LIGNE TROUVEE RESTE DANS WS-ENRG-F-HIST.  *
      *---------------------------------------------------------------*
       6258-CHERCHER-HIST-REF-DEB.
           SET WS-HIST-NON-TROUVE       TO TRUE.
           SET WS-SCAN-HIST-EN-COURS    TO TRUE.
           MOVE WS-RCH-HIST-CPTE        TO FS-HIST-CLE (1:10).
           MOVE ZERO                    TO FS-HIST-CLE (11:12).
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
             DISPLAY 'PROBLEME DE START DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF HIST-INCONNU
                GO TO 6258-CHERCHER-HIST-REF-FIN
           END-IF.
           PERFORM 6259-LIRE-HIST-REF-DEB
              THRU 6259-LIRE-HIST-REF-FIN
             UNTIL WS-SCAN-HIST-TERMINE.
       6258-CHERCHER-HIST-REF-FIN.
           EXIT.
      *
       6259-LIRE-HIST-REF-DEB.
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           IF NOT OK-LEC-F-MVTHIST
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           EVALUATE TRUE
             WHEN EOF-F-MVTHIST
                  SET WS-SCAN-HIST-TERMINE TO TRUE
             WHEN WS-HIST-CPTE NOT = WS-RCH-HIST-CPTE
                  SET WS-SCAN-HIST-TERMINE TO TRUE
             WHEN WS-HIST-REF = WS-RCH-HIST-REF
                  SET WS-HIST-TROUVE       TO TRUE
                  SET WS-SCAN-HIST-TERMINE TO TRUE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       6259-LIRE-HIST-REF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ENREGISTREMENT DE LA REFERENCE D'UN MOUVEMENT COMPTABILISE.   *
      * UNE CLE DEJA PRESENTE (MOUVEMENT REJOUE APRES REPRISE SUR     *
      * CHECKPOINT) N'EST PAS UNE ERREUR : LE REGISTRE EST DEJA A     *
           MOVE WS-MVTS-DEVISE          TO WS-VEX-DEVISE.
           PERFORM 7365-CHERCHER-IBAN-DEB
              THRU 7365-CHERCHER-IBAN-FIN.
           IF WS-IBX-TROUVE
                MOVE WS-IBX-IBAN        TO WS-VEX-IBAN
           ELSE
                MOVE SPACES             TO WS-VEX-IBAN
           END-IF.
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CVEX.
           ADD  WS-VEX-MT               TO WS-VEX-TOTAL.
       6285-ECRIRE-F-VIREXT-FIN.
           EXIT.
      *
           END-IF.
       6286-ECRIRE-F-VIRCARRY-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * MOUVEMENT D'UN ANCIEN NUMERO MUTE : REPORTE TEL QUEL (DATE,   *
      * CODE, REFERENCE) SOUS LE NOUVEAU NUMERO DE COMPTE.            *
      *---------------------------------------------------------------*
       6287-ECRIRE-F-MVTMUT-DEB.
           IF WS-MODE-SIMULATION
                GO TO 6287-ECRIRE-F-MVTMUT-FIN
           END-IF.
           IF WS-MVTMUT-FERME
                PERFORM 6035-OUVRIR-F-MVTMUT-DEB
                   THRU 6035-OUVRIR-F-MVTMUT-FIN
           END-IF.
           MOVE WS-ENRG-F-MVTS          TO WS-MVT-CARRY.
           MOVE WS-MUT-NOUVEAU          TO WS-MVT-CARRY (1 : 10).
           WRITE FS-ENRG-F-MVTMUT
                 FROM WS-MVT-CARRY
           END-WRITE.
           IF NOT OK-F-MVTMUT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTMUT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTMUT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6287-ECRIRE-F-MVTMUT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * VIREMENT EMIS RETENU : L'ENTREE DE LA LISTE, L'IBAN DU        *
      * BENEFICIAIRE ET L'IMAGE DU MOUVEMENT SONT REMIS A L'EXAMEN    *
      * DE LA CONFORMITE (RIEN EN SIMULATION).                        *
      *---------------------------------------------------------------*
       6288-ECRIRE-F-VIRGEL-DEB.
           IF WS-MODE-SIMULATION
                GO TO 6288-ECRIRE-F-VIRGEL-FIN
           END-IF.
           MOVE SPACES                  TO WS-ENRG-F-CRB.
           SET  WS-CRB-EMIS             TO TRUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-CRB-DATE.
           MOVE WS-GVX-REF              TO WS-CRB-REF-LISTE.
           MOVE WS-GVX-SOURCE           TO WS-CRB-SOURCE.
           MOVE WS-GVX-NOM              TO WS-CRB-NOM-LISTE.
           MOVE WS-IBAN-CRIBLE          TO WS-CRB-IBAN.
           MOVE WS-ENRG-F-MVTS          TO WS-CRB-MVT.
           WRITE FS-ENRG-F-VIRGEL
                 FROM WS-ENRG-F-CRB
           END-WRITE.
           IF NOT OK-F-VIRGEL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-VIRGEL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRGEL
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6288-ECRIRE-F-VIRGEL-FIN.
           EXIT.
      *
       6295-ECRIRE-F-CPTA-DEB.
           WRITE FS-ENRG-F-CPTA
      *
      *---------------------------------------------------------------*
      * CLOTURE DU RUN AU REGISTRE : STATUT 'T' ET COMPTEURS DU RUN.  *
      * LES TOTAUX DE CONTROLE DU FICHIER VIREXT Y SONT DECLARES DANS *
      * LE MEME TEMPS (NOMBRE ET MONTANT CUMULE DES VIREMENTS EMIS).  *
      *---------------------------------------------------------------*
       6310-CLOTURER-RUN-DEB.
           IF WS-MODE-SIMULATION
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-NOM-RUN-VIREXT     TO WS-RUN-PROG.
           MOVE WS-DATE-JOUR-NUM     TO WS-RUN-DATE.
           MOVE 'T'                   TO WS-RUN-STATUT.
           MOVE WS-CVEX               TO WS-RUN-NBMVT.
           MOVE WS-VEX-TOTAL          TO WS-RUN-TOTDB.
           MOVE 0                     TO WS-RUN-TOTCR.
           MOVE WS-RUN-CLE            TO FS-RUN-CLE.
           WRITE FS-ENRG-F-RUN FROM WS-ENRG-F-RUN
           END-WRITE.
           IF RUN-DEJA-DECLARE
                REWRITE FS-ENRG-F-RUN FROM WS-ENRG-F-RUN
                END-REWRITE
           END-IF.
           IF NOT OK-F-RUNCTL
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-RUNCTL'
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-RUNCTL.
       6310-CLOTURER-RUN-FIN.
           EXIT.
                  DELIMITED BY SIZE INTO WS-NOM-ALERTES.
           STRING 'VIREXT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-VIREXT.
           STRING 'MVTMUT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-MVTMUT.
           STRING 'ETATLIA_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATLIA.
           STRING 'JRNCTP_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-JRNCTP.
      *
           COMPUTE WS-EXPIR-JOUR = SS * 10000 + AA * 100 + MM.
       7000-ACCEPT-DATE-JOUR-FIN.
           MOVE SPACES TO WS-NOM-VIRCARRY.
           STRING 'VIRCARRY_' SS AA MM JJ '_P' WS-PARTITION '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-VIRCARRY.
           MOVE SPACES TO WS-NOM-MVTMUT.
           STRING 'MVTMUT_' SS AA MM JJ '_P' WS-PARTITION '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-MVTMUT.
           MOVE SPACES TO WS-NOM-JRNCTP.
           STRING 'JRNCTP_' SS AA MM JJ '_P' WS-PARTITION '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-JRNCTP.
       7001-SUFFIXER-NOMS-FIN.
           EXIT.
      *
                  DELIMITED BY SIZE INTO WS-NOM-ALERTES.
           STRING 'VIRCARRY_' SS AA MM JJ '_SIM.txt'
                  DELIMITED BY SIZE INTO WS-NOM-VIRCARRY.
           MOVE SPACES TO WS-NOM-MVTMUT.
           STRING 'MVTMUT_' SS AA MM JJ '_SIM.txt'
                  DELIMITED BY SIZE INTO WS-NOM-MVTMUT.
           MOVE SPACES TO WS-NOM-JRNCTP.
           STRING 'JRNCTP_' SS AA MM JJ '_SIM.txt'
                  DELIMITED BY SIZE INTO WS-NOM-JRNCTP.
       7002-SUFFIXER-NOMS-SIMUL-FIN.
           EXIT.
      *
       7010-MAJ-SOLDE-DEB.
           MOVE WS-SOLDE-INTER          TO WS-CPT-SOLDE.
           COMPUTE WS-CPT-SOLDE-VAL =
                   WS-CPT-SOLDE - WS-CREDITS-FUTURS - WS-FLOAT-CPTE.
       7010-MAJ-SOLDE-FIN.
           EXIT.
      *
       7020-COMPTE-EXISTANT-DEB.
           MOVE '1'                     TO WS-PAGE
           MOVE '0'                     TO WS-CLOTURE
           MOVE '0'                     TO WS-CLOTURE-MOB
           MOVE ALL SPACE               TO WS-LETAT-CLOSE-ED
           MOVE ALL SPACE               TO WS-LETAT-OPEN-ED
           ADD  1                       TO WS-CCST
           MOVE 0                       TO WS-LETAT-TOTCR
           MOVE 0                       TO WS-CPT-CB-JOUR
           MOVE 0                       TO WS-CREDITS-FUTURS
           PERFORM 7375-CUMULER-FLOAT-DEB
              THRU 7375-CUMULER-FLOAT-FIN
           PERFORM 7426-LIRE-MINEUR-DEB
              THRU 7426-LIRE-MINEUR-FIN
           MOVE ALL SPACE               TO WS-LETAT-OPEN-ED
           MOVE WS-DATE-JOUR            TO WS-CPT-DMAJ.
       7020-COMPTE-EXISTANT-FIN.
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-RET-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-RET-C
           END-IF
           PERFORM 7425-CUMULER-MINEUR-DEB
              THRU 7425-CUMULER-MINEUR-FIN.
       7050-OP-RETRAIT-FIN.
           EXIT.
      *
           ADD  WS-MVTS-MT              TO WS-LETAT-TOTDB
           ADD  WS-MVTS-MT              TO WS-LGEN-TOTDB
           ADD  WS-MVTS-MT              TO WS-CPT-CB-JOUR
           IF WS-CRX-TROUVEE
                ADD WS-MVTS-MT          TO WS-CRX-CUMUL-JOUR
                IF NOT WS-MODE-SIMULATION
                     PERFORM 6342-REECRIRE-F-CARTIDX-DEB
                        THRU 6342-REECRIRE-F-CARTIDX-FIN
                END-IF
           END-IF
           PERFORM 7350-LEVER-AUTORISATION-DEB
              THRU 7350-LEVER-AUTORISATION-FIN
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-CB-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-CB-C
           END-IF
           PERFORM 7425-CUMULER-MINEUR-DEB
              THRU 7425-CUMULER-MINEUR-FIN.
       7060-OP-CARTE-FIN.
           EXIT.
      *
           END-IF.
       7070-OP-DEPOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REMISE DE CHEQUE : LE CREDIT EST PASSE AU SOLDE MAIS RESTE    *
      * INDISPONIBLE TANT QUE LA REMISE EST EN COMPENSATION ; CE      *
      * FLOTTANT EST PRIS AU REGISTRE DES REMISES (7375) ; UNE REMISE *
      * DATEE DU JOUR Y ENTRE ICI, AU PASSAGE DE SON CREDIT. EN       *
      * L'ABSENCE DU REGISTRE, LA DATE DE VALEUR FUTURE JOUE COMME    *
      * POUR UN DEPOT ORDINAIRE.                                      *
      *---------------------------------------------------------------*
       7075-OP-REMISE-DEB.
           ADD 1                        TO WS-CDEP
           ADD 1                        TO WS-MVT-VAL
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-CREDIT-ED
           MOVE 'REMISE CHEQUE'         TO WS-LETAT-OP-LIB-ED
           ADD WS-MVTS-MT               TO WS-LETAT-TOTCR
           ADD WS-MVTS-MT               TO WS-LGEN-TOTCR
           IF WS-REMISES-FERMES
              AND WS-MVTS-DATE-VAL > WS-DATE-JOUR-NUM
                ADD WS-MVTS-MT          TO WS-CREDITS-FUTURS
           END-IF
           COMPUTE WS-DATE-OPE-MVT = WS-MVTS-SS * 1000000
                                   + WS-MVTS-AA * 10000
                                   + WS-MVTS-MM * 100
                                   + WS-MVTS-JJ
           IF NOT WS-REMISES-FERMES
              AND WS-MVTS-DATE-VAL > WS-DATE-JOUR-NUM
              AND WS-DATE-OPE-MVT = WS-DATE-JOUR-NUM
                ADD WS-MVTS-MT          TO WS-FLOAT-CPTE
           END-IF
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-REM-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-REM-C
           END-IF.
       7075-OP-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * REMISE DE PRELEVEMENTS EMIS : MEME TRAITEMENT QU'UNE REMISE   *
      * DE CHEQUE, LE FLOTTANT ETANT PRIS AU REGISTRE DES             *
      * PRELEVEMENTS EMIS (7377) ; LA REMISE PRESENTEE LE JOUR Y      *
      * ENTRE ICI, AU PASSAGE DE SON CREDIT. COMPTABILISEE AVEC LES   *
      * REMISES.                                                      *
      *---------------------------------------------------------------*
       7077-OP-REMISE-PRLV-DEB.
           ADD 1                        TO WS-CDEP
           ADD 1                        TO WS-MVT-VAL
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-CREDIT-ED
           MOVE 'REMISE PRLV SEPA'      TO WS-LETAT-OP-LIB-ED
           ADD WS-MVTS-MT               TO WS-LETAT-TOTCR
           ADD WS-MVTS-MT               TO WS-LGEN-TOTCR
           IF WS-ENCPRLV-FERME
              AND WS-MVTS-DATE-VAL > WS-DATE-JOUR-NUM
                ADD WS-MVTS-MT          TO WS-CREDITS-FUTURS
           END-IF
           IF NOT WS-ENCPRLV-FERME
              AND WS-MVTS-DATE-VAL > WS-DATE-JOUR-NUM
                ADD WS-MVTS-MT          TO WS-FLOAT-CPTE
           END-IF
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-REM-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-REM-C
           END-IF.
       7077-OP-REMISE-PRLV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECREDIT PROVISOIRE D'UN PAIEMENT PAR CARTE CONTESTE : DEPOT  *
      * EN VALEUR A LA DATE DU PAIEMENT, COMPTABILISE AVEC LES        *
      * DEPOTS ; SA REPRISE EVENTUELLE EST UN MOUVEMENT 'U'.          *
      *---------------------------------------------------------------*
       7076-OP-RECREDIT-CB-DEB.
           ADD 1                        TO WS-CDEP
           ADD 1                        TO WS-MVT-VAL
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-CREDIT-ED
           MOVE 'RECREDIT PROVISOIRE CB' TO WS-LETAT-OP-LIB-ED
           ADD WS-MVTS-MT               TO WS-LETAT-TOTCR
           ADD WS-MVTS-MT               TO WS-LGEN-TOTCR
           IF WS-MVTS-DATE-VAL > WS-DATE-JOUR-NUM
                ADD WS-MVTS-MT          TO WS-CREDITS-FUTURS
           END-IF
           IF WS-CPT-EPARGNE
                ADD WS-MVTS-MT          TO WS-CPTA-DEP-E
           ELSE ADD WS-MVTS-MT          TO WS-CPTA-DEP-C
           END-IF.
       7076-OP-RECREDIT-CB-FIN.
           EXIT.
      *
       7080-OP-ANOM-DEB.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED
           ADD  WS-MVTS-MT              TO WS-LANO-TOT
           ADD  1                       TO WS-CERR
           EVALUATE TRUE
             WHEN WS-MUTE-ECHU
               MOVE '22'                       TO WS-LANO-NUM-ED
               MOVE 'COMPTE MUTE - REDIRECT. ECHUE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-REF-DOUBLON
               MOVE '07'                       TO WS-LANO-NUM-ED
               MOVE 'MOUVEMENT DEJA TRAITE (DOUBLON)'
               MOVE '18'                       TO WS-LANO-NUM-ED
               MOVE 'INTERDIT BANCAIRE EN COURS'
                                                TO WS-LANO-TYP-ED
             WHEN WS-GELAV-GELE
               MOVE '25'                       TO WS-LANO-NUM-ED
               MOVE 'COMPTE GELE (GEL DES AVOIRS)'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTX-GELE
               MOVE '32'                       TO WS-LANO-NUM-ED
               MOVE 'COMPTE AU CONTENTIEUX'    TO WS-LANO-TYP-ED
             WHEN WS-SUCC-GELE
               MOVE '20'                       TO WS-LANO-NUM-ED
               MOVE 'COMPTE GELE (SUCCESSION)'
                                                TO WS-LANO-TYP-ED
             WHEN WS-MINEUR-OP-REFUSEE
               MOVE '33'                       TO WS-LANO-NUM-ED
               MOVE 'OPERATION INTERDITE AU MINEUR'
                                                TO WS-LANO-TYP-ED
             WHEN WS-MINEUR-BUDGET-DEPASSE
               MOVE '34'                       TO WS-LANO-NUM-ED
               MOVE 'BUDGET HEBDO MINEUR DEPASSE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-PLAF-REG-DEPASSE
               MOVE '23'                       TO WS-LANO-NUM-ED
               MOVE 'PLAFOND LIVRET REGLEMENTE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-PLAFOND-DEPASSE
               MOVE '02'                       TO WS-LANO-NUM-ED
               MOVE 'DECOUVERT AUTORISE DEPASSE'
               MOVE '08'                       TO WS-LANO-NUM-ED
               MOVE 'BENEFICIAIRE EXTERNE INVALIDE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-VIREXT-RETENU
               MOVE '24'                       TO WS-LANO-NUM-ED
               MOVE 'VIREMENT RETENU (GEL AVOIRS)'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTP-INCOMPLETE
               MOVE '26'                       TO WS-LANO-NUM-ED
               MOVE 'CONTRE-PASSATION INCOMPLETE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTP-HORS-HIST
               MOVE '28'                       TO WS-LANO-NUM-ED
               MOVE 'MVT D''ORIGINE HORS HISTORIQUE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTP-NON-PASSABLE
               MOVE '29'                       TO WS-LANO-NUM-ED
               MOVE 'MOUVEMENT NON CONTRE-PASSABLE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTP-DEJA-FAIT
               MOVE '30'                       TO WS-LANO-NUM-ED
               MOVE 'MOUVEMENT DEJA CONTRE-PASSE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-CTP-BENEF-ABSENT
               MOVE '31'                       TO WS-LANO-NUM-ED
               MOVE 'BENEFICIAIRE DU VIR. ABSENT'
                                                TO WS-LANO-TYP-ED
             WHEN VIREMENT
               MOVE '03'                       TO WS-LANO-NUM-ED
               MOVE 'COMPTE DESTINATAIRE INEXISTANT'
                                                TO WS-LANO-TYP-ED
             WHEN IMPAYE-REMISE
               MOVE '21'                       TO WS-LANO-NUM-ED
               MOVE 'IMPAYE SANS COMPTE REMETTANT'
                                                TO WS-LANO-TYP-ED
             WHEN CONTRE-PASSATION
               MOVE '27'                       TO WS-LANO-NUM-ED
               MOVE 'REF. A CONTRE-PASSER INCONNUE'
                                                TO WS-LANO-TYP-ED
             WHEN OTHER
               MOVE '01'                       TO WS-LANO-NUM-ED
               MOVE 'CODE MOUVEMENT INCONNU'   TO WS-LANO-TYP-ED
           MOVE '1'                     TO WS-CLOTURE.
       7090-OP-CLOTURE-FIN.
           EXIT.
      *
       7095-NOTER-CLOTURE-MOB-DEB.
           MOVE '1'                     TO WS-CLOTURE-MOB.
           MOVE WS-MVTS-DATE            TO WS-CLO-MOB-DATE.
           MOVE WS-MVTS-REF             TO WS-CLO-MOB-REF.
           MOVE WS-MVTS-EXT-BQE         TO WS-CLO-MOB-BQE.
           MOVE WS-MVTS-EXT-CPTE        TO WS-CLO-MOB-CPTE-EXT.
           MOVE WS-MVTS-DEVISE          TO WS-CLO-MOB-DEVISE.
       7095-NOTER-CLOTURE-MOB-FIN.
           EXIT.
      *
       7100-INCR-CMVT-DEB.
           ADD 1                        TO WS-CMVT.
           MOVE 0                       TO WS-CPT-SOLDE
           MOVE '1'                     TO WS-PAGE
           MOVE '0'                     TO WS-CLOTURE
           MOVE '0'                     TO WS-CLOTURE-MOB
           MOVE ALL SPACE               TO WS-LETAT-CLOSE-ED
           MOVE 'CREATION DE COMPTE'    TO WS-LETAT-OPEN-ED
           ADD  1                       TO WS-CCLN
           MOVE '0'                     TO WS-CPT-INTERDIT
           MOVE 0                       TO WS-CPT-SOLDE-VAL
           MOVE 0                       TO WS-CREDITS-FUTURS
           MOVE 0                       TO WS-FLOAT-CPTE
           MOVE SPACES                  TO WS-CPT-FORFAIT
           MOVE '0'                     TO WS-CPT-NPAI
           MOVE 0                       TO WS-CPT-NPAI-DATE
           MOVE '0'                     TO WS-CPT-SUCCESSION
           MOVE 0                       TO WS-CPT-DATE-DECES
           MOVE '0'                     TO WS-CPT-GEL-AVOIRS
           MOVE 0                       TO WS-CPT-GELAV-DATE
           MOVE SPACES                  TO WS-CPT-GELAV-REF
           MOVE '0'                     TO WS-CPT-FRAGILE
           MOVE SPACES                  TO WS-CPT-PRODUIT
           MOVE '0'                     TO WS-CPT-CFONB
           MOVE '0'                     TO WS-CPT-CONTENTIEUX
           MOVE '0'                     TO WS-CPT-OPPOS-COM
           SET  WS-CPTE-NON-MINEUR      TO TRUE
           ADD  1                       TO WS-CCTC
           MOVE WS-MVTS-CPTE            TO WS-CPT-CPTE.
           MOVE WS-DATE-JOUR            TO WS-CPT-DMAJ.
      *
      *---------------------------------------------------------------*
      * CONTROLE DU DECOUVERT SUR LE DISPONIBLE : LE SOLDE EST        *
      * DIMINUE DES AUTORISATIONS CARTE ENCORE ACTIVES DU COMPTE ET   *
      * DES REMISES DE CHEQUES ENCORE EN COMPENSATION AVANT           *
      * COMPARAISON AU DECOUVERT AUTORISE, LIMITE PERMANENTE DU       *
      * COMPTE AUGMENTEE DE SES AUTORISATIONS TEMPORAIRES EN COURS.   *
      * UN COMPTE DE MINEUR N'A AUCUN DECOUVERT, QUELLE QUE SOIT SA   *
      * LIMITE.                                                       *
      *---------------------------------------------------------------*
       7160-VERIF-PLAFOND-DEB.
           PERFORM 7110-OP-SOLDE-INTER-DEB
              THRU 7110-OP-SOLDE-INTER-FIN.
           PERFORM 7355-CUMULER-HOLDS-DEB
              THRU 7355-CUMULER-HOLDS-FIN.
           PERFORM 7357-CUMULER-DECTEMP-DEB
              THRU 7357-CUMULER-DECTEMP-FIN.
           IF WS-CPTE-MINEUR
                MOVE 0                  TO WS-DECOUVERT-AUTORISE
           ELSE
                COMPUTE WS-DECOUVERT-AUTORISE = WS-CPT-LIMITE
                                              + WS-DECTEMP-CPTE
           END-IF.
           IF (WS-SOLDE-INTER - WS-HOLDS-CPTE - WS-FLOAT-CPTE
               - WS-MVTS-MT)
              < (WS-DECOUVERT-AUTORISE * -1)
                SET WS-PLAFOND-DEPASSE  TO TRUE
           ELSE
                SET WS-PLAFOND-OK       TO TRUE
      *
       7355-CUMULER-HOLDS-DEB.
           MOVE 0                       TO WS-HOLDS-CPTE.
           IF WS-AUTORIDX-FERME
                GO TO 7355-CUMULER-HOLDS-FIN
           END-IF.
           PERFORM 6382-POSITIONNER-F-AUTORIDX-DEB
              THRU 6382-POSITIONNER-F-AUTORIDX-FIN.
           PERFORM 7356-CUMULER-UN-HOLD-DEB
              THRU 7356-CUMULER-UN-HOLD-FIN
             UNTIL WS-SCAN-AUX-TERMINE.
       7355-CUMULER-HOLDS-FIN.
           EXIT.
      *
       7356-CUMULER-UN-HOLD-DEB.
           PERFORM 6384-LIRE-F-AUTORIDX-DEB
              THRU 6384-LIRE-F-AUTORIDX-FIN.
           IF WS-SCAN-AUX-EN-COURS
              AND WS-AUX-ACTIVE
                ADD WS-AUX-MT           TO WS-HOLDS-CPTE
           END-IF.
       7356-CUMULER-UN-HOLD-FIN.
           EXIT.
      *
       7357-CUMULER-DECTEMP-DEB.
           MOVE 0                       TO WS-DECTEMP-CPTE.
           IF WS-DECTEMP-FERME
                GO TO 7357-CUMULER-DECTEMP-FIN
           END-IF.
           PERFORM 6387-POSITIONNER-F-DECTEMP-DEB
              THRU 6387-POSITIONNER-F-DECTEMP-FIN.
           PERFORM 7358-CUMULER-UN-DECTEMP-DEB
              THRU 7358-CUMULER-UN-DECTEMP-FIN
             UNTIL WS-SCAN-DCT-TERMINE.
       7357-CUMULER-DECTEMP-FIN.
           EXIT.
      *
       7358-CUMULER-UN-DECTEMP-DEB.
           PERFORM 6388-LIRE-F-DECTEMP-DEB
              THRU 6388-LIRE-F-DECTEMP-FIN.
           IF WS-SCAN-DCT-EN-COURS
              AND WS-DCT-DATE-FIN NOT < WS-DATE-JOUR-NUM
                ADD WS-DCT-MT           TO WS-DECTEMP-CPTE
           END-IF.
       7358-CUMULER-UN-DECTEMP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LEVEE DE L'AUTORISATION COUVERTE PAR LE MOUVEMENT CB QUI      *
      * VIENT DE PASSER : LA PREMIERE AUTORISATION ACTIVE DU COMPTE   *
      * DE MEME MONTANT (ET DE MEME CARTE QUAND LE MOUVEMENT EN       *
      * PORTE UNE) EST LEVEE AU FICHIER DES AUTORISATIONS. EN         *
      * SIMULATION LE FICHIER N'EST PAS MODIFIE.                      *
      *---------------------------------------------------------------*
       7350-LEVER-AUTORISATION-DEB.
           SET  WS-LEVEE-A-FAIRE        TO TRUE.
           IF WS-AUTORIDX-FERME
              OR WS-MODE-SIMULATION
                GO TO 7350-LEVER-AUTORISATION-FIN
           END-IF.
           PERFORM 6382-POSITIONNER-F-AUTORIDX-DEB
              THRU 6382-POSITIONNER-F-AUTORIDX-FIN.
           PERFORM 7351-LEVER-UN-HOLD-DEB
              THRU 7351-LEVER-UN-HOLD-FIN
             UNTIL WS-SCAN-AUX-TERMINE
                OR WS-LEVEE-FAITE.
       7350-LEVER-AUTORISATION-FIN.
           EXIT.
      *
       7351-LEVER-UN-HOLD-DEB.
           PERFORM 6384-LIRE-F-AUTORIDX-DEB
              THRU 6384-LIRE-F-AUTORIDX-FIN.
           IF WS-SCAN-AUX-TERMINE
                GO TO 7351-LEVER-UN-HOLD-FIN
           END-IF.
           IF WS-AUX-ACTIVE
              AND WS-AUX-MT = WS-MVTS-MT
              AND (WS-MVTS-SANS-CARTE
                   OR WS-MVTS-NUM-CARTE IS NOT NUMERIC
                   OR WS-AUX-CARTE = WS-MVTS-NUM-CARTE)
                SET  WS-AUX-LEVEE       TO TRUE
                REWRITE FS-ENRG-F-AUX FROM WS-ENRG-F-AUX
                END-REWRITE
                IF NOT OK-F-AUTORIDX
                  DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-AUTORIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-AUTORIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
                SET  WS-LEVEE-FAITE     TO TRUE
           END-IF.
       7351-LEVER-UN-HOLD-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DE L'IBAN DU BENEFICIAIRE EXTERNE DANS LA           *
      * CORRESPONDANCE : COUPLE CODE BANQUE + COMPTE CHEZ LE          *
      * CONFRERE, LU PAR CLE.                                         *
      *---------------------------------------------------------------*
       7365-CHERCHER-IBAN-DEB.
           SET  WS-IBX-NON-TROUVE       TO TRUE.
           IF WS-IBANIDX-FERME
                GO TO 7365-CHERCHER-IBAN-FIN
           END-IF.
           MOVE WS-VEX-BQE              TO WS-IBX-BQE.
           MOVE WS-VEX-CPTE-EXT         TO WS-IBX-CPTE.
           MOVE WS-IBX-CLE              TO FS-IBX-CLE.
           READ F-IBANIDX INTO WS-ENRG-F-IBX
           END-READ.
           EVALUATE TRUE
             WHEN OK-F-IBANIDX
                  SET WS-IBX-TROUVE     TO TRUE
             WHEN IBX-INCONNU
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7365-CHERCHER-IBAN-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONTROLE CB : UN MOUVEMENT QUI PORTE UN NUMERO DE CARTE EST   *
      *---------------------------------------------------------------*
       7161-VERIF-PLAF-CB-DEB.
           SET  WS-CARTE-OK             TO TRUE.
           SET  WS-CRX-NON-TROUVEE      TO TRUE.
           IF WS-MVTS-NUM-CARTE IS NUMERIC
              AND NOT WS-MVTS-SANS-CARTE
                PERFORM 7162-CONTROLER-CARTE-DEB
       7162-CONTROLER-CARTE-DEB.
           SET  WS-PLAF-CB-OK           TO TRUE.
           PERFORM 7163-CHERCHER-CARTE-DEB
              THRU 7163-CHERCHER-CARTE-FIN.
           EVALUATE TRUE
             WHEN WS-CRX-NON-TROUVEE
                  SET WS-CARTE-INCONNUE TO TRUE
             WHEN NOT WS-CRX-ACTIVE
                  SET WS-CARTE-BLOQUEE  TO TRUE
             WHEN WS-CRX-EXPIRATION < WS-EXPIR-JOUR
                  SET WS-CARTE-EXPIREE  TO TRUE
             WHEN (WS-CRX-CUMUL-JOUR + WS-MVTS-MT) > WS-CRX-PLAFOND
                  SET WS-PLAF-CB-DEPASSE TO TRUE
           END-EVALUATE.
       7162-CONTROLER-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE DE LA CARTE PAR SON NUMERO ; ELLE N'EST RETENUE QUE   *
      * RATTACHEE AU COMPTE DU MOUVEMENT.                             *
      *---------------------------------------------------------------*
       7163-CHERCHER-CARTE-DEB.
           SET  WS-CRX-NON-TROUVEE      TO TRUE.
           IF WS-CARTIDX-FERME
                GO TO 7163-CHERCHER-CARTE-FIN
           END-IF.
           MOVE WS-MVTS-NUM-CARTE       TO WS-CRX-NUMERO.
           MOVE WS-CRX-NUMERO           TO FS-CRX-NUMERO.
           READ F-CARTIDX INTO WS-ENRG-F-CRX
           END-READ.
           EVALUATE TRUE
             WHEN CRX-INCONNUE
                  CONTINUE
             WHEN NOT OK-F-CARTIDX
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-CRX-CPTE = WS-MVTS-CPTE
                  SET WS-CRX-TROUVEE    TO TRUE
           END-EVALUATE.
       7163-CHERCHER-CARTE-FIN.
           EXIT.
      *
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DU CHEQUE DANS LES OPPOSITIONS DU COMPTE : UN       *
      * NUMERO DANS UNE PLAGE FRAPPEE D'OPPOSITION POUR LE COMPTE     *
      * ENVOIE LE MOUVEMENT EN ANOMALIE. LES PLAGES SONT LUES DANS    *
      * L'ORDRE DE LEUR PREMIER NUMERO : LA LECTURE S'ARRETE SUR LA   *
      * PREMIERE PLAGE QUI COMMENCE AU-DELA DU CHEQUE.                *
      *---------------------------------------------------------------*
       7270-VERIF-OPPOSITION-DEB.
           SET  WS-CHEQUE-LIBRE         TO TRUE.
           IF WS-OPPOSIDX-FERME
              OR WS-MVTS-NUM-CHEQUE IS NOT NUMERIC
                GO TO 7270-VERIF-OPPOSITION-FIN
           END-IF.
           MOVE LOW-VALUE               TO WS-OPX-CLE.
           MOVE WS-MVTS-CPTE            TO WS-OPX-CPTE.
           MOVE WS-OPX-CLE              TO FS-OPX-CLE.
           START F-OPPOSIDX KEY IS NOT LESS THAN FS-OPX-CLE
           END-START.
           IF NOT OK-START-OPPOSIDX
                DISPLAY 'PROBLEME DE START DU FICHIER F-OPPOSIDX'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OPX-INCONNUE
                SET WS-SCAN-OPX-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-OPX-EN-COURS TO TRUE
           END-IF.
           PERFORM 7275-TESTER-OPPOSITION-DEB
              THRU 7275-TESTER-OPPOSITION-FIN
             UNTIL WS-SCAN-OPX-TERMINE.
       7270-VERIF-OPPOSITION-FIN.
           EXIT.
      *
       7275-TESTER-OPPOSITION-DEB.
           READ F-OPPOSIDX NEXT RECORD INTO WS-ENRG-F-OPX.
           EVALUATE TRUE
             WHEN EOF-F-OPPOSIDX
                  SET WS-SCAN-OPX-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-OPPOSIDX
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OPPOSIDX'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-OPPOSIDX
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-OPX-CPTE NOT = WS-MVTS-CPTE
               OR WS-OPX-CHQ-DEB > WS-MVTS-NUM-CHEQUE
                  SET WS-SCAN-OPX-TERMINE TO TRUE
             WHEN WS-MVTS-NUM-CHEQUE <= WS-OPX-CHQ-FIN
                  SET WS-CHEQUE-OPPOSE    TO TRUE
                  SET WS-SCAN-OPX-TERMINE TO TRUE
           END-EVALUATE.
       7275-TESTER-OPPOSITION-FIN.
           EXIT.
      *
                GO TO 7272-VERIF-SERIE-CHEQUE-FIN
           END-IF.
           SET  WS-CHQ-HORS-SERIE       TO TRUE.
           MOVE LOW-VALUE               TO WS-CHR-CLE.
           MOVE WS-MVTS-CPTE            TO WS-CHR-CPTE.
           MOVE WS-CHR-CLE              TO FS-CHR-CLE.
           START F-CHQREG KEY IS NOT LESS THAN FS-CHR-CLE
           END-START.
           IF NOT OK-START-CHQREG
                DISPLAY 'PROBLEME DE START DU FICHIER F-CHQREG'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CHR-INCONNUE
                SET WS-SCAN-CHR-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-CHR-EN-COURS TO TRUE
           END-IF.
           PERFORM 7274-TESTER-SERIE-DEB
              THRU 7274-TESTER-SERIE-FIN
             UNTIL WS-SCAN-CHR-TERMINE.
       7272-VERIF-SERIE-CHEQUE-FIN.
           EXIT.
      *
       7274-TESTER-SERIE-DEB.
           READ F-CHQREG NEXT RECORD INTO WS-ENRG-F-CHR.
           EVALUATE TRUE
             WHEN EOF-F-CHQREG
                  SET WS-SCAN-CHR-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-CHQREG
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHQREG'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-CHR-CPTE NOT = WS-MVTS-CPTE
               OR WS-CHR-PREMIER > WS-MVTS-NUM-CHEQUE
                  SET WS-SCAN-CHR-TERMINE TO TRUE
             WHEN WS-MVTS-NUM-CHEQUE <= WS-CHR-DERNIER
                  SET WS-CHQ-EN-SERIE     TO TRUE
                  SET WS-SCAN-CHR-TERMINE TO TRUE
           END-EVALUATE.
       7274-TESTER-SERIE-FIN.
           EXIT.
      *
           END-IF.
       7180-CALC-INTERET-CLOTURE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CLOTURE DE MOBILITE : LE SOLDE DISPONIBLE (HORS FLOTTANT DE   *
      * COMPENSATION ET CREDITS DE VALEUR FUTURE) PART EN VIREMENT    *
      * EXTERNE VERS LE NOUVEAU COMPTE (VIREXT) ET EST HISTORISE EN   *
      * 'V' SOUS LA REFERENCE DE L'ORDRE DE CLOTURE. TANT QUE DES     *
      * SOMMES RESTENT INDISPONIBLES, LA CLOTURE EST DIFFEREE : LE    *
      * COMPTE EST REECRIT ET L'ORDRE, REEMIS CHAQUE JOUR PAR LA      *
      * MOBILITE, VIRE LE RELIQUAT UNE FOIS DISPONIBLE. LE TAMPON     *
      * MOUVEMENT CONTENANT LA LECTURE AVANCEE DU COMPTE SUIVANT,     *
      * LES COORDONNEES SONT CELLES NOTEES A LA LECTURE DU 'L'.       *
      *---------------------------------------------------------------*
       7185-VIRER-SOLDE-MOBILITE-DEB.
           IF WS-FLOAT-CPTE + WS-CREDITS-FUTURS > 0
                MOVE '0'                TO WS-CLOTURE
                MOVE 0                  TO WS-LETAT-OP-DEBIT-ED
                MOVE 0                  TO WS-LETAT-OP-CREDIT-ED
                MOVE 'CLOTURE MOBILITE DIFFEREE'
                                        TO WS-LETAT-OP-LIB-ED
                SET  WS-ALERTE-INHIBEE  TO TRUE
                PERFORM 8030-DETAIL-ETATCLI-DEB
                   THRU 8030-DETAIL-ETATCLI-FIN
                SET  WS-ALERTE-ACTIVE   TO TRUE
           END-IF.
           COMPUTE WS-SOLDE-MOB = WS-CPT-SOLDE - WS-FLOAT-CPTE
                                - WS-CREDITS-FUTURS.
           IF WS-SOLDE-MOB NOT > 0
                GO TO 7185-VIRER-SOLDE-MOBILITE-FIN
           END-IF.
           SUBTRACT WS-SOLDE-MOB      FROM WS-CPT-SOLDE.
           SUBTRACT WS-SOLDE-MOB      FROM WS-CPT-SOLDE-VAL.
           SUBTRACT WS-SOLDE-MOB      FROM WS-SOLDE-INTER.
           ADD  1                       TO WS-CVIR.
           ADD  1                       TO WS-MVT-VAL.
           ADD  WS-SOLDE-MOB            TO WS-LETAT-TOTDB.
           ADD  WS-SOLDE-MOB            TO WS-LGEN-TOTDB.
           IF WS-CPT-EPARGNE
                ADD WS-SOLDE-MOB        TO WS-CPTA-VIR-E
           ELSE ADD WS-SOLDE-MOB        TO WS-CPTA-VIR-C
           END-IF.
           MOVE WS-SOLDE-MOB            TO WS-LETAT-OP-DEBIT-ED.
           MOVE 0                       TO WS-LETAT-OP-CREDIT-ED.
           MOVE 'VIREMENT SOLDE MOBILITE'
                                        TO WS-LETAT-OP-LIB-ED.
           SET  WS-ALERTE-INHIBEE       TO TRUE.
           PERFORM 8030-DETAIL-ETATCLI-DEB
              THRU 8030-DETAIL-ETATCLI-FIN.
           SET  WS-ALERTE-ACTIVE        TO TRUE.
      *
           IF WS-MODE-SIMULATION
                GO TO 7185-VIRER-SOLDE-MOBILITE-FIN
           END-IF.
           MOVE WS-DATE-JOUR-NUM        TO WS-VEX-DATE.
           MOVE WS-CLO-MOB-REF          TO WS-VEX-REF.
           MOVE WS-CPT-CPTE             TO WS-VEX-CPTE.
           MOVE WS-CLO-MOB-BQE          TO WS-VEX-BQE.
           MOVE WS-CLO-MOB-CPTE-EXT     TO WS-VEX-CPTE-EXT.
           MOVE WS-SOLDE-MOB            TO WS-VEX-MT.
           MOVE WS-CLO-MOB-DEVISE       TO WS-VEX-DEVISE.
           PERFORM 7365-CHERCHER-IBAN-DEB
              THRU 7365-CHERCHER-IBAN-FIN.
           IF WS-IBX-TROUVE
                MOVE WS-IBX-IBAN        TO WS-VEX-IBAN
           ELSE
                MOVE SPACES             TO WS-VEX-IBAN
           END-IF.
           WRITE FS-ENRG-F-VIREXT
                 FROM WS-ENRG-F-VIREXT
           END-WRITE.
           IF NOT OK-F-VIREXT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-VIREXT-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIREXT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-CVEX.
           ADD  WS-VEX-MT               TO WS-VEX-TOTAL.
      *
           ADD  1                       TO WS-NB-MVT-CPTE.
           MOVE SPACES                  TO WS-ENRG-F-HIST.
           MOVE WS-CPT-CPTE             TO WS-HIST-CPTE.
           MOVE WS-CLO-MOB-SS           TO WS-HIST-SS.
           MOVE WS-CLO-MOB-AA           TO WS-HIST-AA.
           MOVE WS-CLO-MOB-MM           TO WS-HIST-MM.
           MOVE WS-CLO-MOB-JJ           TO WS-HIST-JJ.
           MOVE WS-NB-MVT-CPTE          TO WS-HIST-SEQ.
           MOVE 'V'                     TO WS-HIST-CODE.
           MOVE WS-SOLDE-MOB            TO WS-HIST-MT.
           MOVE 0                       TO WS-HIST-VIR-CPTE.
           MOVE 0                       TO WS-HIST-NUM-CHEQUE.
           MOVE WS-DATE-JOUR-NUM        TO WS-HIST-DATE-VAL.
           MOVE WS-CLO-MOB-REF          TO WS-HIST-REF.
           SET  WS-HIST-NORMAL          TO TRUE.
           MOVE SPACES                  TO WS-HIST-CTP-REF.
           MOVE 0                       TO WS-HIST-CTP-DATE.
           SET  WS-HIST-A-ECRIRE        TO TRUE.
           PERFORM 6255-ECRIRE-F-MVTHIST-DEB
              THRU 6255-ECRIRE-F-MVTHIST-FIN
             UNTIL WS-HIST-ECRIT.
       7185-VIRER-SOLDE-MOBILITE-FIN.
           EXIT.
      *
       7190-VERIF-FENETRE-MVT-DEB.
           COMPUTE WS-MVT-DATE-NUM = WS-MVTS-SS * 1000000
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-MVT
                  WHEN WS-PARAM-DELAUTCB
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-AUT-CB
                  WHEN WS-PARAM-PLAFLIVA
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-A
                  WHEN WS-PARAM-PLAFLDDS
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LDDS
                  WHEN WS-PARAM-PLAFLEP
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LEP
                  WHEN WS-PARAM-PLAFLJEU
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-JEUNE
                END-EVALUATE
           END-IF.
           PERFORM 6245-LIRE-F-PARAM-DEB
                MOVE WS-MT-REPRISE (14)  TO WS-LGEN-TOTCR
                MOVE WS-MT-REPRISE (15)  TO WS-CPTA-PRL-C
                MOVE WS-MT-REPRISE (16)  TO WS-CPTA-PRL-E
                MOVE WS-MT-REPRISE (17)  TO WS-CPTA-REM-C
                MOVE WS-MT-REPRISE (18)  TO WS-CPTA-REM-E
                MOVE WS-MT-REPRISE (19)  TO WS-CPTA-RIM-C
                MOVE WS-MT-REPRISE (20)  TO WS-CPTA-RIM-E
                PERFORM 7226-RECHARGER-LIAISON-DEB
                   THRU 7226-RECHARGER-LIAISON-FIN
                  VARYING WS-IDX-LIA-A FROM 1 BY 1
                  UNTIL WS-IDX-LIA-A > 9
                PERFORM 7228-RECHARGER-CTP-DEB
                   THRU 7228-RECHARGER-CTP-FIN
                  VARYING WS-IDX-CHK FROM 1 BY 1
                  UNTIL WS-IDX-CHK > 7
           END-IF.
       7225-RECHARGER-CUMULS-FIN.
           EXIT.
           END-IF.
       7229-RECHARGER-LIA-POSTE-FIN.
           EXIT.
      *
       7228-RECHARGER-CTP-DEB.
           IF WS-CTP-REP-C (WS-IDX-CHK) IS NUMERIC
              AND WS-CTP-REP-E (WS-IDX-CHK) IS NUMERIC
                MOVE WS-CTP-REP-C (WS-IDX-CHK)
                                TO WS-CPTA-CTP-C (WS-IDX-CHK)
                MOVE WS-CTP-REP-E (WS-IDX-CHK)
                                TO WS-CPTA-CTP-E (WS-IDX-CHK)
           END-IF.
       7228-RECHARGER-CTP-FIN.
           EXIT.
      *
       7227-FIGER-CUMULS-DEB.
           MOVE WS-CMVT                 TO WS-SNAP-CMVT.
           MOVE WS-LGEN-TOTCR           TO WS-SNAP-MT (14).
           MOVE WS-CPTA-PRL-C           TO WS-SNAP-MT (15).
           MOVE WS-CPTA-PRL-E           TO WS-SNAP-MT (16).
           MOVE WS-CPTA-REM-C           TO WS-SNAP-MT (17).
           MOVE WS-CPTA-REM-E           TO WS-SNAP-MT (18).
           MOVE WS-CPTA-RIM-C           TO WS-SNAP-MT (19).
           MOVE WS-CPTA-RIM-E           TO WS-SNAP-MT (20).
           MOVE WS-TABLE-LIAISON        TO WS-SNAP-LIAISON.
           MOVE WS-TABLE-CPTA-CTP       TO WS-SNAP-CPTA-CTP.
       7227-FIGER-CUMULS-FIN.
           EXIT.
      *
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 0                       TO WS-CTP-CUMUL-DB.
           MOVE 0                       TO WS-CTP-CUMUL-CR.
           PERFORM 7231-CUMULER-CTP-DEB
              THRU 7231-CUMULER-CTP-FIN
             VARYING WS-CTP-IFAM FROM 1 BY 1
             UNTIL WS-CTP-IFAM > 7.
           COMPUTE WS-CPTA-CONTROLE =
                   WS-CPTA-RET-C + WS-CPTA-RET-E
                 + WS-CPTA-CB-C  + WS-CPTA-CB-E
                 + WS-CPTA-VIR-C + WS-CPTA-VIR-E
                 + WS-CPTA-CHQ-C + WS-CPTA-CHQ-E
                 + WS-CPTA-PRL-C + WS-CPTA-PRL-E
                 + WS-CPTA-RIM-C + WS-CPTA-RIM-E
                 + WS-CTP-CUMUL-DB.
           IF WS-CPTA-CONTROLE NOT = WS-LGEN-TOTDB
                DISPLAY 'ECART INTERFACE COMPTABLE / DEBITS DU RUN'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           COMPUTE WS-CPTA-CONTROLE =
                   WS-CPTA-DEP-C + WS-CPTA-DEP-E
                 + WS-CPTA-REM-C + WS-CPTA-REM-E
                 + WS-CTP-CUMUL-CR.
           IF WS-CPTA-CONTROLE NOT = WS-LGEN-TOTCR
                DISPLAY 'ECART INTERFACE COMPTABLE / CREDITS DU RUN'
                PERFORM 9999-ERREUR-PROGRAMME-DEB
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES CONTRE-PASSATIONS SONT DE SENS OPPOSE A LEUR FAMILLE :    *
      * CELLES DES DEPOTS SONT DES DEBITS DU RUN, TOUTES LES AUTRES   *
      * DES CREDITS.                                                  *
      *---------------------------------------------------------------*
       7231-CUMULER-CTP-DEB.
           IF WS-FAM-CTP (WS-CTP-IFAM) = 'DEP'
                ADD WS-CPTA-CTP-C (WS-CTP-IFAM) TO WS-CTP-CUMUL-DB
                ADD WS-CPTA-CTP-E (WS-CTP-IFAM) TO WS-CTP-CUMUL-DB
           ELSE
                ADD WS-CPTA-CTP-C (WS-CTP-IFAM) TO WS-CTP-CUMUL-CR
                ADD WS-CPTA-CTP-E (WS-CTP-IFAM) TO WS-CTP-CUMUL-CR
           END-IF.
       7231-CUMULER-CTP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ALERTE PLANCHER DE SOLDE : LE SOLDE DE DEPART DU COMPTE       *
      * (CONSERVE POUR LE CHECKPOINT) ETAIT AU DESSUS DU PLANCHER ET  *
      * LE SOLDE ARRETE PASSE EN DESSOUS.                             *
           EXIT.
      *
      *---------------------------------------------------------------*
      * LIGNE DU JOURNAL DES CONTRE-PASSATIONS : DEMANDE, COMPTE,     *
      * REFERENCE ANNULEE, MONTANT, VISA ET MOTIF DU DEMANDEUR, SORT  *
      * DE LA DEMANDE (NUMERO DE RAISON SI REJET). UN MOUVEMENT REJOUE*
      * APRES REPRISE EST DEJA AU JOURNAL.                            *
      *---------------------------------------------------------------*
       8110-JOURNAL-CTP-DEB.
           IF WS-MVTS-CPTE = WS-CPT-REPRISE
              AND WS-NB-MVT-CPTE NOT > WS-MVT-REPRISE
                GO TO 8110-JOURNAL-CTP-FIN
           END-IF.
           IF WS-JRNCTP-FERME
                PERFORM 6032-OUVRIR-F-JRNCTP-DEB
                   THRU 6032-OUVRIR-F-JRNCTP-FIN
           END-IF.
           MOVE WS-MVTS-REF             TO WS-LJCP-REF-ED.
           MOVE WS-MVTS-CPTE            TO WS-LJCP-CPTE-ED.
           MOVE WS-MVTS-CTP-REF-ORIG    TO WS-LJCP-ORIG-ED.
           MOVE WS-MVTS-MT              TO WS-LJCP-MT-ED.
           MOVE WS-MVTS-CTP-DEMANDEUR   TO WS-LJCP-VISA-ED.
           EVALUATE WS-MVTS-CTP-MOTIF
             WHEN 'EC'
                  MOVE 'ERREUR COMPTE'  TO WS-LJCP-MOTIF-ED
             WHEN 'EM'
                  MOVE 'ERREUR MONTANT' TO WS-LJCP-MOTIF-ED
             WHEN 'DB'
                  MOVE 'DOUBLON'        TO WS-LJCP-MOTIF-ED
             WHEN 'AU'
                  MOVE 'AUTRE'          TO WS-LJCP-MOTIF-ED
             WHEN OTHER
                  MOVE 'NON PRECISE'    TO WS-LJCP-MOTIF-ED
           END-EVALUATE.
           IF WS-CTP-OK
                MOVE 'EFFECTUEE'        TO WS-LJCP-STATUT-ED
           ELSE
                MOVE SPACES             TO WS-LJCP-STATUT-ED
                STRING 'REJET ' WS-LANO-NUM-ED
                       DELIMITED BY SIZE INTO WS-LJCP-STATUT-ED
           END-IF.
           MOVE WS-LJCP-DETAIL          TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
       8110-JOURNAL-CTP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EN-TETE DU JOURNAL DES CONTRE-PASSATIONS, EDITE A L'OUVERTURE *
      * DU JOURNAL PAR LA PREMIERE DEMANDE DU RUN.                    *
      *---------------------------------------------------------------*
       8115-ENTETE-JOURNAL-CTP-DEB.
           MOVE WS-DATE-JOUR-NUM        TO WS-LJCP-DATE-ED.
           MOVE WS-LJCP-L1              TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
           MOVE WS-LJCP-TITRE           TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
           MOVE WS-LJCP-L1              TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
           MOVE WS-LJCP-COLONNES        TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
           MOVE WS-LJCP-L1              TO WS-BUFFER.
           PERFORM 6298-ECRIRE-F-JRNCTP-DEB
              THRU 6298-ECRIRE-F-JRNCTP-FIN.
       8115-ENTETE-JOURNAL-CTP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * INTERFACE COMPTABLE DE FIN DE JOURNEE : UN JEU D'ECRITURES    *
      * EQUILIBREES PAR FAMILLE ET PAR PORTEFEUILLE, UN TRAILER DONT  *
      * LE NET DOIT ETRE NUL, ET UN RAPPROCHEMENT DES CUMULS AVEC LES *
           MOVE WS-CPTA-PRL-E           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'REM'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-REM-C           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'REM'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-REM-E           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'RIM'  TO WS-CPTA-FAMILLE
           MOVE 'C'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RIM-C           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
           MOVE 'RIM'  TO WS-CPTA-FAMILLE
           MOVE 'E'    TO WS-CPTA-PORTEF
           MOVE WS-CPTA-RIM-E           TO WS-CPTA-CONTROLE
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
      *
      *---------------------------------------------------------------*
      * EXTOURNES DES CONTRE-PASSATIONS, SOUS LA FAMILLE DU MOUVEMENT *
      * ANNULE (NATURE 'X').                                          *
      *---------------------------------------------------------------*
           PERFORM 8988-EXTOURNES-FAMILLE-DEB
              THRU 8988-EXTOURNES-FAMILLE-FIN
             VARYING WS-CTP-IFAM FROM 1 BY 1
             UNTIL WS-CTP-IFAM > 7.
      *
      *---------------------------------------------------------------*
      * FLOTTANT DES REMISES DE CHEQUES ENCORE EN COMPENSATION EN     *
      * FIN DE JOURNEE (FAMILLE 'FLT', HORS CONTROLE DES FAMILLES).   *
      * LE REGISTRE EST COMMUN A TOUTES LES PARTITIONS : LE FLOTTANT  *
      * N'EST COMPTABILISE QU'UNE FOIS, PAR LA PASSE DE RATTRAPAGE    *
      * NON PARTITIONNEE.                                             *
      *---------------------------------------------------------------*
           IF NOT WS-RUN-PARTITIONNE
                PERFORM 8995-FLOTTANT-REMISES-DEB
                   THRU 8995-FLOTTANT-REMISES-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * ECRITURES DE REGLEMENT DE LA LIAISON INTER-AGENCES : UN JEU   *
           EXIT.
      *
      *---------------------------------------------------------------*
      * FLOTTANT DE FIN DE JOURNEE : BALAYAGE COMPLET DU REGISTRE DES *
      * REMISES PUIS DES PRELEVEMENTS EMIS, ET EMISSION DU TOTAL SOUS *
      * LA FAMILLE 'FLT' SANS PORTEFEUILLE. REGISTRE DES REMISES      *
      * ABSENT : SEULS LES PRELEVEMENTS SONT CUMULES.                 *
      *---------------------------------------------------------------*
       8995-FLOTTANT-REMISES-DEB.
           MOVE 0                       TO WS-FLOAT-TOTAL.
           IF WS-REMISES-FERMES
                GO TO 8995-FLOTTANT-REMISES-SUITE
           END-IF.
           MOVE LOW-VALUE               TO FS-REM-CLE.
           START F-REMISES KEY IS NOT LESS THAN FS-REM-CLE
           END-START.
           IF NOT OK-START-REMISES
                DISPLAY 'PROBLEME DE START DU FICHIER F-REMISES'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REM-INCONNUE
                SET WS-SCAN-REM-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-REM-EN-COURS TO TRUE
           END-IF.
           PERFORM 8992-FLOTTANT-UNE-REMISE-DEB
              THRU 8992-FLOTTANT-UNE-REMISE-FIN
             UNTIL WS-SCAN-REM-TERMINE.
       8995-FLOTTANT-REMISES-SUITE.
           IF WS-ENCPRLV-OUVERT
                PERFORM 8986-FLOTTANT-PRLV-DEB
                   THRU 8986-FLOTTANT-PRLV-FIN
           END-IF.
           MOVE 'FLT'                   TO WS-CPTA-FAMILLE.
           MOVE SPACE                   TO WS-CPTA-PORTEF.
           MOVE WS-FLOAT-TOTAL          TO WS-CPTA-CONTROLE.
           PERFORM 8996-ECRITURE-COMPTA-DEB
              THRU 8996-ECRITURE-COMPTA-FIN.
       8995-FLOTTANT-REMISES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE SUIVANTE DU REGISTRE DES REMISES : UNE REMISE EN      *
      * COMPENSATION DONT LA DATE DE DISPONIBILITE EST A VENIR ENTRE  *
      * DANS LE FLOTTANT.                                             *
      *---------------------------------------------------------------*
       8992-FLOTTANT-UNE-REMISE-DEB.
           READ F-REMISES NEXT RECORD INTO WS-ENRG-F-REM.
           EVALUATE TRUE
             WHEN EOF-F-REMISES
                  SET WS-SCAN-REM-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-REMISES
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-REM-EN-COMPENS
                  AND WS-REM-DATE-DISPO > WS-DATE-JOUR-NUM
                  ADD WS-REM-MT           TO WS-FLOAT-TOTAL
           END-EVALUATE.
       8992-FLOTTANT-UNE-REMISE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * FLOTTANT DES PRELEVEMENTS EMIS : LIGNES EN COMPENSATION DONT  *
      * LE DELAI DE RETOUR COURT ENCORE, CUMULEES AU FLOTTANT DES     *
      * REMISES DE CHEQUES SOUS LA MEME FAMILLE COMPTABLE.            *
      *---------------------------------------------------------------*
       8986-FLOTTANT-PRLV-DEB.
           MOVE LOW-VALUE               TO FS-ENC-CLE.
           START F-ENCPRLV KEY IS NOT LESS THAN FS-ENC-CLE
           END-START.
           IF NOT OK-START-ENCPRLV
                DISPLAY 'PROBLEME DE START DU FICHIER F-ENCPRLV'
                DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ENC-INCONNUE
                SET WS-SCAN-ENC-TERMINE  TO TRUE
           ELSE
                SET WS-SCAN-ENC-EN-COURS TO TRUE
           END-IF.
           PERFORM 8985-FLOTTANT-UNE-LIGNE-PRLV-DEB
              THRU 8985-FLOTTANT-UNE-LIGNE-PRLV-FIN
             UNTIL WS-SCAN-ENC-TERMINE.
       8986-FLOTTANT-PRLV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LECTURE SUIVANTE DES PRELEVEMENTS EMIS : UNE LIGNE EN         *
      * COMPENSATION DONT LA DATE DE DISPONIBILITE EST A VENIR ENTRE  *
      * DANS LE FLOTTANT.                                             *
      *---------------------------------------------------------------*
       8985-FLOTTANT-UNE-LIGNE-PRLV-DEB.
           READ F-ENCPRLV NEXT RECORD INTO WS-ENRG-F-ENC.
           EVALUATE TRUE
             WHEN EOF-F-ENCPRLV
                  SET WS-SCAN-ENC-TERMINE TO TRUE
             WHEN NOT OK-LEC-F-ENCPRLV
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENCPRLV'
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ENCPRLV
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-ENC-EN-COMPENS
                  AND WS-ENC-DATE-DISPO > WS-DATE-JOUR-NUM
                  ADD WS-ENC-MT           TO WS-FLOAT-TOTAL
           END-EVALUATE.
       8985-FLOTTANT-UNE-LIGNE-PRLV-FIN.
           EXIT.
      *
       8994-LIAISON-LIGNE-DEB.
           PERFORM 8993-LIAISON-POSTE-DEB
              THRU 8993-LIAISON-POSTE-FIN
       8989-ECRIRE-LIGNE-ETATLIA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EMISSION D'UN JEU D'ECRITURES EQUILIBREES (DEBIT PUIS CREDIT) *
      * POUR LA FAMILLE ET LE PORTEFEUILLE COURANTS ; UNE FAMILLE     *
      * SANS MOUVEMENT N'EMET RIEN.                                   *
      *---------------------------------------------------------------*
       8996-ECRITURE-COMPTA-DEB.
           IF WS-CPTA-CONTROLE = 0
                CONTINUE
                MOVE 'ENT'              TO WS-CPTA-ENR
                MOVE WS-DATE-JOUR-NUM   TO WS-CPTA-DATE
                MOVE WS-CPTA-CONTROLE   TO WS-CPTA-MONTANT
                SET  WS-CPTA-COURANTE   TO TRUE
                MOVE 'D'                TO WS-CPTA-SENS
                PERFORM 6295-ECRIRE-F-CPTA-DEB
                   THRU 6295-ECRIRE-F-CPTA-FIN
           END-IF.
       8996-ECRITURE-COMPTA-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * EXTOURNES DES CONTRE-PASSATIONS D'UNE FAMILLE D'ORIGINE, PAR  *
      * PORTEFEUILLE.                                                 *
      *---------------------------------------------------------------*
       8988-EXTOURNES-FAMILLE-DEB.
           MOVE WS-FAM-CTP (WS-CTP-IFAM) TO WS-CPTA-FAMILLE.
           MOVE 'C'                     TO WS-CPTA-PORTEF.
           MOVE WS-CPTA-CTP-C (WS-CTP-IFAM) TO WS-CPTA-CONTROLE.
           PERFORM 8987-ECRITURE-EXTOURNE-DEB
              THRU 8987-ECRITURE-EXTOURNE-FIN.
           MOVE 'E'                     TO WS-CPTA-PORTEF.
           MOVE WS-CPTA-CTP-E (WS-CTP-IFAM) TO WS-CPTA-CONTROLE.
           PERFORM 8987-ECRITURE-EXTOURNE-DEB
              THRU 8987-ECRITURE-EXTOURNE-FIN.
       8988-EXTOURNES-FAMILLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * JEU D'ECRITURES INVERSE DE 8996 (CREDIT PUIS DEBIT) MARQUE    *
      * EXTOURNE, POUR LA FAMILLE ET LE PORTEFEUILLE COURANTS.        *
      *---------------------------------------------------------------*
       8987-ECRITURE-EXTOURNE-DEB.
           IF WS-CPTA-CONTROLE = 0
                CONTINUE
           ELSE
                MOVE 'ENT'              TO WS-CPTA-ENR
                MOVE WS-DATE-JOUR-NUM   TO WS-CPTA-DATE
                MOVE WS-CPTA-CONTROLE   TO WS-CPTA-MONTANT
                SET  WS-CPTA-EXTOURNE   TO TRUE
                MOVE 'C'                TO WS-CPTA-SENS
                PERFORM 6295-ECRIRE-F-CPTA-DEB
                   THRU 6295-ECRIRE-F-CPTA-FIN
                ADD  WS-CPTA-CONTROLE   TO WS-CPTA-CUMUL-CR
                MOVE 'D'                TO WS-CPTA-SENS
                PERFORM 6295-ECRIRE-F-CPTA-DEB
                   THRU 6295-ECRIRE-F-CPTA-FIN
                ADD  WS-CPTA-CONTROLE   TO WS-CPTA-CUMUL-DB
                SET  WS-CPTA-COURANTE   TO TRUE
           END-IF.
       8987-ECRITURE-EXTOURNE-FIN.
           EXIT.
      *
       8999-EDITION-STATISTIQUE-DEB.
           IF WS-MODE-SIMULATION
           MOVE WS-LCRE-DETAIL                   TO WS-BUFFER-STATS
           PERFORM 6146-ECRIRE-LIGNE-STATS-DEB
              THRU 6146-ECRIRE-LIGNE-STATS-FIN
      *
           MOVE 'NOMBRE D''IMPAYES SUR REMISES  ' TO WS-LCRE-DET-LIB-ED
           MOVE WS-CRIM                          TO WS-LCRE-DET-TOT-ED
           DISPLAY WS-LCRE-DETAIL
           MOVE WS-LCRE-DETAIL                   TO WS-BUFFER-STATS
           PERFORM 6146-ECRIRE-LIGNE-STATS-DEB
              THRU 6146-ECRIRE-LIGNE-STATS-FIN
      *
           MOVE 'MVTS REPORTES (COMPTES MUTES) ' TO WS-LCRE-DET-LIB-ED
           MOVE WS-CMUT                          TO WS-LCRE-DET-TOT-ED
           DISPLAY WS-LCRE-DETAIL
           MOVE WS-LCRE-DETAIL                   TO WS-BUFFER-STATS
           PERFORM 6146-ECRIRE-LIGNE-STATS-DEB
              THRU 6146-ECRIRE-LIGNE-STATS-FIN
      *
           MOVE 'VIREMENTS READRESSES (MUTES)  ' TO WS-LCRE-DET-LIB-ED
           MOVE WS-CVRD                          TO WS-LCRE-DET-TOT-ED
           DISPLAY WS-LCRE-DETAIL
           MOVE WS-LCRE-DETAIL                   TO WS-BUFFER-STATS
           PERFORM 6146-ECRIRE-LIGNE-STATS-DEB
              THRU 6146-ECRIRE-LIGNE-STATS-FIN
      *
           MOVE 'NOMBRE DE CONTRE-PASSATIONS   ' TO WS-LCRE-DET-LIB-ED
           MOVE WS-CCTP                          TO WS-LCRE-DET-TOT-ED
           DISPLAY WS-LCRE-DETAIL
           MOVE WS-LCRE-DETAIL                   TO WS-BUFFER-STATS
           PERFORM 6146-ECRIRE-LIGNE-STATS-DEB
              THRU 6146-ECRIRE-LIGNE-STATS-FIN
      *
           MOVE 'TOTAL GENERAL DES DEBITS     ' TO WS-LCRE-MT-LIB-ED
           MOVE WS-LGEN-TOTDB                    TO WS-LCRE-MT-TOT-ED
